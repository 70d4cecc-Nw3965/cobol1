       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRMPRPT.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. MONTHLY EMERGENCY-VEHICLE
      *                  PREEMPTION REPORT FROM THE PRMPLOG EVENTS
      *                  PRMPCHK HAS CHECKED. FOR THE PRMPRCTL MONTH
      *                  (CURRENT MONTH WHEN ABSENT), BY INTERSECTION
      *                  AND REQUESTING AGENCY: THE NUMBER OF
      *                  PREEMPTIONS, TOTAL, AVERAGE AND LONGEST
      *                  DURATION IN MINUTES, AND HOW MANY DID NOT
      *                  RECOVER. EACH INTERSECTION IS TOTALED, AND
      *                  AN AGENCY SUMMARY AND A GRAND TOTAL CLOSE
      *                  THE REPORT. AN EVENT IS COUNTED IN THE MONTH
      *                  IT STARTED.
      * 10/15/26   OPS   WHETHER INTXMAST IS OPEN IS NOW HELD IN
      *                  WS-INTX-OPEN-SW, SO A LOCATION NOT ON THE
      *                  MASTER NO LONGER STOPS THE LOOKUPS AFTER IT
      *                  OR LEAVES THE FILE UNCLOSED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-CONTROL ASSIGN TO "PRMPRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.
           SELECT PREEMPT-LOG ASSIGN TO "PRMPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PL-FILE-STATUS.
           SELECT INTERSECTION-MASTER ASSIGN TO "INTXMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IX-INTERSECTION-ID
               FILE STATUS IS IX-FILE-STATUS.
           SELECT PREEMPT-REPORT ASSIGN TO "PRMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-CONTROL.
       01  RC-RECORD.
           05  RC-REPORT-MONTH         PIC 9(06).
       FD  PREEMPT-LOG.
       COPY "PRMPLOG.cpy".
       FD  INTERSECTION-MASTER.
       COPY "INTXMAST.cpy".
       FD  PREEMPT-REPORT.
       01  RPT-LINE                    PIC X(100).
       WORKING-STORAGE SECTION.
        01 RC-FILE-STATUS              PIC XX.
        01 PL-FILE-STATUS              PIC XX.
        01 IX-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-INTX-OPEN-SW         PIC X(01) VALUE "N".
              88 WS-INTX-OPEN                 VALUE "Y".
           05 WS-SLOT-FOUND-SW        PIC X(01) VALUE "N".
              88 WS-SLOT-FOUND                VALUE "Y".
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-REPORT-MONTH             PIC 9(06) VALUE ZERO.
      *    ONE SLOT PER INTERSECTION AND AGENCY. WS-PR-KEY ORDERS
      *    THE REPORT.
        01 WS-PAIR-COUNT               PIC 9(04) VALUE ZERO.
        01 WS-PAIR-TABLE.
           05 WS-PR-ENTRY OCCURS 2000 TIMES.
              10 WS-PR-KEY.
                 15 WS-PR-INTX        PIC X(05).
                 15 WS-PR-AGENCY      PIC X(10).
              10 WS-PR-EVENTS         PIC 9(05).
              10 WS-PR-MINUTES        PIC 9(07).
              10 WS-PR-LONGEST        PIC 9(05).
              10 WS-PR-NO-RECOVERY    PIC 9(05).
              10 WS-PR-PRINTED-SW     PIC X(01).
                 88 WS-PR-PRINTED             VALUE "Y".
        01 WS-PAIR-IDX                 PIC 9(04) VALUE ZERO.
        01 WS-FOUND-IDX                PIC 9(04) VALUE ZERO.
        01 WS-LOW-IDX                  PIC 9(04) VALUE ZERO.
        01 WS-LOW-KEY                  PIC X(15) VALUE SPACES.
        01 WS-PRINTED-COUNT            PIC 9(04) VALUE ZERO.
        01 WS-PRIOR-INTX               PIC X(05) VALUE SPACES.
        01 WS-AGENCY-COUNT             PIC 9(02) VALUE ZERO.
        01 WS-AGENCY-TABLE.
           05 WS-AG-ENTRY OCCURS 30 TIMES.
              10 WS-AG-AGENCY         PIC X(10).
              10 WS-AG-EVENTS         PIC 9(05).
              10 WS-AG-MINUTES        PIC 9(07).
              10 WS-AG-LONGEST        PIC 9(05).
              10 WS-AG-NO-RECOVERY    PIC 9(05).
        01 WS-AGENCY-IDX               PIC 9(02) VALUE ZERO.
      *    TOTALS - 1 THE CURRENT INTERSECTION, 2 THE MONTH.
        01 WS-TOTALS.
           05 WS-TT-ENTRY OCCURS 2 TIMES.
              10 WS-TT-EVENTS         PIC 9(05).
              10 WS-TT-MINUTES        PIC 9(07).
              10 WS-TT-LONGEST        PIC 9(05).
              10 WS-TT-NO-RECOVERY    PIC 9(05).
        01 WS-AVERAGE                  PIC 9(05) VALUE ZERO.
        01 WS-TALLY-COUNTS.
           05 WS-LOG-READ             PIC 9(07) VALUE ZERO.
           05 WS-IN-MONTH             PIC 9(05) VALUE ZERO.
           05 WS-TABLE-FULL-COUNT     PIC 9(05) VALUE ZERO.
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(37) VALUE
                  "EMERGENCY PREEMPTION REPORT FOR MONTH".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 HL-MONTH                PIC 9(06).
        01 WS-COLUMN-LINE.
           05 FILLER                  PIC X(30) VALUE
                  "  AGENCY      EVENTS  TOTAL MI".
           05 FILLER                  PIC X(30) VALUE
                  "N  AVG MIN  MAX MIN  NO RECOVE".
           05 FILLER                  PIC X(02) VALUE
                  "RY".
        01 WS-INTX-LINE.
           05 FILLER                  PIC X(13) VALUE
                  "INTERSECTION ".
           05 IL-INTERSECTION-ID      PIC X(05).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 IL-LOCATION             PIC X(30).
        01 WS-DETAIL-LINE.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-LABEL                PIC X(10).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-EVENTS               PIC ZZZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-MINUTES              PIC Z,ZZZ,ZZ9.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 DL-AVERAGE              PIC ZZZZ9.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 DL-LONGEST              PIC ZZZZ9.
           05 FILLER                  PIC X(08) VALUE SPACES.
           05 DL-NO-RECOVERY          PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-TALLY-ONE-EVENT THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 3000-PRINT-INTERSECTIONS THRU 3000-EXIT.
           PERFORM 4000-PRINT-AGENCIES THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Takes the report month and opens the log, the master and
      * the report.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE(1:6) TO WS-REPORT-MONTH.
           INITIALIZE WS-TOTALS.

           OPEN INPUT REPORT-CONTROL.
           IF RC-FILE-STATUS = "00"
               READ REPORT-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-REPORT-MONTH NUMERIC
                               AND RC-REPORT-MONTH > ZERO
                           MOVE RC-REPORT-MONTH TO WS-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE REPORT-CONTROL
           END-IF.

           OPEN INPUT PREEMPT-LOG.
           IF PL-FILE-STATUS NOT = "00"
               DISPLAY "PRMPRPT: UNABLE TO OPEN PRMPLOG - STATUS "
                   PL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT INTERSECTION-MASTER.
           IF IX-FILE-STATUS NOT = "00"
               DISPLAY "PRMPRPT: NO INTERSECTION MASTER - LOCATIONS"
                   " NOT SHOWN"
           ELSE
               SET WS-INTX-OPEN TO TRUE
           END-IF.

           OPEN OUTPUT PREEMPT-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "PRMPRPT: UNABLE TO OPEN PRMPRPT - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-REPORT-MONTH TO HL-MONTH.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-COLUMN-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-TALLY-ONE-EVENT
      * Folds an event started in the report month into its
      * intersection/agency slot and its agency.
      *----------------------------------------------------------------
       2000-TALLY-ONE-EVENT SECTION.
       2000-START.
           READ PREEMPT-LOG
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-LOG-READ.
           IF PL-START-DATE NOT NUMERIC
                   OR PL-DURATION-MIN NOT NUMERIC
               GO TO 2000-EXIT
           END-IF.
           IF PL-START-DATE(1:6) NOT = WS-REPORT-MONTH
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-IN-MONTH.

           SET WS-SLOT-FOUND-SW TO "N".
           PERFORM 2100-MATCH-ONE-PAIR THRU 2100-EXIT
               VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT OR WS-SLOT-FOUND.
           IF NOT WS-SLOT-FOUND
               IF WS-PAIR-COUNT = 2000
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   GO TO 2000-EXIT
               END-IF
               ADD 1 TO WS-PAIR-COUNT
               MOVE WS-PAIR-COUNT TO WS-FOUND-IDX
               INITIALIZE WS-PR-ENTRY(WS-FOUND-IDX)
               MOVE PL-INTERSECTION-ID TO WS-PR-INTX(WS-FOUND-IDX)
               MOVE PL-AGENCY          TO WS-PR-AGENCY(WS-FOUND-IDX)
               MOVE "N" TO WS-PR-PRINTED-SW(WS-FOUND-IDX)
           END-IF.
           ADD 1 TO WS-PR-EVENTS(WS-FOUND-IDX).
           ADD PL-DURATION-MIN TO WS-PR-MINUTES(WS-FOUND-IDX).
           IF PL-DURATION-MIN > WS-PR-LONGEST(WS-FOUND-IDX)
               MOVE PL-DURATION-MIN TO WS-PR-LONGEST(WS-FOUND-IDX)
           END-IF.
           IF PL-NOT-RECOVERED
               ADD 1 TO WS-PR-NO-RECOVERY(WS-FOUND-IDX)
           END-IF.

           SET WS-SLOT-FOUND-SW TO "N".
           PERFORM 2200-MATCH-ONE-AGENCY THRU 2200-EXIT
               VARYING WS-AGENCY-IDX FROM 1 BY 1
               UNTIL WS-AGENCY-IDX > WS-AGENCY-COUNT OR WS-SLOT-FOUND.
           IF NOT WS-SLOT-FOUND
               IF WS-AGENCY-COUNT = 30
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   GO TO 2000-EXIT
               END-IF
               ADD 1 TO WS-AGENCY-COUNT
               MOVE WS-AGENCY-COUNT TO WS-FOUND-IDX
               INITIALIZE WS-AG-ENTRY(WS-FOUND-IDX)
               MOVE PL-AGENCY TO WS-AG-AGENCY(WS-FOUND-IDX)
           END-IF.
           ADD 1 TO WS-AG-EVENTS(WS-FOUND-IDX).
           ADD PL-DURATION-MIN TO WS-AG-MINUTES(WS-FOUND-IDX).
           IF PL-DURATION-MIN > WS-AG-LONGEST(WS-FOUND-IDX)
               MOVE PL-DURATION-MIN TO WS-AG-LONGEST(WS-FOUND-IDX)
           END-IF.
           IF PL-NOT-RECOVERED
               ADD 1 TO WS-AG-NO-RECOVERY(WS-FOUND-IDX)
           END-IF.
       2000-EXIT.
           EXIT.

       2100-MATCH-ONE-PAIR SECTION.
       2100-START.
           IF WS-PR-INTX(WS-PAIR-IDX) = PL-INTERSECTION-ID
                   AND WS-PR-AGENCY(WS-PAIR-IDX) = PL-AGENCY
               SET WS-SLOT-FOUND TO TRUE
               MOVE WS-PAIR-IDX TO WS-FOUND-IDX
           END-IF.
       2100-EXIT.
           EXIT.

       2200-MATCH-ONE-AGENCY SECTION.
       2200-START.
           IF WS-AG-AGENCY(WS-AGENCY-IDX) = PL-AGENCY
               SET WS-SLOT-FOUND TO TRUE
               MOVE WS-AGENCY-IDX TO WS-FOUND-IDX
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-PRINT-INTERSECTIONS
      * The slots in intersection and agency order - each pass picks
      * the lowest slot not yet printed - with a total as each
      * intersection ends.
      *----------------------------------------------------------------
       3000-PRINT-INTERSECTIONS SECTION.
       3000-START.
           IF WS-PAIR-COUNT = ZERO
               MOVE "NO PREEMPTIONS IN THE MONTH" TO RPT-LINE
               WRITE RPT-LINE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-PRINT-NEXT-PAIR THRU 3100-EXIT
               UNTIL WS-PRINTED-COUNT = WS-PAIR-COUNT.
           PERFORM 3300-PRINT-INTX-TOTAL THRU 3300-EXIT.
       3000-EXIT.
           EXIT.

       3100-PRINT-NEXT-PAIR SECTION.
       3100-START.
           MOVE HIGH-VALUES TO WS-LOW-KEY.
           MOVE ZERO TO WS-LOW-IDX.
           PERFORM 3200-CHECK-ONE-PAIR THRU 3200-EXIT
               VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT.
           MOVE "Y" TO WS-PR-PRINTED-SW(WS-LOW-IDX).
           ADD 1 TO WS-PRINTED-COUNT.

           IF WS-PR-INTX(WS-LOW-IDX) NOT = WS-PRIOR-INTX
               IF WS-PRINTED-COUNT > 1
                   PERFORM 3300-PRINT-INTX-TOTAL THRU 3300-EXIT
               END-IF
               MOVE WS-PR-INTX(WS-LOW-IDX) TO WS-PRIOR-INTX
               PERFORM 3400-PRINT-INTX-HEADING THRU 3400-EXIT
           END-IF.

           MOVE WS-PR-AGENCY(WS-LOW-IDX)      TO DL-LABEL.
           MOVE WS-PR-EVENTS(WS-LOW-IDX)      TO DL-EVENTS.
           MOVE WS-PR-MINUTES(WS-LOW-IDX)     TO DL-MINUTES.
           DIVIDE WS-PR-MINUTES(WS-LOW-IDX) BY WS-PR-EVENTS(WS-LOW-IDX)
               GIVING WS-AVERAGE ROUNDED.
           MOVE WS-AVERAGE                    TO DL-AVERAGE.
           MOVE WS-PR-LONGEST(WS-LOW-IDX)     TO DL-LONGEST.
           MOVE WS-PR-NO-RECOVERY(WS-LOW-IDX) TO DL-NO-RECOVERY.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

           ADD WS-PR-EVENTS(WS-LOW-IDX)      TO WS-TT-EVENTS(1)
                                                WS-TT-EVENTS(2).
           ADD WS-PR-MINUTES(WS-LOW-IDX)     TO WS-TT-MINUTES(1)
                                                WS-TT-MINUTES(2).
           ADD WS-PR-NO-RECOVERY(WS-LOW-IDX) TO WS-TT-NO-RECOVERY(1)
                                                WS-TT-NO-RECOVERY(2).
           IF WS-PR-LONGEST(WS-LOW-IDX) > WS-TT-LONGEST(1)
               MOVE WS-PR-LONGEST(WS-LOW-IDX) TO WS-TT-LONGEST(1)
           END-IF.
           IF WS-PR-LONGEST(WS-LOW-IDX) > WS-TT-LONGEST(2)
               MOVE WS-PR-LONGEST(WS-LOW-IDX) TO WS-TT-LONGEST(2)
           END-IF.
       3100-EXIT.
           EXIT.

       3200-CHECK-ONE-PAIR SECTION.
       3200-START.
           IF WS-PR-PRINTED(WS-PAIR-IDX)
               GO TO 3200-EXIT
           END-IF.
           IF WS-PR-KEY(WS-PAIR-IDX) < WS-LOW-KEY
               MOVE WS-PR-KEY(WS-PAIR-IDX) TO WS-LOW-KEY
               MOVE WS-PAIR-IDX TO WS-LOW-IDX
           END-IF.
       3200-EXIT.
           EXIT.

       3300-PRINT-INTX-TOTAL SECTION.
       3300-START.
           MOVE "TOTAL"                TO DL-LABEL.
           MOVE WS-TT-EVENTS(1)        TO DL-EVENTS.
           MOVE WS-TT-MINUTES(1)       TO DL-MINUTES.
           DIVIDE WS-TT-MINUTES(1) BY WS-TT-EVENTS(1)
               GIVING WS-AVERAGE ROUNDED.
           MOVE WS-AVERAGE             TO DL-AVERAGE.
           MOVE WS-TT-LONGEST(1)       TO DL-LONGEST.
           MOVE WS-TT-NO-RECOVERY(1)   TO DL-NO-RECOVERY.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           INITIALIZE WS-TT-ENTRY(1).
       3300-EXIT.
           EXIT.

       3400-PRINT-INTX-HEADING SECTION.
       3400-START.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-PRIOR-INTX TO IL-INTERSECTION-ID.
           MOVE SPACES        TO IL-LOCATION.
           IF WS-INTX-OPEN
               MOVE WS-PRIOR-INTX TO IX-INTERSECTION-ID
               READ INTERSECTION-MASTER
                   INVALID KEY
                       MOVE "NOT ON MASTER" TO IL-LOCATION
                   NOT INVALID KEY
                       MOVE IX-LOCATION TO IL-LOCATION
               END-READ
           END-IF.
           WRITE RPT-LINE FROM WS-INTX-LINE.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-PRINT-AGENCIES
      * The agency summary and the grand total for the month.
      *----------------------------------------------------------------
       4000-PRINT-AGENCIES SECTION.
       4000-START.
           IF WS-AGENCY-COUNT = ZERO
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "BY REQUESTING AGENCY" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 4100-PRINT-ONE-AGENCY THRU 4100-EXIT
               VARYING WS-AGENCY-IDX FROM 1 BY 1
               UNTIL WS-AGENCY-IDX > WS-AGENCY-COUNT.

           MOVE "ALL"                  TO DL-LABEL.
           MOVE WS-TT-EVENTS(2)        TO DL-EVENTS.
           MOVE WS-TT-MINUTES(2)       TO DL-MINUTES.
           DIVIDE WS-TT-MINUTES(2) BY WS-TT-EVENTS(2)
               GIVING WS-AVERAGE ROUNDED.
           MOVE WS-AVERAGE             TO DL-AVERAGE.
           MOVE WS-TT-LONGEST(2)       TO DL-LONGEST.
           MOVE WS-TT-NO-RECOVERY(2)   TO DL-NO-RECOVERY.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-AGENCY SECTION.
       4100-START.
           MOVE WS-AG-AGENCY(WS-AGENCY-IDX)      TO DL-LABEL.
           MOVE WS-AG-EVENTS(WS-AGENCY-IDX)      TO DL-EVENTS.
           MOVE WS-AG-MINUTES(WS-AGENCY-IDX)     TO DL-MINUTES.
           DIVIDE WS-AG-MINUTES(WS-AGENCY-IDX)
               BY WS-AG-EVENTS(WS-AGENCY-IDX)
               GIVING WS-AVERAGE ROUNDED.
           MOVE WS-AVERAGE                       TO DL-AVERAGE.
           MOVE WS-AG-LONGEST(WS-AGENCY-IDX)     TO DL-LONGEST.
           MOVE WS-AG-NO-RECOVERY(WS-AGENCY-IDX) TO DL-NO-RECOVERY.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the run summary.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE PREEMPT-LOG PREEMPT-REPORT.
           IF WS-INTX-OPEN
               CLOSE INTERSECTION-MASTER
           END-IF.
           DISPLAY "PRMPRPT: LOG RECORDS READ = " WS-LOG-READ.
           DISPLAY "PRMPRPT: EVENTS IN MONTH  = " WS-IN-MONTH.
           IF WS-TABLE-FULL-COUNT > ZERO
               DISPLAY "PRMPRPT: TABLE FULL - EVENTS DROPPED = "
                   WS-TABLE-FULL-COUNT
           END-IF.
       9000-EXIT.
           EXIT.
