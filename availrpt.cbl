       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVAILRPT.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. MONTHLY AVAILABILITY REPORT FOR
      *                  EVERY IN-SERVICE INTERSECTION ON INTXMAST AND
      *                  EVERY IX-DISTRICT. A FAILURE OUTAGE RUNS FROM
      *                  ITS TLMAINT DISPATCH - OR FROM THE FIRST
      *                  FAULT (BLANK) OR "off" READING IN TLSIGLOG
      *                  THAT LED UP TO THE DISPATCH, IF EARLIER - TO
      *                  THE END OF THE DAY OF THE MATCHING TLMCOMP
      *                  COMPLETION (TLMCOMP CARRIES NO TIME). A FAULT
      *                  RUN WITH NO WORK ORDER BEHIND IT RUNS TO THE
      *                  NEXT GOOD READING. AN OUTAGE STILL OPEN RUNS
      *                  TO THE END OF THE PERIOD. OUTAGES STARTING
      *                  INSIDE A TLOUTAGE PLANNED WINDOW ARE NOT
      *                  FAILURES; PLANNED TIME IS SHOWN IN ITS OWN
      *                  COLUMN AND TAKEN OUT OF THE TIME AVAILABILITY
      *                  IS MEASURED AGAINST. THE AVAILCTL CARD GIVES
      *                  THE MONTH (YYYYMM, LAST COMPLETE MONTH WHEN
      *                  ABSENT) AND THE TARGET AS THREE DIGITS WITH
      *                  ONE DECIMAL (990 = 99.0 PERCENT, THE
      *                  DEFAULT). THE TREND COLUMN SHOWS THE TWELVE
      *                  MONTHS ENDING WITH THE REPORT MONTH, OLDEST
      *                  FIRST - "+" MET TARGET, "-" MISSED IT - NEXT
      *                  TO THE TWELVE-MONTH AVAILABILITY. RC 4 WHEN
      *                  ANY INTERSECTION IS BELOW TARGET.
      * 10/15/26   OPS   PLANNED PREVENTIVE-MAINTENANCE ORDERS RAISED
      *                  BY PMGEN (MD-REASON STARTING "PM ") ARE NOT
      *                  FAILURE OUTAGES.
      * 10/15/26   OPS   EVERY REPORT LINE IS ALSO WRITTEN TO THE
      *                  AVAILSPL BURST SPOOL, INTERSECTION, DISTRICT
      *                  AND BELOW-TARGET LINES TAGGED WITH THEIR
      *                  DISTRICT, SO RPTBURST CAN SPLIT THE REPORT
      *                  BY DISTRICT.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-CONTROL ASSIGN TO "AVAILCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.
           SELECT INTERSECTION-MASTER ASSIGN TO "INTXMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IX-INTERSECTION-ID
               FILE STATUS IS IX-FILE-STATUS.
           SELECT MAINT-DISPATCH ASSIGN TO "TLMAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MD-FILE-STATUS.
           SELECT MAINT-COMPLETIONS ASSIGN TO "TLMCOMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MC-FILE-STATUS.
           SELECT OUTAGE-SCHEDULE ASSIGN TO "TLOUTAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OG-FILE-STATUS.
           SELECT SIGNAL-LOG ASSIGN TO "TLSIGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-FILE-STATUS.
           SELECT AVAIL-REPORT ASSIGN TO "AVAILRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT BURST-SPOOL ASSIGN TO "AVAILSPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-CONTROL.
       01  RC-RECORD.
           05  RC-REPORT-MONTH         PIC 9(06).
           05  FILLER                  PIC X(01).
           05  RC-TARGET-PCT           PIC 9(02)V9(01).
       FD  INTERSECTION-MASTER.
       COPY "INTXMAST.cpy".
       FD  MAINT-DISPATCH.
       01  MD-RECORD.
           05  MD-WORK-ORDER-NO        PIC 9(06).
           05  FILLER                  PIC X(01).
           05  MD-INTERSECTION-ID      PIC X(05).
           05  FILLER                  PIC X(01).
           05  MD-REASON               PIC X(30).
           05  FILLER                  PIC X(01).
           05  MD-FAULT-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  MD-FAULT-TIME           PIC 9(08).
       FD  MAINT-COMPLETIONS.
       01  MC-RECORD.
           05  MC-WORK-ORDER-NO        PIC 9(06).
           05  FILLER                  PIC X(01).
           05  MC-COMP-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  MC-ACTION-TAKEN         PIC X(30).
       FD  OUTAGE-SCHEDULE.
       01  OG-RECORD.
           05  OG-INTERSECTION-ID      PIC X(05).
           05  FILLER                  PIC X(01).
           05  OG-FROM-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  OG-TO-DATE              PIC 9(08).
       FD  SIGNAL-LOG.
       01  SL-RECORD.
           05  SL-INTERSECTION-ID      PIC X(05).
           05  FILLER                  PIC X(01).
           05  SL-SIGNAL-VALUE         PIC X(10).
           05  FILLER                  PIC X(01).
           05  SL-PED-SIGNAL           PIC X(08).
           05  FILLER                  PIC X(01).
           05  SL-LOG-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SL-LOG-TIME             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SL-OPERATOR-ID          PIC X(10).
       FD  AVAIL-REPORT.
       01  RPT-LINE                    PIC X(110).
       FD  BURST-SPOOL.
       COPY "RPTSPOOL.cpy".
       WORKING-STORAGE SECTION.
        01 RC-FILE-STATUS              PIC XX.
        01 IX-FILE-STATUS              PIC XX.
        01 MD-FILE-STATUS              PIC XX.
        01 MC-FILE-STATUS              PIC XX.
        01 OG-FILE-STATUS              PIC XX.
        01 SL-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 RS-FILE-STATUS              PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-FOUND-SW             PIC X(01) VALUE "N".
              88 WS-FOUND                     VALUE "Y".
           05 WS-COMP-FOUND-SW        PIC X(01) VALUE "N".
              88 WS-COMP-FOUND                VALUE "Y".
           05 WS-PLANNED-SW           PIC X(01) VALUE "N".
              88 WS-IN-PLANNED-WINDOW         VALUE "Y".
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-NOW-TIME                 PIC 9(08).
        01 WS-REPORT-MONTH             PIC 9(06) VALUE ZERO.
        01 WS-TARGET-PCT               PIC 9(03)V9(02) VALUE 99.
        01 WS-WALK-MONTH               PIC 9(06) VALUE ZERO.
        01 WS-WALK-FIELDS REDEFINES WS-WALK-MONTH.
           05 WS-WALK-YEAR             PIC 9(04).
           05 WS-WALK-MM               PIC 9(02).
      *    TWELVE MONTH WINDOWS IN SECONDS, OLDEST FIRST; THE LAST IS
      *    THE REPORT MONTH. EACH IS CUT OFF AT THE RUN'S OWN MOMENT.
        01 WS-MONTH-WINDOWS.
           05 WS-MW-ENTRY OCCURS 12 TIMES.
              10 WS-MW-MONTH          PIC 9(06).
              10 WS-MW-FROM           PIC 9(11).
              10 WS-MW-TO             PIC 9(11).
        01 WS-MW-IDX                   PIC 9(02) VALUE ZERO.
        01 WS-PERIOD-END               PIC 9(11) VALUE ZERO.
        01 WS-NOW-STAMP                PIC 9(11) VALUE ZERO.
        01 WS-INTX-COUNT               PIC 9(03) VALUE ZERO.
        01 WS-INTX-TABLE.
           05 WS-IN-ENTRY OCCURS 500 TIMES.
              10 WS-IN-ID             PIC X(05).
              10 WS-IN-DISTRICT       PIC X(03).
              10 WS-IN-RUN-SW         PIC X(01).
                 88 WS-IN-RUN-OPEN            VALUE "Y".
              10 WS-IN-RUN-START      PIC 9(11).
              10 WS-IN-OUTAGES        PIC 9(05).
              10 WS-IN-LONGEST        PIC 9(07).
              10 WS-IN-BELOW-SW       PIC X(01).
                 88 WS-IN-BELOW-TARGET        VALUE "Y".
              10 WS-IN-MONTH OCCURS 12 TIMES.
                 15 WS-IN-M-DOWN      PIC 9(07).
                 15 WS-IN-M-PLANNED   PIC 9(07).
        01 WS-INTX-IDX                 PIC 9(03) VALUE ZERO.
        01 WS-FOUND-IDX                PIC 9(03) VALUE ZERO.
        01 WS-COMP-COUNT               PIC 9(04) VALUE ZERO.
        01 WS-COMP-TABLE.
           05 WS-COMP-ENTRY OCCURS 2000 TIMES.
              10 WS-CP-WO             PIC 9(06).
              10 WS-CP-COMP-DATE      PIC 9(08).
        01 WS-COMP-IDX                 PIC 9(04) VALUE ZERO.
        01 WS-COMP-DATE                PIC 9(08) VALUE ZERO.
        01 WS-OUTAGE-COUNT             PIC 9(04) VALUE ZERO.
        01 WS-OUTAGE-TABLE.
           05 WS-OT-ENTRY OCCURS 3000 TIMES.
              10 WS-OT-INTX-IDX       PIC 9(03).
              10 WS-OT-SOURCE         PIC X(01).
                 88 WS-OT-WORK-ORDER          VALUE "W".
                 88 WS-OT-LOG-ONLY            VALUE "L".
              10 WS-OT-START          PIC 9(11).
              10 WS-OT-END            PIC 9(11).
        01 WS-OUTAGE-IDX               PIC 9(04) VALUE ZERO.
        01 WS-OUTAGE-FOUND-IDX         PIC 9(04) VALUE ZERO.
        01 WS-PLAN-COUNT               PIC 9(04) VALUE ZERO.
        01 WS-PLAN-TABLE.
           05 WS-PW-ENTRY OCCURS 1000 TIMES.
              10 WS-PW-INTX-IDX       PIC 9(03).
              10 WS-PW-START          PIC 9(11).
              10 WS-PW-END            PIC 9(11).
        01 WS-PLAN-IDX                 PIC 9(04) VALUE ZERO.
        01 WS-DIST-COUNT               PIC 9(02) VALUE ZERO.
        01 WS-DIST-TABLE.
           05 WS-DS-ENTRY OCCURS 50 TIMES.
              10 WS-DS-DISTRICT       PIC X(03).
              10 WS-DS-SITES          PIC 9(05).
              10 WS-DS-OUTAGES        PIC 9(05).
              10 WS-DS-LONGEST        PIC 9(07).
              10 WS-DS-BELOW          PIC 9(05).
              10 WS-DS-MONTH OCCURS 12 TIMES.
                 15 WS-DS-M-BASE      PIC 9(11).
                 15 WS-DS-M-DOWN      PIC 9(11).
                 15 WS-DS-M-PLANNED   PIC 9(11).
        01 WS-DIST-IDX                 PIC 9(02) VALUE ZERO.
        01 WS-DIST-FOUND-IDX           PIC 9(02) VALUE ZERO.
        01 WS-STAMP                    PIC 9(11) VALUE ZERO.
        01 WS-EPISODE-START            PIC 9(11) VALUE ZERO.
        01 WS-EPISODE-END              PIC 9(11) VALUE ZERO.
        01 WS-STAMP-TIME               PIC 9(08).
        01 WS-STAMP-TIME-FIELDS REDEFINES WS-STAMP-TIME.
           05 WS-ST-HOURS             PIC 9(02).
           05 WS-ST-MINUTES           PIC 9(02).
           05 WS-ST-SECONDS           PIC 9(02).
           05 WS-ST-HUNDREDTHS        PIC 9(02).
        01 WS-OV-FROM                  PIC 9(11) VALUE ZERO.
        01 WS-OV-TO                    PIC 9(11) VALUE ZERO.
        01 WS-OV-WIN-FROM              PIC 9(11) VALUE ZERO.
        01 WS-OV-WIN-TO                PIC 9(11) VALUE ZERO.
        01 WS-OV-SECS                  PIC 9(11) VALUE ZERO.
        01 WS-AV-BASE                  PIC 9(11) VALUE ZERO.
        01 WS-AV-DOWN                  PIC 9(11) VALUE ZERO.
        01 WS-AV-PCT                   PIC 9(03)V9(02) VALUE ZERO.
        01 WS-SUM-BASE                 PIC 9(11) VALUE ZERO.
        01 WS-SUM-DOWN                 PIC 9(11) VALUE ZERO.
        01 WS-SUM-PLANNED              PIC 9(11) VALUE ZERO.
        01 WS-MONTH-BASE               PIC 9(11) VALUE ZERO.
        01 WS-HOURS                    PIC 9(07)V9(01) VALUE ZERO.
        01 WS-D2S-DATE                 PIC 9(08).
        01 WS-D2S-FIELDS REDEFINES WS-D2S-DATE.
           05 WS-D2S-YEAR              PIC 9(04).
           05 WS-D2S-MONTH             PIC 9(02).
           05 WS-D2S-DAY               PIC 9(02).
        01 WS-D2S-SERIAL               PIC 9(08).
        01 WS-D2S-PRIOR-YEAR           PIC 9(04).
        01 WS-D2S-LEAP-COUNT           PIC 9(06).
        01 WS-D2S-WORK                 PIC 9(06).
        01 WS-D2S-REMAINDER            PIC 9(04).
        01 WS-MONTH-OFFSETS.
           05 FILLER      PIC X(18) VALUE "000031059090120151".
           05 FILLER      PIC X(18) VALUE "181212243273304334".
        01 WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSETS.
           05 WS-MONTH-OFFSET OCCURS 12 TIMES PIC 9(03).
        01 WS-SPOOL-TYPE               PIC X(01) VALUE "H".
        01 WS-SPOOL-DISTRICT           PIC X(03) VALUE SPACES.
        01 WS-TALLY-COUNTS.
           05 WS-DISPATCH-COUNT       PIC 9(07) VALUE ZERO.
           05 WS-NOT-ON-MASTER-COUNT  PIC 9(07) VALUE ZERO.
           05 WS-READ-COUNT           PIC 9(07) VALUE ZERO.
           05 WS-LOG-ONLY-COUNT       PIC 9(07) VALUE ZERO.
           05 WS-PLANNED-FAULT-COUNT  PIC 9(07) VALUE ZERO.
           05 WS-BELOW-COUNT          PIC 9(05) VALUE ZERO.
           05 WS-TABLE-FULL-COUNT     PIC 9(07) VALUE ZERO.
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(34) VALUE
                  "INTERSECTION AVAILABILITY REPORT ".
           05 HL-MONTH                PIC 9(06).
           05 FILLER                  PIC X(10) VALUE "  TARGET ".
           05 HL-TARGET               PIC ZZ9.9.
           05 FILLER                  PIC X(01) VALUE "%".
        01 WS-COLUMN-LINE.
           05 FILLER                  PIC X(45) VALUE
              "  INTX  DST  AVAIL%  OUTAGES   DOWN HRS      ".
           05 FILLER                  PIC X(35) VALUE
              "LONGEST      PLANNED  12-MO%  TREND".
        01 WS-DETAIL-LINE.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-ID                   PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-DISTRICT             PIC X(03).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-AVAIL                PIC ZZ9.99.
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 DL-OUTAGES              PIC ZZZZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-DOWN                 PIC ZZZZZZ9.9.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 DL-LONGEST              PIC ZZZZZZ9.9.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 DL-PLANNED              PIC ZZZZZZ9.9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-TWELVE               PIC ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-TREND                PIC X(12).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-FLAG                 PIC X(12).
        01 WS-DISTRICT-LINE.
           05 FILLER                  PIC X(09) VALUE "DISTRICT ".
           05 DSL-DISTRICT            PIC X(03).
           05 FILLER                  PIC X(07) VALUE " SITES ".
           05 DSL-SITES               PIC ZZZZ9.
           05 FILLER                  PIC X(08) VALUE " AVAIL% ".
           05 DSL-AVAIL               PIC ZZ9.99.
           05 FILLER                  PIC X(09) VALUE " OUTAGES ".
           05 DSL-OUTAGES             PIC ZZZZ9.
           05 FILLER                  PIC X(09) VALUE " LONGEST ".
           05 DSL-LONGEST             PIC ZZZZZZ9.9.
           05 FILLER                  PIC X(08) VALUE " 12-MO% ".
           05 DSL-TWELVE              PIC ZZ9.99.
           05 FILLER                  PIC X(07) VALUE " BELOW ".
           05 DSL-BELOW               PIC ZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DSL-TREND               PIC X(12).
        01 WS-BELOW-LINE.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 BL-ID                   PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 BL-DISTRICT             PIC X(03).
           05 FILLER                  PIC X(08) VALUE " AVAIL% ".
           05 BL-AVAIL                PIC ZZ9.99.
           05 FILLER                  PIC X(09) VALUE " OUTAGES ".
           05 BL-OUTAGES              PIC ZZZZ9.
           05 FILLER                  PIC X(13) VALUE " LONGEST HRS ".
           05 BL-LONGEST              PIC ZZZZZZ9.9.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-DISPATCHES THRU 2000-EXIT.
           PERFORM 3000-SCAN-SIGNAL-LOG THRU 3000-EXIT.
           PERFORM 4000-TALLY-OUTAGES THRU 4000-EXIT.
           PERFORM 5000-PRINT-INTERSECTIONS THRU 5000-EXIT.
           PERFORM 6000-PRINT-DISTRICTS THRU 6000-EXIT.
           PERFORM 7000-PRINT-BELOW-TARGET THRU 7000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Settles the report month and target, lays out the twelve
      * month windows, loads the in-service intersections, the
      * completions and the planned outages, and opens the report.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-TODAY-DATE(1:6) TO WS-WALK-MONTH.
           PERFORM 1050-STEP-BACK-ONE-MONTH THRU 1050-EXIT.
           MOVE WS-WALK-MONTH TO WS-REPORT-MONTH.

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
                       IF RC-TARGET-PCT NUMERIC
                               AND RC-TARGET-PCT > ZERO
                           MOVE RC-TARGET-PCT TO WS-TARGET-PCT
                       END-IF
               END-READ
               CLOSE REPORT-CONTROL
           END-IF.

           MOVE WS-TODAY-DATE TO WS-D2S-DATE.
           PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
           MOVE WS-NOW-TIME TO WS-STAMP-TIME.
           COMPUTE WS-NOW-STAMP = WS-D2S-SERIAL * 86400
               + WS-ST-HOURS * 3600 + WS-ST-MINUTES * 60
               + WS-ST-SECONDS.

           MOVE WS-REPORT-MONTH TO WS-WALK-MONTH.
           PERFORM 1100-SET-ONE-WINDOW THRU 1100-EXIT
               VARYING WS-MW-IDX FROM 12 BY -1
               UNTIL WS-MW-IDX < 1.
           MOVE WS-MW-TO(12) TO WS-PERIOD-END.

           OPEN INPUT INTERSECTION-MASTER.
           IF IX-FILE-STATUS NOT = "00"
               DISPLAY "AVAILRPT: UNABLE TO OPEN INTXMAST - STATUS "
                   IX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-LOAD-ONE-INTERSECTION THRU 1200-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE INTERSECTION-MASTER.

           OPEN INPUT MAINT-COMPLETIONS.
           IF MC-FILE-STATUS = "00"
               PERFORM 1300-LOAD-ONE-COMPLETION THRU 1300-EXIT
                   UNTIL WS-EOF OR WS-COMP-COUNT = 2000
               SET WS-EOF-SW TO "N"
               CLOSE MAINT-COMPLETIONS
           END-IF.

           OPEN INPUT OUTAGE-SCHEDULE.
           IF OG-FILE-STATUS = "00"
               PERFORM 1400-LOAD-ONE-PLANNED THRU 1400-EXIT
                   UNTIL WS-EOF OR WS-PLAN-COUNT = 1000
               SET WS-EOF-SW TO "N"
               CLOSE OUTAGE-SCHEDULE
           END-IF.

           OPEN OUTPUT AVAIL-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "AVAILRPT: UNABLE TO OPEN AVAILRPT - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT BURST-SPOOL.
           IF RS-FILE-STATUS NOT = "00"
               DISPLAY "AVAILRPT: UNABLE TO OPEN AVAILSPL - STATUS "
                   RS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-REPORT-MONTH TO HL-MONTH.
           MOVE WS-TARGET-PCT   TO HL-TARGET.
           MOVE "H" TO WS-SPOOL-TYPE.
           MOVE WS-HEADER-LINE TO RPT-LINE.
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
           MOVE SPACES TO RPT-LINE.
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
       1000-EXIT.
           EXIT.

       1050-STEP-BACK-ONE-MONTH SECTION.
       1050-START.
           IF WS-WALK-MM = 1
               SUBTRACT 1 FROM WS-WALK-YEAR
               MOVE 12 TO WS-WALK-MM
           ELSE
               SUBTRACT 1 FROM WS-WALK-MM
           END-IF.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-SET-ONE-WINDOW
      * One month's window, from midnight on the first to midnight
      * on the first of the next, stopped at the run's own moment
      * so a month still in progress is measured to date.
      *----------------------------------------------------------------
       1100-SET-ONE-WINDOW SECTION.
       1100-START.
           MOVE WS-WALK-MONTH TO WS-MW-MONTH(WS-MW-IDX).
           MOVE WS-WALK-MONTH TO WS-D2S-DATE(1:6).
           MOVE 1 TO WS-D2S-DAY.
           PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
           COMPUTE WS-MW-FROM(WS-MW-IDX) = WS-D2S-SERIAL * 86400.

           IF WS-WALK-MM = 12
               ADD 1 TO WS-D2S-YEAR
               MOVE 1 TO WS-D2S-MONTH
           ELSE
               ADD 1 TO WS-D2S-MONTH
           END-IF.
           PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
           COMPUTE WS-MW-TO(WS-MW-IDX) = WS-D2S-SERIAL * 86400.

           IF WS-MW-TO(WS-MW-IDX) > WS-NOW-STAMP
               MOVE WS-NOW-STAMP TO WS-MW-TO(WS-MW-IDX)
           END-IF.
           IF WS-MW-FROM(WS-MW-IDX) > WS-MW-TO(WS-MW-IDX)
               MOVE WS-MW-TO(WS-MW-IDX) TO WS-MW-FROM(WS-MW-IDX)
           END-IF.

           PERFORM 1050-STEP-BACK-ONE-MONTH THRU 1050-EXIT.
       1100-EXIT.
           EXIT.

       1200-LOAD-ONE-INTERSECTION SECTION.
       1200-START.
           READ INTERSECTION-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1200-EXIT
           END-READ.
           IF IX-OUT-OF-SERVICE
               GO TO 1200-EXIT
           END-IF.
           IF WS-INTX-COUNT = 500
               ADD 1 TO WS-TABLE-FULL-COUNT
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-INTX-COUNT.
           INITIALIZE WS-IN-ENTRY(WS-INTX-COUNT).
           MOVE IX-INTERSECTION-ID TO WS-IN-ID(WS-INTX-COUNT).
           MOVE IX-DISTRICT        TO WS-IN-DISTRICT(WS-INTX-COUNT).
           MOVE "N"                TO WS-IN-RUN-SW(WS-INTX-COUNT).
           MOVE "N"                TO WS-IN-BELOW-SW(WS-INTX-COUNT).
       1200-EXIT.
           EXIT.

       1300-LOAD-ONE-COMPLETION SECTION.
       1300-START.
           READ MAINT-COMPLETIONS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1300-EXIT
           END-READ.
           ADD 1 TO WS-COMP-COUNT.
           MOVE MC-WORK-ORDER-NO TO WS-CP-WO(WS-COMP-COUNT).
           MOVE MC-COMP-DATE     TO WS-CP-COMP-DATE(WS-COMP-COUNT).
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1400-LOAD-ONE-PLANNED
      * A TLOUTAGE window covers its from and to dates whole.
      *----------------------------------------------------------------
       1400-LOAD-ONE-PLANNED SECTION.
       1400-START.
           READ OUTAGE-SCHEDULE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1400-EXIT
           END-READ.
           IF OG-FROM-DATE NOT NUMERIC OR OG-TO-DATE NOT NUMERIC
               GO TO 1400-EXIT
           END-IF.
           MOVE OG-INTERSECTION-ID TO SL-INTERSECTION-ID.
           PERFORM 8200-FIND-INTERSECTION THRU 8200-EXIT.
           IF NOT WS-FOUND
               GO TO 1400-EXIT
           END-IF.

           ADD 1 TO WS-PLAN-COUNT.
           MOVE WS-FOUND-IDX TO WS-PW-INTX-IDX(WS-PLAN-COUNT).
           MOVE OG-FROM-DATE TO WS-D2S-DATE.
           PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
           COMPUTE WS-PW-START(WS-PLAN-COUNT) = WS-D2S-SERIAL * 86400.
           MOVE OG-TO-DATE TO WS-D2S-DATE.
           PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
           COMPUTE WS-PW-END(WS-PLAN-COUNT) =
               (WS-D2S-SERIAL + 1) * 86400.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LOAD-DISPATCHES
      * Every TLMAINT work order for an in-service intersection is
      * an outage from its dispatch to the end of its completion
      * day, or to the end of the period while it is still open.
      *----------------------------------------------------------------
       2000-LOAD-DISPATCHES SECTION.
       2000-START.
           OPEN INPUT MAINT-DISPATCH.
           IF MD-FILE-STATUS NOT = "00"
               DISPLAY "AVAILRPT: NO TLMAINT ON FILE - OUTAGES FROM"
                   " THE SIGNAL LOG ONLY"
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-LOAD-ONE-DISPATCH THRU 2100-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE MAINT-DISPATCH.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-DISPATCH SECTION.
       2100-START.
           READ MAINT-DISPATCH
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-DISPATCH-COUNT.
           IF MD-REASON(1:3) = "PM "
               GO TO 2100-EXIT
           END-IF.
           IF MD-FAULT-DATE NOT NUMERIC OR MD-FAULT-TIME NOT NUMERIC
               GO TO 2100-EXIT
           END-IF.
           MOVE MD-INTERSECTION-ID TO SL-INTERSECTION-ID.
           PERFORM 8200-FIND-INTERSECTION THRU 8200-EXIT.
           IF NOT WS-FOUND
               ADD 1 TO WS-NOT-ON-MASTER-COUNT
               GO TO 2100-EXIT
           END-IF.

           MOVE MD-FAULT-DATE TO WS-D2S-DATE.
           MOVE MD-FAULT-TIME TO WS-STAMP-TIME.
           PERFORM 8100-MAKE-STAMP THRU 8100-EXIT.
           IF WS-STAMP NOT < WS-PERIOD-END
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-STAMP TO WS-EPISODE-START.

           MOVE WS-PERIOD-END TO WS-EPISODE-END.
           SET WS-COMP-FOUND-SW TO "N".
           PERFORM 2200-MATCH-ONE-COMPLETION THRU 2200-EXIT
               VARYING WS-COMP-IDX FROM 1 BY 1
               UNTIL WS-COMP-IDX > WS-COMP-COUNT OR WS-COMP-FOUND.
           IF WS-COMP-FOUND
               MOVE WS-COMP-DATE TO WS-D2S-DATE
               PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT
               COMPUTE WS-EPISODE-END = (WS-D2S-SERIAL + 1) * 86400
               IF WS-EPISODE-END > WS-PERIOD-END
                   MOVE WS-PERIOD-END TO WS-EPISODE-END
               END-IF
           END-IF.

           IF WS-OUTAGE-COUNT = 3000
               ADD 1 TO WS-TABLE-FULL-COUNT
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-OUTAGE-COUNT.
           MOVE WS-FOUND-IDX     TO WS-OT-INTX-IDX(WS-OUTAGE-COUNT).
           MOVE "W"              TO WS-OT-SOURCE(WS-OUTAGE-COUNT).
           MOVE WS-EPISODE-START TO WS-OT-START(WS-OUTAGE-COUNT).
           MOVE WS-EPISODE-END   TO WS-OT-END(WS-OUTAGE-COUNT).
       2100-EXIT.
           EXIT.

       2200-MATCH-ONE-COMPLETION SECTION.
       2200-START.
           IF WS-CP-WO(WS-COMP-IDX) = MD-WORK-ORDER-NO
               SET WS-COMP-FOUND TO TRUE
               MOVE WS-CP-COMP-DATE(WS-COMP-IDX) TO WS-COMP-DATE
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-SCAN-SIGNAL-LOG
      * Follows each intersection's fault runs through the log: a
      * run opens on the first FAULT (blank) or "off" reading and
      * closes on the next good one. A run still open at the end of
      * the log runs to the end of the period.
      *----------------------------------------------------------------
       3000-SCAN-SIGNAL-LOG SECTION.
       3000-START.
           OPEN INPUT SIGNAL-LOG.
           IF SL-FILE-STATUS NOT = "00"
               DISPLAY "AVAILRPT: NO TLSIGLOG ON FILE - OUTAGES FROM"
                   " WORK ORDERS ONLY"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-SCAN-ONE-READING THRU 3100-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE SIGNAL-LOG.

           MOVE WS-PERIOD-END TO WS-EPISODE-END.
           PERFORM 3200-CLOSE-OPEN-RUN THRU 3200-EXIT
               VARYING WS-INTX-IDX FROM 1 BY 1
               UNTIL WS-INTX-IDX > WS-INTX-COUNT.
       3000-EXIT.
           EXIT.

       3100-SCAN-ONE-READING SECTION.
       3100-START.
           READ SIGNAL-LOG
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           IF SL-LOG-DATE NOT NUMERIC OR SL-LOG-TIME NOT NUMERIC
               GO TO 3100-EXIT
           END-IF.
           PERFORM 8200-FIND-INTERSECTION THRU 8200-EXIT.
           IF NOT WS-FOUND
               GO TO 3100-EXIT
           END-IF.

           MOVE SL-LOG-DATE TO WS-D2S-DATE.
           MOVE SL-LOG-TIME TO WS-STAMP-TIME.
           PERFORM 8100-MAKE-STAMP THRU 8100-EXIT.
           IF WS-STAMP NOT < WS-PERIOD-END
               GO TO 3100-EXIT
           END-IF.

           IF SL-SIGNAL-VALUE = SPACES OR SL-SIGNAL-VALUE = "off"
               IF NOT WS-IN-RUN-OPEN(WS-FOUND-IDX)
                   MOVE "Y"      TO WS-IN-RUN-SW(WS-FOUND-IDX)
                   MOVE WS-STAMP TO WS-IN-RUN-START(WS-FOUND-IDX)
               END-IF
               GO TO 3100-EXIT
           END-IF.

           IF WS-IN-RUN-OPEN(WS-FOUND-IDX)
               MOVE WS-FOUND-IDX TO WS-INTX-IDX
               MOVE WS-STAMP TO WS-EPISODE-END
               PERFORM 3300-RECORD-FAULT-RUN THRU 3300-EXIT
               MOVE "N" TO WS-IN-RUN-SW(WS-FOUND-IDX)
           END-IF.
       3100-EXIT.
           EXIT.

       3200-CLOSE-OPEN-RUN SECTION.
       3200-START.
           IF WS-IN-RUN-OPEN(WS-INTX-IDX)
               PERFORM 3300-RECORD-FAULT-RUN THRU 3300-EXIT
               MOVE "N" TO WS-IN-RUN-SW(WS-INTX-IDX)
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-RECORD-FAULT-RUN
      * A fault run for WS-INTX-IDX ending at WS-EPISODE-END. When a
      * work order was dispatched during the run, the run is the
      * start of that outage and pulls it back; a run inside an
      * outage already known adds nothing; otherwise the run is an
      * outage of its own.
      *----------------------------------------------------------------
       3300-RECORD-FAULT-RUN SECTION.
       3300-START.
           MOVE WS-IN-RUN-START(WS-INTX-IDX) TO WS-EPISODE-START.
           IF WS-EPISODE-END NOT > WS-MW-FROM(1)
               GO TO 3300-EXIT
           END-IF.

           MOVE ZERO TO WS-OUTAGE-FOUND-IDX.
           PERFORM 3400-MATCH-ONE-OUTAGE THRU 3400-EXIT
               VARYING WS-OUTAGE-IDX FROM 1 BY 1
               UNTIL WS-OUTAGE-IDX > WS-OUTAGE-COUNT
                  OR WS-OUTAGE-FOUND-IDX > ZERO.
           IF WS-OUTAGE-FOUND-IDX > ZERO
               IF WS-EPISODE-START < WS-OT-START(WS-OUTAGE-FOUND-IDX)
                   MOVE WS-EPISODE-START
                       TO WS-OT-START(WS-OUTAGE-FOUND-IDX)
               END-IF
               GO TO 3300-EXIT
           END-IF.

           IF WS-OUTAGE-COUNT = 3000
               ADD 1 TO WS-TABLE-FULL-COUNT
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO WS-OUTAGE-COUNT.
           ADD 1 TO WS-LOG-ONLY-COUNT.
           MOVE WS-INTX-IDX      TO WS-OT-INTX-IDX(WS-OUTAGE-COUNT).
           MOVE "L"              TO WS-OT-SOURCE(WS-OUTAGE-COUNT).
           MOVE WS-EPISODE-START TO WS-OT-START(WS-OUTAGE-COUNT).
           MOVE WS-EPISODE-END   TO WS-OT-END(WS-OUTAGE-COUNT).
       3300-EXIT.
           EXIT.

       3400-MATCH-ONE-OUTAGE SECTION.
       3400-START.
           IF WS-OT-INTX-IDX(WS-OUTAGE-IDX) NOT = WS-INTX-IDX
               OR NOT WS-OT-WORK-ORDER(WS-OUTAGE-IDX)
               GO TO 3400-EXIT
           END-IF.
           IF WS-OT-START(WS-OUTAGE-IDX) NOT < WS-EPISODE-START
               AND WS-OT-START(WS-OUTAGE-IDX) NOT > WS-EPISODE-END
               MOVE WS-OUTAGE-IDX TO WS-OUTAGE-FOUND-IDX
               GO TO 3400-EXIT
           END-IF.
           IF WS-EPISODE-START NOT < WS-OT-START(WS-OUTAGE-IDX)
               AND WS-EPISODE-START NOT > WS-OT-END(WS-OUTAGE-IDX)
               MOVE WS-OUTAGE-IDX TO WS-OUTAGE-FOUND-IDX
           END-IF.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-TALLY-OUTAGES
      * Spreads each failure outage and each planned window over the
      * twelve month windows. Outage count and longest outage are
      * for the report month.
      *----------------------------------------------------------------
       4000-TALLY-OUTAGES SECTION.
       4000-START.
           PERFORM 4100-TALLY-ONE-OUTAGE THRU 4100-EXIT
               VARYING WS-OUTAGE-IDX FROM 1 BY 1
               UNTIL WS-OUTAGE-IDX > WS-OUTAGE-COUNT.
           PERFORM 4300-TALLY-ONE-PLANNED THRU 4300-EXIT
               VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT.
       4000-EXIT.
           EXIT.

       4100-TALLY-ONE-OUTAGE SECTION.
       4100-START.
           MOVE WS-OT-INTX-IDX(WS-OUTAGE-IDX) TO WS-INTX-IDX.
           SET WS-PLANNED-SW TO "N".
           PERFORM 4150-CHECK-ONE-WINDOW THRU 4150-EXIT
               VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                  OR WS-IN-PLANNED-WINDOW.
           IF WS-IN-PLANNED-WINDOW
               ADD 1 TO WS-PLANNED-FAULT-COUNT
               GO TO 4100-EXIT
           END-IF.

           MOVE WS-OT-START(WS-OUTAGE-IDX) TO WS-OV-FROM.
           MOVE WS-OT-END(WS-OUTAGE-IDX)   TO WS-OV-TO.
           PERFORM 4200-SPREAD-ONE-MONTH THRU 4200-EXIT
               VARYING WS-MW-IDX FROM 1 BY 1
               UNTIL WS-MW-IDX > 12.
       4100-EXIT.
           EXIT.

       4150-CHECK-ONE-WINDOW SECTION.
       4150-START.
           IF WS-PW-INTX-IDX(WS-PLAN-IDX) = WS-INTX-IDX
               AND WS-OT-START(WS-OUTAGE-IDX)
                   NOT < WS-PW-START(WS-PLAN-IDX)
               AND WS-OT-START(WS-OUTAGE-IDX)
                   < WS-PW-END(WS-PLAN-IDX)
               SET WS-IN-PLANNED-WINDOW TO TRUE
           END-IF.
       4150-EXIT.
           EXIT.

       4200-SPREAD-ONE-MONTH SECTION.
       4200-START.
           MOVE WS-MW-FROM(WS-MW-IDX) TO WS-OV-WIN-FROM.
           MOVE WS-MW-TO(WS-MW-IDX)   TO WS-OV-WIN-TO.
           PERFORM 8300-OVERLAP THRU 8300-EXIT.
           IF WS-OV-SECS = ZERO
               GO TO 4200-EXIT
           END-IF.
           ADD WS-OV-SECS TO WS-IN-M-DOWN(WS-INTX-IDX, WS-MW-IDX).
           IF WS-MW-IDX = 12
               ADD 1 TO WS-IN-OUTAGES(WS-INTX-IDX)
               IF WS-OV-SECS > WS-IN-LONGEST(WS-INTX-IDX)
                   MOVE WS-OV-SECS TO WS-IN-LONGEST(WS-INTX-IDX)
               END-IF
           END-IF.
       4200-EXIT.
           EXIT.

       4300-TALLY-ONE-PLANNED SECTION.
       4300-START.
           MOVE WS-PW-INTX-IDX(WS-PLAN-IDX) TO WS-INTX-IDX.
           MOVE WS-PW-START(WS-PLAN-IDX)    TO WS-OV-FROM.
           MOVE WS-PW-END(WS-PLAN-IDX)      TO WS-OV-TO.
           PERFORM 4400-SPREAD-ONE-PLANNED THRU 4400-EXIT
               VARYING WS-MW-IDX FROM 1 BY 1
               UNTIL WS-MW-IDX > 12.
       4300-EXIT.
           EXIT.

       4400-SPREAD-ONE-PLANNED SECTION.
       4400-START.
           MOVE WS-MW-FROM(WS-MW-IDX) TO WS-OV-WIN-FROM.
           MOVE WS-MW-TO(WS-MW-IDX)   TO WS-OV-WIN-TO.
           PERFORM 8300-OVERLAP THRU 8300-EXIT.
           ADD WS-OV-SECS TO WS-IN-M-PLANNED(WS-INTX-IDX, WS-MW-IDX).
           COMPUTE WS-MONTH-BASE =
               WS-MW-TO(WS-MW-IDX) - WS-MW-FROM(WS-MW-IDX).
           IF WS-IN-M-PLANNED(WS-INTX-IDX, WS-MW-IDX) > WS-MONTH-BASE
               MOVE WS-MONTH-BASE
                   TO WS-IN-M-PLANNED(WS-INTX-IDX, WS-MW-IDX)
           END-IF.
       4400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-PRINT-INTERSECTIONS
      * One line per in-service intersection in master order, each
      * rolled into its district as it prints.
      *----------------------------------------------------------------
       5000-PRINT-INTERSECTIONS SECTION.
       5000-START.
           MOVE "S" TO WS-SPOOL-TYPE.
           MOVE "AVAILABILITY BY INTERSECTION" TO RPT-LINE.
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
           MOVE WS-COLUMN-LINE TO RPT-LINE.
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
           PERFORM 5100-PRINT-ONE-INTERSECTION THRU 5100-EXIT
               VARYING WS-INTX-IDX FROM 1 BY 1
               UNTIL WS-INTX-IDX > WS-INTX-COUNT.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-INTERSECTION SECTION.
       5100-START.
           MOVE SPACES TO DL-TREND.
           MOVE ZERO TO WS-SUM-BASE WS-SUM-DOWN.
           PERFORM 5200-TREND-ONE-MONTH THRU 5200-EXIT
               VARYING WS-MW-IDX FROM 1 BY 1
               UNTIL WS-MW-IDX > 12.

           MOVE WS-SUM-BASE TO WS-AV-BASE.
           MOVE WS-SUM-DOWN TO WS-AV-DOWN.
           PERFORM 8400-AVAILABILITY THRU 8400-EXIT.
           MOVE WS-AV-PCT TO DL-TWELVE.

           COMPUTE WS-AV-BASE = WS-MW-TO(12) - WS-MW-FROM(12)
               - WS-IN-M-PLANNED(WS-INTX-IDX, 12).
           MOVE WS-IN-M-DOWN(WS-INTX-IDX, 12) TO WS-AV-DOWN.
           PERFORM 8400-AVAILABILITY THRU 8400-EXIT.
           MOVE WS-AV-PCT TO DL-AVAIL.
           MOVE SPACES TO DL-FLAG.
           IF WS-AV-PCT < WS-TARGET-PCT
               MOVE "Y" TO WS-IN-BELOW-SW(WS-INTX-IDX)
               MOVE "BELOW TARGET" TO DL-FLAG
               ADD 1 TO WS-BELOW-COUNT
           END-IF.

           MOVE WS-IN-ID(WS-INTX-IDX)       TO DL-ID.
           MOVE WS-IN-DISTRICT(WS-INTX-IDX) TO DL-DISTRICT.
           MOVE WS-IN-OUTAGES(WS-INTX-IDX)  TO DL-OUTAGES.
           COMPUTE WS-HOURS ROUNDED =
               WS-IN-M-DOWN(WS-INTX-IDX, 12) / 3600.
           MOVE WS-HOURS TO DL-DOWN.
           COMPUTE WS-HOURS ROUNDED =
               WS-IN-LONGEST(WS-INTX-IDX) / 3600.
           MOVE WS-HOURS TO DL-LONGEST.
           COMPUTE WS-HOURS ROUNDED =
               WS-IN-M-PLANNED(WS-INTX-IDX, 12) / 3600.
           MOVE WS-HOURS TO DL-PLANNED.
           MOVE "D" TO WS-SPOOL-TYPE.
           MOVE WS-IN-DISTRICT(WS-INTX-IDX) TO WS-SPOOL-DISTRICT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.

           PERFORM 5300-ROLL-INTO-DISTRICT THRU 5300-EXIT.
       5100-EXIT.
           EXIT.

       5200-TREND-ONE-MONTH SECTION.
       5200-START.
           COMPUTE WS-AV-BASE = WS-MW-TO(WS-MW-IDX)
               - WS-MW-FROM(WS-MW-IDX)
               - WS-IN-M-PLANNED(WS-INTX-IDX, WS-MW-IDX).
           MOVE WS-IN-M-DOWN(WS-INTX-IDX, WS-MW-IDX) TO WS-AV-DOWN.
           ADD WS-AV-BASE TO WS-SUM-BASE.
           ADD WS-AV-DOWN TO WS-SUM-DOWN.
           PERFORM 8400-AVAILABILITY THRU 8400-EXIT.
           IF WS-AV-PCT < WS-TARGET-PCT
               MOVE "-" TO DL-TREND(WS-MW-IDX:1)
           ELSE
               MOVE "+" TO DL-TREND(WS-MW-IDX:1)
           END-IF.
       5200-EXIT.
           EXIT.

       5300-ROLL-INTO-DISTRICT SECTION.
       5300-START.
           MOVE ZERO TO WS-DIST-FOUND-IDX.
           PERFORM 5400-MATCH-ONE-DISTRICT THRU 5400-EXIT
               VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-DIST-COUNT
                  OR WS-DIST-FOUND-IDX > ZERO.
           IF WS-DIST-FOUND-IDX = ZERO
               IF WS-DIST-COUNT = 50
                   GO TO 5300-EXIT
               END-IF
               ADD 1 TO WS-DIST-COUNT
               MOVE WS-DIST-COUNT TO WS-DIST-FOUND-IDX
               INITIALIZE WS-DS-ENTRY(WS-DIST-FOUND-IDX)
               MOVE WS-IN-DISTRICT(WS-INTX-IDX)
                   TO WS-DS-DISTRICT(WS-DIST-FOUND-IDX)
           END-IF.

           ADD 1 TO WS-DS-SITES(WS-DIST-FOUND-IDX).
           ADD WS-IN-OUTAGES(WS-INTX-IDX)
               TO WS-DS-OUTAGES(WS-DIST-FOUND-IDX).
           IF WS-IN-LONGEST(WS-INTX-IDX)
                   > WS-DS-LONGEST(WS-DIST-FOUND-IDX)
               MOVE WS-IN-LONGEST(WS-INTX-IDX)
                   TO WS-DS-LONGEST(WS-DIST-FOUND-IDX)
           END-IF.
           IF WS-IN-BELOW-TARGET(WS-INTX-IDX)
               ADD 1 TO WS-DS-BELOW(WS-DIST-FOUND-IDX)
           END-IF.
           PERFORM 5500-ROLL-ONE-MONTH THRU 5500-EXIT
               VARYING WS-MW-IDX FROM 1 BY 1
               UNTIL WS-MW-IDX > 12.
       5300-EXIT.
           EXIT.

       5400-MATCH-ONE-DISTRICT SECTION.
       5400-START.
           IF WS-DS-DISTRICT(WS-DIST-IDX) = WS-IN-DISTRICT(WS-INTX-IDX)
               MOVE WS-DIST-IDX TO WS-DIST-FOUND-IDX
           END-IF.
       5400-EXIT.
           EXIT.

       5500-ROLL-ONE-MONTH SECTION.
       5500-START.
           COMPUTE WS-DS-M-BASE(WS-DIST-FOUND-IDX, WS-MW-IDX) =
               WS-DS-M-BASE(WS-DIST-FOUND-IDX, WS-MW-IDX)
               + WS-MW-TO(WS-MW-IDX) - WS-MW-FROM(WS-MW-IDX)
               - WS-IN-M-PLANNED(WS-INTX-IDX, WS-MW-IDX).
           ADD WS-IN-M-DOWN(WS-INTX-IDX, WS-MW-IDX)
               TO WS-DS-M-DOWN(WS-DIST-FOUND-IDX, WS-MW-IDX).
           ADD WS-IN-M-PLANNED(WS-INTX-IDX, WS-MW-IDX)
               TO WS-DS-M-PLANNED(WS-DIST-FOUND-IDX, WS-MW-IDX).
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-PRINT-DISTRICTS
      * One line per district: the report month's availability over
      * all its intersections, outages, longest outage, twelve-month
      * availability and trend, and how many sites missed target.
      *----------------------------------------------------------------
       6000-PRINT-DISTRICTS SECTION.
       6000-START.
           MOVE "S" TO WS-SPOOL-TYPE.
           MOVE SPACES TO RPT-LINE.
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
           MOVE "AVAILABILITY BY DISTRICT" TO RPT-LINE.
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
           IF WS-DIST-COUNT = ZERO
               MOVE "C" TO WS-SPOOL-TYPE
               MOVE "  NO IN-SERVICE INTERSECTIONS" TO RPT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6100-PRINT-ONE-DISTRICT THRU 6100-EXIT
               VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-DIST-COUNT.
       6000-EXIT.
           EXIT.

       6100-PRINT-ONE-DISTRICT SECTION.
       6100-START.
           MOVE SPACES TO DSL-TREND.
           MOVE ZERO TO WS-SUM-BASE WS-SUM-DOWN.
           PERFORM 6200-TREND-ONE-MONTH THRU 6200-EXIT
               VARYING WS-MW-IDX FROM 1 BY 1
               UNTIL WS-MW-IDX > 12.
           MOVE WS-SUM-BASE TO WS-AV-BASE.
           MOVE WS-SUM-DOWN TO WS-AV-DOWN.
           PERFORM 8400-AVAILABILITY THRU 8400-EXIT.
           MOVE WS-AV-PCT TO DSL-TWELVE.

           MOVE WS-DS-M-BASE(WS-DIST-IDX, 12) TO WS-AV-BASE.
           MOVE WS-DS-M-DOWN(WS-DIST-IDX, 12) TO WS-AV-DOWN.
           PERFORM 8400-AVAILABILITY THRU 8400-EXIT.
           MOVE WS-AV-PCT TO DSL-AVAIL.

           MOVE WS-DS-DISTRICT(WS-DIST-IDX) TO DSL-DISTRICT.
           MOVE WS-DS-SITES(WS-DIST-IDX)    TO DSL-SITES.
           MOVE WS-DS-OUTAGES(WS-DIST-IDX)  TO DSL-OUTAGES.
           MOVE WS-DS-BELOW(WS-DIST-IDX)    TO DSL-BELOW.
           COMPUTE WS-HOURS ROUNDED =
               WS-DS-LONGEST(WS-DIST-IDX) / 3600.
           MOVE WS-HOURS TO DSL-LONGEST.
           MOVE "D" TO WS-SPOOL-TYPE.
           MOVE WS-DS-DISTRICT(WS-DIST-IDX) TO WS-SPOOL-DISTRICT.
           MOVE WS-DISTRICT-LINE TO RPT-LINE.
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
       6100-EXIT.
           EXIT.

       6200-TREND-ONE-MONTH SECTION.
       6200-START.
           MOVE WS-DS-M-BASE(WS-DIST-IDX, WS-MW-IDX) TO WS-AV-BASE.
           MOVE WS-DS-M-DOWN(WS-DIST-IDX, WS-MW-IDX) TO WS-AV-DOWN.
           ADD WS-AV-BASE TO WS-SUM-BASE.
           ADD WS-AV-DOWN TO WS-SUM-DOWN.
           PERFORM 8400-AVAILABILITY THRU 8400-EXIT.
           IF WS-AV-PCT < WS-TARGET-PCT
               MOVE "-" TO DSL-TREND(WS-MW-IDX:1)
           ELSE
               MOVE "+" TO DSL-TREND(WS-MW-IDX:1)
           END-IF.
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-PRINT-BELOW-TARGET
      * The intersections that missed target in the report month.
      *----------------------------------------------------------------
       7000-PRINT-BELOW-TARGET SECTION.
       7000-START.
           MOVE "S" TO WS-SPOOL-TYPE.
           MOVE SPACES TO RPT-LINE.
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
           MOVE "INTERSECTIONS BELOW TARGET AVAILABILITY" TO RPT-LINE.
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
           IF WS-BELOW-COUNT = ZERO
               MOVE "C" TO WS-SPOOL-TYPE
               MOVE "  NONE" TO RPT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
               GO TO 7000-EXIT
           END-IF.
           PERFORM 7100-PRINT-ONE-BELOW THRU 7100-EXIT
               VARYING WS-INTX-IDX FROM 1 BY 1
               UNTIL WS-INTX-IDX > WS-INTX-COUNT.
       7000-EXIT.
           EXIT.

       7100-PRINT-ONE-BELOW SECTION.
       7100-START.
           IF NOT WS-IN-BELOW-TARGET(WS-INTX-IDX)
               GO TO 7100-EXIT
           END-IF.
           COMPUTE WS-AV-BASE = WS-MW-TO(12) - WS-MW-FROM(12)
               - WS-IN-M-PLANNED(WS-INTX-IDX, 12).
           MOVE WS-IN-M-DOWN(WS-INTX-IDX, 12) TO WS-AV-DOWN.
           PERFORM 8400-AVAILABILITY THRU 8400-EXIT.
           MOVE WS-IN-ID(WS-INTX-IDX)       TO BL-ID.
           MOVE WS-IN-DISTRICT(WS-INTX-IDX) TO BL-DISTRICT.
           MOVE WS-AV-PCT                   TO BL-AVAIL.
           MOVE WS-IN-OUTAGES(WS-INTX-IDX)  TO BL-OUTAGES.
           COMPUTE WS-HOURS ROUNDED =
               WS-IN-LONGEST(WS-INTX-IDX) / 3600.
           MOVE WS-HOURS TO BL-LONGEST.
           MOVE "D" TO WS-SPOOL-TYPE.
           MOVE WS-IN-DISTRICT(WS-INTX-IDX) TO WS-SPOOL-DISTRICT.
           MOVE WS-BELOW-LINE TO RPT-LINE.
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-DATE-TO-SERIAL
      * Converts WS-D2S-DATE (YYYYMMDD) to a day serial, the same
      * arithmetic SIGAGING uses.
      *----------------------------------------------------------------
       8000-DATE-TO-SERIAL SECTION.
       8000-START.
           COMPUTE WS-D2S-PRIOR-YEAR = WS-D2S-YEAR - 1.
           DIVIDE WS-D2S-PRIOR-YEAR BY 4 GIVING WS-D2S-LEAP-COUNT.
           DIVIDE WS-D2S-PRIOR-YEAR BY 100 GIVING WS-D2S-WORK.
           SUBTRACT WS-D2S-WORK FROM WS-D2S-LEAP-COUNT.
           DIVIDE WS-D2S-PRIOR-YEAR BY 400 GIVING WS-D2S-WORK.
           ADD WS-D2S-WORK TO WS-D2S-LEAP-COUNT.

           COMPUTE WS-D2S-SERIAL = WS-D2S-YEAR * 365
               + WS-D2S-LEAP-COUNT
               + WS-MONTH-OFFSET(WS-D2S-MONTH)
               + WS-D2S-DAY.

           IF WS-D2S-MONTH > 2
               DIVIDE WS-D2S-YEAR BY 4 GIVING WS-D2S-WORK
                   REMAINDER WS-D2S-REMAINDER
               IF WS-D2S-REMAINDER = ZERO
                   DIVIDE WS-D2S-YEAR BY 100 GIVING WS-D2S-WORK
                       REMAINDER WS-D2S-REMAINDER
                   IF WS-D2S-REMAINDER NOT = ZERO
                       ADD 1 TO WS-D2S-SERIAL
                   ELSE
                       DIVIDE WS-D2S-YEAR BY 400 GIVING WS-D2S-WORK
                           REMAINDER WS-D2S-REMAINDER
                       IF WS-D2S-REMAINDER = ZERO
                           ADD 1 TO WS-D2S-SERIAL
                       END-IF
                   END-IF
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8100-MAKE-STAMP
      * WS-D2S-DATE plus WS-STAMP-TIME (HHMMSScc) as whole seconds.
      *----------------------------------------------------------------
       8100-MAKE-STAMP SECTION.
       8100-START.
           PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
           COMPUTE WS-STAMP = WS-D2S-SERIAL * 86400
               + WS-ST-HOURS * 3600 + WS-ST-MINUTES * 60
               + WS-ST-SECONDS.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8200-FIND-INTERSECTION
      * Looks SL-INTERSECTION-ID up in the in-service table.
      *----------------------------------------------------------------
       8200-FIND-INTERSECTION SECTION.
       8200-START.
           SET WS-FOUND-SW TO "N".
           PERFORM 8250-MATCH-ONE-INTERSECTION THRU 8250-EXIT
               VARYING WS-INTX-IDX FROM 1 BY 1
               UNTIL WS-INTX-IDX > WS-INTX-COUNT OR WS-FOUND.
       8200-EXIT.
           EXIT.

       8250-MATCH-ONE-INTERSECTION SECTION.
       8250-START.
           IF WS-IN-ID(WS-INTX-IDX) = SL-INTERSECTION-ID
               SET WS-FOUND TO TRUE
               MOVE WS-INTX-IDX TO WS-FOUND-IDX
           END-IF.
       8250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8300-OVERLAP
      * Seconds of WS-OV-FROM..WS-OV-TO inside the window
      * WS-OV-WIN-FROM..WS-OV-WIN-TO.
      *----------------------------------------------------------------
       8300-OVERLAP SECTION.
       8300-START.
           MOVE ZERO TO WS-OV-SECS.
           IF WS-OV-TO NOT > WS-OV-WIN-FROM
               OR WS-OV-FROM NOT < WS-OV-WIN-TO
               GO TO 8300-EXIT
           END-IF.
           IF WS-OV-FROM > WS-OV-WIN-FROM
               MOVE WS-OV-FROM TO WS-OV-WIN-FROM
           END-IF.
           IF WS-OV-TO < WS-OV-WIN-TO
               MOVE WS-OV-TO TO WS-OV-WIN-TO
           END-IF.
           COMPUTE WS-OV-SECS = WS-OV-WIN-TO - WS-OV-WIN-FROM.
       8300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8400-AVAILABILITY
      * Percent of WS-AV-BASE not lost to WS-AV-DOWN. No time to
      * measure counts as fully available.
      *----------------------------------------------------------------
       8400-AVAILABILITY SECTION.
       8400-START.
           IF WS-AV-BASE = ZERO
               MOVE 100 TO WS-AV-PCT
               GO TO 8400-EXIT
           END-IF.
           IF WS-AV-DOWN NOT < WS-AV-BASE
               MOVE ZERO TO WS-AV-PCT
               GO TO 8400-EXIT
           END-IF.
           COMPUTE WS-AV-PCT ROUNDED =
               (WS-AV-BASE - WS-AV-DOWN) * 100 / WS-AV-BASE.
       8400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8900-WRITE-LINE
      * Prints RPT-LINE and spools the same line for RPTBURST under
      * WS-SPOOL-TYPE and, for a detail line, WS-SPOOL-DISTRICT.
      *----------------------------------------------------------------
       8900-WRITE-LINE SECTION.
       8900-START.
           MOVE SPACES TO RS-RECORD.
           MOVE WS-SPOOL-TYPE TO RS-LINE-TYPE.
           IF RS-DISTRICT-LINE
               MOVE WS-SPOOL-DISTRICT TO RS-DISTRICT
           END-IF.
           MOVE RPT-LINE TO RS-LINE.
           WRITE RPT-LINE.
           WRITE RS-RECORD.
       8900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the report and prints the run summary; RC 4 when any
      * intersection is below target.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE AVAIL-REPORT BURST-SPOOL.
           DISPLAY "AVAILRPT: INTERSECTIONS     = " WS-INTX-COUNT.
           DISPLAY "AVAILRPT: DISPATCHES READ   = " WS-DISPATCH-COUNT.
           DISPLAY "AVAILRPT: NOT ON MASTER     = "
               WS-NOT-ON-MASTER-COUNT.
           DISPLAY "AVAILRPT: LOG READINGS      = " WS-READ-COUNT.
           DISPLAY "AVAILRPT: LOG-ONLY OUTAGES  = " WS-LOG-ONLY-COUNT.
           DISPLAY "AVAILRPT: FAULTS IN PLANNED = "
               WS-PLANNED-FAULT-COUNT.
           DISPLAY "AVAILRPT: BELOW TARGET      = " WS-BELOW-COUNT.
           IF WS-TABLE-FULL-COUNT > ZERO
               DISPLAY "AVAILRPT: TABLE FULL - ENTRIES DROPPED = "
                   WS-TABLE-FULL-COUNT
           END-IF.
           IF WS-BELOW-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
