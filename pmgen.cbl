       IDENTIFICATION DIVISION.
       PROGRAM-ID. PMGEN.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. NIGHTLY PREVENTIVE-MAINTENANCE
      *                  SCHEDULER. EACH PMSCHED LINE IS A TASK (TASK
      *                  ID, TASK TYPE SUCH AS RLMP RELAMPING, CABI
      *                  CABINET INSPECTION OR DCAL DETECTOR
      *                  CALIBRATION, INTERVAL IN DAYS, FIRST DUE
      *                  DATE, DESCRIPTION) APPLIED TO ONE
      *                  INTERSECTION (SCOPE I), EVERY IN-SERVICE
      *                  INTERSECTION OF A DISTRICT (SCOPE D) OR ALL
      *                  OF THEM (SCOPE A). THE PMSTATE FILE CARRIES
      *                  EACH TASK AND INTERSECTION'S NEXT DUE DATE
      *                  AND OPEN WORK ORDER FROM RUN TO RUN. ON AN
      *                  OPSCAL WORKDAY EVERY DUE PAIR WITH NO ORDER
      *                  OPEN GETS A PLANNED TLMAINT WORK ORDER DRAWN
      *                  FROM THE TLWONUM SEQUENCE, ITS MD-REASON
      *                  STARTING "PM " SO THE BREAKDOWN REPORTS CAN
      *                  TELL PLANNED WORK APART; ON ANY OTHER DAY
      *                  THE ORDERS WAIT FOR THE NEXT WORKDAY. WHEN
      *                  TLMCOMP CLOSES THE ORDER THE NEXT DUE DATE
      *                  IS THE COMPLETION DATE PLUS THE INTERVAL. A
      *                  TASK NOT COMPLETED WITHIN THE PMGENCTL GRACE
      *                  DAYS (DEFAULT 7) OF ITS DUE DATE IS LISTED ON
      *                  THE PMOVERDU REPORT AND GIVES RC 4.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GEN-CONTROL ASSIGN TO "PMGENCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GC-FILE-STATUS.
           SELECT PM-SCHEDULE ASSIGN TO "PMSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PS-FILE-STATUS.
           SELECT PM-STATE ASSIGN TO "PMSTATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PT-FILE-STATUS.
           SELECT INTERSECTION-MASTER ASSIGN TO "INTXMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IX-INTERSECTION-ID
               FILE STATUS IS IX-FILE-STATUS.
           SELECT OPS-CALENDAR ASSIGN TO "OPSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT MAINT-COMPLETIONS ASSIGN TO "TLMCOMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MC-FILE-STATUS.
           SELECT WORK-ORDER-SEQ ASSIGN TO "TLWONUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WO-FILE-STATUS.
           SELECT MAINT-DISPATCH ASSIGN TO "TLMAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MD-FILE-STATUS.
           SELECT GEN-REPORT ASSIGN TO "PMGENRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT OVERDUE-REPORT ASSIGN TO "PMOVERDU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GEN-CONTROL.
       01  GC-RECORD.
           05  GC-GRACE-DAYS           PIC X(03).
       FD  PM-SCHEDULE.
       01  PS-RECORD.
           05  PS-TASK-ID              PIC X(06).
           05  FILLER                  PIC X(01).
           05  PS-TASK-TYPE            PIC X(04).
           05  FILLER                  PIC X(01).
           05  PS-INTERVAL-DAYS        PIC X(03).
           05  FILLER                  PIC X(01).
           05  PS-SCOPE                PIC X(01).
               88  PS-ONE-INTERSECTION         VALUE "I".
               88  PS-ONE-DISTRICT             VALUE "D".
               88  PS-ALL-INTERSECTIONS        VALUE "A".
           05  FILLER                  PIC X(01).
           05  PS-SCOPE-VALUE          PIC X(05).
           05  FILLER                  PIC X(01).
           05  PS-FIRST-DUE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  PS-DESCRIPTION          PIC X(20).
       FD  PM-STATE.
       01  PT-RECORD.
           05  PT-TASK-ID              PIC X(06).
           05  FILLER                  PIC X(01).
           05  PT-INTERSECTION-ID      PIC X(05).
           05  FILLER                  PIC X(01).
           05  PT-NEXT-DUE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PT-OPEN-WO              PIC 9(06).
       FD  INTERSECTION-MASTER.
       COPY "INTXMAST.cpy".
       FD  OPS-CALENDAR.
       COPY "OPSCAL.cpy".
       FD  MAINT-COMPLETIONS.
       01  MC-RECORD.
           05  MC-WORK-ORDER-NO        PIC 9(06).
           05  FILLER                  PIC X(01).
           05  MC-COMP-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  MC-ACTION-TAKEN         PIC X(30).
       FD  WORK-ORDER-SEQ.
       01  WO-RECORD.
           05  WO-NEXT-NUMBER          PIC 9(06).
       FD  MAINT-DISPATCH.
       01  MD-RECORD.
           05  MD-WORK-ORDER-NO        PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MD-INTERSECTION-ID      PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MD-REASON               PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MD-FAULT-DATE           PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MD-FAULT-TIME           PIC 9(08).
       FD  GEN-REPORT.
       01  RPT-LINE                    PIC X(90).
       FD  OVERDUE-REPORT.
       01  OVR-LINE                    PIC X(90).
       WORKING-STORAGE SECTION.
        01 GC-FILE-STATUS              PIC XX.
        01 PS-FILE-STATUS              PIC XX.
        01 PT-FILE-STATUS              PIC XX.
        01 IX-FILE-STATUS              PIC XX.
        01 CAL-FILE-STATUS             PIC XX.
        01 MC-FILE-STATUS              PIC XX.
        01 WO-FILE-STATUS              PIC XX.
        01 MD-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 OVR-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-COMP-FOUND-SW        PIC X(01) VALUE "N".
              88 WS-COMP-FOUND                VALUE "Y".
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-TODAY-SERIAL             PIC 9(08) VALUE ZERO.
        01 WS-DAY-TYPE                 PIC X(01) VALUE "W".
           88 WS-WORKDAY                      VALUE "W".
        01 WS-GRACE-DAYS               PIC 9(03) VALUE 7.
        01 WS-INTERVAL-DAYS            PIC 9(03) VALUE ZERO.
        01 WS-WORK-ORDER-NO            PIC 9(06) VALUE ZERO.
        01 WS-INTX-COUNT               PIC 9(03) VALUE ZERO.
        01 WS-INTX-TABLE.
           05 WS-IN-ENTRY OCCURS 500 TIMES.
              10 WS-IN-ID             PIC X(05).
              10 WS-IN-DISTRICT       PIC X(03).
        01 WS-INTX-IDX                 PIC 9(03) VALUE ZERO.
        01 WS-PAIR-COUNT               PIC 9(05) VALUE ZERO.
        01 WS-STATE-COUNT              PIC 9(04) VALUE ZERO.
        01 WS-STATE-TABLE.
           05 WS-ST-ENTRY OCCURS 3000 TIMES.
              10 WS-ST-TASK-ID        PIC X(06).
              10 WS-ST-INTERSECTION   PIC X(05).
              10 WS-ST-NEXT-DUE       PIC 9(08).
              10 WS-ST-OPEN-WO        PIC 9(06).
              10 WS-ST-SEEN-SW        PIC X(01).
                 88 WS-ST-SEEN                VALUE "Y".
        01 WS-STATE-IDX                PIC 9(04) VALUE ZERO.
        01 WS-FOUND-IDX                PIC 9(04) VALUE ZERO.
        01 WS-COMP-COUNT               PIC 9(04) VALUE ZERO.
        01 WS-COMP-TABLE.
           05 WS-COMP-ENTRY OCCURS 3000 TIMES.
              10 WS-CP-WO             PIC 9(06).
              10 WS-CP-COMP-DATE      PIC 9(08).
        01 WS-COMP-IDX                 PIC 9(04) VALUE ZERO.
        01 WS-COMP-DATE                PIC 9(08) VALUE ZERO.
        01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
        01 WS-DAY-IDX                  PIC 9(03) VALUE ZERO.
        01 WS-DAYS-OVERDUE             PIC 9(05) VALUE ZERO.
        01 WS-WORK-DATE                PIC 9(08).
        01 WS-WORK-DATE-FIELDS REDEFINES WS-WORK-DATE.
           05 WS-WORK-YEAR             PIC 9(04).
           05 WS-WORK-MONTH            PIC 9(02).
           05 WS-WORK-DAY              PIC 9(02).
        01 WS-MONTH-END                PIC 9(02) VALUE ZERO.
        01 WS-LEAP-WORK                PIC 9(04) VALUE ZERO.
        01 WS-LEAP-REMAINDER           PIC 9(04) VALUE ZERO.
        01 WS-MONTH-LENGTHS.
           05 FILLER      PIC X(24) VALUE "312831303130313130313031".
        01 WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           05 WS-MONTH-LENGTH OCCURS 12 TIMES PIC 9(02).
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
        01 WS-TALLY-COUNTS.
           05 WS-TASK-COUNT           PIC 9(05) VALUE ZERO.
           05 WS-TASK-REJECT-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-RAISED-COUNT         PIC 9(05) VALUE ZERO.
           05 WS-DEFERRED-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-CLOSED-COUNT         PIC 9(05) VALUE ZERO.
           05 WS-OVERDUE-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-TABLE-FULL-COUNT     PIC 9(05) VALUE ZERO.
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(36) VALUE
                  "PREVENTIVE MAINTENANCE RUN FOR     ".
           05 HL-DATE                 PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 HL-DAY-NOTE             PIC X(30).
        01 WS-RAISED-LINE.
           05 FILLER                  PIC X(12) VALUE "  RAISED WO ".
           05 RL-WO                   PIC 9(06).
           05 FILLER                  PIC X(06) VALUE " TASK ".
           05 RL-TASK-ID              PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RL-TASK-TYPE            PIC X(04).
           05 FILLER                  PIC X(06) VALUE " INTX ".
           05 RL-INTERSECTION         PIC X(05).
           05 FILLER                  PIC X(05) VALUE " DUE ".
           05 RL-DUE                  PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RL-DESCRIPTION          PIC X(20).
        01 WS-REJECT-LINE.
           05 FILLER                  PIC X(07) VALUE "  TASK ".
           05 JL-TASK-ID              PIC X(06).
           05 FILLER                  PIC X(12) VALUE " NOT USED - ".
           05 JL-REASON               PIC X(30).
        01 WS-OVERDUE-HEADER.
           05 FILLER                  PIC X(36) VALUE
                  "OVERDUE PREVENTIVE MAINTENANCE AS OF".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 OH-DATE                 PIC 9(08).
           05 FILLER                  PIC X(12) VALUE "  GRACE DAYS".
           05 OH-GRACE                PIC ZZ9.
        01 WS-OVERDUE-LINE.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 OL-TASK-ID              PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 OL-TASK-TYPE            PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 OL-INTERSECTION         PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 OL-DISTRICT             PIC X(03).
           05 FILLER                  PIC X(05) VALUE " DUE ".
           05 OL-DUE                  PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 OL-DAYS                 PIC ZZZZ9.
           05 FILLER                  PIC X(14) VALUE
                  " DAYS OVERDUE ".
           05 OL-WO-TEXT              PIC X(15).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 OL-DESCRIPTION          PIC X(20).
        01 WS-WO-TEXT.
           05 FILLER                  PIC X(03) VALUE "WO ".
           05 WT-WO                   PIC 9(06).
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ONE-TASK THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 7000-SAVE-STATE THRU 7000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Settles today's day type and the grace days, loads the
      * in-service intersections, the carried task state and the
      * completions, and opens the schedule and both reports.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-D2S-DATE.
           PERFORM 8600-DATE-TO-SERIAL THRU 8600-EXIT.
           MOVE WS-D2S-SERIAL TO WS-TODAY-SERIAL.

           OPEN INPUT GEN-CONTROL.
           IF GC-FILE-STATUS = "00"
               READ GEN-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GC-GRACE-DAYS NUMERIC
                           MOVE GC-GRACE-DAYS TO WS-GRACE-DAYS
                       END-IF
               END-READ
               CLOSE GEN-CONTROL
           END-IF.

           PERFORM 1100-LOOKUP-DAY-TYPE THRU 1100-EXIT.

           OPEN INPUT INTERSECTION-MASTER.
           IF IX-FILE-STATUS NOT = "00"
               DISPLAY "PMGEN: UNABLE TO OPEN INTXMAST - STATUS "
                   IX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-LOAD-ONE-INTERSECTION THRU 1200-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE INTERSECTION-MASTER.

           OPEN INPUT PM-STATE.
           IF PT-FILE-STATUS = "00"
               PERFORM 1300-LOAD-ONE-STATE THRU 1300-EXIT
                   UNTIL WS-EOF OR WS-STATE-COUNT = 3000
               SET WS-EOF-SW TO "N"
               CLOSE PM-STATE
           END-IF.

           OPEN INPUT MAINT-COMPLETIONS.
           IF MC-FILE-STATUS = "00"
               PERFORM 1400-LOAD-ONE-COMPLETION THRU 1400-EXIT
                   UNTIL WS-EOF OR WS-COMP-COUNT = 3000
               SET WS-EOF-SW TO "N"
               CLOSE MAINT-COMPLETIONS
           END-IF.

           OPEN INPUT PM-SCHEDULE.
           IF PS-FILE-STATUS NOT = "00"
               DISPLAY "PMGEN: UNABLE TO OPEN PMSCHED - STATUS "
                   PS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT GEN-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "PMGEN: UNABLE TO OPEN PMGENRPT - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT OVERDUE-REPORT.
           IF OVR-FILE-STATUS NOT = "00"
               DISPLAY "PMGEN: UNABLE TO OPEN PMOVERDU - STATUS "
                   OVR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-TODAY-DATE TO HL-DATE.
           IF WS-WORKDAY
               MOVE SPACES TO HL-DAY-NOTE
           ELSE
               MOVE "NOT A WORKDAY - NOTHING RAISED" TO HL-DAY-NOTE
           END-IF.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-TODAY-DATE TO OH-DATE.
           MOVE WS-GRACE-DAYS TO OH-GRACE.
           WRITE OVR-LINE FROM WS-OVERDUE-HEADER.
           MOVE SPACES TO OVR-LINE.
           WRITE OVR-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOOKUP-DAY-TYPE
      * Finds today on the OPSCAL operations calendar. No calendar,
      * or a date not on it, is a workday.
      *----------------------------------------------------------------
       1100-LOOKUP-DAY-TYPE SECTION.
       1100-START.
           OPEN INPUT OPS-CALENDAR.
           IF CAL-FILE-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF.

           PERFORM 1150-CHECK-ONE-DATE THRU 1150-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE OPS-CALENDAR.
       1100-EXIT.
           EXIT.

       1150-CHECK-ONE-DATE SECTION.
       1150-START.
           READ OPS-CALENDAR
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1150-EXIT
           END-READ.

           IF CAL-DATE = WS-TODAY-DATE
               MOVE CAL-DAY-TYPE TO WS-DAY-TYPE
           END-IF.
       1150-EXIT.
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
           MOVE IX-INTERSECTION-ID TO WS-IN-ID(WS-INTX-COUNT).
           MOVE IX-DISTRICT        TO WS-IN-DISTRICT(WS-INTX-COUNT).
       1200-EXIT.
           EXIT.

       1300-LOAD-ONE-STATE SECTION.
       1300-START.
           READ PM-STATE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1300-EXIT
           END-READ.
           IF PT-NEXT-DUE NOT NUMERIC OR PT-OPEN-WO NOT NUMERIC
               GO TO 1300-EXIT
           END-IF.
           ADD 1 TO WS-STATE-COUNT.
           MOVE PT-TASK-ID    TO WS-ST-TASK-ID(WS-STATE-COUNT).
           MOVE PT-INTERSECTION-ID
               TO WS-ST-INTERSECTION(WS-STATE-COUNT).
           MOVE PT-NEXT-DUE   TO WS-ST-NEXT-DUE(WS-STATE-COUNT).
           MOVE PT-OPEN-WO    TO WS-ST-OPEN-WO(WS-STATE-COUNT).
           MOVE "N"           TO WS-ST-SEEN-SW(WS-STATE-COUNT).
       1300-EXIT.
           EXIT.

       1400-LOAD-ONE-COMPLETION SECTION.
       1400-START.
           READ MAINT-COMPLETIONS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1400-EXIT
           END-READ.
           ADD 1 TO WS-COMP-COUNT.
           MOVE MC-WORK-ORDER-NO TO WS-CP-WO(WS-COMP-COUNT).
           MOVE MC-COMP-DATE     TO WS-CP-COMP-DATE(WS-COMP-COUNT).
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-ONE-TASK
      * One schedule line: checked, then worked for each
      * intersection it covers.
      *----------------------------------------------------------------
       2000-PROCESS-ONE-TASK SECTION.
       2000-START.
           READ PM-SCHEDULE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-TASK-COUNT.

           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN PS-TASK-ID = SPACES
                   MOVE "BLANK TASK ID" TO WS-REJECT-REASON
               WHEN PS-TASK-TYPE = SPACES
                   MOVE "BLANK TASK TYPE" TO WS-REJECT-REASON
               WHEN PS-INTERVAL-DAYS NOT NUMERIC
                   MOVE "INTERVAL NOT NUMERIC" TO WS-REJECT-REASON
               WHEN PS-INTERVAL-DAYS = "000"
                   MOVE "ZERO INTERVAL" TO WS-REJECT-REASON
               WHEN NOT PS-ONE-INTERSECTION
                       AND NOT PS-ONE-DISTRICT
                       AND NOT PS-ALL-INTERSECTIONS
                   MOVE "SCOPE NOT I, D OR A" TO WS-REJECT-REASON
               WHEN PS-FIRST-DUE NOT = SPACES
                       AND PS-FIRST-DUE NOT NUMERIC
                   MOVE "FIRST DUE DATE NOT NUMERIC"
                       TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2900-REJECT-TASK THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE PS-INTERVAL-DAYS TO WS-INTERVAL-DAYS.

           MOVE ZERO TO WS-PAIR-COUNT.
           PERFORM 2100-CHECK-ONE-INTERSECTION THRU 2100-EXIT
               VARYING WS-INTX-IDX FROM 1 BY 1
               UNTIL WS-INTX-IDX > WS-INTX-COUNT.
           IF WS-PAIR-COUNT = ZERO
               MOVE "NO IN-SERVICE INTERSECTION" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-TASK THRU 2900-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-INTERSECTION SECTION.
       2100-START.
           IF PS-ONE-INTERSECTION
                   AND WS-IN-ID(WS-INTX-IDX) NOT = PS-SCOPE-VALUE
               GO TO 2100-EXIT
           END-IF.
           IF PS-ONE-DISTRICT
                   AND WS-IN-DISTRICT(WS-INTX-IDX)
                       NOT = PS-SCOPE-VALUE(1:3)
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-PAIR-COUNT.
           PERFORM 3000-WORK-ONE-PAIR THRU 3000-EXIT.
       2100-EXIT.
           EXIT.

       2900-REJECT-TASK SECTION.
       2900-START.
           ADD 1 TO WS-TASK-REJECT-COUNT.
           MOVE PS-TASK-ID       TO JL-TASK-ID.
           MOVE WS-REJECT-REASON TO JL-REASON.
           WRITE RPT-LINE FROM WS-REJECT-LINE.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-WORK-ONE-PAIR
      * One task at one intersection: a completed order moves the
      * due date on by the interval; a due pair with no order open
      * gets one on a workday; a pair past its grace days is
      * overdue.
      *----------------------------------------------------------------
       3000-WORK-ONE-PAIR SECTION.
       3000-START.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM 3100-MATCH-ONE-STATE THRU 3100-EXIT
               VARYING WS-STATE-IDX FROM 1 BY 1
               UNTIL WS-STATE-IDX > WS-STATE-COUNT
                  OR WS-FOUND-IDX > ZERO.
           IF WS-FOUND-IDX > ZERO
               IF WS-ST-SEEN(WS-FOUND-IDX)
                   GO TO 3000-EXIT
               END-IF
           ELSE
               IF WS-STATE-COUNT = 3000
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   GO TO 3000-EXIT
               END-IF
               ADD 1 TO WS-STATE-COUNT
               MOVE WS-STATE-COUNT TO WS-FOUND-IDX
               MOVE PS-TASK-ID TO WS-ST-TASK-ID(WS-FOUND-IDX)
               MOVE WS-IN-ID(WS-INTX-IDX)
                   TO WS-ST-INTERSECTION(WS-FOUND-IDX)
               MOVE ZERO TO WS-ST-OPEN-WO(WS-FOUND-IDX)
               IF PS-FIRST-DUE NUMERIC
                       AND PS-FIRST-DUE NOT = "00000000"
                   MOVE PS-FIRST-DUE TO WS-ST-NEXT-DUE(WS-FOUND-IDX)
               ELSE
                   MOVE WS-TODAY-DATE TO WS-ST-NEXT-DUE(WS-FOUND-IDX)
               END-IF
           END-IF.
           MOVE "Y" TO WS-ST-SEEN-SW(WS-FOUND-IDX).

           IF WS-ST-OPEN-WO(WS-FOUND-IDX) > ZERO
               SET WS-COMP-FOUND-SW TO "N"
               PERFORM 3200-MATCH-ONE-COMPLETION THRU 3200-EXIT
                   VARYING WS-COMP-IDX FROM 1 BY 1
                   UNTIL WS-COMP-IDX > WS-COMP-COUNT
                      OR WS-COMP-FOUND
               IF WS-COMP-FOUND
                   MOVE WS-COMP-DATE TO WS-WORK-DATE
                   PERFORM 8700-ADD-ONE-DAY THRU 8700-EXIT
                       VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX > WS-INTERVAL-DAYS
                   MOVE WS-WORK-DATE TO WS-ST-NEXT-DUE(WS-FOUND-IDX)
                   MOVE ZERO TO WS-ST-OPEN-WO(WS-FOUND-IDX)
                   ADD 1 TO WS-CLOSED-COUNT
               END-IF
           END-IF.

           IF WS-ST-OPEN-WO(WS-FOUND-IDX) = ZERO
                   AND WS-ST-NEXT-DUE(WS-FOUND-IDX)
                       NOT > WS-TODAY-DATE
               IF WS-WORKDAY
                   PERFORM 3500-RAISE-WORK-ORDER THRU 3500-EXIT
               ELSE
                   ADD 1 TO WS-DEFERRED-COUNT
               END-IF
           END-IF.

           PERFORM 3800-CHECK-OVERDUE THRU 3800-EXIT.
       3000-EXIT.
           EXIT.

       3100-MATCH-ONE-STATE SECTION.
       3100-START.
           IF WS-ST-TASK-ID(WS-STATE-IDX) = PS-TASK-ID
               AND WS-ST-INTERSECTION(WS-STATE-IDX)
                   = WS-IN-ID(WS-INTX-IDX)
               MOVE WS-STATE-IDX TO WS-FOUND-IDX
           END-IF.
       3100-EXIT.
           EXIT.

       3200-MATCH-ONE-COMPLETION SECTION.
       3200-START.
           IF WS-CP-WO(WS-COMP-IDX) = WS-ST-OPEN-WO(WS-FOUND-IDX)
               SET WS-COMP-FOUND TO TRUE
               MOVE WS-CP-COMP-DATE(WS-COMP-IDX) TO WS-COMP-DATE
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-RAISE-WORK-ORDER
      * Appends the planned work order to TLMAINT under the next
      * TLWONUM number, its reason marked "PM ".
      *----------------------------------------------------------------
       3500-RAISE-WORK-ORDER SECTION.
       3500-START.
           PERFORM 3600-NEXT-WORK-ORDER THRU 3600-EXIT.

           OPEN EXTEND MAINT-DISPATCH.
           IF MD-FILE-STATUS = "05" OR MD-FILE-STATUS = "35"
               CLOSE MAINT-DISPATCH
               OPEN OUTPUT MAINT-DISPATCH
           END-IF.

           MOVE SPACES             TO MD-RECORD.
           MOVE WS-WORK-ORDER-NO   TO MD-WORK-ORDER-NO.
           MOVE WS-IN-ID(WS-INTX-IDX) TO MD-INTERSECTION-ID.
           STRING "PM " PS-TASK-TYPE " " PS-TASK-ID " "
               PS-DESCRIPTION DELIMITED BY SIZE
               INTO MD-REASON.
           ACCEPT MD-FAULT-DATE FROM DATE YYYYMMDD.
           ACCEPT MD-FAULT-TIME FROM TIME.
           WRITE MD-RECORD.
           CLOSE MAINT-DISPATCH.

           MOVE WS-WORK-ORDER-NO TO WS-ST-OPEN-WO(WS-FOUND-IDX).
           ADD 1 TO WS-RAISED-COUNT.

           MOVE WS-WORK-ORDER-NO      TO RL-WO.
           MOVE PS-TASK-ID            TO RL-TASK-ID.
           MOVE PS-TASK-TYPE          TO RL-TASK-TYPE.
           MOVE WS-IN-ID(WS-INTX-IDX) TO RL-INTERSECTION.
           MOVE WS-ST-NEXT-DUE(WS-FOUND-IDX) TO RL-DUE.
           MOVE PS-DESCRIPTION        TO RL-DESCRIPTION.
           WRITE RPT-LINE FROM WS-RAISED-LINE.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3600-NEXT-WORK-ORDER
      * Draws the next work-order number from the TLWONUM sequence
      * file and advances it. A missing sequence file starts the
      * numbering at one.
      *----------------------------------------------------------------
       3600-NEXT-WORK-ORDER SECTION.
       3600-START.
           MOVE 1 TO WS-WORK-ORDER-NO.
           OPEN INPUT WORK-ORDER-SEQ.
           IF WO-FILE-STATUS = "00"
               READ WORK-ORDER-SEQ
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WO-NEXT-NUMBER TO WS-WORK-ORDER-NO
               END-READ
               CLOSE WORK-ORDER-SEQ
           END-IF.

           OPEN OUTPUT WORK-ORDER-SEQ.
           IF WO-FILE-STATUS NOT = "00"
               DISPLAY "PMGEN: UNABLE TO REWRITE TLWONUM, STATUS="
                   WO-FILE-STATUS
               GO TO 3600-EXIT
           END-IF.
           COMPUTE WO-NEXT-NUMBER = WS-WORK-ORDER-NO + 1.
           WRITE WO-RECORD.
           CLOSE WORK-ORDER-SEQ.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3800-CHECK-OVERDUE
      * A pair still not done once its grace days past the due
      * date have run out goes on the overdue report, whether its
      * order is open or still waiting to be raised.
      *----------------------------------------------------------------
       3800-CHECK-OVERDUE SECTION.
       3800-START.
           IF WS-ST-NEXT-DUE(WS-FOUND-IDX) NOT < WS-TODAY-DATE
               GO TO 3800-EXIT
           END-IF.
           MOVE WS-ST-NEXT-DUE(WS-FOUND-IDX) TO WS-WORK-DATE.
           PERFORM 8700-ADD-ONE-DAY THRU 8700-EXIT
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-GRACE-DAYS.
           IF WS-WORK-DATE NOT < WS-TODAY-DATE
               GO TO 3800-EXIT
           END-IF.

           MOVE WS-ST-NEXT-DUE(WS-FOUND-IDX) TO WS-D2S-DATE.
           PERFORM 8600-DATE-TO-SERIAL THRU 8600-EXIT.
           COMPUTE WS-DAYS-OVERDUE = WS-TODAY-SERIAL - WS-D2S-SERIAL.

           MOVE PS-TASK-ID                   TO OL-TASK-ID.
           MOVE PS-TASK-TYPE                 TO OL-TASK-TYPE.
           MOVE WS-IN-ID(WS-INTX-IDX)        TO OL-INTERSECTION.
           MOVE WS-IN-DISTRICT(WS-INTX-IDX)  TO OL-DISTRICT.
           MOVE WS-ST-NEXT-DUE(WS-FOUND-IDX) TO OL-DUE.
           MOVE WS-DAYS-OVERDUE              TO OL-DAYS.
           IF WS-ST-OPEN-WO(WS-FOUND-IDX) > ZERO
               MOVE WS-ST-OPEN-WO(WS-FOUND-IDX) TO WT-WO
               MOVE WS-WO-TEXT TO OL-WO-TEXT
           ELSE
               MOVE "NOT YET RAISED" TO OL-WO-TEXT
           END-IF.
           MOVE PS-DESCRIPTION               TO OL-DESCRIPTION.
           WRITE OVR-LINE FROM WS-OVERDUE-LINE.
           ADD 1 TO WS-OVERDUE-COUNT.
       3800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-SAVE-STATE
      * Rewrites PMSTATE with every pair the schedule still covers;
      * pairs for tasks taken off the schedule drop out.
      *----------------------------------------------------------------
       7000-SAVE-STATE SECTION.
       7000-START.
           OPEN OUTPUT PM-STATE.
           IF PT-FILE-STATUS NOT = "00"
               DISPLAY "PMGEN: UNABLE TO REWRITE PMSTATE - STATUS "
                   PT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 7000-EXIT
           END-IF.
           PERFORM 7100-SAVE-ONE-STATE THRU 7100-EXIT
               VARYING WS-STATE-IDX FROM 1 BY 1
               UNTIL WS-STATE-IDX > WS-STATE-COUNT.
           CLOSE PM-STATE.
       7000-EXIT.
           EXIT.

       7100-SAVE-ONE-STATE SECTION.
       7100-START.
           IF NOT WS-ST-SEEN(WS-STATE-IDX)
               GO TO 7100-EXIT
           END-IF.
           MOVE SPACES TO PT-RECORD.
           MOVE WS-ST-TASK-ID(WS-STATE-IDX)      TO PT-TASK-ID.
           MOVE WS-ST-INTERSECTION(WS-STATE-IDX)
               TO PT-INTERSECTION-ID.
           MOVE WS-ST-NEXT-DUE(WS-STATE-IDX)     TO PT-NEXT-DUE.
           MOVE WS-ST-OPEN-WO(WS-STATE-IDX)      TO PT-OPEN-WO.
           WRITE PT-RECORD.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8600-DATE-TO-SERIAL
      * Converts WS-D2S-DATE (YYYYMMDD) to a day serial, the same
      * arithmetic SIGAGING uses.
      *----------------------------------------------------------------
       8600-DATE-TO-SERIAL SECTION.
       8600-START.
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
       8600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8700-ADD-ONE-DAY
      * Advances WS-WORK-DATE (YYYYMMDD) by one calendar day,
      * rolling the month and year and allowing for leap years.
      *----------------------------------------------------------------
       8700-ADD-ONE-DAY SECTION.
       8700-START.
           MOVE WS-MONTH-LENGTH(WS-WORK-MONTH) TO WS-MONTH-END.
           IF WS-WORK-MONTH = 2
               DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-WORK
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-MONTH-END
                   DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-WORK
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 28 TO WS-MONTH-END
                       DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-WORK
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = ZERO
                           MOVE 29 TO WS-MONTH-END
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF WS-WORK-DAY < WS-MONTH-END
               ADD 1 TO WS-WORK-DAY
               GO TO 8700-EXIT
           END-IF.

           MOVE 1 TO WS-WORK-DAY.
           IF WS-WORK-MONTH < 12
               ADD 1 TO WS-WORK-MONTH
           ELSE
               MOVE 1 TO WS-WORK-MONTH
               ADD 1 TO WS-WORK-YEAR
           END-IF.
       8700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the run summary; RC 4 when any
      * task is overdue.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           IF WS-OVERDUE-COUNT = ZERO
               MOVE "  NONE" TO OVR-LINE
               WRITE OVR-LINE
           END-IF.
           IF WS-RAISED-COUNT = ZERO
               MOVE "  NO PLANNED WORK ORDERS RAISED" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           CLOSE PM-SCHEDULE GEN-REPORT OVERDUE-REPORT.
           DISPLAY "PMGEN: TASK LINES READ   = " WS-TASK-COUNT.
           DISPLAY "PMGEN: TASK LINES UNUSED = " WS-TASK-REJECT-COUNT.
           DISPLAY "PMGEN: ORDERS CLOSED     = " WS-CLOSED-COUNT.
           DISPLAY "PMGEN: ORDERS RAISED     = " WS-RAISED-COUNT.
           DISPLAY "PMGEN: WAITING WORKDAY   = " WS-DEFERRED-COUNT.
           DISPLAY "PMGEN: OVERDUE           = " WS-OVERDUE-COUNT.
           IF WS-TABLE-FULL-COUNT > ZERO
               DISPLAY "PMGEN: TABLE FULL - ENTRIES DROPPED = "
                   WS-TABLE-FULL-COUNT
           END-IF.
           IF WS-OVERDUE-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
