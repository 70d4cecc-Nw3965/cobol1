       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSGEN.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. NIGHTLY GENERATOR RUN AHEAD OF
      *                  PROCALC THAT BUILDS CALCIN FROM THE CALCSI
      *                  STANDING CALCULATION INSTRUCTIONS (SEE
      *                  CALCSMNT) INSTEAD OF KEYING THE SAME MONTHLY
      *                  ALLOCATIONS AND RATE CALCULATIONS BY HAND.
      *                  EACH INSTRUCTION FALLS DUE ON ITS START DATE
      *                  AND THEN EVERY WEEK, MONTH, QUARTER OR YEAR;
      *                  A DUE DATE ON AN OPSCAL NON-WORKDAY ROLLS
      *                  FORWARD TO THE NEXT WORKDAY. EVERY DUE DATE
      *                  WHOSE WORKDAY HAS ARRIVED FIRES ONE CALCIN
      *                  RECORD, SO A MISSED NIGHT CATCHES UP - AT
      *                  MOST 12 PER INSTRUCTION A RUN, THE REST
      *                  LEFT FOR THE NEXT RUN WITH RC 4. AN
      *                  INSTRUCTION ON HOLD HAS ITS DUE DATES PASSED
      *                  OVER AND REPORTED AS SKIPPED. CALCIN IS
      *                  WRITTEN WHOLE WITH THE "H" HEADER AND "T"
      *                  TRAILER CONTROLS PROCALC BALANCES. THE
      *                  CALCSIRP REPORT LISTS WHAT FIRED, WHAT WAS
      *                  SKIPPED, AND THE INSTRUCTIONS WHOSE END DATE
      *                  FALLS WITHIN THE CALCSICT WARNING DAYS
      *                  (DEFAULT 30). CALCSICT COLUMNS 5-12 MAY NAME
      *                  THE RUN DATE FOR A RERUN.
      * 10/15/26   OPS   A RERUN FOR THE SAME DATE NOW STARTS EACH
      *                  INSTRUCTION FROM THE LAST DUE DATE KEPT ON
      *                  CALCSI BEFORE THAT DATE'S FIRST RUN, SO IT
      *                  REBUILDS THE SAME CALCIN INSTEAD OF AN EMPTY
      *                  ONE. CALCSI IS REWRITTEN BEFORE CALCIN AND A
      *                  FAILED REWRITE STOPS WITH RC 16 WITHOUT
      *                  RELEASING A BATCH; AN EMPTY BATCH NO LONGER
      *                  REPLACES A CALCIN ALREADY BUILT FOR THE DATE.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GEN-CONTROL ASSIGN TO "CALCSICT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GC-FILE-STATUS.
           SELECT INSTRUCTION-MASTER ASSIGN TO "CALCSI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CS-FILE-STATUS.
           SELECT OPS-CALENDAR ASSIGN TO "OPSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT CALC-INPUT ASSIGN TO "CALCIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CI-FILE-STATUS.
           SELECT GEN-REPORT ASSIGN TO "CALCSIRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT JOB-LOG ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GEN-CONTROL.
       01  GC-RECORD.
           05  GC-WARN-DAYS            PIC X(03).
           05  FILLER                  PIC X(01).
           05  GC-RUN-DATE             PIC X(08).
       FD  INSTRUCTION-MASTER.
       COPY "CALCSI.cpy".
       FD  OPS-CALENDAR.
       COPY "OPSCAL.cpy".
       FD  CALC-INPUT.
       01  CI-RECORD.
           05  CI-D1                   PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X(01).
           05  CI-D2                   PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X(01).
           05  CI-OP-CODE              PIC X(01).
           05  FILLER                  PIC X(01).
           05  CI-RATE-CODE            PIC X(04).
           05  FILLER                  PIC X(01).
           05  CI-ACCOUNT-CODE         PIC X(06).
       01  CI-CONTROL-REC.
           05  CI-REC-TYPE             PIC X(01).
           05  FILLER                  PIC X(01).
           05  CI-CTL-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CI-CTL-COUNT            PIC 9(07).
           05  FILLER                  PIC X(01).
           05  CI-CTL-HASH             PIC S9(11)V99
                                        SIGN IS TRAILING SEPARATE.
       FD  GEN-REPORT.
       01  RPT-LINE                    PIC X(100).
       FD  JOB-LOG.
       COPY "JOBLOG.cpy".
       WORKING-STORAGE SECTION.
        01 GC-FILE-STATUS              PIC XX.
        01 CS-FILE-STATUS              PIC XX.
        01 CAL-FILE-STATUS             PIC XX.
        01 CI-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 JL-FILE-STATUS              PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-INSTR-DONE-SW        PIC X(01) VALUE "N".
              88 WS-INSTR-DONE                VALUE "Y".
           05 WS-WORKDAY-SW           PIC X(01) VALUE "Y".
              88 WS-WORKDAY                   VALUE "Y".
           05 WS-KEEP-BATCH-SW        PIC X(01) VALUE "N".
              88 WS-KEEP-BATCH                VALUE "Y".
        01 WS-JL-START-TIME            PIC 9(08) VALUE ZERO.
        01 WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
        01 WS-RUN-SERIAL               PIC 9(08) VALUE ZERO.
        01 WS-WARN-DAYS                PIC 9(03) VALUE 30.
        01 WS-CATCH-UP-LIMIT           PIC 9(02) VALUE 12.
        01 WS-FIRE-COUNT               PIC 9(02) VALUE ZERO.
        01 WS-NOMINAL-DUE              PIC 9(08) VALUE ZERO.
        01 WS-ROLLED-DUE               PIC 9(08) VALUE ZERO.
        01 WS-DAYS-LEFT                PIC 9(05) VALUE ZERO.
        01 WS-MONTHS-TO-ADD            PIC 9(02) VALUE ZERO.
        01 WS-ANCHOR-DAY               PIC 9(02) VALUE ZERO.
        01 WS-INSTR-COUNT              PIC 9(03) VALUE ZERO.
        01 WS-INSTR-TABLE.
           05 WS-INSTR-ENTRY OCCURS 300 TIMES.
              10 WS-CS-INSTR-ID       PIC X(06).
              10 WS-CS-D1             PIC S9(7)V99.
              10 WS-CS-D2             PIC S9(7)V99.
              10 WS-CS-OP-CODE        PIC X(01).
              10 WS-CS-RATE-CODE      PIC X(04).
              10 WS-CS-ACCOUNT-CODE   PIC X(06).
              10 WS-CS-FREQUENCY      PIC X(01).
              10 WS-CS-START-DATE     PIC 9(08).
              10 WS-CS-END-DATE       PIC 9(08).
              10 WS-CS-STATUS         PIC X(01).
              10 WS-CS-LAST-DUE       PIC 9(08).
              10 WS-CS-DESCRIPTION    PIC X(30).
              10 WS-CS-PRIOR-LAST-DUE PIC 9(08).
        01 WS-INSTR-IDX                PIC 9(03) VALUE ZERO.
        01 WS-NONWORK-COUNT            PIC 9(04) VALUE ZERO.
        01 WS-NONWORK-TABLE.
           05 WS-NONWORK-DATE OCCURS 1000 TIMES PIC 9(08).
        01 WS-NONWORK-IDX              PIC 9(04) VALUE ZERO.
        01 WS-CALC-COUNT               PIC 9(04) VALUE ZERO.
        01 WS-CALC-TABLE.
           05 WS-CALC-IMAGE OCCURS 3600 TIMES PIC X(35).
        01 WS-CALC-IDX                 PIC 9(04) VALUE ZERO.
        01 WS-CALC-RECORD.
           05 WS-CR-D1                PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-CR-D2                PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-CR-OP-CODE           PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-CR-RATE-CODE         PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-CR-ACCOUNT-CODE      PIC X(06).
        01 WS-D1-HASH                  PIC S9(11)V99 VALUE ZERO.
        01 WS-DAY-IDX                  PIC 9(02) VALUE ZERO.
        01 WS-WORK-DATE                PIC 9(08).
        01 WS-WORK-DATE-FIELDS REDEFINES WS-WORK-DATE.
           05 WS-WORK-YEAR             PIC 9(04).
           05 WS-WORK-MONTH            PIC 9(02).
           05 WS-WORK-DAY              PIC 9(02).
        01 WS-ANCHOR-DATE              PIC 9(08).
        01 WS-ANCHOR-DATE-FIELDS REDEFINES WS-ANCHOR-DATE.
           05 FILLER                   PIC 9(06).
           05 WS-ANCHOR-DATE-DAY       PIC 9(02).
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
           05 WS-READ-COUNT           PIC 9(05) VALUE ZERO.
           05 WS-FIRED-COUNT          PIC 9(05) VALUE ZERO.
           05 WS-SKIPPED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-EXPIRING-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-HELD-OVER-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-TABLE-FULL-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-RERUN-COUNT          PIC 9(05) VALUE ZERO.
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(32) VALUE
                  "STANDING CALCULATIONS RUN FOR   ".
           05 HL-DATE                 PIC 9(08).
           05 FILLER                  PIC X(16) VALUE
                  "  WARNING DAYS  ".
           05 HL-WARN-DAYS            PIC ZZ9.
        01 WS-SECTION-LINE.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 SL-TITLE                PIC X(40).
        01 WS-DETAIL-LINE.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 DL-INSTR-ID             PIC X(06).
           05 FILLER                  PIC X(05) VALUE " DUE ".
           05 DL-DUE                  PIC 9(08).
           05 FILLER                  PIC X(04) VALUE " ON ".
           05 DL-ROLLED               PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-D1                   PIC -(7)9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-OP-CODE              PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-ACCOUNT-CODE         PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-NOTE                 PIC X(40).
        01 WS-EXPIRY-LINE.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 EL-INSTR-ID             PIC X(06).
           05 FILLER                  PIC X(06) VALUE " ENDS ".
           05 EL-END-DATE             PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EL-DAYS-LEFT            PIC ZZZZ9.
           05 FILLER                  PIC X(11) VALUE " DAYS LEFT ".
           05 EL-STATUS               PIC X(07).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EL-DESCRIPTION          PIC X(30).
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           ACCEPT WS-JL-START-TIME FROM TIME.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           MOVE "FIRED AND SKIPPED" TO SL-TITLE.
           WRITE RPT-LINE FROM WS-SECTION-LINE.
           PERFORM 3000-PROCESS-ONE-INSTR THRU 3000-EXIT
               VARYING WS-INSTR-IDX FROM 1 BY 1
               UNTIL WS-INSTR-IDX > WS-INSTR-COUNT.
           IF WS-FIRED-COUNT = ZERO AND WS-SKIPPED-COUNT = ZERO
               MOVE "    NOTHING DUE" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "ABOUT TO EXPIRE" TO SL-TITLE.
           WRITE RPT-LINE FROM WS-SECTION-LINE.
           PERFORM 3800-CHECK-EXPIRY THRU 3800-EXIT
               VARYING WS-INSTR-IDX FROM 1 BY 1
               UNTIL WS-INSTR-IDX > WS-INSTR-COUNT.
           IF WS-EXPIRING-COUNT = ZERO
               MOVE "    NONE" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

           PERFORM 8000-REWRITE-MASTER THRU 8000-EXIT.
           IF RETURN-CODE NOT = 16
               PERFORM 7000-WRITE-CALC-INPUT THRU 7000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9900-WRITE-JOB-LOG THRU 9900-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Reads the optional CALCSICT card, loads the non-workdays off
      * OPSCAL and the instruction master, and opens the report.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT GEN-CONTROL.
           IF GC-FILE-STATUS = "00"
               READ GEN-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GC-WARN-DAYS NUMERIC
                           MOVE GC-WARN-DAYS TO WS-WARN-DAYS
                       END-IF
                       IF GC-RUN-DATE NUMERIC
                           MOVE GC-RUN-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE GEN-CONTROL
           END-IF.
           MOVE WS-RUN-DATE TO WS-D2S-DATE.
           PERFORM 8600-DATE-TO-SERIAL THRU 8600-EXIT.
           MOVE WS-D2S-SERIAL TO WS-RUN-SERIAL.

           OPEN INPUT OPS-CALENDAR.
           IF CAL-FILE-STATUS = "00"
               PERFORM 1100-LOAD-ONE-DATE THRU 1100-EXIT
                   UNTIL WS-EOF OR WS-NONWORK-COUNT = 1000
               SET WS-EOF-SW TO "N"
               CLOSE OPS-CALENDAR
           END-IF.

           OPEN INPUT INSTRUCTION-MASTER.
           IF CS-FILE-STATUS NOT = "00"
               DISPLAY "CALCSGEN: UNABLE TO OPEN CALCSI - STATUS "
                   CS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-LOAD-ONE-INSTR THRU 1200-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE INSTRUCTION-MASTER.
           IF WS-TABLE-FULL-COUNT > ZERO
               DISPLAY "CALCSGEN: CALCSI OVER 300 INSTRUCTIONS - "
                   "NOTHING GENERATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT GEN-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "CALCSGEN: UNABLE TO OPEN CALCSIRP - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-RUN-DATE  TO HL-DATE.
           MOVE WS-WARN-DAYS TO HL-WARN-DAYS.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-ONE-DATE
      * Keeps each OPSCAL date that is not a workday. A date absent
      * from the calendar is a workday.
      *----------------------------------------------------------------
       1100-LOAD-ONE-DATE SECTION.
       1100-START.
           READ OPS-CALENDAR
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.

           IF CAL-WORKDAY OR CAL-DATE NOT NUMERIC
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-NONWORK-COUNT.
           MOVE CAL-DATE TO WS-NONWORK-DATE(WS-NONWORK-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-ONE-INSTR
      * Loads one instruction into the work table. When CALCSI was
      * last processed for this same run date the instruction starts
      * again from the last due date kept before that run, so a rerun
      * fires the same dates as the first run did.
      *----------------------------------------------------------------
       1200-LOAD-ONE-INSTR SECTION.
       1200-START.
           READ INSTRUCTION-MASTER
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1200-EXIT
           END-READ.

           ADD 1 TO WS-READ-COUNT.
           IF WS-INSTR-COUNT >= 300
               ADD 1 TO WS-TABLE-FULL-COUNT
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-INSTR-COUNT.
           MOVE CS-INSTR-ID     TO WS-CS-INSTR-ID(WS-INSTR-COUNT).
           MOVE CS-D1           TO WS-CS-D1(WS-INSTR-COUNT).
           MOVE CS-D2           TO WS-CS-D2(WS-INSTR-COUNT).
           MOVE CS-OP-CODE      TO WS-CS-OP-CODE(WS-INSTR-COUNT).
           MOVE CS-RATE-CODE    TO WS-CS-RATE-CODE(WS-INSTR-COUNT).
           MOVE CS-ACCOUNT-CODE TO WS-CS-ACCOUNT-CODE(WS-INSTR-COUNT).
           MOVE CS-FREQUENCY    TO WS-CS-FREQUENCY(WS-INSTR-COUNT).
           MOVE CS-START-DATE   TO WS-CS-START-DATE(WS-INSTR-COUNT).
           MOVE CS-END-DATE     TO WS-CS-END-DATE(WS-INSTR-COUNT).
           MOVE CS-STATUS       TO WS-CS-STATUS(WS-INSTR-COUNT).
           MOVE CS-LAST-DUE     TO WS-CS-LAST-DUE(WS-INSTR-COUNT).
           MOVE CS-DESCRIPTION  TO WS-CS-DESCRIPTION(WS-INSTR-COUNT).

           IF CS-LAST-RUN-DATE NOT NUMERIC
               MOVE ZERO TO CS-LAST-RUN-DATE
           END-IF.
           IF CS-PRIOR-LAST-DUE NOT NUMERIC
               MOVE ZERO TO CS-PRIOR-LAST-DUE
           END-IF.
           IF CS-LAST-RUN-DATE = WS-RUN-DATE
               MOVE CS-PRIOR-LAST-DUE
                   TO WS-CS-LAST-DUE(WS-INSTR-COUNT)
               ADD 1 TO WS-RERUN-COUNT
           END-IF.
           MOVE WS-CS-LAST-DUE(WS-INSTR-COUNT)
               TO WS-CS-PRIOR-LAST-DUE(WS-INSTR-COUNT).
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-PROCESS-ONE-INSTR
      * Works through one instruction's due dates up to the run date,
      * firing or skipping each. Its last due date is kept on the
      * work table for the master rewrite.
      *----------------------------------------------------------------
       3000-PROCESS-ONE-INSTR SECTION.
       3000-START.
           MOVE ZERO TO WS-FIRE-COUNT.
           SET WS-INSTR-DONE-SW TO "N".
           PERFORM 3100-NEXT-DUE-PERIOD THRU 3100-EXIT
               UNTIL WS-INSTR-DONE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-NEXT-DUE-PERIOD
      * Takes the instruction's next nominal due date and rolls it
      * off non-workdays. Past the end date, or a workday still to
      * come, ends the instruction for this run. Otherwise the date
      * is fired, or skipped when the instruction is on hold.
      *----------------------------------------------------------------
       3100-NEXT-DUE-PERIOD SECTION.
       3100-START.
           IF WS-CS-LAST-DUE(WS-INSTR-IDX) = ZERO
               MOVE WS-CS-START-DATE(WS-INSTR-IDX) TO WS-NOMINAL-DUE
           ELSE
               PERFORM 3200-ADVANCE-DUE THRU 3200-EXIT
           END-IF.

           IF WS-CS-END-DATE(WS-INSTR-IDX) NOT = ZERO
                   AND WS-NOMINAL-DUE > WS-CS-END-DATE(WS-INSTR-IDX)
               SET WS-INSTR-DONE TO TRUE
               GO TO 3100-EXIT
           END-IF.

           MOVE WS-NOMINAL-DUE TO WS-WORK-DATE.
           PERFORM 3300-ROLL-TO-WORKDAY THRU 3300-EXIT.
           MOVE WS-WORK-DATE TO WS-ROLLED-DUE.
           IF WS-ROLLED-DUE > WS-RUN-DATE
               SET WS-INSTR-DONE TO TRUE
               GO TO 3100-EXIT
           END-IF.

           IF WS-CS-STATUS(WS-INSTR-IDX) = "H"
               MOVE "SKIPPED - ON HOLD" TO DL-NOTE
               PERFORM 3600-REPORT-DUE THRU 3600-EXIT
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE WS-NOMINAL-DUE TO WS-CS-LAST-DUE(WS-INSTR-IDX)
               GO TO 3100-EXIT
           END-IF.

           IF WS-FIRE-COUNT >= WS-CATCH-UP-LIMIT
               MOVE "CATCH-UP LIMIT - LEFT FOR NEXT RUN" TO DL-NOTE
               PERFORM 3600-REPORT-DUE THRU 3600-EXIT
               ADD 1 TO WS-HELD-OVER-COUNT
               SET WS-INSTR-DONE TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF WS-CALC-COUNT >= 3600
               MOVE "CALCIN BATCH FULL - LEFT FOR NEXT RUN" TO DL-NOTE
               PERFORM 3600-REPORT-DUE THRU 3600-EXIT
               ADD 1 TO WS-HELD-OVER-COUNT
               SET WS-INSTR-DONE TO TRUE
               GO TO 3100-EXIT
           END-IF.

           PERFORM 3500-FIRE-INSTR THRU 3500-EXIT.
           MOVE WS-NOMINAL-DUE TO WS-CS-LAST-DUE(WS-INSTR-IDX).
           ADD 1 TO WS-FIRE-COUNT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-ADVANCE-DUE
      * Steps the instruction's last due date on by its frequency
      * into WS-NOMINAL-DUE. A monthly, quarterly or yearly step
      * lands on the start date's day of the month, or the month's
      * last day when that month is shorter.
      *----------------------------------------------------------------
       3200-ADVANCE-DUE SECTION.
       3200-START.
           MOVE WS-CS-LAST-DUE(WS-INSTR-IDX) TO WS-WORK-DATE.
           IF WS-CS-FREQUENCY(WS-INSTR-IDX) = "W"
               PERFORM 8700-ADD-ONE-DAY THRU 8700-EXIT
                   VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 7
               MOVE WS-WORK-DATE TO WS-NOMINAL-DUE
               GO TO 3200-EXIT
           END-IF.

           EVALUATE WS-CS-FREQUENCY(WS-INSTR-IDX)
               WHEN "Q"
                   MOVE 3 TO WS-MONTHS-TO-ADD
               WHEN "Y"
                   MOVE 12 TO WS-MONTHS-TO-ADD
               WHEN OTHER
                   MOVE 1 TO WS-MONTHS-TO-ADD
           END-EVALUATE.
           ADD WS-MONTHS-TO-ADD TO WS-WORK-MONTH.
           IF WS-WORK-MONTH > 12
               SUBTRACT 12 FROM WS-WORK-MONTH
               ADD 1 TO WS-WORK-YEAR
           END-IF.

           MOVE WS-CS-START-DATE(WS-INSTR-IDX) TO WS-ANCHOR-DATE.
           MOVE WS-ANCHOR-DATE-DAY TO WS-ANCHOR-DAY.
           PERFORM 8650-FIND-MONTH-END THRU 8650-EXIT.
           IF WS-ANCHOR-DAY > WS-MONTH-END
               MOVE WS-MONTH-END TO WS-WORK-DAY
           ELSE
               MOVE WS-ANCHOR-DAY TO WS-WORK-DAY
           END-IF.
           MOVE WS-WORK-DATE TO WS-NOMINAL-DUE.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-ROLL-TO-WORKDAY
      * Moves WS-WORK-DATE forward a day at a time until it is not
      * one of the OPSCAL non-workdays.
      *----------------------------------------------------------------
       3300-ROLL-TO-WORKDAY SECTION.
       3300-START.
           PERFORM 3400-CHECK-WORKDAY THRU 3400-EXIT.
           PERFORM 3350-ROLL-ONE-DAY THRU 3350-EXIT
               UNTIL WS-WORKDAY.
       3300-EXIT.
           EXIT.

       3350-ROLL-ONE-DAY SECTION.
       3350-START.
           PERFORM 8700-ADD-ONE-DAY THRU 8700-EXIT.
           PERFORM 3400-CHECK-WORKDAY THRU 3400-EXIT.
       3350-EXIT.
           EXIT.

       3400-CHECK-WORKDAY SECTION.
       3400-START.
           SET WS-WORKDAY TO TRUE.
           PERFORM 3450-MATCH-ONE-DATE THRU 3450-EXIT
               VARYING WS-NONWORK-IDX FROM 1 BY 1
               UNTIL WS-NONWORK-IDX > WS-NONWORK-COUNT
                  OR NOT WS-WORKDAY.
       3400-EXIT.
           EXIT.

       3450-MATCH-ONE-DATE SECTION.
       3450-START.
           IF WS-NONWORK-DATE(WS-NONWORK-IDX) = WS-WORK-DATE
               SET WS-WORKDAY-SW TO "N"
           END-IF.
       3450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-FIRE-INSTR
      * Adds the instruction's CALCIN record to the night's batch
      * and lists it as fired.
      *----------------------------------------------------------------
       3500-FIRE-INSTR SECTION.
       3500-START.
           MOVE WS-CS-D1(WS-INSTR-IDX)           TO WS-CR-D1.
           MOVE WS-CS-D2(WS-INSTR-IDX)           TO WS-CR-D2.
           MOVE WS-CS-OP-CODE(WS-INSTR-IDX)      TO WS-CR-OP-CODE.
           MOVE WS-CS-RATE-CODE(WS-INSTR-IDX)    TO WS-CR-RATE-CODE.
           MOVE WS-CS-ACCOUNT-CODE(WS-INSTR-IDX) TO WS-CR-ACCOUNT-CODE.
           ADD 1 TO WS-CALC-COUNT.
           MOVE WS-CALC-RECORD TO WS-CALC-IMAGE(WS-CALC-COUNT).
           ADD WS-CS-D1(WS-INSTR-IDX) TO WS-D1-HASH.
           ADD 1 TO WS-FIRED-COUNT.

           MOVE "FIRED" TO DL-NOTE.
           PERFORM 3600-REPORT-DUE THRU 3600-EXIT.
       3500-EXIT.
           EXIT.

       3600-REPORT-DUE SECTION.
       3600-START.
           MOVE WS-CS-INSTR-ID(WS-INSTR-IDX)     TO DL-INSTR-ID.
           MOVE WS-NOMINAL-DUE                   TO DL-DUE.
           MOVE WS-ROLLED-DUE                    TO DL-ROLLED.
           MOVE WS-CS-D1(WS-INSTR-IDX)           TO DL-D1.
           MOVE WS-CS-OP-CODE(WS-INSTR-IDX)      TO DL-OP-CODE.
           MOVE WS-CS-ACCOUNT-CODE(WS-INSTR-IDX) TO DL-ACCOUNT-CODE.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3800-CHECK-EXPIRY
      * Lists an instruction whose end date falls between the run
      * date and the warning days ahead of it.
      *----------------------------------------------------------------
       3800-CHECK-EXPIRY SECTION.
       3800-START.
           IF WS-CS-END-DATE(WS-INSTR-IDX) = ZERO
                   OR WS-CS-END-DATE(WS-INSTR-IDX) < WS-RUN-DATE
               GO TO 3800-EXIT
           END-IF.
           MOVE WS-CS-END-DATE(WS-INSTR-IDX) TO WS-D2S-DATE.
           PERFORM 8600-DATE-TO-SERIAL THRU 8600-EXIT.
           COMPUTE WS-DAYS-LEFT = WS-D2S-SERIAL - WS-RUN-SERIAL.
           IF WS-DAYS-LEFT > WS-WARN-DAYS
               GO TO 3800-EXIT
           END-IF.

           MOVE WS-CS-INSTR-ID(WS-INSTR-IDX)    TO EL-INSTR-ID.
           MOVE WS-CS-END-DATE(WS-INSTR-IDX)    TO EL-END-DATE.
           MOVE WS-DAYS-LEFT                    TO EL-DAYS-LEFT.
           IF WS-CS-STATUS(WS-INSTR-IDX) = "H"
               MOVE "ON HOLD" TO EL-STATUS
           ELSE
               MOVE "ACTIVE " TO EL-STATUS
           END-IF.
           MOVE WS-CS-DESCRIPTION(WS-INSTR-IDX) TO EL-DESCRIPTION.
           WRITE RPT-LINE FROM WS-EXPIRY-LINE.
           ADD 1 TO WS-EXPIRING-COUNT.
       3800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-WRITE-CALC-INPUT
      * Writes the night's CALCIN whole - the "H" header with the
      * run date and record count, the fired records, and the "T"
      * trailer with the count and D1 hash PROCALC balances to. When
      * nothing fired, a CALCIN already built for this run date with
      * records in it is left as it stands.
      *----------------------------------------------------------------
       7000-WRITE-CALC-INPUT SECTION.
       7000-START.
           IF WS-CALC-COUNT = ZERO
               PERFORM 7050-CHECK-EXISTING-BATCH THRU 7050-EXIT
               IF WS-KEEP-BATCH
                   DISPLAY "CALCSGEN: NOTHING FIRED - CALCIN ALREADY "
                       "BUILT FOR " WS-RUN-DATE " LEFT AS IT STANDS"
                   GO TO 7000-EXIT
               END-IF
           END-IF.

           OPEN OUTPUT CALC-INPUT.
           IF CI-FILE-STATUS NOT = "00"
               DISPLAY "CALCSGEN: UNABLE TO OPEN CALCIN - STATUS "
                   CI-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES        TO CI-CONTROL-REC.
           MOVE "H"           TO CI-REC-TYPE.
           MOVE WS-RUN-DATE   TO CI-CTL-DATE.
           MOVE WS-CALC-COUNT TO CI-CTL-COUNT.
           WRITE CI-CONTROL-REC.

           PERFORM 7100-WRITE-ONE-CALC THRU 7100-EXIT
               VARYING WS-CALC-IDX FROM 1 BY 1
               UNTIL WS-CALC-IDX > WS-CALC-COUNT.

           MOVE SPACES        TO CI-CONTROL-REC.
           MOVE "T"           TO CI-REC-TYPE.
           MOVE WS-RUN-DATE   TO CI-CTL-DATE.
           MOVE WS-CALC-COUNT TO CI-CTL-COUNT.
           MOVE WS-D1-HASH    TO CI-CTL-HASH.
           WRITE CI-CONTROL-REC.
           CLOSE CALC-INPUT.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7050-CHECK-EXISTING-BATCH
      * Sets WS-KEEP-BATCH when the CALCIN on hand opens with an "H"
      * header for this run date that counts at least one record.
      *----------------------------------------------------------------
       7050-CHECK-EXISTING-BATCH SECTION.
       7050-START.
           SET WS-KEEP-BATCH-SW TO "N".
           OPEN INPUT CALC-INPUT.
           IF CI-FILE-STATUS NOT = "00"
               GO TO 7050-EXIT
           END-IF.

           READ CALC-INPUT
               AT END
                   CLOSE CALC-INPUT
                   GO TO 7050-EXIT
           END-READ.
           IF CI-REC-TYPE = "H" AND CI-CTL-DATE NUMERIC
                   AND CI-CTL-DATE = WS-RUN-DATE
                   AND CI-CTL-COUNT NUMERIC AND CI-CTL-COUNT > ZERO
               SET WS-KEEP-BATCH TO TRUE
           END-IF.
           CLOSE CALC-INPUT.
       7050-EXIT.
           EXIT.

       7100-WRITE-ONE-CALC SECTION.
       7100-START.
           MOVE WS-CALC-IMAGE(WS-CALC-IDX) TO CI-RECORD.
           WRITE CI-RECORD.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-REWRITE-MASTER
      * Replaces CALCSI with the work table so each instruction's
      * last due date carries to the next run, stamped with the run
      * date and the last due date it started from. It runs before
      * CALCIN is written; a master that cannot be rewritten stops
      * the run with RC 16 and no batch is released.
      *----------------------------------------------------------------
       8000-REWRITE-MASTER SECTION.
       8000-START.
           OPEN OUTPUT INSTRUCTION-MASTER.
           IF CS-FILE-STATUS NOT = "00"
               DISPLAY "CALCSGEN: UNABLE TO REWRITE CALCSI - STATUS "
                   CS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 8000-EXIT
           END-IF.

           PERFORM 8100-WRITE-ONE-INSTR THRU 8100-EXIT
               VARYING WS-INSTR-IDX FROM 1 BY 1
               UNTIL WS-INSTR-IDX > WS-INSTR-COUNT.
           CLOSE INSTRUCTION-MASTER.
           IF CS-FILE-STATUS NOT = "00"
               DISPLAY "CALCSGEN: UNABLE TO CLOSE CALCSI - STATUS "
                   CS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-INSTR SECTION.
       8100-START.
           MOVE SPACES TO CS-RECORD.
           MOVE WS-CS-INSTR-ID(WS-INSTR-IDX)     TO CS-INSTR-ID.
           MOVE WS-CS-D1(WS-INSTR-IDX)           TO CS-D1.
           MOVE WS-CS-D2(WS-INSTR-IDX)           TO CS-D2.
           MOVE WS-CS-OP-CODE(WS-INSTR-IDX)      TO CS-OP-CODE.
           MOVE WS-CS-RATE-CODE(WS-INSTR-IDX)    TO CS-RATE-CODE.
           MOVE WS-CS-ACCOUNT-CODE(WS-INSTR-IDX) TO CS-ACCOUNT-CODE.
           MOVE WS-CS-FREQUENCY(WS-INSTR-IDX)    TO CS-FREQUENCY.
           MOVE WS-CS-START-DATE(WS-INSTR-IDX)   TO CS-START-DATE.
           MOVE WS-CS-END-DATE(WS-INSTR-IDX)     TO CS-END-DATE.
           MOVE WS-CS-STATUS(WS-INSTR-IDX)       TO CS-STATUS.
           MOVE WS-CS-LAST-DUE(WS-INSTR-IDX)     TO CS-LAST-DUE.
           MOVE WS-CS-DESCRIPTION(WS-INSTR-IDX)  TO CS-DESCRIPTION.
           MOVE WS-CS-PRIOR-LAST-DUE(WS-INSTR-IDX)
                                                 TO CS-PRIOR-LAST-DUE.
           MOVE WS-RUN-DATE                      TO CS-LAST-RUN-DATE.
           WRITE CS-RECORD.
           IF CS-FILE-STATUS NOT = "00"
               DISPLAY "CALCSGEN: UNABLE TO WRITE CALCSI " CS-INSTR-ID
                   " - STATUS " CS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.
       8100-EXIT.
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
      * 8650-FIND-MONTH-END
      * Sets WS-MONTH-END to the last day of WS-WORK-MONTH in
      * WS-WORK-YEAR, allowing for leap years.
      *----------------------------------------------------------------
       8650-FIND-MONTH-END SECTION.
       8650-START.
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
       8650-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8700-ADD-ONE-DAY
      * Advances WS-WORK-DATE (YYYYMMDD) by one calendar day,
      * rolling the month and year.
      *----------------------------------------------------------------
       8700-ADD-ONE-DAY SECTION.
       8700-START.
           PERFORM 8650-FIND-MONTH-END THRU 8650-EXIT.
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
      * Closes the report and prints the run summary. RC 4 when a
      * due date had to be left for the next run.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE GEN-REPORT.
           DISPLAY "CALCSGEN: INSTRUCTIONS READ = " WS-READ-COUNT.
           DISPLAY "CALCSGEN: FIRED             = " WS-FIRED-COUNT.
           DISPLAY "CALCSGEN: SKIPPED ON HOLD   = " WS-SKIPPED-COUNT.
           DISPLAY "CALCSGEN: LEFT FOR NEXT RUN = " WS-HELD-OVER-COUNT.
           DISPLAY "CALCSGEN: ABOUT TO EXPIRE   = " WS-EXPIRING-COUNT.
           DISPLAY "CALCSGEN: RERUN FOR DATE    = " WS-RERUN-COUNT.
           IF WS-HELD-OVER-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9900-WRITE-JOB-LOG
      * Appends this run's standard record to the shared JOBLOG file
      * for the daily operations report.
      *----------------------------------------------------------------
       9900-WRITE-JOB-LOG SECTION.
       9900-START.
           OPEN EXTEND JOB-LOG.
           IF JL-FILE-STATUS = "05" OR JL-FILE-STATUS = "35"
               CLOSE JOB-LOG
               OPEN OUTPUT JOB-LOG
           END-IF.
           IF JL-FILE-STATUS NOT = "00"
               DISPLAY "CALCSGEN: UNABLE TO OPEN JOBLOG, STATUS="
                   JL-FILE-STATUS
               GO TO 9900-EXIT
           END-IF.

           MOVE SPACES TO JL-RECORD.
           MOVE "CALCSGEN" TO JL-PROGRAM-ID.
           ACCEPT JL-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-JL-START-TIME TO JL-START-TIME.
           ACCEPT JL-END-TIME FROM TIME.
           MOVE WS-READ-COUNT TO JL-RECORDS-IN.
           MOVE WS-CALC-COUNT TO JL-RECORDS-OUT.
           MOVE ZERO TO JL-RECORDS-REJECTED.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           WRITE JL-RECORD.
           CLOSE JOB-LOG.
       9900-EXIT.
           EXIT.
