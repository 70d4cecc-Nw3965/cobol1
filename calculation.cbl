      *                  ACCOUNT TABLE IS FULL NOW REJECTS TO CALCREJ
      *                  (CA08) INSTEAD OF FOLDING INTO THE LAST
      *                  SLOT AND CORRUPTING THAT ACCOUNT'S BALANCE.
      * 10/15/26   OPS   NEW REVERSAL MODE "R": A CALCCTL CARD OF "R"
      *                  AND THE CONTROL DATE OF A PRIOR RUN (COLUMNS
      *                  3-10) READS THAT RUN'S CALCOUT FROM CALCORIG
      *                  INSTEAD OF CALCIN. THE PRIOR FILE MUST CARRY
      *                  THAT DATE ON ITS HEADER AND BALANCE TO ITS
      *                  OWN TRAILER BEFORE ANYTHING IS WRITTEN. EVERY
      *                  RESULT LINE IS OFFSET EXACTLY (D3 AND D4
      *                  NEGATED); A BALANCE-MODE STATEMENT IS
      *                  REVERSED ACCOUNT BY ACCOUNT, EACH MOVEMENT
      *                  UNDONE BY THE CHANGE IT MADE TO THE BALANCE,
      *                  SO THE REVERSAL RECAP IS THE ORIGINAL'S
      *                  NEGATED. THE NEW CALCOUT CARRIES THE
      *                  ORIGINAL CONTROL DATE ON ITS HEADER AND A
      *                  TRAILER TOTAL THAT NETS THE ORIGINAL TO ZERO.
      *                  THE CALCRREG REVERSAL REGISTER TIES EACH
      *                  REVERSING LINE TO ITS ORIGINAL, AND A BATCH
      *                  ALREADY ON THE REGISTER IS REFUSED (RC 16)
      *                  SO IT CAN NEVER BE REVERSED TWICE.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RATE-TABLE ASSIGN TO "RATETAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RT-FILE-STATUS.
           SELECT PRIOR-REPORT ASSIGN TO "CALCORIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-ORIG-STATUS.
           SELECT REVERSAL-REGISTER ASSIGN TO "CALCRREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALC-REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-CONTROL.
       01  CC-RECORD.
           05  CC-OPERATION-CODE       PIC X(01).
           05  FILLER                  PIC X(01).
           05  CC-REVERSE-DATE         PIC 9(08).
       FD  CALC-INPUT.
       01  CI-RECORD.
           05  CI-D1                   PIC S9(7)V99
           05  RT-EFF-DATE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  RT-END-DATE             PIC X(08).
       FD  PRIOR-REPORT.
       01  PO-RECORD.
           05  PO-D1                   PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X(01).
           05  PO-D2                   PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X(01).
           05  PO-D3                   PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X(01).
           05  PO-D4                   PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X(01).
           05  PO-OP-CODE              PIC X(01).
           05  FILLER                  PIC X(01).
           05  PO-STATUS               PIC X(10).
       01  PO-CONTROL-REC.
           05  PO-REC-TYPE             PIC X(01).
           05  FILLER                  PIC X(01).
           05  PO-CTL-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PO-CTL-COUNT            PIC 9(07).
           05  FILLER                  PIC X(01).
           05  PO-CTL-TOTAL            PIC S9(11)V99
                                        SIGN IS TRAILING SEPARATE.
       FD  REVERSAL-REGISTER.
       01  RR-RECORD.
           05  RR-REC-TYPE             PIC X(01).
           05  FILLER                  PIC X(01).
           05  RR-ORIG-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  RR-REVERSED-ON          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  RR-ORIG-LINE            PIC 9(07).
           05  FILLER                  PIC X(01).
           05  RR-REV-LINE             PIC 9(07).
           05  FILLER                  PIC X(01).
           05  RR-ACCOUNT              PIC X(06).
           05  FILLER                  PIC X(01).
           05  RR-ORIG-OP              PIC X(01).
           05  FILLER                  PIC X(01).
           05  RR-ORIG-AMOUNT          PIC S9(11)V99
                                        SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X(01).
           05  RR-REV-OP               PIC X(01).
           05  FILLER                  PIC X(01).
           05  RR-REV-AMOUNT           PIC S9(11)V99
                                        SIGN IS TRAILING SEPARATE.
       WORKING-STORAGE SECTION.
        01 JL-FILE-STATUS      PIC XX.
        01 WS-JL-START-TIME    PIC 9(08) VALUE ZERO.
           88 WS-OP-DIVIDE                    VALUE "D".
           88 WS-OP-ALLOCATE                  VALUE "P".
           88 WS-OP-BALANCE                   VALUE "B".
           88 WS-OP-REVERSE                   VALUE "R".
        01 WS-APPLY-OP-CODE            PIC X(01) VALUE "D".
           88 WS-APPLY-ADD                    VALUE "A".
           88 WS-APPLY-SUBTRACT               VALUE "S".
        01 WS-SHARE-AMT                PIC S9(7)V99 COMP-3 VALUE 0.
        01 WS-LAST-SHARE               PIC S9(7)V99 COMP-3 VALUE 0.
        01 WS-ALLOC-SPREAD             PIC S9(9)V99 COMP-3 VALUE 0.
        01 CALC-ORIG-STATUS            PIC XX.
        01 CALC-REG-STATUS             PIC XX.
        01 WS-REVERSE-DATE             PIC 9(08) VALUE ZERO.
        01 WS-REV-SWITCHES.
           05 WS-PRIOR-BALANCE-SW     PIC X(01) VALUE "N".
              88 WS-PRIOR-BALANCE             VALUE "Y".
           05 WS-PRIOR-FIRST-SW       PIC X(01) VALUE "Y".
              88 WS-PRIOR-FIRST               VALUE "Y".
        01 WS-PRIOR-COUNT              PIC 9(07) VALUE ZERO.
        01 WS-PRIOR-TOTAL              PIC S9(11)V99 COMP-3 VALUE 0.
        01 WS-PRIOR-TRAILER-COUNT      PIC 9(07) VALUE ZERO.
        01 WS-PRIOR-TRAILER-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
        01 WS-PRIOR-LINE               PIC 9(07) VALUE ZERO.
        01 WS-ORIG-BALANCE             PIC S9(9)V99 COMP-3 VALUE 0.
        01 WS-BAL-CHANGE               PIC S9(9)V99 COMP-3 VALUE 0.
        01 WS-NET-TOTAL                PIC S9(11)V99 COMP-3 VALUE 0.
        01 WS-REVERSED-ON              PIC 9(08) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           ACCEPT WS-JL-START-TIME FROM TIME.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-OP-REVERSE
               PERFORM 5000-REVERSE-PRIOR-BATCH THRU 5000-EXIT
           ELSE
               PERFORM 2000-PROCESS-ONE-RECORD THRU 2000-EXIT
                   UNTIL WS-CALC-EOF
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           END-IF.
           PERFORM 9900-WRITE-JOB-LOG THRU 9900-EXIT.
           STOP RUN.
       0000-EXIT.
      * Reads the (optional) operation control card, then opens the
      * batch input and report files. DIVIDE remains the default
      * operation when CALCCTL is absent or holds an unrecognized
      * code, so existing proration jobs run unchanged. A reversal
      * card must name the control date of the batch to reverse; it
      * reads no CALCIN, so nothing else is opened here for it.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
                       CONTINUE
                   NOT AT END
                       MOVE CC-OPERATION-CODE TO WS-OPERATION-CODE
                       IF CC-REVERSE-DATE NUMERIC
                           MOVE CC-REVERSE-DATE TO WS-REVERSE-DATE
                       END-IF
               END-READ
               CLOSE CALC-CONTROL
           END-IF.
           IF NOT WS-OP-ADD AND NOT WS-OP-SUBTRACT
                   AND NOT WS-OP-MULTIPLY AND NOT WS-OP-DIVIDE
                   AND NOT WS-OP-ALLOCATE AND NOT WS-OP-BALANCE
                   AND NOT WS-OP-REVERSE
               MOVE "D" TO WS-OPERATION-CODE
           END-IF.

           DISPLAY "PROCALC: OPERATION MODE = " WS-OPERATION-CODE.

           IF WS-OP-REVERSE
               IF WS-REVERSE-DATE = ZERO
                   DISPLAY "PROCALC: REVERSAL CARD CARRIES NO CONTROL"
                       " DATE - NOTHING REVERSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1300-LOAD-RATE-TABLE THRU 1300-EXIT.

           OPEN INPUT CALC-INPUT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-REVERSE-PRIOR-BATCH
      * Reversal mode. The register is checked first so a batch is
      * never reversed twice, then the prior CALCOUT is proved whole
      * against its own controls in a first pass, and only then is
      * the reversing CALCOUT written in a second pass - a refused
      * run leaves neither a half-written file nor a register entry
      * that would block the corrected rerun.
      *----------------------------------------------------------------
       5000-REVERSE-PRIOR-BATCH SECTION.
       5000-START.
           ACCEPT WS-REVERSED-ON FROM DATE YYYYMMDD.
           PERFORM 5100-CHECK-REGISTER THRU 5100-EXIT.
           PERFORM 5200-VERIFY-PRIOR-BATCH THRU 5200-EXIT.

           OPEN INPUT PRIOR-REPORT.
           OPEN OUTPUT CALC-REPORT.
           IF CALC-OUT-STATUS NOT = "00"
               DISPLAY "PROCALC: UNABLE TO OPEN CALCOUT - STATUS "
                   CALC-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND REVERSAL-REGISTER.
           IF CALC-REG-STATUS = "05" OR CALC-REG-STATUS = "35"
               CLOSE REVERSAL-REGISTER
               OPEN OUTPUT REVERSAL-REGISTER
           END-IF.
           IF CALC-REG-STATUS NOT = "00"
               DISPLAY "PROCALC: UNABLE TO OPEN CALCRREG - STATUS "
                   CALC-REG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-REVERSE-DATE TO WS-FILE-DATE.
           PERFORM 1200-WRITE-OUTPUT-HEADER THRU 1200-EXIT.

           MOVE SPACES TO RR-RECORD.
           MOVE "H" TO RR-REC-TYPE.
           MOVE WS-REVERSE-DATE TO RR-ORIG-DATE.
           MOVE WS-REVERSED-ON TO RR-REVERSED-ON.
           MOVE WS-PRIOR-TRAILER-COUNT TO RR-ORIG-LINE.
           MOVE ZERO TO RR-REV-LINE.
           MOVE WS-PRIOR-TRAILER-TOTAL TO RR-ORIG-AMOUNT.
           COMPUTE RR-REV-AMOUNT = ZERO - WS-PRIOR-TRAILER-TOTAL.
           WRITE RR-RECORD.

           MOVE ZERO TO WS-PRIOR-LINE WS-ACCT-COUNT.
           MOVE LOW-VALUES TO WS-CURRENT-ACCOUNT.
           SET WS-CALC-EOF-SW TO "N".
           PERFORM 5300-REVERSE-ONE-LINE THRU 5300-EXIT
               UNTIL WS-CALC-EOF.

           IF WS-PRIOR-BALANCE
               PERFORM 2880-WRITE-ACCOUNT-RECAP THRU 2880-EXIT
           END-IF.

           MOVE SPACES           TO CO-CONTROL-REC.
           MOVE "T"              TO CO-REC-TYPE.
           MOVE WS-FILE-DATE     TO CO-CTL-DATE.
           MOVE WS-WRITTEN-COUNT TO CO-CTL-COUNT.
           MOVE WS-D3-TOTAL      TO CO-CTL-TOTAL.
           WRITE CO-CONTROL-REC.

           CLOSE PRIOR-REPORT CALC-REPORT REVERSAL-REGISTER.

           COMPUTE WS-NET-TOTAL = WS-PRIOR-TRAILER-TOTAL + WS-D3-TOTAL.
           DISPLAY "PROCALC: BATCH OF " WS-REVERSE-DATE " REVERSED - "
               WS-RECORD-COUNT " LINES OFFSET".
           DISPLAY "PROCALC: LINES WRITTEN     = " WS-WRITTEN-COUNT.
           IF WS-NET-TOTAL NOT = ZERO
               DISPLAY "PROCALC: REVERSAL DOES NOT NET THE ORIGINAL"
                   " TO ZERO - CHECK THE STATEMENT BALANCES"
               MOVE 8 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-CHECK-REGISTER
      * Refuses a control date that already has a reversal on the
      * CALCRREG register. No register yet means nothing has ever
      * been reversed.
      *----------------------------------------------------------------
       5100-CHECK-REGISTER SECTION.
       5100-START.
           OPEN INPUT REVERSAL-REGISTER.
           IF CALC-REG-STATUS NOT = "00"
               GO TO 5100-EXIT
           END-IF.
           SET WS-CALC-EOF-SW TO "N".
           PERFORM 5150-CHECK-ONE-ENTRY THRU 5150-EXIT
               UNTIL WS-CALC-EOF.
           SET WS-CALC-EOF-SW TO "N".
           CLOSE REVERSAL-REGISTER.
       5100-EXIT.
           EXIT.

       5150-CHECK-ONE-ENTRY SECTION.
       5150-START.
           READ REVERSAL-REGISTER
               AT END
                   SET WS-CALC-EOF TO TRUE
                   GO TO 5150-EXIT
           END-READ.
           IF RR-REC-TYPE = "H" AND RR-ORIG-DATE = WS-REVERSE-DATE
               DISPLAY "PROCALC: BATCH OF " WS-REVERSE-DATE
                   " WAS ALREADY REVERSED ON " RR-REVERSED-ON
                   " - REVERSAL REFUSED"
               CLOSE REVERSAL-REGISTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       5150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5200-VERIFY-PRIOR-BATCH
      * First pass over the prior CALCOUT: its header must carry the
      * control date on the card, and its lines must balance to its
      * trailer count and total. A statement from balance mode is
      * recognised by its first line being an "O" opening; its
      * trailer total is the foot of the "R" recap lines, every other
      * run's is the foot of D3.
      *----------------------------------------------------------------
       5200-VERIFY-PRIOR-BATCH SECTION.
       5200-START.
           OPEN INPUT PRIOR-REPORT.
           IF CALC-ORIG-STATUS NOT = "00"
               DISPLAY "PROCALC: UNABLE TO OPEN CALCORIG - STATUS "
                   CALC-ORIG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ PRIOR-REPORT
               AT END
                   DISPLAY "PROCALC: CALCORIG EMPTY - NOTHING TO"
                       " REVERSE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF PO-REC-TYPE NOT = "H" OR PO-RECORD(2:1) NOT = SPACE
                   OR PO-CTL-DATE NOT = WS-REVERSE-DATE
               DISPLAY "PROCALC: CALCORIG IS NOT THE BATCH OF "
                   WS-REVERSE-DATE " - REVERSAL REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET WS-TRAILER-SEEN-SW TO "N".
           SET WS-CALC-EOF-SW TO "N".
           PERFORM 5250-VERIFY-ONE-LINE THRU 5250-EXIT
               UNTIL WS-CALC-EOF OR WS-TRAILER-SEEN.
           SET WS-CALC-EOF-SW TO "N".
           CLOSE PRIOR-REPORT.

           IF NOT WS-TRAILER-SEEN
               DISPLAY "PROCALC: CALCORIG ENDED WITHOUT A BATCH"
                   " TRAILER - REVERSAL REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PRIOR-COUNT NOT = WS-PRIOR-TRAILER-COUNT
                   OR WS-PRIOR-TOTAL NOT = WS-PRIOR-TRAILER-TOTAL
               DISPLAY "PROCALC: CALCORIG DOES NOT BALANCE ITS"
                   " TRAILER - REVERSAL REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "PROCALC: PRIOR BATCH CONTROLS BALANCED - "
               WS-PRIOR-COUNT " LINES".
       5200-EXIT.
           EXIT.

       5250-VERIFY-ONE-LINE SECTION.
       5250-START.
           READ PRIOR-REPORT
               AT END
                   SET WS-CALC-EOF TO TRUE
                   GO TO 5250-EXIT
           END-READ.

           IF PO-REC-TYPE = "T" AND PO-RECORD(2:1) = SPACE
                   AND PO-CTL-COUNT NUMERIC
               SET WS-TRAILER-SEEN TO TRUE
               MOVE PO-CTL-COUNT TO WS-PRIOR-TRAILER-COUNT
               MOVE PO-CTL-TOTAL TO WS-PRIOR-TRAILER-TOTAL
               GO TO 5250-EXIT
           END-IF.

           IF WS-PRIOR-FIRST
               SET WS-PRIOR-FIRST-SW TO "N"
               IF PO-OP-CODE = "O"
                   SET WS-PRIOR-BALANCE TO TRUE
               END-IF
           END-IF.

           ADD 1 TO WS-PRIOR-COUNT.
           IF WS-PRIOR-BALANCE
               IF PO-OP-CODE = "R"
                   ADD PO-D3 TO WS-PRIOR-TOTAL
               END-IF
           ELSE
               ADD PO-D3 TO WS-PRIOR-TOTAL
           END-IF.
       5250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5300-REVERSE-ONE-LINE
      * Second pass: one prior line. Result lines are offset by
      * negating D3 and D4; statement lines go to 5400.
      *----------------------------------------------------------------
       5300-REVERSE-ONE-LINE SECTION.
       5300-START.
           READ PRIOR-REPORT
               AT END
                   SET WS-CALC-EOF TO TRUE
                   GO TO 5300-EXIT
           END-READ.

           IF PO-REC-TYPE = "T" AND PO-RECORD(2:1) = SPACE
                   AND PO-CTL-COUNT NUMERIC
               SET WS-CALC-EOF TO TRUE
               GO TO 5300-EXIT
           END-IF.
           IF PO-REC-TYPE = "H" AND PO-RECORD(2:1) = SPACE
                   AND PO-CTL-DATE NUMERIC
               GO TO 5300-EXIT
           END-IF.

           ADD 1 TO WS-PRIOR-LINE.
           IF WS-PRIOR-BALANCE
               PERFORM 5400-REVERSE-STATEMENT-LINE THRU 5400-EXIT
               GO TO 5300-EXIT
           END-IF.

           ADD 1 TO WS-RECORD-COUNT.
           MOVE SPACES TO CO-RECORD.
           MOVE PO-D1 TO CO-D1.
           MOVE PO-D2 TO CO-D2.
           COMPUTE CO-D3 = ZERO - PO-D3.
           COMPUTE CO-D4 = ZERO - PO-D4.
           MOVE PO-OP-CODE TO CO-OP-CODE.
           MOVE "REVERSAL" TO CO-STATUS.
           WRITE CO-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.
           ADD CO-D3 TO WS-D3-TOTAL.

           MOVE SPACES TO RR-RECORD.
           MOVE PO-OP-CODE TO RR-REV-OP.
           MOVE CO-D3 TO RR-REV-AMOUNT.
           PERFORM 5800-REGISTER-ONE-LINE THRU 5800-EXIT.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5400-REVERSE-STATEMENT-LINE
      * Balance-mode statement line. Each movement is undone by the
      * change it made to its account's printed balance - whatever
      * the operation, A/S/M/D - posted the other way: "S" of a rise,
      * "A" of a fall. The reversal's own running balances start at
      * zero like the original's, so each account closes at the
      * negative of its original close. The original "R" recap is
      * not copied; the reversal's own recap is written at the end.
      *----------------------------------------------------------------
       5400-REVERSE-STATEMENT-LINE SECTION.
       5400-START.
           EVALUATE PO-OP-CODE
               WHEN "O"
                   MOVE PO-STATUS(1:6) TO WS-CURRENT-ACCOUNT
                   MOVE PO-D3 TO WS-ORIG-BALANCE
                   PERFORM 5450-FIND-REVERSAL-ACCOUNT THRU 5450-EXIT
                   MOVE SPACES TO CO-RECORD
                   MOVE ZERO TO CO-D1 CO-D2 CO-D4
                   MOVE WS-AC-BALANCE(WS-CUR-ACCT-IDX) TO CO-D3
                   MOVE "O" TO CO-OP-CODE
                   MOVE WS-CURRENT-ACCOUNT TO CO-STATUS
                   WRITE CO-RECORD
                   ADD 1 TO WS-WRITTEN-COUNT
               WHEN "C"
                   PERFORM 2820-CLOSE-ACCOUNT-SECTION THRU 2820-EXIT
               WHEN "R"
                   CONTINUE
               WHEN OTHER
                   PERFORM 5500-REVERSE-ONE-MOVEMENT THRU 5500-EXIT
           END-EVALUATE.
       5400-EXIT.
           EXIT.

       5450-FIND-REVERSAL-ACCOUNT SECTION.
       5450-START.
           SET WS-ACCT-FOUND-SW TO "N".
           PERFORM 5460-MATCH-REVERSAL-ACCOUNT THRU 5460-EXIT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT OR WS-ACCT-FOUND.
           IF WS-ACCT-FOUND
               MOVE WS-ACCT-FOUND-IDX TO WS-CUR-ACCT-IDX
           ELSE
               ADD 1 TO WS-ACCT-COUNT
               MOVE WS-CURRENT-ACCOUNT TO WS-AC-CODE(WS-ACCT-COUNT)
               MOVE ZERO TO WS-AC-BALANCE(WS-ACCT-COUNT)
               MOVE WS-ACCT-COUNT TO WS-CUR-ACCT-IDX
           END-IF.
       5450-EXIT.
           EXIT.

       5460-MATCH-REVERSAL-ACCOUNT SECTION.
       5460-START.
           IF WS-AC-CODE(WS-ACCT-IDX) = WS-CURRENT-ACCOUNT
               SET WS-ACCT-FOUND TO TRUE
               MOVE WS-ACCT-IDX TO WS-ACCT-FOUND-IDX
           END-IF.
       5460-EXIT.
           EXIT.

       5500-REVERSE-ONE-MOVEMENT SECTION.
       5500-START.
           ADD 1 TO WS-RECORD-COUNT.
           COMPUTE WS-BAL-CHANGE = PO-D3 - WS-ORIG-BALANCE.
           MOVE PO-D3 TO WS-ORIG-BALANCE.
           SUBTRACT WS-BAL-CHANGE
               FROM WS-AC-BALANCE(WS-CUR-ACCT-IDX).

           MOVE SPACES TO CO-RECORD.
           IF WS-BAL-CHANGE < ZERO
               COMPUTE CO-D1 = ZERO - WS-BAL-CHANGE
               MOVE "A" TO CO-OP-CODE
           ELSE
               MOVE WS-BAL-CHANGE TO CO-D1
               MOVE "S" TO CO-OP-CODE
           END-IF.
           MOVE ZERO TO CO-D2 CO-D4.
           MOVE WS-AC-BALANCE(WS-CUR-ACCT-IDX) TO CO-D3.
           MOVE WS-CURRENT-ACCOUNT TO CO-STATUS.
           WRITE CO-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.

           MOVE SPACES TO RR-RECORD.
           MOVE WS-CURRENT-ACCOUNT TO RR-ACCOUNT.
           MOVE CO-OP-CODE TO RR-REV-OP.
           MOVE CO-D3 TO RR-REV-AMOUNT.
           PERFORM 5800-REGISTER-ONE-LINE THRU 5800-EXIT.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5800-REGISTER-ONE-LINE
      * Ties the reversing line just written to its original: the
      * original's line number, operation and D3 beside the
      * reversal's line number, operation and D3. The caller sets
      * the account and the reversal side.
      *----------------------------------------------------------------
       5800-REGISTER-ONE-LINE SECTION.
       5800-START.
           MOVE "D" TO RR-REC-TYPE.
           MOVE WS-REVERSE-DATE TO RR-ORIG-DATE.
           MOVE WS-REVERSED-ON TO RR-REVERSED-ON.
           MOVE WS-PRIOR-LINE TO RR-ORIG-LINE.
           MOVE WS-WRITTEN-COUNT TO RR-REV-LINE.
           MOVE PO-OP-CODE TO RR-ORIG-OP.
           MOVE PO-D3 TO RR-ORIG-AMOUNT.
           WRITE RR-RECORD.
       5800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints a short run summary.
