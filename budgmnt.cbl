       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGMNT.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. MAINTAINS THE BUDGMAST
      *                  MAINTENANCE BUDGET FROM BUDGTRN TRANSACTIONS
      *                  (ACTION ADD/CHANGE/DELETE, DISTRICT, FISCAL
      *                  MONTH YYYYMM, COST TYPE PART/LABR/CNTR,
      *                  AMOUNT - ELEVEN DIGITS, TWO IMPLIED
      *                  DECIMALS). SUPERVISOR AUTHORITY IS REQUIRED,
      *                  AS FOR COSTMNT. EVERY CHANGE IS LOGGED TO
      *                  BUDGHST WITH OLD AND NEW AMOUNTS, A TIMESTAMP
      *                  AND THE SIGNED-ON OPERATOR, AND AN APPLIED/
      *                  REJECTED REGISTER IS PRINTED. RC 4 WHEN ANY
      *                  TRANSACTION IS REJECTED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-MASTER ASSIGN TO "BUDGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BG-KEY
               FILE STATUS IS BG-FILE-STATUS.
           SELECT BUDGET-TRANS ASSIGN TO "BUDGTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BT-FILE-STATUS.
           SELECT BUDGET-HISTORY ASSIGN TO "BUDGHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BH-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SIGNSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SES-FILE-STATUS.
           SELECT BUDGET-REGISTER ASSIGN TO "BUDGMREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-MASTER.
       COPY "BUDGMAST.cpy".
       FD  BUDGET-TRANS.
       01  BT-RECORD.
           05  BT-ACTION               PIC X(06).
           05  FILLER                  PIC X(01).
           05  BT-DISTRICT             PIC X(03).
           05  FILLER                  PIC X(01).
           05  BT-PERIOD               PIC X(06).
           05  FILLER                  PIC X(01).
           05  BT-COST-TYPE            PIC X(04).
           05  FILLER                  PIC X(01).
           05  BT-AMOUNT               PIC X(11).
       FD  BUDGET-HISTORY.
       01  BH-RECORD.
           05  BH-DISTRICT             PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BH-PERIOD               PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BH-COST-TYPE            PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BH-ACTION               PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BH-OLD-AMOUNT           PIC 9(09)V99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BH-NEW-AMOUNT           PIC 9(09)V99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BH-CHANGE-DATE          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BH-CHANGE-TIME          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BH-OPERATOR-ID          PIC X(10).
       FD  SESSION-FILE.
       COPY "SESSINFO.cpy".
       FD  BUDGET-REGISTER.
       01  REG-RECORD.
           05  REG-ACTION              PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-DISTRICT            PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-PERIOD              PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-COST-TYPE           PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-RESULT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-REASON              PIC X(30).
       WORKING-STORAGE SECTION.
        01 BG-FILE-STATUS             PIC XX.
        01 BT-FILE-STATUS             PIC XX.
        01 BH-FILE-STATUS             PIC XX.
        01 SES-FILE-STATUS            PIC XX.
        01 REG-FILE-STATUS            PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-BUDGET-EXISTS-SW     PIC X(01) VALUE "N".
              88 WS-BUDGET-EXISTS             VALUE "Y".
        01 WS-SES-OPERATOR-ID         PIC X(10) VALUE SPACES.
        01 WS-SES-AUTH-LEVEL          PIC X(01) VALUE SPACE.
        01 WS-TODAY-DATE              PIC 9(08).
        01 WS-PERIOD-INPUT            PIC X(06).
        01 WS-PERIOD-FIELDS REDEFINES WS-PERIOD-INPUT.
           05 WS-PERIOD-YEAR          PIC 9(04).
           05 WS-PERIOD-MM            PIC 9(02).
        01 WS-PERIOD-NUM REDEFINES WS-PERIOD-INPUT
                                      PIC 9(06).
        01 WS-AMOUNT-INPUT            PIC X(11).
        01 WS-AMOUNT-INPUT-NUM REDEFINES WS-AMOUNT-INPUT
                                      PIC 9(09)V99.
        01 WS-OLD-AMOUNT              PIC 9(09)V99 VALUE ZERO.
        01 WS-NEW-AMOUNT              PIC 9(09)V99 VALUE ZERO.
        01 WS-REJECT-REASON           PIC X(30) VALUE SPACES.
        01 WS-TALLY-COUNTS.
           05 WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-ONE-BUDGET THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Reads the session - only a supervisor may set the budget -
      * and opens the transactions, the master and the register.
      * The budget master is created on first use.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           OPEN INPUT SESSION-FILE.
           IF SES-FILE-STATUS = "00"
               READ SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SES-OPERATOR-ID TO WS-SES-OPERATOR-ID
                       MOVE SES-AUTH-LEVEL  TO WS-SES-AUTH-LEVEL
               END-READ
               CLOSE SESSION-FILE
           END-IF.

           IF WS-SES-AUTH-LEVEL NOT = "S"
               DISPLAY "BUDGMNT: RUN REFUSED - SIGNED-ON OPERATOR "
                   WS-SES-OPERATOR-ID " LACKS SUPERVISOR AUTHORITY"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT BUDGET-TRANS.
           IF BT-FILE-STATUS NOT = "00"
               DISPLAY "BUDGMNT: UNABLE TO OPEN BUDGTRN - STATUS "
                   BT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O BUDGET-MASTER.
           IF BG-FILE-STATUS = "35"
               OPEN OUTPUT BUDGET-MASTER
               CLOSE BUDGET-MASTER
               OPEN I-O BUDGET-MASTER
           END-IF.
           IF BG-FILE-STATUS NOT = "00"
               DISPLAY "BUDGMNT: UNABLE TO OPEN BUDGMAST - STATUS "
                   BG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT BUDGET-REGISTER.
           IF REG-FILE-STATUS NOT = "00"
               DISPLAY "BUDGMNT: UNABLE TO OPEN BUDGMREG - STATUS "
                   REG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-APPLY-ONE-BUDGET
      * Validates one budget transaction and applies it, logging
      * the old and new amounts to the history.
      *----------------------------------------------------------------
       2000-APPLY-ONE-BUDGET SECTION.
       2000-START.
           READ BUDGET-TRANS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.

           MOVE SPACES TO WS-REJECT-REASON.

           IF BT-ACTION NOT = "ADD" AND BT-ACTION NOT = "CHANGE"
                   AND BT-ACTION NOT = "DELETE"
               MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF BT-DISTRICT = SPACES
               MOVE "BLANK DISTRICT" TO WS-REJECT-REASON
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE BT-PERIOD TO WS-PERIOD-INPUT.
           IF WS-PERIOD-INPUT NOT NUMERIC
               MOVE "FISCAL MONTH NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               MOVE "FISCAL MONTH NOT YYYYMM" TO WS-REJECT-REASON
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE BT-COST-TYPE TO BG-COST-TYPE.
           IF NOT BG-VALID-COST-TYPE
               MOVE "COST TYPE NOT PART/LABR/CNTR" TO WS-REJECT-REASON
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE ZERO TO WS-NEW-AMOUNT.
           IF BT-ACTION NOT = "DELETE"
               MOVE BT-AMOUNT TO WS-AMOUNT-INPUT
               IF WS-AMOUNT-INPUT NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
                   PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
                   GO TO 2000-EXIT
               END-IF
               MOVE WS-AMOUNT-INPUT-NUM TO WS-NEW-AMOUNT
           END-IF.

           SET WS-BUDGET-EXISTS-SW TO "N".
           MOVE ZERO          TO WS-OLD-AMOUNT.
           MOVE BT-DISTRICT   TO BG-DISTRICT.
           MOVE WS-PERIOD-NUM TO BG-PERIOD.
           MOVE BT-COST-TYPE  TO BG-COST-TYPE.
           READ BUDGET-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-BUDGET-EXISTS TO TRUE
                   MOVE BG-AMOUNT TO WS-OLD-AMOUNT
           END-READ.

           IF BT-ACTION = "ADD" AND WS-BUDGET-EXISTS
               MOVE "BUDGET ALREADY ON FILE" TO WS-REJECT-REASON
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF BT-ACTION NOT = "ADD" AND NOT WS-BUDGET-EXISTS
               MOVE "NO BUDGET ON FILE" TO WS-REJECT-REASON
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 3000-STORE-BUDGET THRU 3000-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 4000-LOG-BUDGET-CHANGE THRU 4000-EXIT.

           ADD 1 TO WS-APPLIED-COUNT.
           MOVE SPACES       TO REG-RECORD.
           MOVE BT-ACTION    TO REG-ACTION.
           MOVE BT-DISTRICT  TO REG-DISTRICT.
           MOVE BT-PERIOD    TO REG-PERIOD.
           MOVE BT-COST-TYPE TO REG-COST-TYPE.
           MOVE "APPLIED "   TO REG-RESULT.
           WRITE REG-RECORD.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-STORE-BUDGET
      * Writes, rewrites or deletes the budget record.
      *----------------------------------------------------------------
       3000-STORE-BUDGET SECTION.
       3000-START.
           IF BT-ACTION = "DELETE"
               DELETE BUDGET-MASTER
                   INVALID KEY
                       MOVE "UNABLE TO DELETE BUDGET"
                           TO WS-REJECT-REASON
               END-DELETE
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-NEW-AMOUNT      TO BG-AMOUNT.
           MOVE WS-TODAY-DATE      TO BG-CHANGED-DATE.
           MOVE WS-SES-OPERATOR-ID TO BG-CHANGED-BY.
           IF WS-BUDGET-EXISTS
               REWRITE BG-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO REWRITE BUDGET"
                           TO WS-REJECT-REASON
               END-REWRITE
           ELSE
               WRITE BG-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO WRITE BUDGET"
                           TO WS-REJECT-REASON
               END-WRITE
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-LOG-BUDGET-CHANGE
      * Appends the old amount, new amount, timestamp, and operator
      * to the budget history - the same trail COSTHST keeps.
      *----------------------------------------------------------------
       4000-LOG-BUDGET-CHANGE SECTION.
       4000-START.
           OPEN EXTEND BUDGET-HISTORY.
           IF BH-FILE-STATUS = "05" OR BH-FILE-STATUS = "35"
               CLOSE BUDGET-HISTORY
               OPEN OUTPUT BUDGET-HISTORY
           END-IF.

           MOVE SPACES             TO BH-RECORD.
           MOVE BT-DISTRICT        TO BH-DISTRICT.
           MOVE WS-PERIOD-NUM      TO BH-PERIOD.
           MOVE BT-COST-TYPE       TO BH-COST-TYPE.
           MOVE BT-ACTION          TO BH-ACTION.
           MOVE WS-OLD-AMOUNT      TO BH-OLD-AMOUNT.
           MOVE WS-NEW-AMOUNT      TO BH-NEW-AMOUNT.
           ACCEPT BH-CHANGE-DATE FROM DATE YYYYMMDD.
           ACCEPT BH-CHANGE-TIME FROM TIME.
           MOVE WS-SES-OPERATOR-ID TO BH-OPERATOR-ID.
           WRITE BH-RECORD.
           CLOSE BUDGET-HISTORY.
       4000-EXIT.
           EXIT.

       5000-REGISTER-REJECT SECTION.
       5000-START.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES           TO REG-RECORD.
           MOVE BT-ACTION        TO REG-ACTION.
           MOVE BT-DISTRICT      TO REG-DISTRICT.
           MOVE BT-PERIOD        TO REG-PERIOD.
           MOVE BT-COST-TYPE     TO REG-COST-TYPE.
           MOVE "REJECTED"       TO REG-RESULT.
           MOVE WS-REJECT-REASON TO REG-REASON.
           WRITE REG-RECORD.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the applied/rejected summary.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE BUDGET-TRANS BUDGET-MASTER BUDGET-REGISTER.
           DISPLAY "BUDGMNT: APPLIED  = " WS-APPLIED-COUNT.
           DISPLAY "BUDGMNT: REJECTED = " WS-REJECTED-COUNT.
           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
