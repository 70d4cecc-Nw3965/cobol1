       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. MAINTAINS THE CUSTMAST CUSTOMER
      *                  MASTER FROM A TRANSACTION FILE OF ADD /
      *                  CHANGE / HOLD / RELEASE / DEACTIVATE /
      *                  REACTIVATE / PAYMENT ACTIONS, THE SAME WAY
      *                  VENDMNT MAINTAINS THE VENDOR MASTER, SO
      *                  ORDALLOC KNOWS WHO EACH ORDER IS FOR AND CAN
      *                  STOP SHIPPING TO AN ACCOUNT THAT IS ON HOLD
      *                  OR OVER ITS CREDIT LIMIT. THE AMOUNT FIELD
      *                  CARRIES THE CREDIT LIMIT ON ADD AND CHANGE
      *                  (BLANK ON A CHANGE KEEPS THE OLD LIMIT) AND
      *                  THE AMOUNT RECEIVED ON A PAYMENT, WHICH
      *                  COMES OFF THE OPEN BALANCE. EVERY
      *                  TRANSACTION LANDS ON THE CUSTMREG REGISTER
      *                  WITH ITS RESULT.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS CU-FILE-STATUS.
           SELECT CUS-TRANS ASSIGN TO "CUSTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CT-FILE-STATUS.
           SELECT CUS-REGISTER ASSIGN TO "CUSTMREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".
       FD  CUS-TRANS.
       01  CT-RECORD.
           05  CT-ACTION               PIC X(10).
           05  FILLER                  PIC X(01).
           05  CT-CUSTOMER-NO          PIC X(06).
           05  FILLER                  PIC X(01).
           05  CT-CUSTOMER-NAME        PIC X(30).
           05  FILLER                  PIC X(01).
           05  CT-SHIP-ADDRESS         PIC X(30).
           05  FILLER                  PIC X(01).
           05  CT-SHIP-CITY            PIC X(20).
           05  FILLER                  PIC X(01).
           05  CT-SHIP-STATE           PIC X(02).
           05  FILLER                  PIC X(01).
           05  CT-SHIP-ZIP             PIC X(10).
           05  FILLER                  PIC X(01).
           05  CT-AMOUNT               PIC X(09).
           05  CT-AMOUNT-NUM REDEFINES CT-AMOUNT
                                       PIC 9(07)V99.
       FD  CUS-REGISTER.
       01  REG-RECORD.
           05  REG-ACTION              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-CUSTOMER-NO         PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-RESULT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-REASON              PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-LIMIT               PIC Z(06)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-BALANCE             PIC Z(08)9.99.
       WORKING-STORAGE SECTION.
        01 CU-FILE-STATUS             PIC XX.
        01 CT-FILE-STATUS             PIC XX.
        01 REG-FILE-STATUS            PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-TRANS-VALID-SW       PIC X(01) VALUE "N".
              88 WS-TRANS-VALID               VALUE "Y".
           05 WS-MASTER-FOUND-SW      PIC X(01) VALUE "N".
              88 WS-MASTER-FOUND              VALUE "Y".
        01 WS-REJECT-REASON           PIC X(30) VALUE SPACES.
        01 WS-REGISTER-RESULT         PIC X(08) VALUE SPACES.
        01 WS-TALLY-COUNTS.
           05 WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ONE-TRANS THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Opens the transaction file, the register, and the customer
      * master - created on first use so the initial accounts can
      * be loaded through this program.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           OPEN INPUT CUS-TRANS.
           IF CT-FILE-STATUS NOT = "00"
               DISPLAY "CUSTMNT: UNABLE TO OPEN CUSTTRAN - STATUS "
                   CT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CUS-REGISTER.
           IF REG-FILE-STATUS NOT = "00"
               DISPLAY "CUSTMNT: UNABLE TO OPEN CUSTMREG - STATUS "
                   REG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CUSTOMER-MASTER.
           IF CU-FILE-STATUS = "35"
               OPEN OUTPUT CUSTOMER-MASTER
               CLOSE CUSTOMER-MASTER
               OPEN I-O CUSTOMER-MASTER
           END-IF.
           IF CU-FILE-STATUS NOT = "00"
               DISPLAY "CUSTMNT: UNABLE TO OPEN CUSTMAST - STATUS "
                   CU-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-ONE-TRANS
      * Reads one customer transaction, validates it, and applies it
      * to the master or registers it as rejected.
      *----------------------------------------------------------------
       2000-PROCESS-ONE-TRANS SECTION.
       2000-START.
           READ CUS-TRANS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.

           PERFORM 3000-VALIDATE-TRANS THRU 3000-EXIT.
           IF NOT WS-TRANS-VALID
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED" TO WS-REGISTER-RESULT
               PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 4000-APPLY-TRANS THRU 4000-EXIT.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE "APPLIED"  TO WS-REGISTER-RESULT.
           MOVE SPACES     TO WS-REJECT-REASON.
           PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-VALIDATE-TRANS
      * An ADD must be a new customer with a name and a numeric
      * credit limit; the other actions must name a customer already
      * on the master. A PAYMENT needs a numeric, non-zero amount.
      *----------------------------------------------------------------
       3000-VALIDATE-TRANS SECTION.
       3000-START.
           SET WS-TRANS-VALID-SW TO "N".
           MOVE SPACES TO WS-REJECT-REASON.

           IF CT-CUSTOMER-NO = SPACES OR CT-CUSTOMER-NO = LOW-VALUES
               MOVE "BLANK CUSTOMER NUMBER" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.

           IF CT-ACTION NOT = "ADD" AND CT-ACTION NOT = "CHANGE"
                   AND CT-ACTION NOT = "HOLD"
                   AND CT-ACTION NOT = "RELEASE"
                   AND CT-ACTION NOT = "DEACTIVATE"
                   AND CT-ACTION NOT = "REACTIVATE"
                   AND CT-ACTION NOT = "PAYMENT"
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-READ-MASTER THRU 3100-EXIT.

           IF CT-ACTION = "ADD"
               IF WS-MASTER-FOUND
                   MOVE "CUSTOMER ALREADY ON MASTER"
                       TO WS-REJECT-REASON
                   GO TO 3000-EXIT
               END-IF
               IF CT-CUSTOMER-NAME = SPACES
                   MOVE "BLANK CUSTOMER NAME" TO WS-REJECT-REASON
                   GO TO 3000-EXIT
               END-IF
               IF CT-AMOUNT NOT NUMERIC
                   MOVE "CREDIT LIMIT NOT NUMERIC" TO WS-REJECT-REASON
                   GO TO 3000-EXIT
               END-IF
           ELSE
               IF NOT WS-MASTER-FOUND
                   MOVE "CUSTOMER NOT ON MASTER" TO WS-REJECT-REASON
                   GO TO 3000-EXIT
               END-IF
           END-IF.

           IF CT-ACTION = "CHANGE"
               IF CT-CUSTOMER-NAME = SPACES
                   MOVE "BLANK CUSTOMER NAME" TO WS-REJECT-REASON
                   GO TO 3000-EXIT
               END-IF
               IF CT-AMOUNT NOT = SPACES AND CT-AMOUNT NOT NUMERIC
                   MOVE "CREDIT LIMIT NOT NUMERIC" TO WS-REJECT-REASON
                   GO TO 3000-EXIT
               END-IF
           END-IF.

           IF CT-ACTION = "HOLD" AND CU-ON-HOLD
               MOVE "CUSTOMER ALREADY ON HOLD" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.

           IF CT-ACTION = "RELEASE" AND NOT CU-ON-HOLD
               MOVE "CUSTOMER NOT ON HOLD" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.

           IF CT-ACTION = "DEACTIVATE" AND CU-INACTIVE
               MOVE "CUSTOMER ALREADY INACTIVE" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.

           IF CT-ACTION = "REACTIVATE" AND CU-ACTIVE
               MOVE "CUSTOMER ALREADY ACTIVE" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.

           IF CT-ACTION = "PAYMENT"
               IF CT-AMOUNT NOT NUMERIC
                   MOVE "PAYMENT AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
                   GO TO 3000-EXIT
               END-IF
               IF CT-AMOUNT-NUM = ZERO
                   MOVE "ZERO PAYMENT AMOUNT" TO WS-REJECT-REASON
                   GO TO 3000-EXIT
               END-IF
           END-IF.

           SET WS-TRANS-VALID TO TRUE.
       3000-EXIT.
           EXIT.

       3100-READ-MASTER SECTION.
       3100-START.
           SET WS-MASTER-FOUND-SW TO "N".
           MOVE CT-CUSTOMER-NO TO CU-CUSTOMER-NO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MASTER-FOUND TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-APPLY-TRANS
      * Applies a validated transaction to the customer master. A
      * payment larger than the open balance clears it to zero.
      *----------------------------------------------------------------
       4000-APPLY-TRANS SECTION.
       4000-START.
           EVALUATE CT-ACTION
               WHEN "ADD"
                   MOVE CT-CUSTOMER-NO   TO CU-CUSTOMER-NO
                   MOVE CT-CUSTOMER-NAME TO CU-CUSTOMER-NAME
                   MOVE CT-SHIP-ADDRESS  TO CU-SHIP-ADDRESS
                   MOVE CT-SHIP-CITY     TO CU-SHIP-CITY
                   MOVE CT-SHIP-STATE    TO CU-SHIP-STATE
                   MOVE CT-SHIP-ZIP      TO CU-SHIP-ZIP
                   MOVE CT-AMOUNT-NUM    TO CU-CREDIT-LIMIT
                   MOVE ZERO             TO CU-OPEN-BALANCE
                   SET CU-ACTIVE TO TRUE
                   SET CU-NOT-ON-HOLD TO TRUE
                   WRITE CU-RECORD
               WHEN "CHANGE"
                   MOVE CT-CUSTOMER-NAME TO CU-CUSTOMER-NAME
                   MOVE CT-SHIP-ADDRESS  TO CU-SHIP-ADDRESS
                   MOVE CT-SHIP-CITY     TO CU-SHIP-CITY
                   MOVE CT-SHIP-STATE    TO CU-SHIP-STATE
                   MOVE CT-SHIP-ZIP      TO CU-SHIP-ZIP
                   IF CT-AMOUNT NUMERIC
                       MOVE CT-AMOUNT-NUM TO CU-CREDIT-LIMIT
                   END-IF
                   REWRITE CU-RECORD
               WHEN "HOLD"
                   SET CU-ON-HOLD TO TRUE
                   REWRITE CU-RECORD
               WHEN "RELEASE"
                   SET CU-NOT-ON-HOLD TO TRUE
                   REWRITE CU-RECORD
               WHEN "DEACTIVATE"
                   SET CU-INACTIVE TO TRUE
                   REWRITE CU-RECORD
               WHEN "REACTIVATE"
                   SET CU-ACTIVE TO TRUE
                   REWRITE CU-RECORD
               WHEN "PAYMENT"
                   IF CT-AMOUNT-NUM > CU-OPEN-BALANCE
                       MOVE ZERO TO CU-OPEN-BALANCE
                   ELSE
                       SUBTRACT CT-AMOUNT-NUM FROM CU-OPEN-BALANCE
                   END-IF
                   REWRITE CU-RECORD
           END-EVALUATE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-REGISTER
      * One register line per transaction, with the account's limit
      * and open balance as they stand after it.
      *----------------------------------------------------------------
       5000-WRITE-REGISTER SECTION.
       5000-START.
           MOVE SPACES             TO REG-RECORD.
           MOVE CT-ACTION          TO REG-ACTION.
           MOVE CT-CUSTOMER-NO     TO REG-CUSTOMER-NO.
           MOVE WS-REGISTER-RESULT TO REG-RESULT.
           MOVE WS-REJECT-REASON   TO REG-REASON.
           IF WS-MASTER-FOUND OR WS-TRANS-VALID
               MOVE CU-CREDIT-LIMIT TO REG-LIMIT
               MOVE CU-OPEN-BALANCE TO REG-BALANCE
           END-IF.
           WRITE REG-RECORD.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the applied/rejected summary.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE CUS-TRANS CUS-REGISTER CUSTOMER-MASTER.
           DISPLAY "CUSTMNT: APPLIED  = " WS-APPLIED-COUNT.
           DISPLAY "CUSTMNT: REJECTED = " WS-REJECTED-COUNT.
       9000-EXIT.
           EXIT.
