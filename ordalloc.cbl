      *                  BACKORD FOR FUTURE RUNS, AND THE ORDREG
      *                  ALLOCATION REGISTER SHOWS EVERY LINE AS
      *                  FILLED, PARTIAL, BACKORDERED, OR REJECTED.
      * 10/15/26   OPS   ORDERS NOW CARRY A CUSTOMER NUMBER CHECKED
      *                  AGAINST THE CUSTMAST CUSTOMER MASTER CUSTMNT
      *                  MAINTAINS. A LINE FOR AN UNKNOWN OR INACTIVE
      *                  CUSTOMER IS REJECTED; A LINE FOR A CUSTOMER
      *                  ON HOLD, OR WHOSE OPEN BALANCE PLUS THE
      *                  ALLOCATION (VALUED AT PM-PRODUCT-PRICE)
      *                  WOULD PASS THE CREDIT LIMIT, IS NOT
      *                  ALLOCATED BUT CARRIED ON BACKORD AND SHOWN
      *                  AS CREDIT HELD, SO IT RETRIES ONCE THE
      *                  ACCOUNT IS RELEASED OR PAID DOWN. EACH
      *                  ALLOCATION IS ADDED TO THE CUSTOMER'S OPEN
      *                  BALANCE. THE REGISTER GAINED THE CUSTOMER,
      *                  THE LINE VALUE, AND A REASON. BACKORDERS
      *                  CARRIED BEFORE THIS CHANGE HAVE NO CUSTOMER
      *                  AND RETRY WITHOUT A CREDIT CHECK.
      * 10/15/26   OPS   EVERY FILLED OR PARTIAL LINE IS NOW ALSO
      *                  APPENDED TO THE PICKALOC PENDING-PICK FILE
      *                  WITH ITS ALLOCATION PRICE, SO PICKLIST CAN
      *                  TELL THE WAREHOUSE WHAT TO PICK AND SHIPCONF
      *                  CAN CONFIRM AND INVOICE WHAT WENT OUT.
      * 10/15/26   OPS   ORDERS NOW SHIP FROM A STOCK LOCATION. THE
      *                  ORDER LINE GAINED A LOCATION CODE (BLANK IS
      *                  THE CENTRAL WAREHOUSE; AN UNKNOWN CODE IS
      *                  REJECTED) AND A LINE ALLOCATES ONLY WHAT THAT
      *                  LOCATION HOLDS ON STKLOC, REDUCING THE
      *                  LOCATION ROW ALONG WITH THE COMPANY TOTAL.
      *                  THE LOCATION IS CARRIED ON THE INVHIST ISSUE
      *                  ROW, THE PICK LINE, THE BACKORDER (OLDER
      *                  BACKORDERS RETRY FROM THE CENTRAL WAREHOUSE),
      *                  AND THE REGISTER.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-ID
               FILE STATUS IS PM-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS CU-FILE-STATUS.
           SELECT MOVE-HISTORY ASSIGN TO "INVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IH-FILE-STATUS.
           SELECT STOCK-LOCATIONS ASSIGN TO "STKLOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SL-KEY
               FILE STATUS IS SL-FILE-STATUS.
           SELECT PICK-FILE ASSIGN TO "PICKALOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PK-FILE-STATUS.
           SELECT ALLOC-REGISTER ASSIGN TO "ORDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
           05  OR-PRODUCT-ID           PIC X(05).
           05  FILLER                  PIC X(01).
           05  OR-QUANTITY             PIC X(07).
           05  FILLER                  PIC X(01).
           05  OR-CUSTOMER-NO          PIC X(06).
           05  FILLER                  PIC X(01).
           05  OR-LOCATION-CODE        PIC X(04).
       FD  BACKORDER-FILE.
       01  BO-RECORD.
           05  BO-ORDER-NO             PIC X(06).
           05  BO-QUANTITY             PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BO-ORDER-DATE           PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BO-CUSTOMER-NO          PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BO-LOCATION-CODE        PIC X(04).
       FD  BACKORDER-WORK.
       01  BW-RECORD                   PIC X(41).
       FD  PRODUCT-MASTER.
       COPY "PRODMAST.cpy".
       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".
       FD  MOVE-HISTORY.
       COPY "INVHIST.cpy".
       FD  STOCK-LOCATIONS.
       COPY "STKLOC.cpy".
       FD  PICK-FILE.
       COPY "PICKALOC.cpy".
       FD  ALLOC-REGISTER.
       01  REG-LINE                    PIC X(120).
       WORKING-STORAGE SECTION.
        01 OR-FILE-STATUS              PIC XX.
        01 BO-FILE-STATUS              PIC XX.
        01 BW-FILE-STATUS              PIC XX.
        01 PM-FILE-STATUS              PIC XX.
        01 CU-FILE-STATUS              PIC XX.
        01 IH-FILE-STATUS              PIC XX.
        01 REG-FILE-STATUS             PIC XX.
        01 PK-FILE-STATUS              PIC XX.
        01 SL-FILE-STATUS              PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-MASTER-FOUND-SW      PIC X(01) VALUE "N".
              88 WS-MASTER-FOUND              VALUE "Y".
           05 WS-CUSTOMER-FOUND-SW    PIC X(01) VALUE "N".
              88 WS-CUSTOMER-FOUND            VALUE "Y".
           05 WS-CREDIT-CHECK-SW      PIC X(01) VALUE "N".
              88 WS-CREDIT-CHECKED            VALUE "Y".
           05 WS-SL-FOUND-SW          PIC X(01) VALUE "N".
              88 WS-SL-FOUND                  VALUE "Y".
       COPY "LOCCODES.cpy".
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-RUN-TIME                 PIC 9(08).
        01 WS-ORDER-NO                 PIC X(06) VALUE SPACES.
        01 WS-PRODUCT-ID               PIC X(05) VALUE SPACES.
        01 WS-CUSTOMER-NO              PIC X(06) VALUE SPACES.
        01 WS-ALLOC-LOCATION           PIC X(04) VALUE SPACES.
        01 WS-AVAILABLE-QTY            PIC 9(07) VALUE ZERO.
        01 WS-LOC-OPENING-QTY          PIC 9(07) VALUE ZERO.
        01 WS-REJECT-REASON            PIC X(20) VALUE SPACES.
        01 WS-LINE-VALUE               PIC 9(09)V99 VALUE ZERO.
        01 WS-EXPOSURE                 PIC 9(10)V99 VALUE ZERO.
        01 WS-ORDER-QTY                PIC 9(07) VALUE ZERO.
        01 WS-ORDER-DATE               PIC 9(08) VALUE ZERO.
        01 WS-FILL-QTY                 PIC 9(07) VALUE ZERO.
           05 WS-PARTIAL-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-BACKORDER-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-CREDIT-HELD-COUNT    PIC 9(05) VALUE ZERO.
        01 WS-REGISTER-LINE.
           05 RL-ORDER-NO             PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RL-CUSTOMER-NO          PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RL-PRODUCT-ID           PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RL-LOCATION             PIC X(04).
           05 FILLER                  PIC X(06) VALUE " ASK  ".
           05 RL-ASKED                PIC ZZZZZZ9.
           05 FILLER                  PIC X(08) VALUE " FILLED ".
           05 RL-FILLED               PIC ZZZZZZ9.
           05 FILLER                  PIC X(07) VALUE " SHORT ".
           05 RL-SHORT                PIC ZZZZZZ9.
           05 FILLER                  PIC X(07) VALUE " VALUE ".
           05 RL-VALUE                PIC ZZZZZZZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RL-RESULT               PIC X(12).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RL-REASON               PIC X(20).
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Opens the product, stock-location and customer masters for
      * update, the register, the pending-pick file, and the
      * backorder work file that collects this run's unfilled
      * remainders.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
               STOP RUN
           END-IF.

           OPEN I-O STOCK-LOCATIONS.
           IF SL-FILE-STATUS NOT = "00"
               DISPLAY "ORDALLOC: UNABLE TO OPEN STKLOC - STATUS "
                   SL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CUSTOMER-MASTER.
           IF CU-FILE-STATUS NOT = "00"
               DISPLAY "ORDALLOC: UNABLE TO OPEN CUSTMAST - STATUS "
                   CU-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ALLOC-REGISTER.
           IF REG-FILE-STATUS NOT = "00"
               DISPLAY "ORDALLOC: UNABLE TO OPEN ORDREG - STATUS "
           MOVE SPACES TO REG-LINE.
           WRITE REG-LINE.

           OPEN EXTEND PICK-FILE.
           IF PK-FILE-STATUS = "05" OR PK-FILE-STATUS = "35"
               CLOSE PICK-FILE
               OPEN OUTPUT PICK-FILE
           END-IF.
           IF PK-FILE-STATUS NOT = "00"
               DISPLAY "ORDALLOC: UNABLE TO OPEN PICKALOC - STATUS "
                   PK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT BACKORDER-WORK.
           IF BW-FILE-STATUS NOT = "00"
               DISPLAY "ORDALLOC: UNABLE TO OPEN BORDWORK - STATUS "
           MOVE BO-PRODUCT-ID TO WS-PRODUCT-ID.
           MOVE BO-QUANTITY   TO WS-ORDER-QTY.
           MOVE BO-ORDER-DATE TO WS-ORDER-DATE.
           MOVE BO-CUSTOMER-NO TO WS-CUSTOMER-NO.
           MOVE BO-LOCATION-CODE TO WS-ALLOC-LOCATION.
           IF BO-CUSTOMER-NO = SPACES
               SET WS-CREDIT-CHECK-SW TO "N"
           ELSE
               SET WS-CREDIT-CHECKED TO TRUE
           END-IF.
           PERFORM 4000-ALLOCATE-ONE-LINE THRU 4000-EXIT.
       2100-EXIT.
           EXIT.
           MOVE OR-ORDER-NO   TO WS-ORDER-NO.
           MOVE OR-PRODUCT-ID TO WS-PRODUCT-ID.
           MOVE WS-TODAY-DATE TO WS-ORDER-DATE.
           MOVE OR-CUSTOMER-NO TO WS-CUSTOMER-NO.
           MOVE OR-LOCATION-CODE TO WS-ALLOC-LOCATION.
           SET WS-CREDIT-CHECKED TO TRUE.
           IF OR-QUANTITY NOT NUMERIC
               MOVE ZERO TO WS-ORDER-QTY
               MOVE "QUANTITY NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 3100-EXIT
           END-IF.
           MOVE OR-QUANTITY TO WS-ORDER-QTY.
           IF WS-ORDER-QTY = ZERO
               MOVE "ZERO QUANTITY" TO WS-REJECT-REASON
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 3100-EXIT
           END-IF.

      *----------------------------------------------------------------
      * 4000-ALLOCATE-ONE-LINE
      * Allocates what on-hand at the line's location covers, posts
      * the issue to the masters and the movement history, and
      * carries any remainder forward as a backorder. The customer
      * is checked first: an unknown or inactive account is
      * rejected, and an account on hold or that this allocation
      * would take past its credit limit has the whole line carried
      * forward as credit held.
      *----------------------------------------------------------------
       4000-ALLOCATE-ONE-LINE SECTION.
       4000-START.
           MOVE WS-ALLOC-LOCATION TO WS-LOCATION-CODE.
           IF WS-LOCATION-CODE = SPACES
               SET WS-LOCATION-CENTRAL TO TRUE
           END-IF.
           MOVE WS-LOCATION-CODE TO WS-ALLOC-LOCATION.
           IF NOT WS-LOCATION-KNOWN
               MOVE "UNKNOWN LOCATION" TO WS-REJECT-REASON
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 4000-EXIT
           END-IF.

           SET WS-MASTER-FOUND-SW TO "N".
           MOVE WS-PRODUCT-ID TO PM-PRODUCT-ID.
           READ PRODUCT-MASTER
                   SET WS-MASTER-FOUND TO TRUE
           END-READ.
           IF NOT WS-MASTER-FOUND
               MOVE "PRODUCT NOT ON MASTER" TO WS-REJECT-REASON
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 4000-EXIT
           END-IF.

           IF WS-CREDIT-CHECKED
               PERFORM 4100-CHECK-CUSTOMER THRU 4100-EXIT
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
                   GO TO 4000-EXIT
               END-IF
           END-IF.

           SET WS-SL-FOUND-SW TO "N".
           MOVE ZERO TO WS-AVAILABLE-QTY.
           MOVE WS-PRODUCT-ID     TO SL-PRODUCT-ID.
           MOVE WS-ALLOC-LOCATION TO SL-LOCATION-CODE.
           READ STOCK-LOCATIONS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SL-FOUND TO TRUE
                   MOVE SL-ON-HAND-QTY TO WS-AVAILABLE-QTY
           END-READ.
           IF WS-AVAILABLE-QTY > PM-ON-HAND-QTY
               MOVE PM-ON-HAND-QTY TO WS-AVAILABLE-QTY
           END-IF.

           IF WS-AVAILABLE-QTY >= WS-ORDER-QTY
               MOVE WS-ORDER-QTY TO WS-FILL-QTY
               MOVE ZERO TO WS-SHORT-QTY
           ELSE
               MOVE WS-AVAILABLE-QTY TO WS-FILL-QTY
               COMPUTE WS-SHORT-QTY = WS-ORDER-QTY - WS-FILL-QTY
           END-IF.
           COMPUTE WS-LINE-VALUE = WS-FILL-QTY * PM-PRODUCT-PRICE.

           IF WS-CREDIT-CHECKED
               PERFORM 4200-CHECK-CREDIT THRU 4200-EXIT
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM 4300-HOLD-FOR-CREDIT THRU 4300-EXIT
                   GO TO 4000-EXIT
               END-IF
           END-IF.

           IF WS-FILL-QTY > ZERO
               MOVE PM-ON-HAND-QTY TO WS-OPENING-QTY
               SUBTRACT WS-FILL-QTY FROM PM-ON-HAND-QTY
               REWRITE PM-RECORD
               MOVE SL-ON-HAND-QTY TO WS-LOC-OPENING-QTY
               SUBTRACT WS-FILL-QTY FROM SL-ON-HAND-QTY
               MOVE WS-TODAY-DATE TO SL-LAST-MOVE-DATE
               REWRITE SL-RECORD
               PERFORM 4500-WRITE-MOVE-HISTORY THRU 4500-EXIT
               PERFORM 4600-WRITE-PICK-LINE THRU 4600-EXIT
               IF WS-CREDIT-CHECKED
                   ADD WS-LINE-VALUE TO CU-OPEN-BALANCE
                   REWRITE CU-RECORD
               END-IF
           END-IF.

           IF WS-SHORT-QTY > ZERO
           END-IF.

           MOVE WS-ORDER-NO   TO RL-ORDER-NO.
           MOVE WS-CUSTOMER-NO TO RL-CUSTOMER-NO.
           MOVE WS-PRODUCT-ID TO RL-PRODUCT-ID.
           MOVE WS-ALLOC-LOCATION TO RL-LOCATION.
           MOVE WS-ORDER-QTY  TO RL-ASKED.
           MOVE WS-FILL-QTY   TO RL-FILLED.
           MOVE WS-SHORT-QTY  TO RL-SHORT.
           MOVE WS-LINE-VALUE TO RL-VALUE.
           MOVE SPACES        TO RL-REASON.
           EVALUATE TRUE
               WHEN WS-SHORT-QTY = ZERO
                   MOVE "FILLED      " TO RL-RESULT
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-CHECK-CUSTOMER
      * The order's customer must be on the customer master and
      * active. The record stays in the buffer for the credit check
      * and the balance update.
      *----------------------------------------------------------------
       4100-CHECK-CUSTOMER SECTION.
       4100-START.
           MOVE SPACES TO WS-REJECT-REASON.
           SET WS-CUSTOMER-FOUND-SW TO "N".
           MOVE WS-CUSTOMER-NO TO CU-CUSTOMER-NO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CUSTOMER-FOUND TO TRUE
           END-READ.

           IF NOT WS-CUSTOMER-FOUND
               MOVE "UNKNOWN CUSTOMER" TO WS-REJECT-REASON
               GO TO 4100-EXIT
           END-IF.

           IF CU-INACTIVE
               MOVE "CUSTOMER INACTIVE" TO WS-REJECT-REASON
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-CHECK-CREDIT
      * A customer on hold ships nothing. Otherwise the open balance
      * plus what this line would allocate must stay within the
      * credit limit.
      *----------------------------------------------------------------
       4200-CHECK-CREDIT SECTION.
       4200-START.
           MOVE SPACES TO WS-REJECT-REASON.
           IF CU-ON-HOLD
               MOVE "CUSTOMER ON HOLD" TO WS-REJECT-REASON
               GO TO 4200-EXIT
           END-IF.

           COMPUTE WS-EXPOSURE = CU-OPEN-BALANCE + WS-LINE-VALUE.
           IF WS-FILL-QTY > ZERO AND WS-EXPOSURE > CU-CREDIT-LIMIT
               MOVE "OVER CREDIT LIMIT" TO WS-REJECT-REASON
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4300-HOLD-FOR-CREDIT
      * Nothing is allocated. The whole line is carried on BACKORD
      * so it retries on a later run, and registers as credit held.
      *----------------------------------------------------------------
       4300-HOLD-FOR-CREDIT SECTION.
       4300-START.
           MOVE ZERO         TO WS-FILL-QTY.
           MOVE WS-ORDER-QTY TO WS-SHORT-QTY.
           PERFORM 4700-CARRY-BACKORDER THRU 4700-EXIT.

           MOVE WS-ORDER-NO      TO RL-ORDER-NO.
           MOVE WS-CUSTOMER-NO   TO RL-CUSTOMER-NO.
           MOVE WS-PRODUCT-ID    TO RL-PRODUCT-ID.
           MOVE WS-ALLOC-LOCATION TO RL-LOCATION.
           MOVE WS-ORDER-QTY     TO RL-ASKED.
           MOVE ZERO             TO RL-FILLED.
           MOVE WS-SHORT-QTY     TO RL-SHORT.
           MOVE WS-LINE-VALUE    TO RL-VALUE.
           MOVE "CREDIT HELD "   TO RL-RESULT.
           MOVE WS-REJECT-REASON TO RL-REASON.
           WRITE REG-LINE FROM WS-REGISTER-LINE.
           ADD 1 TO WS-CREDIT-HELD-COUNT.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-WRITE-MOVE-HISTORY
      * The allocation is an issue - it lands on the same INVHIST
           MOVE PM-ON-HAND-QTY  TO IH-CLOSING-QTY.
           MOVE WS-TODAY-DATE   TO IH-MOVE-DATE.
           MOVE WS-RUN-TIME     TO IH-RUN-TIME.
           MOVE WS-ALLOC-LOCATION  TO IH-LOCATION-CODE.
           MOVE WS-LOC-OPENING-QTY TO IH-LOC-OPENING-QTY.
           MOVE SL-ON-HAND-QTY     TO IH-LOC-CLOSING-QTY.
           WRITE IH-RECORD.
           CLOSE MOVE-HISTORY.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4600-WRITE-PICK-LINE
      * The allocated quantity goes on the pending-pick file at the
      * price it was valued at, for the pick list and confirmation.
      *----------------------------------------------------------------
       4600-WRITE-PICK-LINE SECTION.
       4600-START.
           MOVE SPACES           TO PK-RECORD.
           MOVE WS-ORDER-NO      TO PK-ORDER-NO.
           MOVE WS-CUSTOMER-NO   TO PK-CUSTOMER-NO.
           MOVE WS-PRODUCT-ID    TO PK-PRODUCT-ID.
           MOVE WS-FILL-QTY      TO PK-PICK-QTY.
           MOVE PM-PRODUCT-PRICE TO PK-UNIT-PRICE.
           MOVE WS-ORDER-DATE    TO PK-ORDER-DATE.
           MOVE WS-TODAY-DATE    TO PK-ALLOC-DATE.
           MOVE WS-ALLOC-LOCATION TO PK-LOCATION-CODE.
           WRITE PK-RECORD.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4700-CARRY-BACKORDER
      * The unfilled remainder goes to the work file, keeping its
           MOVE WS-PRODUCT-ID TO BO-PRODUCT-ID.
           MOVE WS-SHORT-QTY  TO BO-QUANTITY.
           MOVE WS-ORDER-DATE TO BO-ORDER-DATE.
           MOVE WS-CUSTOMER-NO TO BO-CUSTOMER-NO.
           MOVE WS-ALLOC-LOCATION TO BO-LOCATION-CODE.
           WRITE BW-RECORD FROM BO-RECORD.
       4700-EXIT.
           EXIT.
       5000-REGISTER-REJECT SECTION.
       5000-START.
           MOVE WS-ORDER-NO   TO RL-ORDER-NO.
           MOVE WS-CUSTOMER-NO TO RL-CUSTOMER-NO.
           MOVE WS-PRODUCT-ID TO RL-PRODUCT-ID.
           MOVE WS-ALLOC-LOCATION TO RL-LOCATION.
           MOVE WS-ORDER-QTY  TO RL-ASKED.
           MOVE ZERO          TO RL-FILLED.
           MOVE ZERO          TO RL-SHORT.
           MOVE ZERO          TO RL-VALUE.
           MOVE "REJECTED    " TO RL-RESULT.
           MOVE WS-REJECT-REASON TO RL-REASON.
           WRITE REG-LINE FROM WS-REGISTER-LINE.
           ADD 1 TO WS-REJECTED-COUNT.
       5000-EXIT.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE PRODUCT-MASTER CUSTOMER-MASTER ALLOC-REGISTER
               PICK-FILE STOCK-LOCATIONS.
           DISPLAY "ORDALLOC: FILLED      = " WS-FILLED-COUNT.
           DISPLAY "ORDALLOC: PARTIAL     = " WS-PARTIAL-COUNT.
           DISPLAY "ORDALLOC: BACKORDERED = " WS-BACKORDER-COUNT.
           DISPLAY "ORDALLOC: REJECTED    = " WS-REJECTED-COUNT.
           DISPLAY "ORDALLOC: CREDIT HELD = " WS-CREDIT-HELD-COUNT.
       9000-EXIT.
           EXIT.
