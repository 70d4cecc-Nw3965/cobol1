       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPCONF.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. SHIPMENT CONFIRMATION AND
      *                  CUSTOMER INVOICING. THE WAREHOUSE KEYS ONE
      *                  SHIPCARD CARD PER PICKED LINE (ORDER,
      *                  PRODUCT, QUANTITY THAT WENT OUT THE DOOR)
      *                  FROM THE PICKLIST REPORT; EACH CARD CONFIRMS
      *                  ITS LINE ON THE PICKALOC PENDING-PICK FILE.
      *                  CONFIRMED LINES ARE BILLED - ONE INVOICE PER
      *                  ORDER, NUMBERED FROM THE INVSEQ FILE (THE
      *                  TLWONUM PATTERN) AND PRICED FROM PRODMAST -
      *                  ONTO THE PERMANENT CUSTINV INVOICE FILE, AND
      *                  EACH INVOICE TOTAL IS APPENDED TO THE
      *                  ARXTRACT RECEIVABLE FEED AS A SALE FOR
      *                  GLEXTR. A SHORT PICK IS PUT BACK: THE
      *                  UNSHIPPED QUANTITY RETURNS TO ON-HAND (AN
      *                  ADJUST-UP ROW ON INVHIST), COMES OFF THE
      *                  CUSTOMER'S OPEN BALANCE, AND GOES BACK ON
      *                  BACKORD FOR ORDALLOC TO RETRY. LINES WITH
      *                  NO CARD STAY ON PICKALOC FOR THE NEXT RUN.
      *                  THE SHIPREG REGISTER SHOWS EVERY LINE.
      * 10/15/26   OPS   A SHORT PICK NOW GOES BACK TO THE STOCK
      *                  LOCATION THE LINE WAS ALLOCATED FROM - ITS
      *                  STKLOC ROW AS WELL AS THE COMPANY TOTAL - AND
      *                  THE INVHIST ROW AND THE BACKORDER CARRY THAT
      *                  LOCATION. PICK LINES FROM BEFORE LOCATIONS
      *                  GO BACK TO THE CENTRAL WAREHOUSE.
      * 10/15/26   OPS   A LINE WHOSE PRODUCT IS NOT ON PRODMAST IS NO
      *                  LONGER MARKED BILLED, SO IT STAYS PENDING ON
      *                  PICKALOC INSTEAD OF DROPPING OUT UNBILLED AND
      *                  UNRETURNED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PICK-FILE ASSIGN TO "PICKALOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PK-FILE-STATUS.
           SELECT PICK-WORK ASSIGN TO "PICKWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PW-FILE-STATUS.
           SELECT SHIP-CARDS ASSIGN TO "SHIPCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-FILE-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-ID
               FILE STATUS IS PM-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS CU-FILE-STATUS.
           SELECT INVOICE-SEQUENCE ASSIGN TO "INVSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SQ-FILE-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "CUSTINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CI-FILE-STATUS.
           SELECT RECEIVABLE-FEED ASSIGN TO "ARXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GF-FILE-STATUS.
           SELECT MOVE-HISTORY ASSIGN TO "INVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IH-FILE-STATUS.
           SELECT STOCK-LOCATIONS ASSIGN TO "STKLOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SL-KEY
               FILE STATUS IS SL-FILE-STATUS.
           SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BO-FILE-STATUS.
           SELECT SHIP-REGISTER ASSIGN TO "SHIPREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PICK-FILE.
       COPY "PICKALOC.cpy".
       FD  PICK-WORK.
       01  PW-RECORD                   PIC X(58).
       FD  SHIP-CARDS.
       01  SC-RECORD.
           05  SC-ORDER-NO             PIC X(06).
           05  FILLER                  PIC X(01).
           05  SC-PRODUCT-ID           PIC X(05).
           05  FILLER                  PIC X(01).
           05  SC-SHIPPED-QTY          PIC X(07).
       FD  PRODUCT-MASTER.
       COPY "PRODMAST.cpy".
       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".
       FD  INVOICE-SEQUENCE.
       01  SQ-RECORD.
           05  SQ-NEXT-NUMBER          PIC 9(06).
       FD  INVOICE-FILE.
       COPY "CUSTINV.cpy".
       FD  RECEIVABLE-FEED.
       COPY "GLFEED.cpy".
       FD  MOVE-HISTORY.
       COPY "INVHIST.cpy".
       FD  STOCK-LOCATIONS.
       COPY "STKLOC.cpy".
       FD  BACKORDER-FILE.
       01  BO-RECORD.
           05  BO-ORDER-NO             PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BO-PRODUCT-ID           PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BO-QUANTITY             PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BO-ORDER-DATE           PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BO-CUSTOMER-NO          PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BO-LOCATION-CODE        PIC X(04).
       FD  SHIP-REGISTER.
       01  REG-LINE                    PIC X(100).
       WORKING-STORAGE SECTION.
        01 PK-FILE-STATUS              PIC XX.
        01 PW-FILE-STATUS              PIC XX.
        01 SC-FILE-STATUS              PIC XX.
        01 PM-FILE-STATUS              PIC XX.
        01 CU-FILE-STATUS              PIC XX.
        01 SQ-FILE-STATUS              PIC XX.
        01 CI-FILE-STATUS              PIC XX.
        01 GF-FILE-STATUS              PIC XX.
        01 IH-FILE-STATUS              PIC XX.
        01 BO-FILE-STATUS              PIC XX.
        01 SL-FILE-STATUS              PIC XX.
        01 REG-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-LINE-FOUND-SW        PIC X(01) VALUE "N".
              88 WS-LINE-FOUND                VALUE "Y".
           05 WS-MASTER-FOUND-SW      PIC X(01) VALUE "N".
              88 WS-MASTER-FOUND              VALUE "Y".
           05 WS-CUSTOMER-FOUND-SW    PIC X(01) VALUE "N".
              88 WS-CUSTOMER-FOUND            VALUE "Y".
           05 WS-PICK-EOF-SW          PIC X(01) VALUE "N".
              88 WS-PICK-EOF                  VALUE "Y".
           05 WS-SL-FOUND-SW          PIC X(01) VALUE "N".
              88 WS-SL-FOUND                  VALUE "Y".
       COPY "LOCCODES.cpy".
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-RUN-TIME                 PIC 9(08).
        01 WS-LINE-COUNT               PIC 9(04) VALUE ZERO.
        01 WS-LINE-TABLE.
           05 WS-LINE-ENTRY OCCURS 1000 TIMES.
              10 WS-LN-PICK-IMAGE     PIC X(58).
              10 WS-LN-ORDER-NO       PIC X(06).
              10 WS-LN-CUSTOMER-NO    PIC X(06).
              10 WS-LN-PRODUCT-ID     PIC X(05).
              10 WS-LN-PICK-QTY       PIC 9(07).
              10 WS-LN-UNIT-PRICE     PIC 9(05)V99.
              10 WS-LN-ORDER-DATE     PIC 9(08).
              10 WS-LN-SHIPPED-QTY    PIC 9(07).
              10 WS-LN-LOCATION       PIC X(04).
              10 WS-LN-STATE-SW       PIC X(01).
                 88 WS-LN-PENDING             VALUE "P".
                 88 WS-LN-CONFIRMED           VALUE "C".
                 88 WS-LN-BILLED              VALUE "B".
        01 WS-LINE-IDX                 PIC 9(04) VALUE ZERO.
        01 WS-GROUP-IDX                PIC 9(04) VALUE ZERO.
        01 WS-FOUND-IDX                PIC 9(04) VALUE ZERO.
        01 WS-GROUP-ORDER-NO           PIC X(06) VALUE SPACES.
        01 WS-GROUP-CUSTOMER-NO        PIC X(06) VALUE SPACES.
        01 WS-CARD-QTY                 PIC 9(07) VALUE ZERO.
        01 WS-SHORT-QTY                PIC 9(07) VALUE ZERO.
        01 WS-OPENING-QTY              PIC 9(07) VALUE ZERO.
        01 WS-LOC-OPENING-QTY          PIC 9(07) VALUE ZERO.
        01 WS-INVOICE-NO               PIC 9(06) VALUE ZERO.
        01 WS-INVOICE-LINE-NO          PIC 9(03) VALUE ZERO.
        01 WS-INVOICE-TOTAL            PIC 9(09)V99 VALUE ZERO.
        01 WS-LINE-AMOUNT              PIC 9(09)V99 VALUE ZERO.
        01 WS-BALANCE-CHANGE           PIC S9(09)V99 VALUE ZERO.
        01 WS-NEW-BALANCE              PIC S9(10)V99 VALUE ZERO.
        01 WS-REGISTER-RESULT          PIC X(14) VALUE SPACES.
        01 WS-REJECT-REASON            PIC X(24) VALUE SPACES.
        01 WS-TALLY-COUNTS.
           05 WS-CARD-COUNT           PIC 9(05) VALUE ZERO.
           05 WS-CARD-REJECT-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-SHIPPED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-SHORT-COUNT          PIC 9(05) VALUE ZERO.
           05 WS-PENDING-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-INVOICE-COUNT        PIC 9(05) VALUE ZERO.
        01 WS-BILLED-TOTAL             PIC 9(11)V99 VALUE ZERO.
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(34) VALUE
                  "SHIPMENT CONFIRMATION REGISTER FOR".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 HL-DATE                 PIC 9(08).
        01 WS-DETAIL-LINE.
           05 DL-ORDER-NO             PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-PRODUCT-ID           PIC X(05).
           05 FILLER                  PIC X(06) VALUE " PICK ".
           05 DL-PICK-QTY             PIC ZZZZZZ9.
           05 FILLER                  PIC X(06) VALUE " SHIP ".
           05 DL-SHIPPED-QTY          PIC ZZZZZZ9.
           05 FILLER                  PIC X(07) VALUE " SHORT ".
           05 DL-SHORT-QTY            PIC ZZZZZZ9.
           05 FILLER                  PIC X(05) VALUE " INV ".
           05 DL-INVOICE-NO           PIC ZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-RESULT               PIC X(14).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-REASON               PIC X(24).
        01 WS-INVOICE-TOTAL-LINE.
           05 FILLER                  PIC X(08) VALUE "INVOICE ".
           05 IT-INVOICE-NO           PIC ZZZZZ9.
           05 FILLER                  PIC X(07) VALUE " ORDER ".
           05 IT-ORDER-NO             PIC X(06).
           05 FILLER                  PIC X(10) VALUE " CUSTOMER ".
           05 IT-CUSTOMER-NO          PIC X(06).
           05 FILLER                  PIC X(07) VALUE " TOTAL ".
           05 IT-TOTAL                PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-RUN-TOTAL-LINE.
           05 FILLER                  PIC X(17) VALUE
                  "INVOICES RAISED  ".
           05 RT-INVOICE-COUNT        PIC ZZZZ9.
           05 FILLER                  PIC X(14) VALUE
                  "  TOTAL BILLED".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RT-BILLED-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-ONE-CARD THRU 2000-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           PERFORM 3000-BILL-ONE-ORDER THRU 3000-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT.
           PERFORM 8000-REWRITE-PENDING THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Loads the pending picks - the file stays open so anything
      * past the table is carried forward untouched - and opens the
      * cards, the masters, and the register.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN INPUT PICK-FILE.
           IF PK-FILE-STATUS NOT = "00"
               DISPLAY "SHIPCONF: NO PICKALOC - NOTHING AWAITING"
                   " CONFIRMATION"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-ONE-PICK THRU 1100-EXIT
               UNTIL WS-PICK-EOF OR WS-LINE-COUNT = 1000.

           OPEN INPUT SHIP-CARDS.
           IF SC-FILE-STATUS NOT = "00"
               DISPLAY "SHIPCONF: NO SHIPCARD CONFIRMATIONS - NOTHING"
                   " TO BILL"
               CLOSE PICK-FILE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O PRODUCT-MASTER.
           IF PM-FILE-STATUS NOT = "00"
               DISPLAY "SHIPCONF: UNABLE TO OPEN PRODMAST - STATUS "
                   PM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O STOCK-LOCATIONS.
           IF SL-FILE-STATUS NOT = "00"
               DISPLAY "SHIPCONF: UNABLE TO OPEN STKLOC - STATUS "
                   SL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CUSTOMER-MASTER.
           IF CU-FILE-STATUS NOT = "00"
               DISPLAY "SHIPCONF: UNABLE TO OPEN CUSTMAST - STATUS "
                   CU-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT SHIP-REGISTER.
           IF REG-FILE-STATUS NOT = "00"
               DISPLAY "SHIPCONF: UNABLE TO OPEN SHIPREG - STATUS "
                   REG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-TODAY-DATE TO HL-DATE.
           WRITE REG-LINE FROM WS-HEADER-LINE.
           MOVE SPACES TO REG-LINE.
           WRITE REG-LINE.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-PICK SECTION.
       1100-START.
           READ PICK-FILE
               AT END
                   SET WS-PICK-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.

           ADD 1 TO WS-LINE-COUNT.
           MOVE PK-RECORD      TO WS-LN-PICK-IMAGE(WS-LINE-COUNT).
           MOVE PK-ORDER-NO    TO WS-LN-ORDER-NO(WS-LINE-COUNT).
           MOVE PK-CUSTOMER-NO TO WS-LN-CUSTOMER-NO(WS-LINE-COUNT).
           MOVE PK-PRODUCT-ID  TO WS-LN-PRODUCT-ID(WS-LINE-COUNT).
           MOVE ZERO           TO WS-LN-PICK-QTY(WS-LINE-COUNT).
           IF PK-PICK-QTY NUMERIC
               MOVE PK-PICK-QTY TO WS-LN-PICK-QTY(WS-LINE-COUNT)
           END-IF.
           MOVE ZERO           TO WS-LN-UNIT-PRICE(WS-LINE-COUNT).
           IF PK-UNIT-PRICE NUMERIC
               MOVE PK-UNIT-PRICE TO WS-LN-UNIT-PRICE(WS-LINE-COUNT)
           END-IF.
           MOVE PK-ORDER-DATE  TO WS-LN-ORDER-DATE(WS-LINE-COUNT).
           MOVE ZERO           TO WS-LN-SHIPPED-QTY(WS-LINE-COUNT).
           MOVE PK-LOCATION-CODE TO WS-LOCATION-CODE.
           IF WS-LOCATION-CODE = SPACES
               SET WS-LOCATION-CENTRAL TO TRUE
           END-IF.
           MOVE WS-LOCATION-CODE TO WS-LN-LOCATION(WS-LINE-COUNT).
           SET WS-LN-PENDING(WS-LINE-COUNT) TO TRUE.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-APPLY-ONE-CARD
      * One confirmation card against the first pending line for the
      * same order and product. A card for more than was picked
      * ships only the picked quantity.
      *----------------------------------------------------------------
       2000-APPLY-ONE-CARD SECTION.
       2000-START.
           READ SHIP-CARDS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.

           ADD 1 TO WS-CARD-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           IF SC-SHIPPED-QTY NOT NUMERIC
               MOVE "SHIPPED QTY NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM 5500-REGISTER-BAD-CARD THRU 5500-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE SC-SHIPPED-QTY TO WS-CARD-QTY.

           SET WS-LINE-FOUND-SW TO "N".
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM 2100-MATCH-ONE-LINE THRU 2100-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT OR WS-LINE-FOUND.
           IF NOT WS-LINE-FOUND
               MOVE "NO PENDING PICK LINE" TO WS-REJECT-REASON
               PERFORM 5500-REGISTER-BAD-CARD THRU 5500-EXIT
               GO TO 2000-EXIT
           END-IF.

           SET WS-LN-CONFIRMED(WS-FOUND-IDX) TO TRUE.
           IF WS-CARD-QTY > WS-LN-PICK-QTY(WS-FOUND-IDX)
               MOVE WS-LN-PICK-QTY(WS-FOUND-IDX)
                   TO WS-LN-SHIPPED-QTY(WS-FOUND-IDX)
           ELSE
               MOVE WS-CARD-QTY TO WS-LN-SHIPPED-QTY(WS-FOUND-IDX)
           END-IF.
       2000-EXIT.
           EXIT.

       2100-MATCH-ONE-LINE SECTION.
       2100-START.
           IF WS-LN-PENDING(WS-LINE-IDX)
                   AND WS-LN-ORDER-NO(WS-LINE-IDX) = SC-ORDER-NO
                   AND WS-LN-PRODUCT-ID(WS-LINE-IDX) = SC-PRODUCT-ID
               SET WS-LINE-FOUND TO TRUE
               MOVE WS-LINE-IDX TO WS-FOUND-IDX
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-BILL-ONE-ORDER
      * The first confirmed line of an order gathers every other
      * confirmed line of the same order into one invoice. The
      * invoice number is drawn only once a line has actually
      * shipped, so an order picked entirely short bills nothing.
      *----------------------------------------------------------------
       3000-BILL-ONE-ORDER SECTION.
       3000-START.
           IF NOT WS-LN-CONFIRMED(WS-LINE-IDX)
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-LN-ORDER-NO(WS-LINE-IDX)    TO WS-GROUP-ORDER-NO.
           MOVE WS-LN-CUSTOMER-NO(WS-LINE-IDX) TO WS-GROUP-CUSTOMER-NO.
           MOVE ZERO TO WS-INVOICE-NO WS-INVOICE-LINE-NO
               WS-INVOICE-TOTAL WS-BALANCE-CHANGE.

           PERFORM 3100-BILL-ONE-LINE THRU 3100-EXIT
               VARYING WS-GROUP-IDX FROM WS-LINE-IDX BY 1
               UNTIL WS-GROUP-IDX > WS-LINE-COUNT.

           PERFORM 3500-UPDATE-CUSTOMER THRU 3500-EXIT.

           IF WS-INVOICE-NO = ZERO
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-INVOICE-COUNT.
           ADD WS-INVOICE-TOTAL TO WS-BILLED-TOTAL.
           PERFORM 3700-WRITE-RECEIVABLE-FEED THRU 3700-EXIT.
           MOVE WS-INVOICE-NO        TO IT-INVOICE-NO.
           MOVE WS-GROUP-ORDER-NO    TO IT-ORDER-NO.
           MOVE WS-GROUP-CUSTOMER-NO TO IT-CUSTOMER-NO.
           MOVE WS-INVOICE-TOTAL     TO IT-TOTAL.
           WRITE REG-LINE FROM WS-INVOICE-TOTAL-LINE.
           MOVE SPACES TO REG-LINE.
           WRITE REG-LINE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-BILL-ONE-LINE
      * Bills what shipped at today's master price and puts back
      * what did not. The customer's open balance moves from the
      * allocation value to the billed value. A line whose product
      * is not on the master goes back to pending, so it is kept on
      * PICKALOC for the next run and not gathered again this one.
      *----------------------------------------------------------------
       3100-BILL-ONE-LINE SECTION.
       3100-START.
           IF NOT WS-LN-CONFIRMED(WS-GROUP-IDX)
                   OR WS-LN-ORDER-NO(WS-GROUP-IDX)
                       NOT = WS-GROUP-ORDER-NO
               GO TO 3100-EXIT
           END-IF.

           MOVE SPACES TO WS-REJECT-REASON.
           COMPUTE WS-SHORT-QTY = WS-LN-PICK-QTY(WS-GROUP-IDX)
               - WS-LN-SHIPPED-QTY(WS-GROUP-IDX).

           SET WS-MASTER-FOUND-SW TO "N".
           MOVE WS-LN-PRODUCT-ID(WS-GROUP-IDX) TO PM-PRODUCT-ID.
           READ PRODUCT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MASTER-FOUND TO TRUE
           END-READ.
           IF NOT WS-MASTER-FOUND
               MOVE "PRODUCT NOT ON MASTER" TO WS-REJECT-REASON
               MOVE "NOT BILLED" TO WS-REGISTER-RESULT
               PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT
               SET WS-LN-PENDING(WS-GROUP-IDX) TO TRUE
               GO TO 3100-EXIT
           END-IF.

           SET WS-LN-BILLED(WS-GROUP-IDX) TO TRUE.
           IF WS-LN-SHIPPED-QTY(WS-GROUP-IDX) > ZERO
               PERFORM 3200-WRITE-INVOICE-LINE THRU 3200-EXIT
               ADD 1 TO WS-SHIPPED-COUNT
           END-IF.

           IF WS-SHORT-QTY > ZERO
               PERFORM 3300-PUT-BACK-SHORT-PICK THRU 3300-EXIT
               ADD 1 TO WS-SHORT-COUNT
               MOVE "SHORT PICK" TO WS-REGISTER-RESULT
               MOVE "SHORT BACK ON BACKORD" TO WS-REJECT-REASON
           ELSE
               MOVE "SHIPPED" TO WS-REGISTER-RESULT
           END-IF.
           PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT.
       3100-EXIT.
           EXIT.

       3200-WRITE-INVOICE-LINE SECTION.
       3200-START.
           IF WS-INVOICE-NO = ZERO
               PERFORM 3600-NEXT-INVOICE-NUMBER THRU 3600-EXIT
           END-IF.
           ADD 1 TO WS-INVOICE-LINE-NO.
           COMPUTE WS-LINE-AMOUNT =
               WS-LN-SHIPPED-QTY(WS-GROUP-IDX) * PM-PRODUCT-PRICE.
           ADD WS-LINE-AMOUNT TO WS-INVOICE-TOTAL.
           COMPUTE WS-BALANCE-CHANGE = WS-BALANCE-CHANGE
               + WS-LINE-AMOUNT
               - (WS-LN-SHIPPED-QTY(WS-GROUP-IDX)
                   * WS-LN-UNIT-PRICE(WS-GROUP-IDX)).

           OPEN EXTEND INVOICE-FILE.
           IF CI-FILE-STATUS = "05" OR CI-FILE-STATUS = "35"
               CLOSE INVOICE-FILE
               OPEN OUTPUT INVOICE-FILE
           END-IF.
           IF CI-FILE-STATUS NOT = "00"
               DISPLAY "SHIPCONF: UNABLE TO OPEN CUSTINV, STATUS="
                   CI-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3200-EXIT
           END-IF.

           MOVE SPACES               TO CI-RECORD.
           MOVE WS-INVOICE-NO        TO CI-INVOICE-NO.
           MOVE WS-INVOICE-LINE-NO   TO CI-LINE-NO.
           SET CI-INVOICE TO TRUE.
           MOVE WS-GROUP-ORDER-NO    TO CI-ORDER-NO.
           MOVE WS-GROUP-CUSTOMER-NO TO CI-CUSTOMER-NO.
           MOVE PM-PRODUCT-ID        TO CI-PRODUCT-ID.
           MOVE WS-LN-SHIPPED-QTY(WS-GROUP-IDX) TO CI-QUANTITY.
           MOVE PM-PRODUCT-PRICE     TO CI-UNIT-PRICE.
           MOVE WS-LINE-AMOUNT       TO CI-EXTENDED.
           MOVE WS-TODAY-DATE        TO CI-INVOICE-DATE.
           WRITE CI-RECORD.
           CLOSE INVOICE-FILE.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-PUT-BACK-SHORT-PICK
      * The quantity that never left is returned to on-hand, at the
      * location it was allocated from, with an adjust-up row on the
      * movement history, taken off the
      * customer's balance at its allocation price, and carried on
      * BACKORD with its original order date.
      *----------------------------------------------------------------
       3300-PUT-BACK-SHORT-PICK SECTION.
       3300-START.
           MOVE PM-ON-HAND-QTY TO WS-OPENING-QTY.
           IF PM-ON-HAND-QTY + WS-SHORT-QTY > 9999999
               DISPLAY "SHIPCONF: ON-HAND WOULD OVERFLOW FOR "
                   PM-PRODUCT-ID " - SHORT PICK NOT RESTORED"
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD WS-SHORT-QTY TO PM-ON-HAND-QTY
               REWRITE PM-RECORD
               PERFORM 3350-RESTORE-LOCATION THRU 3350-EXIT
               PERFORM 3400-WRITE-MOVE-HISTORY THRU 3400-EXIT
           END-IF.

           COMPUTE WS-BALANCE-CHANGE = WS-BALANCE-CHANGE
               - (WS-SHORT-QTY * WS-LN-UNIT-PRICE(WS-GROUP-IDX)).

           OPEN EXTEND BACKORDER-FILE.
           IF BO-FILE-STATUS = "05" OR BO-FILE-STATUS = "35"
               CLOSE BACKORDER-FILE
               OPEN OUTPUT BACKORDER-FILE
           END-IF.
           IF BO-FILE-STATUS NOT = "00"
               DISPLAY "SHIPCONF: UNABLE TO OPEN BACKORD, STATUS="
                   BO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3300-EXIT
           END-IF.
           MOVE SPACES               TO BO-RECORD.
           MOVE WS-GROUP-ORDER-NO    TO BO-ORDER-NO.
           MOVE PM-PRODUCT-ID        TO BO-PRODUCT-ID.
           MOVE WS-SHORT-QTY         TO BO-QUANTITY.
           MOVE WS-LN-ORDER-DATE(WS-GROUP-IDX) TO BO-ORDER-DATE.
           MOVE WS-GROUP-CUSTOMER-NO TO BO-CUSTOMER-NO.
           MOVE WS-LN-LOCATION(WS-GROUP-IDX) TO BO-LOCATION-CODE.
           WRITE BO-RECORD.
           CLOSE BACKORDER-FILE.
       3300-EXIT.
           EXIT.

       3350-RESTORE-LOCATION SECTION.
       3350-START.
           SET WS-SL-FOUND-SW TO "N".
           MOVE PM-PRODUCT-ID TO SL-PRODUCT-ID.
           MOVE WS-LN-LOCATION(WS-GROUP-IDX) TO SL-LOCATION-CODE.
           READ STOCK-LOCATIONS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SL-FOUND TO TRUE
           END-READ.
           IF WS-SL-FOUND
               MOVE SL-ON-HAND-QTY TO WS-LOC-OPENING-QTY
               ADD WS-SHORT-QTY TO SL-ON-HAND-QTY
               MOVE WS-TODAY-DATE TO SL-LAST-MOVE-DATE
               REWRITE SL-RECORD
           ELSE
               MOVE ZERO TO WS-LOC-OPENING-QTY
               MOVE WS-SHORT-QTY TO SL-ON-HAND-QTY
               MOVE WS-TODAY-DATE TO SL-LAST-MOVE-DATE
               WRITE SL-RECORD
           END-IF.
       3350-EXIT.
           EXIT.

       3400-WRITE-MOVE-HISTORY SECTION.
       3400-START.
           OPEN EXTEND MOVE-HISTORY.
           IF IH-FILE-STATUS = "05" OR IH-FILE-STATUS = "35"
               CLOSE MOVE-HISTORY
               OPEN OUTPUT MOVE-HISTORY
           END-IF.
           IF IH-FILE-STATUS NOT = "00"
               DISPLAY "SHIPCONF: UNABLE TO OPEN INVHIST, STATUS="
                   IH-FILE-STATUS
               GO TO 3400-EXIT
           END-IF.

           MOVE SPACES          TO IH-RECORD.
           MOVE PM-PRODUCT-ID   TO IH-PRODUCT-ID.
           MOVE "A"             TO IH-MOVE-TYPE.
           MOVE "+"             TO IH-ADJUST-SIGN.
           MOVE WS-SHORT-QTY    TO IH-QUANTITY.
           MOVE WS-OPENING-QTY  TO IH-OPENING-QTY.
           MOVE PM-ON-HAND-QTY  TO IH-CLOSING-QTY.
           MOVE WS-TODAY-DATE   TO IH-MOVE-DATE.
           MOVE WS-RUN-TIME     TO IH-RUN-TIME.
           MOVE WS-LN-LOCATION(WS-GROUP-IDX) TO IH-LOCATION-CODE.
           MOVE WS-LOC-OPENING-QTY TO IH-LOC-OPENING-QTY.
           MOVE SL-ON-HAND-QTY  TO IH-LOC-CLOSING-QTY.
           WRITE IH-RECORD.
           CLOSE MOVE-HISTORY.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-UPDATE-CUSTOMER
      * Applies the order's net balance change - price differences
      * on what shipped less the value of what did not. The balance
      * never goes below zero.
      *----------------------------------------------------------------
       3500-UPDATE-CUSTOMER SECTION.
       3500-START.
           IF WS-BALANCE-CHANGE = ZERO
                   OR WS-GROUP-CUSTOMER-NO = SPACES
               GO TO 3500-EXIT
           END-IF.

           SET WS-CUSTOMER-FOUND-SW TO "N".
           MOVE WS-GROUP-CUSTOMER-NO TO CU-CUSTOMER-NO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CUSTOMER-FOUND TO TRUE
           END-READ.
           IF NOT WS-CUSTOMER-FOUND
               GO TO 3500-EXIT
           END-IF.

           COMPUTE WS-NEW-BALANCE =
               CU-OPEN-BALANCE + WS-BALANCE-CHANGE.
           IF WS-NEW-BALANCE < ZERO
               MOVE ZERO TO WS-NEW-BALANCE
           END-IF.
           MOVE WS-NEW-BALANCE TO CU-OPEN-BALANCE.
           REWRITE CU-RECORD.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3600-NEXT-INVOICE-NUMBER
      * Draws the next invoice number from the INVSEQ file and
      * advances it, the TLWONUM pattern. A missing file starts the
      * numbering at one.
      *----------------------------------------------------------------
       3600-NEXT-INVOICE-NUMBER SECTION.
       3600-START.
           MOVE 1 TO WS-INVOICE-NO.
           OPEN INPUT INVOICE-SEQUENCE.
           IF SQ-FILE-STATUS = "00"
               READ INVOICE-SEQUENCE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SQ-NEXT-NUMBER TO WS-INVOICE-NO
               END-READ
               CLOSE INVOICE-SEQUENCE
           END-IF.

           OPEN OUTPUT INVOICE-SEQUENCE.
           IF SQ-FILE-STATUS NOT = "00"
               DISPLAY "SHIPCONF: UNABLE TO REWRITE INVSEQ, STATUS="
                   SQ-FILE-STATUS
               GO TO 3600-EXIT
           END-IF.
           COMPUTE SQ-NEXT-NUMBER = WS-INVOICE-NO + 1.
           WRITE SQ-RECORD.
           CLOSE INVOICE-SEQUENCE.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3700-WRITE-RECEIVABLE-FEED
      * The invoice total goes to the ARXTRACT feed as a SALE dated
      * today, for GLEXTR to journal to receivables and revenue.
      *----------------------------------------------------------------
       3700-WRITE-RECEIVABLE-FEED SECTION.
       3700-START.
           OPEN EXTEND RECEIVABLE-FEED.
           IF GF-FILE-STATUS = "05" OR GF-FILE-STATUS = "35"
               CLOSE RECEIVABLE-FEED
               OPEN OUTPUT RECEIVABLE-FEED
           END-IF.
           IF GF-FILE-STATUS NOT = "00"
               DISPLAY "SHIPCONF: UNABLE TO OPEN ARXTRACT, STATUS="
                   GF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3700-EXIT
           END-IF.

           MOVE SPACES               TO GF-RECORD.
           MOVE "SALE"               TO GF-SOURCE-CODE.
           MOVE WS-INVOICE-NO        TO GF-REFERENCE.
           MOVE WS-GROUP-CUSTOMER-NO TO GF-PARTY.
           MOVE WS-INVOICE-TOTAL     TO GF-AMOUNT.
           MOVE WS-TODAY-DATE        TO GF-POST-DATE.
           WRITE GF-RECORD.
           CLOSE RECEIVABLE-FEED.
       3700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-REGISTER
      * One register line per confirmed pick line. The result and
      * reason are set by the caller.
      *----------------------------------------------------------------
       5000-WRITE-REGISTER SECTION.
       5000-START.
           MOVE WS-GROUP-ORDER-NO TO DL-ORDER-NO.
           MOVE WS-LN-PRODUCT-ID(WS-GROUP-IDX)  TO DL-PRODUCT-ID.
           MOVE WS-LN-PICK-QTY(WS-GROUP-IDX)    TO DL-PICK-QTY.
           MOVE WS-LN-SHIPPED-QTY(WS-GROUP-IDX) TO DL-SHIPPED-QTY.
           MOVE WS-SHORT-QTY       TO DL-SHORT-QTY.
           MOVE WS-INVOICE-NO      TO DL-INVOICE-NO.
           MOVE WS-REGISTER-RESULT TO DL-RESULT.
           MOVE WS-REJECT-REASON   TO DL-REASON.
           WRITE REG-LINE FROM WS-DETAIL-LINE.
       5000-EXIT.
           EXIT.

       5500-REGISTER-BAD-CARD SECTION.
       5500-START.
           ADD 1 TO WS-CARD-REJECT-COUNT.
           MOVE SC-ORDER-NO        TO DL-ORDER-NO.
           MOVE SC-PRODUCT-ID      TO DL-PRODUCT-ID.
           MOVE ZERO               TO DL-PICK-QTY DL-SHIPPED-QTY
                                      DL-SHORT-QTY DL-INVOICE-NO.
           MOVE "CARD REJECTED"    TO DL-RESULT.
           MOVE WS-REJECT-REASON   TO DL-REASON.
           WRITE REG-LINE FROM WS-DETAIL-LINE.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-REWRITE-PENDING
      * Replaces PICKALOC with the lines still waiting for a card,
      * plus anything past the table that was never loaded, through
      * the PICKWORK work file.
      *----------------------------------------------------------------
       8000-REWRITE-PENDING SECTION.
       8000-START.
           OPEN OUTPUT PICK-WORK.
           IF PW-FILE-STATUS NOT = "00"
               DISPLAY "SHIPCONF: UNABLE TO OPEN PICKWORK - STATUS "
                   PW-FILE-STATUS " - PICKALOC NOT REWRITTEN"
               MOVE 16 TO RETURN-CODE
               CLOSE PICK-FILE
               GO TO 8000-EXIT
           END-IF.

           PERFORM 8100-KEEP-ONE-PENDING THRU 8100-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT.
           PERFORM 8200-CARRY-ONE-UNLOADED THRU 8200-EXIT
               UNTIL WS-PICK-EOF.
           CLOSE PICK-FILE PICK-WORK.

           OPEN INPUT PICK-WORK.
           OPEN OUTPUT PICK-FILE.
           IF PK-FILE-STATUS NOT = "00"
               DISPLAY "SHIPCONF: UNABLE TO REWRITE PICKALOC -"
                   " STATUS " PK-FILE-STATUS
               CLOSE PICK-WORK
               MOVE 16 TO RETURN-CODE
               GO TO 8000-EXIT
           END-IF.
           PERFORM 8300-COPY-ONE-BACK THRU 8300-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE PICK-WORK PICK-FILE.
       8000-EXIT.
           EXIT.

       8100-KEEP-ONE-PENDING SECTION.
       8100-START.
           IF WS-LN-PENDING(WS-LINE-IDX)
               ADD 1 TO WS-PENDING-COUNT
               WRITE PW-RECORD FROM WS-LN-PICK-IMAGE(WS-LINE-IDX)
           END-IF.
       8100-EXIT.
           EXIT.

       8200-CARRY-ONE-UNLOADED SECTION.
       8200-START.
           READ PICK-FILE
               AT END
                   SET WS-PICK-EOF TO TRUE
                   GO TO 8200-EXIT
           END-READ.
           ADD 1 TO WS-PENDING-COUNT.
           WRITE PW-RECORD FROM PK-RECORD.
       8200-EXIT.
           EXIT.

       8300-COPY-ONE-BACK SECTION.
       8300-START.
           READ PICK-WORK
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 8300-EXIT
           END-READ.
           WRITE PK-RECORD FROM PW-RECORD.
       8300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the run summary.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           MOVE SPACES TO REG-LINE.
           WRITE REG-LINE.
           MOVE WS-INVOICE-COUNT TO RT-INVOICE-COUNT.
           MOVE WS-BILLED-TOTAL  TO RT-BILLED-TOTAL.
           WRITE REG-LINE FROM WS-RUN-TOTAL-LINE.
           CLOSE SHIP-CARDS PRODUCT-MASTER CUSTOMER-MASTER
               SHIP-REGISTER STOCK-LOCATIONS.
           DISPLAY "SHIPCONF: CARDS          = " WS-CARD-COUNT.
           DISPLAY "SHIPCONF: CARDS REJECTED = " WS-CARD-REJECT-COUNT.
           DISPLAY "SHIPCONF: LINES SHIPPED  = " WS-SHIPPED-COUNT.
           DISPLAY "SHIPCONF: SHORT PICKS    = " WS-SHORT-COUNT.
           DISPLAY "SHIPCONF: STILL PENDING  = " WS-PENDING-COUNT.
           DISPLAY "SHIPCONF: INVOICES       = " WS-INVOICE-COUNT.
       9000-EXIT.
           EXIT.
