      *                  A PRODUCT'S MOVEMENT STORY SURVIVES PAST THE
      *                  PRINTED REGISTER AND THE STKCARD REPORT CAN
      *                  REPLAY IT WITH A RUNNING BALANCE.
      * 10/15/26   OPS   POSTED RECEIPTS ARE NOW MATCHED TO THE OPEN
      *                  PURCHASE-ORDER LINES POBUILD RAISES ON POMAST
      *                  - SAME PRODUCT, SAME VENDOR (ANY VENDOR WHEN
      *                  THE RECEIPT CARRIES NONE), OLDEST PO FIRST.
      *                  THE RECEIVED QUANTITY IS ADDED TO EACH LINE
      *                  IN TURN AND A LINE IS CLOSED ONCE IT IS
      *                  FILLED. A RECEIPT WITH NO OPEN LINE, OR THE
      *                  PART OF ONE THAT EXCEEDS WHAT WAS ORDERED, IS
      *                  FLAGGED ON THE REGISTER AND APPENDED TO THE
      *                  POEXCP EXCEPTION FILE FOR THE BUYER. THE
      *                  RECEIPT STILL POSTS. NO POMAST, NO MATCHING.
      * 10/15/26   OPS   NEW MOVE TYPE C - CUSTOMER RETURN. RMAPROC
      *                  WRITES ONE FOR EACH RETURN DISPOSITIONED FOR
      *                  RESTOCK; IT IS VALIDATED LIKE ANY MOVEMENT
      *                  AND ADDS TO ON-HAND. NO VENDOR CHECK AND NO
      *                  PURCHASE-ORDER MATCHING - THE GOODS CAME BACK
      *                  FROM A CUSTOMER, NOT A SUPPLIER.
      * 10/15/26   OPS   STOCK IS NOW HELD BY LOCATION ON THE STKLOC
      *                  FILE (SEE STKLOC.CPY AND LOCCODES.CPY) AS
      *                  WELL AS IN COMPANY TOTAL ON PM-ON-HAND-QTY.
      *                  THE MOVEMENT RECORD GAINED A LOCATION CODE
      *                  (BLANK MEANS THE CENTRAL WAREHOUSE) AND A
      *                  TO-LOCATION. EVERY MOVEMENT NOW ALSO POSTS TO
      *                  ITS LOCATION'S ROW; AN UNKNOWN LOCATION (IV13)
      *                  OR ONE THAT WOULD GO NEGATIVE (IV15) IS
      *                  REJECTED. NEW MOVE TYPE T - TRANSFER - MOVES
      *                  QUANTITY FROM THE LOCATION TO THE TO-LOCATION
      *                  (IV14 WHEN THAT IS MISSING, UNKNOWN, OR THE
      *                  SAME PLACE), LEAVES THE COMPANY TOTAL ALONE,
      *                  AND LANDS ON INVHIST AS A MATCHED OUT/IN
      *                  PAIR. THE REGISTER GAINED THE LOCATION.
      * 10/15/26   OPS   PERPETUAL WEIGHTED-AVERAGE COSTING. A RECEIPT
      *                  MAY NOW CARRY THE UNIT COST PAID (SEVEN
      *                  DIGITS, TWO IMPLIED DECIMALS; NOT NUMERIC IS
      *                  IV16). EACH POSTED RECEIPT THAT CARRIES ONE
      *                  RECOMPUTES THE COSTMAST UNIT COST AS THE OLD
      *                  ON-HAND AT THE OLD COST PLUS THE RECEIVED
      *                  QUANTITY AT THE NEW COST, OVER THE NEW
      *                  ON-HAND, AND LOGS THE CHANGE TO COSTHST THE
      *                  WAY COSTMNT DOES, UNDER OPERATOR INVPOST. A
      *                  RECEIPT WITH NO COST LEAVES COSTMAST ALONE.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MOVE-HISTORY ASSIGN TO "INVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IH-FILE-STATUS.
           SELECT PURCHASE-ORDERS ASSIGN TO "POMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS PO-FILE-STATUS.
           SELECT PO-EXCEPTIONS ASSIGN TO "POEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EX-FILE-STATUS.
           SELECT STOCK-LOCATIONS ASSIGN TO "STKLOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SL-KEY
               FILE STATUS IS SL-FILE-STATUS.
           SELECT COST-MASTER ASSIGN TO "COSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-PRODUCT-ID
               FILE STATUS IS CM-FILE-STATUS.
           SELECT COST-HISTORY ASSIGN TO "COSTHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CH-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER.
               88  IM-RECEIPT                  VALUE "R".
               88  IM-ISSUE                    VALUE "I".
               88  IM-ADJUSTMENT               VALUE "A".
               88  IM-CUSTOMER-RETURN          VALUE "C".
               88  IM-TRANSFER                 VALUE "T".
           05  FILLER                  PIC X(01).
           05  IM-ADJUST-SIGN          PIC X(01).
           05  IM-QUANTITY             PIC X(07).
           05  IM-MOVE-DATE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  IM-VENDOR-CODE          PIC X(05).
           05  FILLER                  PIC X(01).
           05  IM-LOCATION-CODE        PIC X(04).
           05  FILLER                  PIC X(01).
           05  IM-TO-LOCATION          PIC X(04).
           05  FILLER                  PIC X(01).
           05  IM-UNIT-COST            PIC X(07).
       FD  POST-REGISTER.
       01  REG-RECORD                  PIC X(100).
       FD  PERIOD-CONTROL.
       01  PC-RECORD.
           05  PC-LAST-CLOSED          PIC 9(06).
           05  REJ-REASON              PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REJ-REASON-CODE         PIC X(04).
       FD  PURCHASE-ORDERS.
       COPY "POMAST.cpy".
       FD  PO-EXCEPTIONS.
       01  EX-RECORD.
           05  EX-EXCEPTION-TYPE       PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EX-PRODUCT-ID           PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EX-VENDOR-CODE          PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EX-RECEIVED-QTY         PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EX-EXCESS-QTY           PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EX-PO-NUMBER            PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EX-PO-LINE-NO           PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EX-MOVE-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EX-RUN-DATE             PIC 9(08).
       FD  STOCK-LOCATIONS.
       COPY "STKLOC.cpy".
       FD  COST-MASTER.
       COPY "COSTMAST.cpy".
       FD  COST-HISTORY.
       01  CH-RECORD.
           05  CH-PRODUCT-ID           PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CH-OLD-COST             PIC 9(05)V99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CH-NEW-COST             PIC 9(05)V99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CH-CHANGE-DATE          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CH-CHANGE-TIME          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CH-OPERATOR-ID          PIC X(10).
       WORKING-STORAGE SECTION.
        01 PM-FILE-STATUS             PIC XX.
        01 IM-FILE-STATUS             PIC XX.
           88 WS-VENDOR-MASTER-PRESENT       VALUE "Y".
        01 WS-VENDOR-FOUND-SW         PIC X(01) VALUE "N".
           88 WS-VENDOR-FOUND                VALUE "Y".
        01 PO-FILE-STATUS             PIC XX.
        01 EX-FILE-STATUS             PIC XX.
        01 WS-PO-MASTER-SW            PIC X(01) VALUE "N".
           88 WS-PO-MASTER-PRESENT           VALUE "Y".
        01 WS-PO-EOF-SW               PIC X(01) VALUE "N".
           88 WS-PO-EOF                      VALUE "Y".
        01 WS-PO-MATCHED-SW           PIC X(01) VALUE "N".
           88 WS-PO-MATCHED                  VALUE "Y".
        01 WS-UNMATCHED-QTY           PIC 9(07) VALUE ZERO.
        01 WS-PO-OUTSTANDING          PIC 9(07) VALUE ZERO.
        01 WS-PO-APPLY-QTY            PIC 9(07) VALUE ZERO.
        01 WS-LAST-PO-KEY.
           05 WS-LAST-PO-NUMBER       PIC 9(06) VALUE ZERO.
           05 WS-LAST-PO-LINE-NO      PIC 9(03) VALUE ZERO.
        01 WS-EXCEPTION-TYPE          PIC X(12) VALUE SPACES.
        01 SL-FILE-STATUS             PIC XX.
       COPY "LOCCODES.cpy".
        01 WS-SL-FOUND-SW             PIC X(01) VALUE "N".
           88 WS-SL-FOUND                    VALUE "Y".
        01 WS-FROM-LOCATION           PIC X(04) VALUE SPACES.
        01 WS-TO-LOCATION             PIC X(04) VALUE SPACES.
        01 WS-SL-LOCATION             PIC X(04) VALUE SPACES.
        01 WS-SL-QTY                  PIC 9(07) VALUE ZERO.
        01 WS-SL-NEW-QTY              PIC 9(07) VALUE ZERO.
        01 WS-LOC-OPENING-QTY         PIC 9(07) VALUE ZERO.
        01 WS-LOC-CLOSING-QTY         PIC S9(08) VALUE ZERO.
        01 WS-TO-OPENING-QTY          PIC 9(07) VALUE ZERO.
        01 WS-TO-CLOSING-QTY          PIC S9(08) VALUE ZERO.
        01 WS-HIST-LOCATION           PIC X(04) VALUE SPACES.
        01 WS-HIST-SIGN               PIC X(01) VALUE SPACE.
        01 WS-HIST-LOC-OPENING        PIC 9(07) VALUE ZERO.
        01 WS-HIST-LOC-CLOSING        PIC 9(07) VALUE ZERO.
        01 WS-TRANSFER-NOTE.
           05 FILLER                  PIC X(15) VALUE
                  "TRANSFERRED TO ".
           05 TN-TO-LOCATION          PIC X(04).
        01 CM-FILE-STATUS             PIC XX.
        01 CH-FILE-STATUS             PIC XX.
        01 WS-COST-EXISTS-SW          PIC X(01) VALUE "N".
           88 WS-COST-EXISTS                 VALUE "Y".
        01 WS-COST-INPUT              PIC X(07).
        01 WS-COST-INPUT-NUM REDEFINES WS-COST-INPUT
                                      PIC 9(05)V99.
        01 WS-RECEIPT-COST            PIC 9(05)V99 VALUE ZERO.
        01 WS-OLD-COST                PIC 9(05)V99 VALUE ZERO.
        01 WS-STOCK-VALUE             PIC 9(13)V99 VALUE ZERO.
        01 WS-LAST-CLOSED             PIC 9(06) VALUE ZERO.
        01 WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
        01 WS-MOVE-DATE               PIC 9(08) VALUE ZERO.
        01 WS-TALLY-COUNTS.
           05 WS-POSTED-COUNT         PIC 9(05) VALUE ZERO.
           05 WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-PO-CLOSED-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-PO-EXCEPTION-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-TRANSFER-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-COST-UPDATE-COUNT    PIC 9(05) VALUE ZERO.
        01 WS-REGISTER-LINE.
           05 REG-PRODUCT-ID          PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REG-MOVE-TYPE           PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REG-LOCATION            PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REG-QUANTITY            PIC ZZZZZZ9.
           05 FILLER                  PIC X(07) VALUE " OPEN  ".
           05 REG-OPENING             PIC ZZZZZZ9.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Opens the movement file, the register, and the product and
      * stock-location masters and the cost master for update. The
      * purchase-order master is optional; the cost master is
      * created on first use.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
                   " NOT VALIDATED"
           END-IF.

           OPEN I-O PURCHASE-ORDERS.
           IF PO-FILE-STATUS = "00"
               SET WS-PO-MASTER-PRESENT TO TRUE
           ELSE
               DISPLAY "INVPOST: NO PO MASTER - RECEIPTS NOT MATCHED"
                   " TO PURCHASE ORDERS"
           END-IF.

           OPEN INPUT INV-MOVES.
           IF IM-FILE-STATUS NOT = "00"
               DISPLAY "INVPOST: UNABLE TO OPEN INVMOVE - STATUS "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O STOCK-LOCATIONS.
           IF SL-FILE-STATUS = "35"
               OPEN OUTPUT STOCK-LOCATIONS
               CLOSE STOCK-LOCATIONS
               OPEN I-O STOCK-LOCATIONS
           END-IF.
           IF SL-FILE-STATUS NOT = "00"
               DISPLAY "INVPOST: UNABLE TO OPEN STKLOC - STATUS "
                   SL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O COST-MASTER.
           IF CM-FILE-STATUS = "35"
               OPEN OUTPUT COST-MASTER
               CLOSE COST-MASTER
               OPEN I-O COST-MASTER
           END-IF.
           IF CM-FILE-STATUS NOT = "00"
               DISPLAY "INVPOST: UNABLE TO OPEN COSTMAST - STATUS "
                   CM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

           SET WS-MOVE-VALID-SW TO "N".
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-REJECT-CODE.
           MOVE IM-LOCATION-CODE TO WS-FROM-LOCATION.
           MOVE SPACES TO WS-TO-LOCATION.
           MOVE ZERO TO WS-RECEIPT-COST.

           PERFORM 3100-VALIDATE-PRODUCT-ID THRU 3100-EXIT.
           IF NOT WS-ID-VALID
           END-IF.

           IF NOT IM-RECEIPT AND NOT IM-ISSUE AND NOT IM-ADJUSTMENT
                   AND NOT IM-CUSTOMER-RETURN AND NOT IM-TRANSFER
               MOVE "MOVE TYPE NOT R/I/A/C/T" TO WS-REJECT-REASON
               MOVE "IV02" TO WS-REJECT-CODE
               GO TO 3000-EXIT
           END-IF.
               END-IF
           END-IF.

           IF IM-RECEIPT AND IM-UNIT-COST NOT = SPACES
               MOVE IM-UNIT-COST TO WS-COST-INPUT
               IF WS-COST-INPUT NOT NUMERIC
                   MOVE "RECEIPT UNIT COST NOT NUMERIC"
                       TO WS-REJECT-REASON
                   MOVE "IV16" TO WS-REJECT-CODE
                   GO TO 3000-EXIT
               END-IF
               MOVE WS-COST-INPUT-NUM TO WS-RECEIPT-COST
           END-IF.

           PERFORM 3500-CHECK-LOCATIONS THRU 3500-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3200-READ-MASTER THRU 3200-EXIT.
           IF NOT WS-MASTER-FOUND
               MOVE "PRODUCT NOT ON MASTER" TO WS-REJECT-REASON
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-CHECK-LOCATIONS
      * The movement's location must be a known stock location; a
      * blank one is the central warehouse. A transfer must also name
      * a known to-location other than the one it leaves.
      *----------------------------------------------------------------
       3500-CHECK-LOCATIONS SECTION.
       3500-START.
           MOVE IM-LOCATION-CODE TO WS-LOCATION-CODE.
           IF WS-LOCATION-CODE = SPACES
               SET WS-LOCATION-CENTRAL TO TRUE
           END-IF.
           MOVE WS-LOCATION-CODE TO WS-FROM-LOCATION.
           IF NOT WS-LOCATION-KNOWN
               MOVE "LOCATION CODE NOT KNOWN" TO WS-REJECT-REASON
               MOVE "IV13" TO WS-REJECT-CODE
               GO TO 3500-EXIT
           END-IF.

           IF NOT IM-TRANSFER
               GO TO 3500-EXIT
           END-IF.

           MOVE IM-TO-LOCATION TO WS-LOCATION-CODE.
           MOVE WS-LOCATION-CODE TO WS-TO-LOCATION.
           IF NOT WS-LOCATION-KNOWN
                   OR WS-TO-LOCATION = WS-FROM-LOCATION
               MOVE "TRANSFER TO-LOCATION INVALID" TO WS-REJECT-REASON
               MOVE "IV14" TO WS-REJECT-CODE
           END-IF.
       3500-EXIT.
           EXIT.

       3200-READ-MASTER SECTION.
       3200-START.
           SET WS-MASTER-FOUND-SW TO "N".

      *----------------------------------------------------------------
      * 4000-APPLY-MOVEMENT
      * Applies the movement to the on-hand quantity, company total
      * and location both. A result below zero at either level is
      * rejected without touching the masters. Transfers go to
      * 4800.
      *----------------------------------------------------------------
       4000-APPLY-MOVEMENT SECTION.
       4000-START.
           MOVE PM-ON-HAND-QTY TO WS-OPENING-QTY.
           IF IM-TRANSFER
               PERFORM 4800-APPLY-TRANSFER THRU 4800-EXIT
               GO TO 4000-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN IM-RECEIPT
               WHEN IM-ISSUE
                   COMPUTE WS-CLOSING-QTY =
                       WS-OPENING-QTY - WS-MOVE-QTY
               WHEN IM-CUSTOMER-RETURN
                   COMPUTE WS-CLOSING-QTY =
                       WS-OPENING-QTY + WS-MOVE-QTY
               WHEN IM-ADJUSTMENT
                   IF IM-ADJUST-SIGN = "+"
                       COMPUTE WS-CLOSING-QTY =
               GO TO 4000-EXIT
           END-IF.

           MOVE WS-FROM-LOCATION TO WS-SL-LOCATION.
           PERFORM 4700-READ-LOCATION THRU 4700-EXIT.
           MOVE WS-SL-QTY TO WS-LOC-OPENING-QTY.
           COMPUTE WS-LOC-CLOSING-QTY = WS-LOC-OPENING-QTY
               + WS-CLOSING-QTY - WS-OPENING-QTY.
           IF WS-LOC-CLOSING-QTY < ZERO
               MOVE "WOULD DRIVE LOCATION NEGATIVE" TO WS-REJECT-REASON
               MOVE "IV15" TO WS-REJECT-CODE
               PERFORM 4900-REJECT-AT-APPLY THRU 4900-EXIT
               GO TO 4000-EXIT
           END-IF.

           MOVE WS-CLOSING-QTY TO PM-ON-HAND-QTY.
           REWRITE PM-RECORD.
           MOVE WS-LOC-CLOSING-QTY TO WS-SL-NEW-QTY.
           PERFORM 4750-STORE-LOCATION THRU 4750-EXIT.
           MOVE WS-FROM-LOCATION   TO WS-HIST-LOCATION.
           MOVE IM-ADJUST-SIGN     TO WS-HIST-SIGN.
           MOVE WS-LOC-OPENING-QTY TO WS-HIST-LOC-OPENING.
           MOVE WS-LOC-CLOSING-QTY TO WS-HIST-LOC-CLOSING.
           ADD 1 TO WS-POSTED-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           IF IM-RECEIPT AND WS-PO-MASTER-PRESENT
               PERFORM 4500-MATCH-PURCHASE-ORDER THRU 4500-EXIT
           END-IF.
           IF IM-RECEIPT AND WS-RECEIPT-COST > ZERO
               PERFORM 4650-AVERAGE-COST THRU 4650-EXIT
           END-IF.
           MOVE "POSTED" TO WS-REGISTER-RESULT.
           PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT.
           PERFORM 5700-WRITE-MOVE-HISTORY THRU 5700-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4700-READ-LOCATION
      * Returns the on-hand at WS-SL-LOCATION for the movement's
      * product in WS-SL-QTY - zero when the product has never been
      * held there.
      *----------------------------------------------------------------
       4700-READ-LOCATION SECTION.
       4700-START.
           SET WS-SL-FOUND-SW TO "N".
           MOVE ZERO TO WS-SL-QTY.
           MOVE IM-PRODUCT-ID  TO SL-PRODUCT-ID.
           MOVE WS-SL-LOCATION TO SL-LOCATION-CODE.
           READ STOCK-LOCATIONS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SL-FOUND TO TRUE
                   MOVE SL-ON-HAND-QTY TO WS-SL-QTY
           END-READ.
       4700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4750-STORE-LOCATION
      * Sets the on-hand at WS-SL-LOCATION to WS-SL-NEW-QTY, adding
      * the location row the first time stock lands there.
      *----------------------------------------------------------------
       4750-STORE-LOCATION SECTION.
       4750-START.
           PERFORM 4700-READ-LOCATION THRU 4700-EXIT.
           MOVE IM-PRODUCT-ID     TO SL-PRODUCT-ID.
           MOVE WS-SL-LOCATION    TO SL-LOCATION-CODE.
           MOVE WS-SL-NEW-QTY     TO SL-ON-HAND-QTY.
           MOVE WS-MOVE-DATE      TO SL-LAST-MOVE-DATE.
           IF WS-SL-FOUND
               REWRITE SL-RECORD
           ELSE
               WRITE SL-RECORD
           END-IF.
           IF SL-FILE-STATUS NOT = "00"
               DISPLAY "INVPOST: STKLOC UPDATE FAILED FOR "
                   IM-PRODUCT-ID " AT " WS-SL-LOCATION
                   " - STATUS " SL-FILE-STATUS
           END-IF.
       4750-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4800-APPLY-TRANSFER
      * Moves the quantity from one location to another. The company
      * total does not change; the history gets one row out of the
      * location it left and one into the location it reached.
      *----------------------------------------------------------------
       4800-APPLY-TRANSFER SECTION.
       4800-START.
           MOVE WS-OPENING-QTY TO WS-CLOSING-QTY.

           MOVE WS-FROM-LOCATION TO WS-SL-LOCATION.
           PERFORM 4700-READ-LOCATION THRU 4700-EXIT.
           MOVE WS-SL-QTY TO WS-LOC-OPENING-QTY.
           COMPUTE WS-LOC-CLOSING-QTY =
               WS-LOC-OPENING-QTY - WS-MOVE-QTY.
           IF WS-LOC-CLOSING-QTY < ZERO
               MOVE "WOULD DRIVE LOCATION NEGATIVE" TO WS-REJECT-REASON
               MOVE "IV15" TO WS-REJECT-CODE
               PERFORM 4900-REJECT-AT-APPLY THRU 4900-EXIT
               GO TO 4800-EXIT
           END-IF.

           MOVE WS-TO-LOCATION TO WS-SL-LOCATION.
           PERFORM 4700-READ-LOCATION THRU 4700-EXIT.
           MOVE WS-SL-QTY TO WS-TO-OPENING-QTY.
           COMPUTE WS-TO-CLOSING-QTY =
               WS-TO-OPENING-QTY + WS-MOVE-QTY.
           IF WS-TO-CLOSING-QTY > 9999999
               MOVE "ON-HAND WOULD OVERFLOW" TO WS-REJECT-REASON
               MOVE "IV10" TO WS-REJECT-CODE
               PERFORM 4900-REJECT-AT-APPLY THRU 4900-EXIT
               GO TO 4800-EXIT
           END-IF.

           MOVE WS-FROM-LOCATION   TO WS-SL-LOCATION.
           MOVE WS-LOC-CLOSING-QTY TO WS-SL-NEW-QTY.
           PERFORM 4750-STORE-LOCATION THRU 4750-EXIT.
           MOVE WS-TO-LOCATION     TO WS-SL-LOCATION.
           MOVE WS-TO-CLOSING-QTY  TO WS-SL-NEW-QTY.
           PERFORM 4750-STORE-LOCATION THRU 4750-EXIT.

           ADD 1 TO WS-POSTED-COUNT.
           ADD 1 TO WS-TRANSFER-COUNT.
           MOVE WS-TO-LOCATION TO TN-TO-LOCATION.
           MOVE WS-TRANSFER-NOTE TO WS-REJECT-REASON.
           MOVE "POSTED" TO WS-REGISTER-RESULT.
           PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT.

           MOVE WS-FROM-LOCATION   TO WS-HIST-LOCATION.
           MOVE "-"                TO WS-HIST-SIGN.
           MOVE WS-LOC-OPENING-QTY TO WS-HIST-LOC-OPENING.
           MOVE WS-LOC-CLOSING-QTY TO WS-HIST-LOC-CLOSING.
           PERFORM 5700-WRITE-MOVE-HISTORY THRU 5700-EXIT.
           MOVE WS-TO-LOCATION     TO WS-HIST-LOCATION.
           MOVE "+"                TO WS-HIST-SIGN.
           MOVE WS-TO-OPENING-QTY  TO WS-HIST-LOC-OPENING.
           MOVE WS-TO-CLOSING-QTY  TO WS-HIST-LOC-CLOSING.
           PERFORM 5700-WRITE-MOVE-HISTORY THRU 5700-EXIT.
       4800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4900-REJECT-AT-APPLY
      * A movement that passed validation but cannot be applied. The
      * reason and code are set by the caller.
      *----------------------------------------------------------------
       4900-REJECT-AT-APPLY SECTION.
       4900-START.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE "REJECTED" TO WS-REGISTER-RESULT.
           MOVE WS-OPENING-QTY TO WS-CLOSING-QTY.
           PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT.
           PERFORM 5500-WRITE-REJECT-FILE THRU 5500-EXIT.
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-MATCH-PURCHASE-ORDER
      * Spreads a posted receipt across the open PO lines for the
      * product, oldest PO first, closing each line it fills. Any
      * quantity left over is an over-receipt, carried on the last
      * line it touched; a receipt that touches no line at all is
      * unordered. Either is noted on the register line and written
      * to POEXCP.
      *----------------------------------------------------------------
       4500-MATCH-PURCHASE-ORDER SECTION.
       4500-START.
           MOVE WS-MOVE-QTY TO WS-UNMATCHED-QTY.
           SET WS-PO-MATCHED-SW TO "N".
           SET WS-PO-EOF-SW TO "N".
           MOVE ZERO TO WS-LAST-PO-NUMBER WS-LAST-PO-LINE-NO.

           MOVE LOW-VALUES TO PO-KEY.
           START PURCHASE-ORDERS KEY IS NOT LESS THAN PO-KEY
               INVALID KEY
                   SET WS-PO-EOF TO TRUE
           END-START.
           PERFORM 4600-APPLY-ONE-PO-LINE THRU 4600-EXIT
               UNTIL WS-PO-EOF OR WS-UNMATCHED-QTY = ZERO.

           IF WS-UNMATCHED-QTY = ZERO
               GO TO 4500-EXIT
           END-IF.

           IF NOT WS-PO-MATCHED
               MOVE "UNORDERED" TO WS-EXCEPTION-TYPE
               MOVE "UNORDERED RECEIPT - NO OPEN PO"
                   TO WS-REJECT-REASON
               PERFORM 5800-WRITE-PO-EXCEPTION THRU 5800-EXIT
               GO TO 4500-EXIT
           END-IF.

           MOVE WS-LAST-PO-KEY TO PO-KEY.
           READ PURCHASE-ORDERS
               INVALID KEY
                   GO TO 4500-EXIT
           END-READ.
           ADD WS-UNMATCHED-QTY TO PO-RECEIVED-QTY.
           REWRITE PO-RECORD.
           MOVE "OVER-RECEIPT" TO WS-EXCEPTION-TYPE.
           MOVE "OVER-RECEIPT AGAINST PO" TO WS-REJECT-REASON.
           PERFORM 5800-WRITE-PO-EXCEPTION THRU 5800-EXIT.
       4500-EXIT.
           EXIT.

       4600-APPLY-ONE-PO-LINE SECTION.
       4600-START.
           READ PURCHASE-ORDERS NEXT RECORD
               AT END
                   SET WS-PO-EOF TO TRUE
                   GO TO 4600-EXIT
           END-READ.

           IF NOT PO-LINE-OPEN
                   OR PO-PRODUCT-ID NOT = IM-PRODUCT-ID
               GO TO 4600-EXIT
           END-IF.
           IF IM-VENDOR-CODE NOT = SPACES
                   AND PO-VENDOR-CODE NOT = IM-VENDOR-CODE
               GO TO 4600-EXIT
           END-IF.

           SET WS-PO-MATCHED TO TRUE.
           MOVE PO-NUMBER  TO WS-LAST-PO-NUMBER.
           MOVE PO-LINE-NO TO WS-LAST-PO-LINE-NO.

           MOVE ZERO TO WS-PO-OUTSTANDING.
           IF PO-ORDER-QTY > PO-RECEIVED-QTY
               COMPUTE WS-PO-OUTSTANDING =
                   PO-ORDER-QTY - PO-RECEIVED-QTY
           END-IF.
           IF WS-UNMATCHED-QTY < WS-PO-OUTSTANDING
               MOVE WS-UNMATCHED-QTY TO WS-PO-APPLY-QTY
           ELSE
               MOVE WS-PO-OUTSTANDING TO WS-PO-APPLY-QTY
           END-IF.

           ADD WS-PO-APPLY-QTY TO PO-RECEIVED-QTY.
           SUBTRACT WS-PO-APPLY-QTY FROM WS-UNMATCHED-QTY.
           IF PO-RECEIVED-QTY NOT < PO-ORDER-QTY
               SET PO-LINE-CLOSED TO TRUE
               MOVE WS-MOVE-DATE TO PO-CLOSE-DATE
               ADD 1 TO WS-PO-CLOSED-COUNT
           END-IF.
           REWRITE PO-RECORD.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4650-AVERAGE-COST
      * Folds a costed receipt into the product's moving weighted-
      * average unit cost: the old on-hand at the old cost plus the
      * received quantity at the receipt cost, over the new on-hand.
      * With no cost on file yet the receipt cost is the cost. Every
      * change is logged to COSTHST.
      *----------------------------------------------------------------
       4650-AVERAGE-COST SECTION.
       4650-START.
           SET WS-COST-EXISTS-SW TO "N".
           MOVE ZERO TO WS-OLD-COST.
           MOVE IM-PRODUCT-ID TO CM-PRODUCT-ID.
           READ COST-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-COST-EXISTS TO TRUE
                   MOVE CM-UNIT-COST TO WS-OLD-COST
           END-READ.

           MOVE IM-PRODUCT-ID TO CM-PRODUCT-ID.
           IF WS-COST-EXISTS
               COMPUTE WS-STOCK-VALUE =
                   WS-OPENING-QTY * WS-OLD-COST
                   + WS-MOVE-QTY * WS-RECEIPT-COST
               COMPUTE CM-UNIT-COST ROUNDED =
                   WS-STOCK-VALUE / WS-CLOSING-QTY
               IF CM-UNIT-COST = WS-OLD-COST
                   GO TO 4650-EXIT
               END-IF
               REWRITE CM-RECORD
           ELSE
               MOVE WS-RECEIPT-COST TO CM-UNIT-COST
               WRITE CM-RECORD
           END-IF.
           IF CM-FILE-STATUS NOT = "00"
               DISPLAY "INVPOST: COSTMAST UPDATE FAILED FOR "
                   IM-PRODUCT-ID " - STATUS " CM-FILE-STATUS
               GO TO 4650-EXIT
           END-IF.
           ADD 1 TO WS-COST-UPDATE-COUNT.

           OPEN EXTEND COST-HISTORY.
           IF CH-FILE-STATUS = "05" OR CH-FILE-STATUS = "35"
               CLOSE COST-HISTORY
               OPEN OUTPUT COST-HISTORY
           END-IF.

           MOVE SPACES          TO CH-RECORD.
           MOVE IM-PRODUCT-ID   TO CH-PRODUCT-ID.
           MOVE WS-OLD-COST     TO CH-OLD-COST.
           MOVE CM-UNIT-COST    TO CH-NEW-COST.
           MOVE WS-TODAY-DATE   TO CH-CHANGE-DATE.
           MOVE WS-RUN-TIME     TO CH-CHANGE-TIME.
           MOVE "INVPOST"       TO CH-OPERATOR-ID.
           WRITE CH-RECORD.
           CLOSE COST-HISTORY.
       4650-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5800-WRITE-PO-EXCEPTION
      * Appends an unordered or over-received receipt to the POEXCP
      * exception file with the quantity nobody ordered.
      *----------------------------------------------------------------
       5800-WRITE-PO-EXCEPTION SECTION.
       5800-START.
           ADD 1 TO WS-PO-EXCEPTION-COUNT.
           OPEN EXTEND PO-EXCEPTIONS.
           IF EX-FILE-STATUS = "05" OR EX-FILE-STATUS = "35"
               CLOSE PO-EXCEPTIONS
               OPEN OUTPUT PO-EXCEPTIONS
           END-IF.
           IF EX-FILE-STATUS NOT = "00"
               DISPLAY "INVPOST: UNABLE TO OPEN POEXCP, STATUS="
                   EX-FILE-STATUS
               GO TO 5800-EXIT
           END-IF.

           MOVE SPACES             TO EX-RECORD.
           MOVE WS-EXCEPTION-TYPE  TO EX-EXCEPTION-TYPE.
           MOVE IM-PRODUCT-ID      TO EX-PRODUCT-ID.
           MOVE IM-VENDOR-CODE     TO EX-VENDOR-CODE.
           MOVE WS-MOVE-QTY        TO EX-RECEIVED-QTY.
           MOVE WS-UNMATCHED-QTY   TO EX-EXCESS-QTY.
           MOVE WS-LAST-PO-NUMBER  TO EX-PO-NUMBER.
           MOVE WS-LAST-PO-LINE-NO TO EX-PO-LINE-NO.
           MOVE WS-MOVE-DATE       TO EX-MOVE-DATE.
           MOVE WS-TODAY-DATE      TO EX-RUN-DATE.
           WRITE EX-RECORD.
           CLOSE PO-EXCEPTIONS.
       5800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5700-WRITE-MOVE-HISTORY
      * Appends the posted movement, with its opening and closing
      * balance, to the permanent movement history. The location,
      * its balances, and the sign are set by the caller.
      *----------------------------------------------------------------
       5700-WRITE-MOVE-HISTORY SECTION.
       5700-START.
           MOVE SPACES          TO IH-RECORD.
           MOVE IM-PRODUCT-ID   TO IH-PRODUCT-ID.
           MOVE IM-MOVE-TYPE    TO IH-MOVE-TYPE.
           MOVE WS-HIST-SIGN    TO IH-ADJUST-SIGN.
           MOVE WS-MOVE-QTY     TO IH-QUANTITY.
           MOVE WS-OPENING-QTY  TO IH-OPENING-QTY.
           MOVE WS-CLOSING-QTY  TO IH-CLOSING-QTY.
           MOVE WS-MOVE-DATE    TO IH-MOVE-DATE.
           MOVE WS-RUN-TIME     TO IH-RUN-TIME.
           MOVE WS-HIST-LOCATION    TO IH-LOCATION-CODE.
           MOVE WS-HIST-LOC-OPENING TO IH-LOC-OPENING-QTY.
           MOVE WS-HIST-LOC-CLOSING TO IH-LOC-CLOSING-QTY.
           WRITE IH-RECORD.
           CLOSE MOVE-HISTORY.
       5700-EXIT.
       5000-START.
           MOVE IM-PRODUCT-ID      TO REG-PRODUCT-ID.
           MOVE IM-MOVE-TYPE       TO REG-MOVE-TYPE.
           MOVE WS-FROM-LOCATION   TO REG-LOCATION.
           MOVE WS-MOVE-QTY        TO REG-QUANTITY.
           MOVE WS-OPENING-QTY     TO REG-OPENING.
           MOVE WS-CLOSING-QTY     TO REG-CLOSING.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE INV-MOVES POST-REGISTER PRODUCT-MASTER
               STOCK-LOCATIONS COST-MASTER.
           IF WS-VENDOR-MASTER-PRESENT
               CLOSE VENDOR-MASTER
           END-IF.
           IF WS-PO-MASTER-PRESENT
               CLOSE PURCHASE-ORDERS
           END-IF.
           DISPLAY "INVPOST: POSTED   = " WS-POSTED-COUNT.
           DISPLAY "INVPOST: REJECTED = " WS-REJECTED-COUNT.
           DISPLAY "INVPOST: TRANSFERS = " WS-TRANSFER-COUNT.
           DISPLAY "INVPOST: COSTS AVERAGED  = " WS-COST-UPDATE-COUNT.
           DISPLAY "INVPOST: PO LINES CLOSED = " WS-PO-CLOSED-COUNT.
           DISPLAY "INVPOST: PO EXCEPTIONS   = "
               WS-PO-EXCEPTION-COUNT.
       9000-EXIT.
           EXIT.
