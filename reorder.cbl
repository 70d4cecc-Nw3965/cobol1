      *                  LINE ON THE REORDRPT BUYER'S REPORT.
      *                  DISCONTINUED PRODUCTS AND PRODUCTS WITH NO
      *                  POLICY ARE SKIPPED AND COUNTED.
      * 10/15/26   OPS   OPEN PURCHASE-ORDER LINES ON POMAST NOW COUNT
      *                  AS STOCK ON ORDER - A PRODUCT IS SUGGESTED
      *                  ONLY WHEN ON-HAND PLUS ON-ORDER IS AT OR
      *                  UNDER ITS POINT, SO AN ORDERED PRODUCT IS
      *                  NOT SUGGESTED AGAIN EVERY NIGHT UNTIL THE
      *                  TRUCK ARRIVES. PG-ON-ORDER ADDED TO THE END
      *                  OF THE PURSUGG RECORD AND AN ON-ORDER COLUMN
      *                  TO THE REPORT. NO POMAST MEANS NOTHING ON
      *                  ORDER.
      * 10/15/26   OPS   MORE THAN 500 PRODUCTS ON OPEN POMAST LINES
      *                  NOW REFUSES THE RUN WITH RC 16 INSTEAD OF
      *                  LEAVING THE REST UNCOUNTED AND OVER-ORDERED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PRODUCT-ID
               FILE STATUS IS PM-FILE-STATUS.
           SELECT PURCHASE-ORDERS ASSIGN TO "POMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-KEY
               FILE STATUS IS PO-FILE-STATUS.
           SELECT STOCK-POLICY ASSIGN TO "STOCKPOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SP-FILE-STATUS.
       FILE SECTION.
       FD  PRODUCT-MASTER.
       COPY "PRODMAST.cpy".
       FD  PURCHASE-ORDERS.
       COPY "POMAST.cpy".
       FD  STOCK-POLICY.
       01  SP-RECORD.
           05  SP-PRODUCT-ID           PIC X(05).
           05  PG-SUGGESTED-QTY        PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PG-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PG-ON-ORDER             PIC 9(07).
       FD  REORDER-REPORT.
       01  RPT-LINE                    PIC X(90).
       WORKING-STORAGE SECTION.
        01 PM-FILE-STATUS              PIC XX.
        01 PO-FILE-STATUS              PIC XX.
        01 SP-FILE-STATUS              PIC XX.
        01 PG-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
              88 WS-EOF                       VALUE "Y".
           05 WS-POLICY-FOUND-SW      PIC X(01) VALUE "N".
              88 WS-POLICY-FOUND              VALUE "Y".
           05 WS-ON-ORDER-FOUND-SW    PIC X(01) VALUE "N".
              88 WS-ON-ORDER-FOUND            VALUE "Y".
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-POLICY-COUNT             PIC 9(03) VALUE ZERO.
        01 WS-POLICY-TABLE.
              10 WS-PO-REORDER-QTY    PIC 9(07).
        01 WS-POLICY-IDX               PIC 9(03) VALUE ZERO.
        01 WS-FOUND-IDX                PIC 9(03) VALUE ZERO.
        01 WS-ON-ORDER-COUNT           PIC 9(03) VALUE ZERO.
        01 WS-ON-ORDER-TABLE.
           05 WS-ON-ORDER-ENTRY OCCURS 500 TIMES.
              10 WS-OO-PRODUCT-ID     PIC X(05).
              10 WS-OO-QTY            PIC 9(07).
        01 WS-ON-ORDER-IDX             PIC 9(03) VALUE ZERO.
        01 WS-OO-FOUND-IDX             PIC 9(03) VALUE ZERO.
        01 WS-ON-ORDER-QTY             PIC 9(07) VALUE ZERO.
        01 WS-OUTSTANDING-QTY          PIC 9(07) VALUE ZERO.
        01 WS-AVAILABLE-QTY            PIC 9(08) VALUE ZERO.
        01 WS-TALLY-COUNTS.
           05 WS-SUGGESTED-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-NO-POLICY-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-DISC-SKIPPED-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-ON-ORDER-SKIP-COUNT  PIC 9(05) VALUE ZERO.
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(30) VALUE
                  "REORDER SUGGESTIONS FOR       ".
           05 DL-REORDER-POINT        PIC ZZZZZZ9.
           05 FILLER                  PIC X(07) VALUE " ORDER ".
           05 DL-SUGGESTED-QTY        PIC ZZZZZZ9.
           05 FILLER                  PIC X(04) VALUE " OO ".
           05 DL-ON-ORDER             PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Loads the stock-policy table and the on-order table, and
      * opens the master, the suggestion file, and the buyer's
      * report.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
               STOP RUN
           END-IF.

           OPEN INPUT PURCHASE-ORDERS.
           IF PO-FILE-STATUS = "00"
               PERFORM 1200-LOAD-ONE-PO-LINE THRU 1200-EXIT
                   UNTIL WS-EOF
               SET WS-EOF-SW TO "N"
               CLOSE PURCHASE-ORDERS
           ELSE
               DISPLAY "REORDER: NO POMAST - NOTHING COUNTED ON ORDER"
           END-IF.

           OPEN INPUT PRODUCT-MASTER.
           IF PM-FILE-STATUS NOT = "00"
               DISPLAY "REORDER: UNABLE TO OPEN PRODMAST - STATUS "
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-ONE-PO-LINE
      * Totals the quantity still outstanding on open PO lines by
      * product. Closed lines and fully received lines add nothing.
      * A product missing from the table would be over-ordered, so
      * more open products than the table holds refuses the run.
      *----------------------------------------------------------------
       1200-LOAD-ONE-PO-LINE SECTION.
       1200-START.
           READ PURCHASE-ORDERS NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1200-EXIT
           END-READ.

           IF NOT PO-LINE-OPEN
                   OR PO-RECEIVED-QTY NOT < PO-ORDER-QTY
               GO TO 1200-EXIT
           END-IF.
           COMPUTE WS-OUTSTANDING-QTY =
               PO-ORDER-QTY - PO-RECEIVED-QTY.

           SET WS-ON-ORDER-FOUND-SW TO "N".
           MOVE ZERO TO WS-OO-FOUND-IDX.
           PERFORM 1210-MATCH-ONE-ON-ORDER THRU 1210-EXIT
               VARYING WS-ON-ORDER-IDX FROM 1 BY 1
               UNTIL WS-ON-ORDER-IDX > WS-ON-ORDER-COUNT
                   OR WS-ON-ORDER-FOUND.
           IF WS-ON-ORDER-FOUND
               ADD WS-OUTSTANDING-QTY
                   TO WS-OO-QTY(WS-OO-FOUND-IDX)
               GO TO 1200-EXIT
           END-IF.

           IF WS-ON-ORDER-COUNT = 500
               DISPLAY "REORDER: POMAST HAS MORE THAN 500 PRODUCTS ON"
                   " OPEN LINES - RUN REFUSED, NOTHING SUGGESTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ON-ORDER-COUNT.
           MOVE PO-PRODUCT-ID TO WS-OO-PRODUCT-ID(WS-ON-ORDER-COUNT).
           MOVE WS-OUTSTANDING-QTY TO WS-OO-QTY(WS-ON-ORDER-COUNT).
       1200-EXIT.
           EXIT.

       1210-MATCH-ONE-ON-ORDER SECTION.
       1210-START.
           IF WS-OO-PRODUCT-ID(WS-ON-ORDER-IDX) = PO-PRODUCT-ID
               SET WS-ON-ORDER-FOUND TO TRUE
               MOVE WS-ON-ORDER-IDX TO WS-OO-FOUND-IDX
           END-IF.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CHECK-ONE-PRODUCT
      * One active product against its reorder point. Stock still
      * on order from an open PO counts toward the point.
      *----------------------------------------------------------------
       2000-CHECK-ONE-PRODUCT SECTION.
       2000-START.
               GO TO 2000-EXIT
           END-IF.

           SET WS-ON-ORDER-FOUND-SW TO "N".
           MOVE ZERO TO WS-OO-FOUND-IDX WS-ON-ORDER-QTY.
           PERFORM 2200-MATCH-ON-ORDER THRU 2200-EXIT
               VARYING WS-ON-ORDER-IDX FROM 1 BY 1
               UNTIL WS-ON-ORDER-IDX > WS-ON-ORDER-COUNT
                   OR WS-ON-ORDER-FOUND.
           IF WS-ON-ORDER-FOUND
               MOVE WS-OO-QTY(WS-OO-FOUND-IDX) TO WS-ON-ORDER-QTY
           END-IF.

           IF PM-ON-HAND-QTY > WS-PO-REORDER-POINT(WS-FOUND-IDX)
               GO TO 2000-EXIT
           END-IF.

           COMPUTE WS-AVAILABLE-QTY = PM-ON-HAND-QTY + WS-ON-ORDER-QTY.
           IF WS-AVAILABLE-QTY > WS-PO-REORDER-POINT(WS-FOUND-IDX)
               ADD 1 TO WS-ON-ORDER-SKIP-COUNT
               GO TO 2000-EXIT
           END-IF.

           MOVE SPACES            TO PG-RECORD.
           MOVE PM-PRODUCT-ID     TO PG-PRODUCT-ID.
           MOVE PM-ON-HAND-QTY    TO PG-ON-HAND.
           MOVE WS-PO-REORDER-QTY(WS-FOUND-IDX)
               TO PG-SUGGESTED-QTY.
           MOVE WS-TODAY-DATE     TO PG-RUN-DATE.
           MOVE WS-ON-ORDER-QTY   TO PG-ON-ORDER.
           WRITE PG-RECORD.
           ADD 1 TO WS-SUGGESTED-COUNT.

               TO DL-REORDER-POINT.
           MOVE WS-PO-REORDER-QTY(WS-FOUND-IDX)
               TO DL-SUGGESTED-QTY.
           MOVE WS-ON-ORDER-QTY        TO DL-ON-ORDER.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
       2000-EXIT.
           EXIT.
       2100-EXIT.
           EXIT.

       2200-MATCH-ON-ORDER SECTION.
       2200-START.
           IF WS-OO-PRODUCT-ID(WS-ON-ORDER-IDX) = PM-PRODUCT-ID
               SET WS-ON-ORDER-FOUND TO TRUE
               MOVE WS-ON-ORDER-IDX TO WS-OO-FOUND-IDX
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the run summary.
           DISPLAY "REORDER: SUGGESTIONS  = " WS-SUGGESTED-COUNT.
           DISPLAY "REORDER: NO POLICY    = " WS-NO-POLICY-COUNT.
           DISPLAY "REORDER: DISCONTINUED = " WS-DISC-SKIPPED-COUNT.
           DISPLAY "REORDER: ON ORDER     = " WS-ON-ORDER-SKIP-COUNT.
       9000-EXIT.
           EXIT.
