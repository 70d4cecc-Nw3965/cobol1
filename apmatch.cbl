       IDENTIFICATION DIVISION.
       PROGRAM-ID. APMATCH.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. VENDOR INVOICE THREE-WAY MATCH.
      *                  EACH INVOICE ON THE VNDINV FILE (SEE
      *                  VNDINV.CPY) IS MATCHED LINE BY LINE AGAINST
      *                  THE PURCHASE-ORDER LINE IT BILLS ON POMAST -
      *                  SAME VENDOR, SAME PRODUCT, UNIT PRICE WITHIN
      *                  THE PRICE TOLERANCE OF THE PO COST - AND
      *                  AGAINST THE RECEIPTS INVPOST HAS POSTED TO
      *                  THAT LINE: THE QUANTITY BILLED TO DATE MAY
      *                  NOT RUN PAST WHAT WAS RECEIVED (OR ORDERED)
      *                  BY MORE THAN THE QUANTITY TOLERANCE. THE
      *                  APMCTL CARD SETS BOTH TOLERANCES AS PERCENTS
      *                  (DEFAULTS 2 AND 0). AN INVOICE FROM A VENDOR
      *                  OFF VENDMAST OR INACTIVE, AN INVOICE NUMBER
      *                  THE VENDOR HAS ALREADY BILLED, OR ANY LINE
      *                  THAT FAILS HOLDS THE WHOLE INVOICE ON THE
      *                  APEXCP EXCEPTION REPORT. A CLEAN INVOICE IS
      *                  APPROVED FOR PAYMENT: ITS LINES GO ON THE
      *                  APHIST HISTORY AND ITS TOTAL ON THE APXTRACT
      *                  PAYABLE FEED AS AN APIN LIABILITY FOR GLEXTR.
      * 10/15/26   OPS   AN APHIST LONGER THAN THE 3000-LINE HISTORY
      *                  TABLE NOW REFUSES THE RUN WITH RC 16 BEFORE
      *                  ANYTHING IS MATCHED, AS ROPAPPR DOES FOR
      *                  STOCKPOL, INSTEAD OF QUIETLY CHECKING ONLY
      *                  THE OLDEST INVOICES FOR DUPLICATES. AN
      *                  INVOICE THAT WOULD OVERFLOW THE HISTORY OR
      *                  THE 500-INVOICE RUN TABLE IS HELD RATHER
      *                  THAN APPROVED UNCHECKED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATCH-CONTROL ASSIGN TO "APMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AC-FILE-STATUS.
           SELECT VENDOR-INVOICES ASSIGN TO "VNDINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IV-FILE-STATUS.
           SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VN-VENDOR-CODE
               FILE STATUS IS VN-FILE-STATUS.
           SELECT PURCHASE-ORDERS ASSIGN TO "POMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-KEY
               FILE STATUS IS PO-FILE-STATUS.
           SELECT INVOICE-HISTORY ASSIGN TO "APHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AH-FILE-STATUS.
           SELECT PAYABLE-FEED ASSIGN TO "APXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GF-FILE-STATUS.
           SELECT EXCEPTION-REPORT ASSIGN TO "APEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MATCH-CONTROL.
       01  AC-RECORD.
           05  AC-PRICE-TOL-PCT        PIC X(02).
           05  FILLER                  PIC X(01).
           05  AC-QTY-TOL-PCT          PIC X(02).
       FD  VENDOR-INVOICES.
       COPY "VNDINV.cpy".
       FD  VENDOR-MASTER.
       COPY "VENDMAST.cpy".
       FD  PURCHASE-ORDERS.
       COPY "POMAST.cpy".
       FD  INVOICE-HISTORY.
       COPY "APHIST.cpy".
       FD  PAYABLE-FEED.
       COPY "GLFEED.cpy".
       FD  EXCEPTION-REPORT.
       01  RPT-LINE                    PIC X(90).
       WORKING-STORAGE SECTION.
        01 AC-FILE-STATUS              PIC XX.
        01 IV-FILE-STATUS              PIC XX.
        01 VN-FILE-STATUS              PIC XX.
        01 PO-FILE-STATUS              PIC XX.
        01 AH-FILE-STATUS              PIC XX.
        01 GF-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-VENDOR-FOUND-SW      PIC X(01) VALUE "N".
              88 WS-VENDOR-FOUND              VALUE "Y".
           05 WS-PO-FOUND-SW          PIC X(01) VALUE "N".
              88 WS-PO-FOUND                  VALUE "Y".
           05 WS-DUPLICATE-SW         PIC X(01) VALUE "N".
              88 WS-DUPLICATE                 VALUE "Y".
           05 WS-OVERFLOW-SW          PIC X(01) VALUE "N".
              88 WS-OVERFLOW                  VALUE "Y".
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-PRICE-TOL-PCT            PIC 9(02) VALUE 2.
        01 WS-QTY-TOL-PCT              PIC 9(02) VALUE ZERO.
        01 WS-INV-VENDOR               PIC X(05).
        01 WS-INV-NO                   PIC X(10).
        01 WS-INV-ERRORS               PIC 9(03) VALUE ZERO.
        01 WS-INV-TOTAL                PIC 9(09)V99 VALUE ZERO.
        01 WS-LN-COUNT                 PIC 9(02) VALUE ZERO.
        01 WS-LN-TABLE.
           05 WS-LN-ENTRY OCCURS 50 TIMES.
              10 WS-LN-RECORD         PIC X(58).
              10 WS-LN-AMOUNT         PIC 9(09)V99.
        01 WS-LN-IDX                   PIC 9(02) VALUE ZERO.
        01 WS-LN-SCAN                  PIC 9(02) VALUE ZERO.
        01 WS-LN-LINE                  PIC 9(03) VALUE ZERO.
        01 WS-HI-COUNT                 PIC 9(04) VALUE ZERO.
        01 WS-HI-TABLE.
           05 WS-HI-ENTRY OCCURS 3000 TIMES.
              10 WS-HI-VENDOR         PIC X(05).
              10 WS-HI-INVOICE        PIC X(10).
              10 WS-HI-PO-NUMBER      PIC 9(06).
              10 WS-HI-PO-LINE        PIC 9(03).
              10 WS-HI-QTY            PIC 9(07).
        01 WS-HI-IDX                   PIC 9(04) VALUE ZERO.
        01 WS-SEEN-COUNT               PIC 9(03) VALUE ZERO.
        01 WS-SEEN-TABLE.
           05 WS-SEEN-ENTRY OCCURS 500 TIMES.
              10 WS-SN-VENDOR         PIC X(05).
              10 WS-SN-INVOICE        PIC X(10).
        01 WS-SEEN-IDX                 PIC 9(03) VALUE ZERO.
        01 WS-BILLED-QTY               PIC 9(09) VALUE ZERO.
        01 WS-PRICE-DIFF               PIC 9(05)V99 VALUE ZERO.
        01 WS-TEST-LEFT                PIC 9(13)V99 VALUE ZERO.
        01 WS-TEST-RIGHT               PIC 9(13)V99 VALUE ZERO.
        01 WS-REASON                   PIC X(30).
        01 WS-TALLY-COUNTS.
           05 WS-INVOICE-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-APPROVED-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-HELD-COUNT           PIC 9(05) VALUE ZERO.
           05 WS-EXCEPTION-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-APPROVED-VALUE       PIC 9(11)V99 VALUE ZERO.
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(34) VALUE
                  "VENDOR INVOICE MATCH EXCEPTIONS - ".
           05 HL-DATE                 PIC 9(08).
        01 WS-EXCEPTION-LINE.
           05 FILLER                  PIC X(07) VALUE "VENDOR ".
           05 XL-VENDOR               PIC X(05).
           05 FILLER                  PIC X(09) VALUE " INVOICE ".
           05 XL-INVOICE              PIC X(10).
           05 FILLER                  PIC X(06) VALUE " LINE ".
           05 XL-LINE                 PIC X(03).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 XL-REASON               PIC X(30).
        01 WS-TOTAL-LINE.
           05 TL-LABEL                PIC X(24).
           05 TL-COUNT                PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-MATCH-ONE-INVOICE THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Settles the tolerances, loads the approved-invoice history,
      * opens the masters and the report, and reads the first
      * invoice line.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           OPEN INPUT MATCH-CONTROL.
           IF AC-FILE-STATUS = "00"
               READ MATCH-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1050-APPLY-MATCH-CONTROL THRU 1050-EXIT
               END-READ
               CLOSE MATCH-CONTROL
           END-IF.

           OPEN INPUT INVOICE-HISTORY.
           IF AH-FILE-STATUS = "00"
               PERFORM 1100-LOAD-ONE-HISTORY THRU 1100-EXIT
                   UNTIL WS-EOF
               SET WS-EOF-SW TO "N"
               CLOSE INVOICE-HISTORY
           END-IF.

           OPEN INPUT VENDOR-MASTER.
           IF VN-FILE-STATUS NOT = "00"
               DISPLAY "APMATCH: UNABLE TO OPEN VENDMAST - STATUS "
                   VN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PURCHASE-ORDERS.
           IF PO-FILE-STATUS NOT = "00"
               DISPLAY "APMATCH: UNABLE TO OPEN POMAST - STATUS "
                   PO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT VENDOR-INVOICES.
           IF IV-FILE-STATUS NOT = "00"
               DISPLAY "APMATCH: UNABLE TO OPEN VNDINV - STATUS "
                   IV-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT EXCEPTION-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "APMATCH: UNABLE TO OPEN APEXCP - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-TODAY-DATE TO HL-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM 8000-READ-INVOICE-LINE THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-APPLY-MATCH-CONTROL
      * Takes each APMCTL tolerance that is present; a blank or bad
      * one leaves the default.
      *----------------------------------------------------------------
       1050-APPLY-MATCH-CONTROL SECTION.
       1050-START.
           IF AC-PRICE-TOL-PCT NUMERIC
               MOVE AC-PRICE-TOL-PCT TO WS-PRICE-TOL-PCT
           END-IF.
           IF AC-QTY-TOL-PCT NUMERIC
               MOVE AC-QTY-TOL-PCT TO WS-QTY-TOL-PCT
           END-IF.
       1050-EXIT.
           EXIT.

       1100-LOAD-ONE-HISTORY SECTION.
       1100-START.
           READ INVOICE-HISTORY
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF AH-QUANTITY NOT NUMERIC
               GO TO 1100-EXIT
           END-IF.

           IF WS-HI-COUNT = 3000
               DISPLAY "APMATCH: APHIST LARGER THAN 3000 LINES -"
                   " RUN REFUSED, NOTHING MATCHED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-HI-COUNT.
           MOVE AH-VENDOR-CODE TO WS-HI-VENDOR(WS-HI-COUNT).
           MOVE AH-INVOICE-NO  TO WS-HI-INVOICE(WS-HI-COUNT).
           MOVE AH-PO-NUMBER   TO WS-HI-PO-NUMBER(WS-HI-COUNT).
           MOVE AH-PO-LINE-NO  TO WS-HI-PO-LINE(WS-HI-COUNT).
           MOVE AH-QUANTITY    TO WS-HI-QTY(WS-HI-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-MATCH-ONE-INVOICE
      * Gathers the lines of one invoice (vendor and invoice number
      * unchanged), checks it whole, and approves it or holds it.
      *----------------------------------------------------------------
       2000-MATCH-ONE-INVOICE SECTION.
       2000-START.
           MOVE IV-VENDOR-CODE TO WS-INV-VENDOR.
           MOVE IV-INVOICE-NO  TO WS-INV-NO.
           MOVE ZERO TO WS-LN-COUNT.
           SET WS-OVERFLOW-SW TO "N".
           PERFORM 2100-TAKE-ONE-LINE THRU 2100-EXIT
               UNTIL WS-EOF
                  OR IV-VENDOR-CODE NOT = WS-INV-VENDOR
                  OR IV-INVOICE-NO NOT = WS-INV-NO.
           ADD 1 TO WS-INVOICE-COUNT.

           PERFORM 3000-CHECK-INVOICE THRU 3000-EXIT.
           IF WS-INV-ERRORS = ZERO
               PERFORM 4000-APPROVE-INVOICE THRU 4000-EXIT
           ELSE
               ADD 1 TO WS-HELD-COUNT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-TAKE-ONE-LINE SECTION.
       2100-START.
           IF WS-LN-COUNT < 50
               ADD 1 TO WS-LN-COUNT
               MOVE IV-RECORD TO WS-LN-RECORD(WS-LN-COUNT)
               MOVE ZERO      TO WS-LN-AMOUNT(WS-LN-COUNT)
           ELSE
               SET WS-OVERFLOW TO TRUE
           END-IF.
           PERFORM 8000-READ-INVOICE-LINE THRU 8000-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-CHECK-INVOICE
      * Invoice-level checks - the vendor, a repeated invoice
      * number - then every line. Each failure is one exception
      * line; any failure holds the invoice. An invoice the history
      * or run tables have no room left to record is held too, so a
      * later copy of it could never pass the duplicate check.
      *----------------------------------------------------------------
       3000-CHECK-INVOICE SECTION.
       3000-START.
           MOVE ZERO TO WS-INV-ERRORS.
           MOVE ZERO TO WS-INV-TOTAL.
           MOVE ZERO TO WS-LN-LINE.

           SET WS-VENDOR-FOUND-SW TO "N".
           MOVE WS-INV-VENDOR TO VN-VENDOR-CODE.
           READ VENDOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-VENDOR-FOUND TO TRUE
           END-READ.
           IF NOT WS-VENDOR-FOUND
               MOVE "VENDOR NOT ON VENDMAST" TO WS-REASON
               PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
           ELSE
               IF NOT VN-ACTIVE
                   MOVE "VENDOR INACTIVE ON VENDMAST" TO WS-REASON
                   PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
               END-IF
           END-IF.

           SET WS-DUPLICATE-SW TO "N".
           PERFORM 3050-MATCH-ONE-HISTORY THRU 3050-EXIT
               VARYING WS-HI-IDX FROM 1 BY 1
               UNTIL WS-HI-IDX > WS-HI-COUNT OR WS-DUPLICATE.
           PERFORM 3060-MATCH-ONE-SEEN THRU 3060-EXIT
               VARYING WS-SEEN-IDX FROM 1 BY 1
               UNTIL WS-SEEN-IDX > WS-SEEN-COUNT OR WS-DUPLICATE.
           IF WS-DUPLICATE
               MOVE "DUPLICATE INVOICE NUMBER" TO WS-REASON
               PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
           END-IF.
           IF WS-SEEN-COUNT < 500
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-INV-VENDOR TO WS-SN-VENDOR(WS-SEEN-COUNT)
               MOVE WS-INV-NO     TO WS-SN-INVOICE(WS-SEEN-COUNT)
           ELSE
               MOVE "OVER 500 INVOICES THIS RUN" TO WS-REASON
               PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
           END-IF.
           IF WS-HI-COUNT + WS-LN-COUNT > 3000
               MOVE "APHIST HISTORY TABLE FULL" TO WS-REASON
               PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
           END-IF.

           IF WS-OVERFLOW
               MOVE "MORE THAN 50 LINES" TO WS-REASON
               PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
           END-IF.

           PERFORM 3100-CHECK-ONE-LINE THRU 3100-EXIT
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT.
       3000-EXIT.
           EXIT.

       3050-MATCH-ONE-HISTORY SECTION.
       3050-START.
           IF WS-HI-VENDOR(WS-HI-IDX) = WS-INV-VENDOR
               AND WS-HI-INVOICE(WS-HI-IDX) = WS-INV-NO
               SET WS-DUPLICATE TO TRUE
           END-IF.
       3050-EXIT.
           EXIT.

       3060-MATCH-ONE-SEEN SECTION.
       3060-START.
           IF WS-SN-VENDOR(WS-SEEN-IDX) = WS-INV-VENDOR
               AND WS-SN-INVOICE(WS-SEEN-IDX) = WS-INV-NO
               SET WS-DUPLICATE TO TRUE
           END-IF.
       3060-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-CHECK-ONE-LINE
      * Three-way match of one line: the PO line it bills must be
      * this vendor's and this product's, the price must sit within
      * tolerance of the PO cost, and the quantity billed to date -
      * approved history, earlier lines of this invoice, this line -
      * may not run past the received or ordered quantity by more
      * than the quantity tolerance.
      *----------------------------------------------------------------
       3100-CHECK-ONE-LINE SECTION.
       3100-START.
           MOVE WS-LN-RECORD(WS-LN-IDX) TO IV-RECORD.
           MOVE WS-LN-IDX TO WS-LN-LINE.
           IF IV-PO-NUMBER NOT NUMERIC OR IV-PO-LINE-NO NOT NUMERIC
               OR IV-QUANTITY NOT NUMERIC
               OR IV-UNIT-PRICE NOT NUMERIC
               MOVE "LINE FIELDS NOT NUMERIC" TO WS-REASON
               PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF.
           IF IV-QUANTITY = ZERO
               MOVE "ZERO QUANTITY BILLED" TO WS-REASON
               PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF.

           COMPUTE WS-LN-AMOUNT(WS-LN-IDX) =
               IV-QUANTITY * IV-UNIT-PRICE
               ON SIZE ERROR
                   MOVE "LINE AMOUNT TOO LARGE" TO WS-REASON
                   PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
                   GO TO 3100-EXIT
           END-COMPUTE.
           ADD WS-LN-AMOUNT(WS-LN-IDX) TO WS-INV-TOTAL
               ON SIZE ERROR
                   MOVE "INVOICE TOTAL TOO LARGE" TO WS-REASON
                   PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
           END-ADD.

           SET WS-PO-FOUND-SW TO "N".
           MOVE IV-PO-NUMBER  TO PO-NUMBER.
           MOVE IV-PO-LINE-NO TO PO-LINE-NO.
           READ PURCHASE-ORDERS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PO-FOUND TO TRUE
           END-READ.
           IF NOT WS-PO-FOUND
               MOVE "PO LINE NOT ON POMAST" TO WS-REASON
               PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF.
           IF PO-VENDOR-CODE NOT = WS-INV-VENDOR
               MOVE "PO RAISED TO ANOTHER VENDOR" TO WS-REASON
               PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF.
           IF PO-PRODUCT-ID NOT = IV-PRODUCT-ID
               MOVE "PRODUCT DIFFERS FROM PO LINE" TO WS-REASON
               PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
           END-IF.

           IF IV-UNIT-PRICE > PO-UNIT-COST
               COMPUTE WS-PRICE-DIFF = IV-UNIT-PRICE - PO-UNIT-COST
           ELSE
               COMPUTE WS-PRICE-DIFF = PO-UNIT-COST - IV-UNIT-PRICE
           END-IF.
           COMPUTE WS-TEST-LEFT  = WS-PRICE-DIFF * 100.
           COMPUTE WS-TEST-RIGHT = PO-UNIT-COST * WS-PRICE-TOL-PCT.
           IF WS-TEST-LEFT > WS-TEST-RIGHT
               MOVE "PRICE OUTSIDE TOLERANCE OF PO" TO WS-REASON
               PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
           END-IF.

           MOVE IV-QUANTITY TO WS-BILLED-QTY.
           PERFORM 3150-ADD-ONE-HISTORY THRU 3150-EXIT
               VARYING WS-HI-IDX FROM 1 BY 1
               UNTIL WS-HI-IDX > WS-HI-COUNT.
           PERFORM 3160-ADD-ONE-EARLIER-LINE THRU 3160-EXIT
               VARYING WS-LN-SCAN FROM 1 BY 1
               UNTIL WS-LN-SCAN NOT < WS-LN-IDX.
           MOVE WS-LN-RECORD(WS-LN-IDX) TO IV-RECORD.

           COMPUTE WS-TEST-LEFT  = WS-BILLED-QTY * 100.
           COMPUTE WS-TEST-RIGHT =
               PO-RECEIVED-QTY * (100 + WS-QTY-TOL-PCT).
           IF WS-TEST-LEFT > WS-TEST-RIGHT
               MOVE "QTY BILLED EXCEEDS RECEIVED" TO WS-REASON
               PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF.
           COMPUTE WS-TEST-RIGHT =
               PO-ORDER-QTY * (100 + WS-QTY-TOL-PCT).
           IF WS-TEST-LEFT > WS-TEST-RIGHT
               MOVE "QTY BILLED EXCEEDS ORDERED" TO WS-REASON
               PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3150-ADD-ONE-HISTORY SECTION.
       3150-START.
           IF WS-HI-PO-NUMBER(WS-HI-IDX) = PO-NUMBER
               AND WS-HI-PO-LINE(WS-HI-IDX) = PO-LINE-NO
               ADD WS-HI-QTY(WS-HI-IDX) TO WS-BILLED-QTY
           END-IF.
       3150-EXIT.
           EXIT.

       3160-ADD-ONE-EARLIER-LINE SECTION.
       3160-START.
           MOVE WS-LN-RECORD(WS-LN-SCAN) TO IV-RECORD.
           IF IV-PO-NUMBER = PO-NUMBER
               AND IV-PO-LINE-NO = PO-LINE-NO
               AND IV-QUANTITY NUMERIC
               ADD IV-QUANTITY TO WS-BILLED-QTY
           END-IF.
       3160-EXIT.
           EXIT.

       3900-WRITE-EXCEPTION SECTION.
       3900-START.
           ADD 1 TO WS-INV-ERRORS.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-INV-VENDOR TO XL-VENDOR.
           MOVE WS-INV-NO     TO XL-INVOICE.
           IF WS-LN-LINE = ZERO
               MOVE "ALL" TO XL-LINE
           ELSE
               MOVE WS-LN-LINE TO XL-LINE
           END-IF.
           MOVE WS-REASON     TO XL-REASON.
           WRITE RPT-LINE FROM WS-EXCEPTION-LINE.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-APPROVE-INVOICE
      * Records the approved lines on APHIST (and in the history
      * table, so a later invoice in this run sees them) and books
      * the invoice total on the APXTRACT payable feed.
      *----------------------------------------------------------------
       4000-APPROVE-INVOICE SECTION.
       4000-START.
           OPEN EXTEND INVOICE-HISTORY.
           IF AH-FILE-STATUS = "05" OR AH-FILE-STATUS = "35"
               CLOSE INVOICE-HISTORY
               OPEN OUTPUT INVOICE-HISTORY
           END-IF.
           IF AH-FILE-STATUS NOT = "00"
               DISPLAY "APMATCH: UNABLE TO OPEN APHIST, STATUS="
                   AH-FILE-STATUS
               ADD 1 TO WS-HELD-COUNT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-RECORD-ONE-LINE THRU 4100-EXIT
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT.
           CLOSE INVOICE-HISTORY.

           OPEN EXTEND PAYABLE-FEED.
           IF GF-FILE-STATUS = "05" OR GF-FILE-STATUS = "35"
               CLOSE PAYABLE-FEED
               OPEN OUTPUT PAYABLE-FEED
           END-IF.
           IF GF-FILE-STATUS NOT = "00"
               DISPLAY "APMATCH: UNABLE TO OPEN APXTRACT, STATUS="
                   GF-FILE-STATUS
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES         TO GF-RECORD.
           MOVE "APIN"         TO GF-SOURCE-CODE.
           MOVE WS-INV-NO      TO GF-REFERENCE.
           MOVE WS-INV-VENDOR  TO GF-PARTY.
           MOVE WS-INV-TOTAL   TO GF-AMOUNT.
           MOVE WS-TODAY-DATE  TO GF-POST-DATE.
           WRITE GF-RECORD.
           CLOSE PAYABLE-FEED.

           ADD 1 TO WS-APPROVED-COUNT.
           ADD WS-INV-TOTAL TO WS-APPROVED-VALUE.
       4000-EXIT.
           EXIT.

       4100-RECORD-ONE-LINE SECTION.
       4100-START.
           MOVE WS-LN-RECORD(WS-LN-IDX) TO IV-RECORD.
           MOVE SPACES                  TO AH-RECORD.
           MOVE WS-INV-VENDOR           TO AH-VENDOR-CODE.
           MOVE WS-INV-NO               TO AH-INVOICE-NO.
           MOVE IV-PO-NUMBER            TO AH-PO-NUMBER.
           MOVE IV-PO-LINE-NO           TO AH-PO-LINE-NO.
           MOVE IV-PRODUCT-ID           TO AH-PRODUCT-ID.
           MOVE IV-QUANTITY             TO AH-QUANTITY.
           MOVE WS-LN-AMOUNT(WS-LN-IDX) TO AH-AMOUNT.
           MOVE WS-TODAY-DATE           TO AH-APPROVED-DATE.
           WRITE AH-RECORD.

           IF WS-HI-COUNT < 3000
               ADD 1 TO WS-HI-COUNT
               MOVE WS-INV-VENDOR TO WS-HI-VENDOR(WS-HI-COUNT)
               MOVE WS-INV-NO     TO WS-HI-INVOICE(WS-HI-COUNT)
               MOVE IV-PO-NUMBER  TO WS-HI-PO-NUMBER(WS-HI-COUNT)
               MOVE IV-PO-LINE-NO TO WS-HI-PO-LINE(WS-HI-COUNT)
               MOVE IV-QUANTITY   TO WS-HI-QTY(WS-HI-COUNT)
           END-IF.
       4100-EXIT.
           EXIT.

       8000-READ-INVOICE-LINE SECTION.
       8000-START.
           READ VENDOR-INVOICES
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the run summary; RC 4 when any
      * invoice was held.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "NO EXCEPTIONS" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "INVOICES READ" TO TL-LABEL.
           MOVE WS-INVOICE-COUNT TO TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "INVOICES APPROVED" TO TL-LABEL.
           MOVE WS-APPROVED-COUNT TO TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "INVOICES HELD" TO TL-LABEL.
           MOVE WS-HELD-COUNT TO TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.

           CLOSE VENDOR-INVOICES VENDOR-MASTER PURCHASE-ORDERS
               EXCEPTION-REPORT.
           DISPLAY "APMATCH: INVOICES READ     = " WS-INVOICE-COUNT.
           DISPLAY "APMATCH: APPROVED          = " WS-APPROVED-COUNT.
           DISPLAY "APMATCH: APPROVED VALUE    = " WS-APPROVED-VALUE.
           DISPLAY "APMATCH: HELD              = " WS-HELD-COUNT.
           DISPLAY "APMATCH: EXCEPTION LINES   = " WS-EXCEPTION-COUNT.
           IF WS-HELD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
