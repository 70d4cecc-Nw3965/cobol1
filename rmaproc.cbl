       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMAPROC.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. CUSTOMER RETURNS. EACH RETURN
      *                  AUTHORIZATION ON THE RMAFILE NAMES THE
      *                  ORIGINAL ORDER AND PRODUCT, THE QUANTITY
      *                  COMING BACK, A REASON, AND A DISPOSITION -
      *                  R (RESTOCK), S (SCRAP) OR V (RETURN TO
      *                  VENDOR). THE RETURN MUST MATCH A LINE BILLED
      *                  ON CUSTINV AND MAY NOT EXCEED WHAT WAS BILLED
      *                  LESS WHAT HAS ALREADY BEEN CREDITED. EVERY
      *                  ACCEPTED RETURN IS CREDITED AT THE ORIGINAL
      *                  INVOICE PRICE - A CREDIT MEMO ON CUSTINV
      *                  UNDER THE NEXT INVSEQ NUMBER, A CRMO ROW ON
      *                  THE ARXTRACT FEED SO GLEXTR REVERSES THE
      *                  SALE, AND A REDUCTION OF THE CUSTOMER'S OPEN
      *                  BALANCE. ONLY RESTOCKED GOODS GO BACK INTO
      *                  STOCK, AS A CUSTOMER-RETURN (C) MOVEMENT ON
      *                  INVMOVE FOR INVPOST TO POST UNDER ITS USUAL
      *                  RULES, INTO THE CENTRAL WAREHOUSE (CWHS);
      *                  SCRAP AND RETURN-TO-VENDOR QUANTITIES
      *                  GO TO THE RMADISP DISPOSITION REGISTER
      *                  INSTEAD. THE RMAREG REGISTER SHOWS EVERY
      *                  RETURN AS CREDITED OR REJECTED.
      * 10/15/26   OPS   EACH CREDIT MEMO NOW CARRIES ITS RMA NUMBER
      *                  ON CUSTINV, AND AN RMA ALREADY CREDITED - BY
      *                  AN EARLIER RUN OR EARLIER IN THIS ONE - IS
      *                  REJECTED, SO A RERUN OF THE SAME RMAFILE NO
      *                  LONGER CREDITS AND RESTOCKS A PARTIAL RETURN
      *                  TWICE. A RETURN WITH NO RMA NUMBER IS
      *                  REJECTED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO "RMAFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RA-FILE-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "CUSTINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CI-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS CU-FILE-STATUS.
           SELECT INVOICE-SEQUENCE ASSIGN TO "INVSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SQ-FILE-STATUS.
           SELECT RECEIVABLE-FEED ASSIGN TO "ARXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GF-FILE-STATUS.
           SELECT INV-MOVES ASSIGN TO "INVMOVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IM-FILE-STATUS.
           SELECT DISPOSITION-FILE ASSIGN TO "RMADISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RD-FILE-STATUS.
           SELECT RETURN-REGISTER ASSIGN TO "RMAREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE.
       01  RA-RECORD.
           05  RA-RMA-NO               PIC X(06).
           05  FILLER                  PIC X(01).
           05  RA-ORDER-NO             PIC X(06).
           05  FILLER                  PIC X(01).
           05  RA-PRODUCT-ID           PIC X(05).
           05  FILLER                  PIC X(01).
           05  RA-QUANTITY             PIC X(07).
           05  FILLER                  PIC X(01).
           05  RA-DISPOSITION          PIC X(01).
           05  FILLER                  PIC X(01).
           05  RA-REASON               PIC X(20).
           05  FILLER                  PIC X(01).
           05  RA-VENDOR-CODE          PIC X(05).
       FD  INVOICE-FILE.
       COPY "CUSTINV.cpy".
       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".
       FD  INVOICE-SEQUENCE.
       01  SQ-RECORD.
           05  SQ-NEXT-NUMBER          PIC 9(06).
       FD  RECEIVABLE-FEED.
       COPY "GLFEED.cpy".
       FD  INV-MOVES.
       01  IM-RECORD.
           05  IM-PRODUCT-ID           PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IM-MOVE-TYPE            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IM-ADJUST-SIGN          PIC X(01).
           05  IM-QUANTITY             PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IM-MOVE-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IM-VENDOR-CODE          PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IM-LOCATION-CODE        PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IM-TO-LOCATION          PIC X(04).
       FD  DISPOSITION-FILE.
       01  RD-RECORD.
           05  RD-DISPOSITION          PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RD-RMA-NO               PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RD-ORDER-NO             PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RD-PRODUCT-ID           PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RD-QUANTITY             PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RD-VENDOR-CODE          PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RD-REASON               PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RD-RETURN-DATE          PIC 9(08).
       FD  RETURN-REGISTER.
       01  REG-LINE                    PIC X(100).
       WORKING-STORAGE SECTION.
        01 RA-FILE-STATUS              PIC XX.
        01 CI-FILE-STATUS              PIC XX.
        01 CU-FILE-STATUS              PIC XX.
        01 SQ-FILE-STATUS              PIC XX.
        01 GF-FILE-STATUS              PIC XX.
        01 IM-FILE-STATUS              PIC XX.
        01 RD-FILE-STATUS              PIC XX.
        01 REG-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-CUSTOMER-FOUND-SW    PIC X(01) VALUE "N".
              88 WS-CUSTOMER-FOUND            VALUE "Y".
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-RMA-COUNT                PIC 9(03) VALUE ZERO.
        01 WS-RMA-TABLE.
           05 WS-RMA-ENTRY OCCURS 500 TIMES.
              10 WS-RT-RMA-NO         PIC X(06).
              10 WS-RT-ORDER-NO       PIC X(06).
              10 WS-RT-PRODUCT-ID     PIC X(05).
              10 WS-RT-QTY-TEXT       PIC X(07).
              10 WS-RT-DISPOSITION    PIC X(01).
              10 WS-RT-REASON         PIC X(20).
              10 WS-RT-VENDOR-CODE    PIC X(05).
              10 WS-RT-CUSTOMER-NO    PIC X(06).
              10 WS-RT-INVOICE-NO     PIC 9(06).
              10 WS-RT-UNIT-PRICE     PIC 9(05)V99.
              10 WS-RT-INVOICED-QTY   PIC 9(07).
              10 WS-RT-CREDITED-QTY   PIC 9(07).
              10 WS-RT-DONE-SW        PIC X(01).
                 88 WS-RT-ALREADY-CREDITED    VALUE "Y".
        01 WS-RMA-IDX                  PIC 9(03) VALUE ZERO.
        01 WS-PRIOR-IDX                PIC 9(03) VALUE ZERO.
        01 WS-RETURN-QTY               PIC 9(07) VALUE ZERO.
        01 WS-AVAILABLE-QTY            PIC 9(07) VALUE ZERO.
        01 WS-CREDIT-NO                PIC 9(06) VALUE ZERO.
        01 WS-CREDIT-AMOUNT            PIC 9(09)V99 VALUE ZERO.
        01 WS-REJECT-REASON            PIC X(26) VALUE SPACES.
        01 WS-REGISTER-RESULT          PIC X(10) VALUE SPACES.
        01 WS-TALLY-COUNTS.
           05 WS-CREDITED-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-RESTOCK-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-SCRAP-COUNT          PIC 9(05) VALUE ZERO.
           05 WS-RTV-COUNT            PIC 9(05) VALUE ZERO.
           05 WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
        01 WS-CREDIT-TOTAL             PIC 9(11)V99 VALUE ZERO.
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(30) VALUE
                  "CUSTOMER RETURNS REGISTER FOR ".
           05 HL-DATE                 PIC 9(08).
        01 WS-DETAIL-LINE.
           05 DL-RMA-NO               PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-ORDER-NO             PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-PRODUCT-ID           PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-QUANTITY             PIC ZZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-DISPOSITION          PIC X(01).
           05 FILLER                  PIC X(04) VALUE " CM ".
           05 DL-CREDIT-NO            PIC ZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-CREDIT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-RESULT               PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-REASON               PIC X(26).
        01 WS-TOTAL-LINE.
           05 FILLER                  PIC X(24) VALUE
                  "TOTAL CREDITED THIS RUN ".
           05 TL-CREDIT-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-MATCH-INVOICES THRU 2000-EXIT.
           PERFORM 3000-PROCESS-ONE-RETURN THRU 3000-EXIT
               VARYING WS-RMA-IDX FROM 1 BY 1
               UNTIL WS-RMA-IDX > WS-RMA-COUNT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Loads the day's return authorizations and opens the customer
      * master and the register.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           OPEN INPUT RETURN-FILE.
           IF RA-FILE-STATUS NOT = "00"
               DISPLAY "RMAPROC: NO RMAFILE - NOTHING TO RETURN"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-ONE-RETURN THRU 1100-EXIT
               UNTIL WS-EOF OR WS-RMA-COUNT = 500.
           SET WS-EOF-SW TO "N".
           CLOSE RETURN-FILE.

           OPEN I-O CUSTOMER-MASTER.
           IF CU-FILE-STATUS NOT = "00"
               DISPLAY "RMAPROC: UNABLE TO OPEN CUSTMAST - STATUS "
                   CU-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RETURN-REGISTER.
           IF REG-FILE-STATUS NOT = "00"
               DISPLAY "RMAPROC: UNABLE TO OPEN RMAREG - STATUS "
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

       1100-LOAD-ONE-RETURN SECTION.
       1100-START.
           READ RETURN-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.

           ADD 1 TO WS-RMA-COUNT.
           MOVE RA-RMA-NO      TO WS-RT-RMA-NO(WS-RMA-COUNT).
           MOVE RA-ORDER-NO    TO WS-RT-ORDER-NO(WS-RMA-COUNT).
           MOVE RA-PRODUCT-ID  TO WS-RT-PRODUCT-ID(WS-RMA-COUNT).
           MOVE RA-QUANTITY    TO WS-RT-QTY-TEXT(WS-RMA-COUNT).
           MOVE RA-DISPOSITION TO WS-RT-DISPOSITION(WS-RMA-COUNT).
           MOVE RA-REASON      TO WS-RT-REASON(WS-RMA-COUNT).
           MOVE RA-VENDOR-CODE TO WS-RT-VENDOR-CODE(WS-RMA-COUNT).
           MOVE SPACES         TO WS-RT-CUSTOMER-NO(WS-RMA-COUNT).
           MOVE ZERO           TO WS-RT-INVOICE-NO(WS-RMA-COUNT)
                                  WS-RT-UNIT-PRICE(WS-RMA-COUNT)
                                  WS-RT-INVOICED-QTY(WS-RMA-COUNT)
                                  WS-RT-CREDITED-QTY(WS-RMA-COUNT).
           MOVE "N"            TO WS-RT-DONE-SW(WS-RMA-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-MATCH-INVOICES
      * One pass of the invoice file totals, for every return, what
      * was billed on the original order and product and what has
      * already been credited against it, and notes any return whose
      * RMA number is already on a credit memo.
      *----------------------------------------------------------------
       2000-MATCH-INVOICES SECTION.
       2000-START.
           OPEN INPUT INVOICE-FILE.
           IF CI-FILE-STATUS NOT = "00"
               DISPLAY "RMAPROC: NO CUSTINV ON FILE - NOTHING CAN BE"
                   " CREDITED"
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-READ-ONE-INVOICE THRU 2100-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE INVOICE-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-ONE-INVOICE SECTION.
       2100-START.
           READ INVOICE-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.

           PERFORM 2200-APPLY-TO-ONE-RETURN THRU 2200-EXIT
               VARYING WS-RMA-IDX FROM 1 BY 1
               UNTIL WS-RMA-IDX > WS-RMA-COUNT.
       2100-EXIT.
           EXIT.

       2200-APPLY-TO-ONE-RETURN SECTION.
       2200-START.
           IF CI-CREDIT-MEMO AND CI-RMA-NO NOT = SPACES
                   AND CI-RMA-NO = WS-RT-RMA-NO(WS-RMA-IDX)
               SET WS-RT-ALREADY-CREDITED(WS-RMA-IDX) TO TRUE
           END-IF.

           IF CI-ORDER-NO NOT = WS-RT-ORDER-NO(WS-RMA-IDX)
                   OR CI-PRODUCT-ID NOT = WS-RT-PRODUCT-ID(WS-RMA-IDX)
               GO TO 2200-EXIT
           END-IF.

           IF CI-CREDIT-MEMO
               ADD CI-QUANTITY TO WS-RT-CREDITED-QTY(WS-RMA-IDX)
               GO TO 2200-EXIT
           END-IF.

           ADD CI-QUANTITY TO WS-RT-INVOICED-QTY(WS-RMA-IDX).
           MOVE CI-CUSTOMER-NO  TO WS-RT-CUSTOMER-NO(WS-RMA-IDX).
           MOVE CI-INVOICE-NO   TO WS-RT-INVOICE-NO(WS-RMA-IDX).
           MOVE CI-UNIT-PRICE   TO WS-RT-UNIT-PRICE(WS-RMA-IDX).
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-PROCESS-ONE-RETURN
      * Validates one return against its billing, credits it, and
      * routes the goods by disposition.
      *----------------------------------------------------------------
       3000-PROCESS-ONE-RETURN SECTION.
       3000-START.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE ZERO TO WS-RETURN-QTY WS-CREDIT-NO WS-CREDIT-AMOUNT.

           IF WS-RT-RMA-NO(WS-RMA-IDX) = SPACES
               MOVE "RMA NUMBER MISSING" TO WS-REJECT-REASON
               PERFORM 5500-REGISTER-REJECT THRU 5500-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF WS-RT-ALREADY-CREDITED(WS-RMA-IDX)
               MOVE "RMA ALREADY CREDITED" TO WS-REJECT-REASON
               PERFORM 5500-REGISTER-REJECT THRU 5500-EXIT
               GO TO 3000-EXIT
           END-IF.

           IF WS-RT-QTY-TEXT(WS-RMA-IDX) NOT NUMERIC
               MOVE "QUANTITY NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM 5500-REGISTER-REJECT THRU 5500-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-RT-QTY-TEXT(WS-RMA-IDX) TO WS-RETURN-QTY.
           IF WS-RETURN-QTY = ZERO
               MOVE "ZERO QUANTITY" TO WS-REJECT-REASON
               PERFORM 5500-REGISTER-REJECT THRU 5500-EXIT
               GO TO 3000-EXIT
           END-IF.

           IF WS-RT-DISPOSITION(WS-RMA-IDX) NOT = "R"
                   AND WS-RT-DISPOSITION(WS-RMA-IDX) NOT = "S"
                   AND WS-RT-DISPOSITION(WS-RMA-IDX) NOT = "V"
               MOVE "DISPOSITION NOT R/S/V" TO WS-REJECT-REASON
               PERFORM 5500-REGISTER-REJECT THRU 5500-EXIT
               GO TO 3000-EXIT
           END-IF.

           IF WS-RT-INVOICED-QTY(WS-RMA-IDX) = ZERO
               MOVE "ORDER/PRODUCT NEVER BILLED" TO WS-REJECT-REASON
               PERFORM 5500-REGISTER-REJECT THRU 5500-EXIT
               GO TO 3000-EXIT
           END-IF.

           MOVE ZERO TO WS-AVAILABLE-QTY.
           IF WS-RT-INVOICED-QTY(WS-RMA-IDX)
                   > WS-RT-CREDITED-QTY(WS-RMA-IDX)
               COMPUTE WS-AVAILABLE-QTY =
                   WS-RT-INVOICED-QTY(WS-RMA-IDX)
                   - WS-RT-CREDITED-QTY(WS-RMA-IDX)
           END-IF.
           IF WS-RETURN-QTY > WS-AVAILABLE-QTY
               MOVE "MORE THAN BILLED LESS CREDIT"
                   TO WS-REJECT-REASON
               PERFORM 5500-REGISTER-REJECT THRU 5500-EXIT
               GO TO 3000-EXIT
           END-IF.

      * Later returns in this run against the same line see this one
      * as already credited, and a repeat of this RMA is refused.
           PERFORM 3050-COUNT-AS-CREDITED THRU 3050-EXIT
               VARYING WS-PRIOR-IDX FROM WS-RMA-IDX BY 1
               UNTIL WS-PRIOR-IDX > WS-RMA-COUNT.

           PERFORM 3100-ISSUE-CREDIT-MEMO THRU 3100-EXIT.

           EVALUATE WS-RT-DISPOSITION(WS-RMA-IDX)
               WHEN "R"
                   PERFORM 3300-WRITE-RESTOCK-MOVE THRU 3300-EXIT
                   ADD 1 TO WS-RESTOCK-COUNT
               WHEN "S"
                   MOVE "SCRAP" TO RD-DISPOSITION
                   PERFORM 3400-WRITE-DISPOSITION THRU 3400-EXIT
                   ADD 1 TO WS-SCRAP-COUNT
               WHEN "V"
                   MOVE "RTV  " TO RD-DISPOSITION
                   PERFORM 3400-WRITE-DISPOSITION THRU 3400-EXIT
                   ADD 1 TO WS-RTV-COUNT
           END-EVALUATE.

           ADD 1 TO WS-CREDITED-COUNT.
           MOVE "CREDITED" TO WS-REGISTER-RESULT.
           PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT.
       3000-EXIT.
           EXIT.

       3050-COUNT-AS-CREDITED SECTION.
       3050-START.
           IF WS-RT-ORDER-NO(WS-PRIOR-IDX) = WS-RT-ORDER-NO(WS-RMA-IDX)
                   AND WS-RT-PRODUCT-ID(WS-PRIOR-IDX)
                       = WS-RT-PRODUCT-ID(WS-RMA-IDX)
               ADD WS-RETURN-QTY TO WS-RT-CREDITED-QTY(WS-PRIOR-IDX)
           END-IF.
           IF WS-RT-RMA-NO(WS-PRIOR-IDX) = WS-RT-RMA-NO(WS-RMA-IDX)
               SET WS-RT-ALREADY-CREDITED(WS-PRIOR-IDX) TO TRUE
           END-IF.
       3050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-ISSUE-CREDIT-MEMO
      * Credits the returned quantity at the original invoice price:
      * a credit memo on CUSTINV, a CRMO row on the receivable feed,
      * and the customer's open balance brought down to match.
      *----------------------------------------------------------------
       3100-ISSUE-CREDIT-MEMO SECTION.
       3100-START.
           PERFORM 3600-NEXT-CREDIT-NUMBER THRU 3600-EXIT.
           COMPUTE WS-CREDIT-AMOUNT =
               WS-RETURN-QTY * WS-RT-UNIT-PRICE(WS-RMA-IDX).
           ADD WS-CREDIT-AMOUNT TO WS-CREDIT-TOTAL.

           OPEN EXTEND INVOICE-FILE.
           IF CI-FILE-STATUS = "05" OR CI-FILE-STATUS = "35"
               CLOSE INVOICE-FILE
               OPEN OUTPUT INVOICE-FILE
           END-IF.
           IF CI-FILE-STATUS NOT = "00"
               DISPLAY "RMAPROC: UNABLE TO OPEN CUSTINV, STATUS="
                   CI-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES            TO CI-RECORD
               MOVE WS-CREDIT-NO      TO CI-INVOICE-NO
               MOVE 1                 TO CI-LINE-NO
               SET CI-CREDIT-MEMO TO TRUE
               MOVE WS-RT-ORDER-NO(WS-RMA-IDX)    TO CI-ORDER-NO
               MOVE WS-RT-CUSTOMER-NO(WS-RMA-IDX) TO CI-CUSTOMER-NO
               MOVE WS-RT-PRODUCT-ID(WS-RMA-IDX)  TO CI-PRODUCT-ID
               MOVE WS-RETURN-QTY     TO CI-QUANTITY
               MOVE WS-RT-UNIT-PRICE(WS-RMA-IDX)  TO CI-UNIT-PRICE
               MOVE WS-CREDIT-AMOUNT  TO CI-EXTENDED
               MOVE WS-TODAY-DATE     TO CI-INVOICE-DATE
               MOVE WS-RT-RMA-NO(WS-RMA-IDX)      TO CI-RMA-NO
               WRITE CI-RECORD
               CLOSE INVOICE-FILE
           END-IF.

           OPEN EXTEND RECEIVABLE-FEED.
           IF GF-FILE-STATUS = "05" OR GF-FILE-STATUS = "35"
               CLOSE RECEIVABLE-FEED
               OPEN OUTPUT RECEIVABLE-FEED
           END-IF.
           IF GF-FILE-STATUS NOT = "00"
               DISPLAY "RMAPROC: UNABLE TO OPEN ARXTRACT, STATUS="
                   GF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES            TO GF-RECORD
               MOVE "CRMO"            TO GF-SOURCE-CODE
               MOVE WS-CREDIT-NO      TO GF-REFERENCE
               MOVE WS-RT-CUSTOMER-NO(WS-RMA-IDX) TO GF-PARTY
               MOVE WS-CREDIT-AMOUNT  TO GF-AMOUNT
               MOVE WS-TODAY-DATE     TO GF-POST-DATE
               WRITE GF-RECORD
               CLOSE RECEIVABLE-FEED
           END-IF.

           SET WS-CUSTOMER-FOUND-SW TO "N".
           MOVE WS-RT-CUSTOMER-NO(WS-RMA-IDX) TO CU-CUSTOMER-NO.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CUSTOMER-FOUND TO TRUE
           END-READ.
           IF WS-CUSTOMER-FOUND
               IF WS-CREDIT-AMOUNT > CU-OPEN-BALANCE
                   MOVE ZERO TO CU-OPEN-BALANCE
               ELSE
                   SUBTRACT WS-CREDIT-AMOUNT FROM CU-OPEN-BALANCE
               END-IF
               REWRITE CU-RECORD
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-WRITE-RESTOCK-MOVE
      * Restockable goods go back through INVPOST as a customer-
      * return movement, so the same validation and period rules
      * apply as for any other stock change.
      *----------------------------------------------------------------
       3300-WRITE-RESTOCK-MOVE SECTION.
       3300-START.
           OPEN EXTEND INV-MOVES.
           IF IM-FILE-STATUS = "05" OR IM-FILE-STATUS = "35"
               CLOSE INV-MOVES
               OPEN OUTPUT INV-MOVES
           END-IF.
           IF IM-FILE-STATUS NOT = "00"
               DISPLAY "RMAPROC: UNABLE TO OPEN INVMOVE, STATUS="
                   IM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3300-EXIT
           END-IF.

           MOVE SPACES        TO IM-RECORD.
           MOVE WS-RT-PRODUCT-ID(WS-RMA-IDX) TO IM-PRODUCT-ID.
           MOVE "C"           TO IM-MOVE-TYPE.
           MOVE SPACE         TO IM-ADJUST-SIGN.
           MOVE WS-RETURN-QTY TO IM-QUANTITY.
           MOVE WS-TODAY-DATE TO IM-MOVE-DATE.
           MOVE SPACES        TO IM-VENDOR-CODE.
           MOVE "CWHS"        TO IM-LOCATION-CODE.
           MOVE SPACES        TO IM-TO-LOCATION.
           WRITE IM-RECORD.
           CLOSE INV-MOVES.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3400-WRITE-DISPOSITION
      * Scrapped and return-to-vendor goods never reach stock; they
      * are recorded on the RMADISP register. RD-DISPOSITION is set
      * by the caller.
      *----------------------------------------------------------------
       3400-WRITE-DISPOSITION SECTION.
       3400-START.
           OPEN EXTEND DISPOSITION-FILE.
           IF RD-FILE-STATUS = "05" OR RD-FILE-STATUS = "35"
               CLOSE DISPOSITION-FILE
               OPEN OUTPUT DISPOSITION-FILE
           END-IF.
           IF RD-FILE-STATUS NOT = "00"
               DISPLAY "RMAPROC: UNABLE TO OPEN RMADISP, STATUS="
                   RD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3400-EXIT
           END-IF.

           MOVE WS-RT-RMA-NO(WS-RMA-IDX)      TO RD-RMA-NO.
           MOVE WS-RT-ORDER-NO(WS-RMA-IDX)    TO RD-ORDER-NO.
           MOVE WS-RT-PRODUCT-ID(WS-RMA-IDX)  TO RD-PRODUCT-ID.
           MOVE WS-RETURN-QTY                 TO RD-QUANTITY.
           MOVE WS-RT-VENDOR-CODE(WS-RMA-IDX) TO RD-VENDOR-CODE.
           MOVE WS-RT-REASON(WS-RMA-IDX)      TO RD-REASON.
           MOVE WS-TODAY-DATE                 TO RD-RETURN-DATE.
           WRITE RD-RECORD.
           CLOSE DISPOSITION-FILE.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3600-NEXT-CREDIT-NUMBER
      * Credit memos share the invoice numbering on INVSEQ, the
      * TLWONUM pattern. A missing file starts the numbering at one.
      *----------------------------------------------------------------
       3600-NEXT-CREDIT-NUMBER SECTION.
       3600-START.
           MOVE 1 TO WS-CREDIT-NO.
           OPEN INPUT INVOICE-SEQUENCE.
           IF SQ-FILE-STATUS = "00"
               READ INVOICE-SEQUENCE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SQ-NEXT-NUMBER TO WS-CREDIT-NO
               END-READ
               CLOSE INVOICE-SEQUENCE
           END-IF.

           OPEN OUTPUT INVOICE-SEQUENCE.
           IF SQ-FILE-STATUS NOT = "00"
               DISPLAY "RMAPROC: UNABLE TO REWRITE INVSEQ, STATUS="
                   SQ-FILE-STATUS
               GO TO 3600-EXIT
           END-IF.
           COMPUTE SQ-NEXT-NUMBER = WS-CREDIT-NO + 1.
           WRITE SQ-RECORD.
           CLOSE INVOICE-SEQUENCE.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-REGISTER
      * One register line per return. The result and reason are set
      * by the caller.
      *----------------------------------------------------------------
       5000-WRITE-REGISTER SECTION.
       5000-START.
           MOVE WS-RT-RMA-NO(WS-RMA-IDX)      TO DL-RMA-NO.
           MOVE WS-RT-ORDER-NO(WS-RMA-IDX)    TO DL-ORDER-NO.
           MOVE WS-RT-PRODUCT-ID(WS-RMA-IDX)  TO DL-PRODUCT-ID.
           MOVE WS-RETURN-QTY                 TO DL-QUANTITY.
           MOVE WS-RT-DISPOSITION(WS-RMA-IDX) TO DL-DISPOSITION.
           MOVE WS-CREDIT-NO                  TO DL-CREDIT-NO.
           MOVE WS-CREDIT-AMOUNT              TO DL-CREDIT-AMOUNT.
           MOVE WS-REGISTER-RESULT            TO DL-RESULT.
           MOVE WS-REJECT-REASON              TO DL-REASON.
           WRITE REG-LINE FROM WS-DETAIL-LINE.
       5000-EXIT.
           EXIT.

       5500-REGISTER-REJECT SECTION.
       5500-START.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE "REJECTED" TO WS-REGISTER-RESULT.
           PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the run summary.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           MOVE SPACES TO REG-LINE.
           WRITE REG-LINE.
           MOVE WS-CREDIT-TOTAL TO TL-CREDIT-TOTAL.
           WRITE REG-LINE FROM WS-TOTAL-LINE.
           CLOSE CUSTOMER-MASTER RETURN-REGISTER.
           DISPLAY "RMAPROC: CREDITED  = " WS-CREDITED-COUNT.
           DISPLAY "RMAPROC: RESTOCKED = " WS-RESTOCK-COUNT.
           DISPLAY "RMAPROC: SCRAPPED  = " WS-SCRAP-COUNT.
           DISPLAY "RMAPROC: TO VENDOR = " WS-RTV-COUNT.
           DISPLAY "RMAPROC: REJECTED  = " WS-REJECTED-COUNT.
       9000-EXIT.
           EXIT.
