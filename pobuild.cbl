       IDENTIFICATION DIVISION.
       PROGRAM-ID. POBUILD.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. RAISES PURCHASE ORDERS FROM THE
      *                  NIGHTLY REORDER SUGGESTIONS INSTEAD OF A
      *                  BUYER TYPING THEM UP FROM THE REORDRPT
      *                  LISTING. THE BUYER APPROVES A SUGGESTION BY
      *                  PUTTING A CARD ON POAPPR (PRODUCT, VENDOR,
      *                  OPTIONAL QUANTITY OVERRIDE, OPTIONAL LEAD
      *                  DAYS); EVERY APPROVED PURSUGG ROW WHOSE
      *                  VENDOR IS ACTIVE ON VENDMAST BECOMES AN OPEN
      *                  LINE ON THE POMAST PURCHASE-ORDER MASTER,
      *                  ONE PO PER VENDOR, NUMBERED FROM THE POSEQ
      *                  FILE (THE TLWONUM PATTERN), COSTED AT THE
      *                  COSTMAST UNIT COST AND DUE THE LEAD DAYS
      *                  OUT (14 WHEN THE CARD GIVES NONE). THE
      *                  POREG REGISTER SHOWS EVERY SUGGESTION AS
      *                  ORDERED, NOT APPROVED, OR REJECTED.
      * 10/15/26   OPS   A SUGGESTION WHOSE PRODUCT ALREADY HAS AN OPEN
      *                  LINE ON POMAST IS REJECTED - OPEN PO ALREADY
      *                  ON FILE - SO RERUNNING AGAINST THE SAME POAPPR
      *                  CARDS NO LONGER RAISES A SECOND ORDER. MORE
      *                  THAN 500 PRODUCTS ON OPEN LINES REFUSES THE
      *                  RUN WITH RC 16.
      * 10/15/26   OPS   MORE THAN 500 POAPPR CARDS NOW REFUSES THE RUN
      *                  WITH RC 16 INSTEAD OF THE LATER APPROVALS
      *                  BEING IGNORED WITHOUT A WORD.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASE-SUGGESTIONS ASSIGN TO "PURSUGG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PG-FILE-STATUS.
           SELECT PO-APPROVALS ASSIGN TO "POAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PA-FILE-STATUS.
           SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VN-VENDOR-CODE
               FILE STATUS IS VN-FILE-STATUS.
           SELECT COST-MASTER ASSIGN TO "COSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-PRODUCT-ID
               FILE STATUS IS CM-FILE-STATUS.
           SELECT PURCHASE-ORDERS ASSIGN TO "POMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS PO-FILE-STATUS.
           SELECT PO-SEQUENCE ASSIGN TO "POSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SQ-FILE-STATUS.
           SELECT PO-REGISTER ASSIGN TO "POREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PURCHASE-SUGGESTIONS.
       01  PG-RECORD.
           05  PG-PRODUCT-ID           PIC X(05).
           05  FILLER                  PIC X(01).
           05  PG-ON-HAND              PIC 9(07).
           05  FILLER                  PIC X(01).
           05  PG-REORDER-POINT        PIC 9(07).
           05  FILLER                  PIC X(01).
           05  PG-SUGGESTED-QTY        PIC 9(07).
           05  FILLER                  PIC X(01).
           05  PG-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PG-ON-ORDER             PIC 9(07).
       FD  PO-APPROVALS.
       01  PA-RECORD.
           05  PA-PRODUCT-ID           PIC X(05).
           05  FILLER                  PIC X(01).
           05  PA-VENDOR-CODE          PIC X(05).
           05  FILLER                  PIC X(01).
           05  PA-APPROVED-QTY         PIC X(07).
           05  FILLER                  PIC X(01).
           05  PA-LEAD-DAYS            PIC X(03).
       FD  VENDOR-MASTER.
       COPY "VENDMAST.cpy".
       FD  COST-MASTER.
       COPY "COSTMAST.cpy".
       FD  PURCHASE-ORDERS.
       COPY "POMAST.cpy".
       FD  PO-SEQUENCE.
       01  SQ-RECORD.
           05  SQ-NEXT-NUMBER          PIC 9(06).
       FD  PO-REGISTER.
       01  REG-LINE                    PIC X(90).
       WORKING-STORAGE SECTION.
        01 PG-FILE-STATUS              PIC XX.
        01 PA-FILE-STATUS              PIC XX.
        01 VN-FILE-STATUS              PIC XX.
        01 CM-FILE-STATUS              PIC XX.
        01 PO-FILE-STATUS              PIC XX.
        01 SQ-FILE-STATUS              PIC XX.
        01 REG-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-APPROVAL-FOUND-SW    PIC X(01) VALUE "N".
              88 WS-APPROVAL-FOUND            VALUE "Y".
           05 WS-VENDOR-FOUND-SW      PIC X(01) VALUE "N".
              88 WS-VENDOR-FOUND              VALUE "Y".
           05 WS-COST-MASTER-SW       PIC X(01) VALUE "N".
              88 WS-COST-MASTER-PRESENT       VALUE "Y".
           05 WS-OPEN-PO-FOUND-SW     PIC X(01) VALUE "N".
              88 WS-OPEN-PO-FOUND             VALUE "Y".
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-APPROVAL-COUNT           PIC 9(03) VALUE ZERO.
        01 WS-APPROVAL-TABLE.
           05 WS-APPROVAL-ENTRY OCCURS 500 TIMES.
              10 WS-AP-PRODUCT-ID     PIC X(05).
              10 WS-AP-VENDOR-CODE    PIC X(05).
              10 WS-AP-QTY            PIC 9(07).
              10 WS-AP-LEAD-DAYS      PIC 9(03).
        01 WS-APPROVAL-IDX             PIC 9(03) VALUE ZERO.
        01 WS-FOUND-IDX                PIC 9(03) VALUE ZERO.
        01 WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
        01 WS-LINE-TABLE.
           05 WS-LINE-ENTRY OCCURS 500 TIMES.
              10 WS-LN-VENDOR-CODE    PIC X(05).
              10 WS-LN-PRODUCT-ID     PIC X(05).
              10 WS-LN-QTY            PIC 9(07).
              10 WS-LN-UNIT-COST      PIC 9(05)V99.
              10 WS-LN-EXPECTED-DATE  PIC 9(08).
              10 WS-LN-PO-NUMBER      PIC 9(06).
        01 WS-LINE-IDX                 PIC 9(03) VALUE ZERO.
        01 WS-OPEN-PO-COUNT            PIC 9(03) VALUE ZERO.
        01 WS-OPEN-PO-TABLE.
           05 WS-OPEN-PO-ENTRY OCCURS 500 TIMES.
              10 WS-OP-PRODUCT-ID     PIC X(05).
        01 WS-OPEN-PO-IDX              PIC 9(03) VALUE ZERO.
        01 WS-GROUP-IDX                PIC 9(03) VALUE ZERO.
        01 WS-PO-NUMBER                PIC 9(06) VALUE ZERO.
        01 WS-PO-LINE-NO               PIC 9(03) VALUE ZERO.
        01 WS-GROUP-VENDOR             PIC X(05) VALUE SPACES.
        01 WS-ORDER-QTY                PIC 9(07) VALUE ZERO.
        01 WS-LEAD-DAYS                PIC 9(03) VALUE ZERO.
        01 WS-DAY-IDX                  PIC 9(03) VALUE ZERO.
        01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
        01 WS-WORK-DATE                PIC 9(08).
        01 WS-WORK-DATE-FIELDS REDEFINES WS-WORK-DATE.
           05 WS-WORK-YEAR             PIC 9(04).
           05 WS-WORK-MONTH            PIC 9(02).
           05 WS-WORK-DAY              PIC 9(02).
        01 WS-MONTH-END                PIC 9(02) VALUE ZERO.
        01 WS-LEAP-WORK                PIC 9(04) VALUE ZERO.
        01 WS-LEAP-REMAINDER           PIC 9(04) VALUE ZERO.
        01 WS-MONTH-LENGTHS.
           05 FILLER      PIC X(24) VALUE "312831303130313130313031".
        01 WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           05 WS-MONTH-LENGTH OCCURS 12 TIMES PIC 9(02).
        01 WS-TALLY-COUNTS.
           05 WS-SUGGESTION-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-ORDERED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-UNAPPROVED-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-PO-COUNT             PIC 9(05) VALUE ZERO.
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(30) VALUE
                  "PURCHASE ORDER REGISTER FOR   ".
           05 HL-DATE                 PIC 9(08).
        01 WS-DETAIL-LINE.
           05 DL-PRODUCT-ID           PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-VENDOR-CODE          PIC X(05).
           05 FILLER                  PIC X(05) VALUE " QTY ".
           05 DL-QTY                  PIC ZZZZZZ9.
           05 FILLER                  PIC X(04) VALUE " PO ".
           05 DL-PO-NUMBER            PIC ZZZZZ9.
           05 FILLER                  PIC X(01) VALUE "/".
           05 DL-PO-LINE              PIC 999.
           05 FILLER                  PIC X(05) VALUE " DUE ".
           05 DL-EXPECTED-DATE        PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-RESULT               PIC X(12).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-REASON               PIC X(26).
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CHECK-ONE-SUGGESTION THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 3000-RAISE-ORDERS THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Loads the buyer's approval cards and opens the suggestions,
      * the masters, and the register. The PO master is created on
      * first use; otherwise every product it already has an open
      * line for is loaded so that product is not ordered twice.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           OPEN INPUT PO-APPROVALS.
           IF PA-FILE-STATUS NOT = "00"
               DISPLAY "POBUILD: NO POAPPR APPROVALS - NOTHING TO"
                   " ORDER"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-ONE-APPROVAL THRU 1100-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE PO-APPROVALS.

           OPEN INPUT PURCHASE-SUGGESTIONS.
           IF PG-FILE-STATUS NOT = "00"
               DISPLAY "POBUILD: UNABLE TO OPEN PURSUGG - STATUS "
                   PG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT VENDOR-MASTER.
           IF VN-FILE-STATUS NOT = "00"
               DISPLAY "POBUILD: UNABLE TO OPEN VENDMAST - STATUS "
                   VN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT COST-MASTER.
           IF CM-FILE-STATUS = "00"
               SET WS-COST-MASTER-PRESENT TO TRUE
           ELSE
               DISPLAY "POBUILD: NO COST MASTER - LINES COSTED AT"
                   " ZERO"
           END-IF.

           OPEN I-O PURCHASE-ORDERS.
           IF PO-FILE-STATUS = "35"
               OPEN OUTPUT PURCHASE-ORDERS
               CLOSE PURCHASE-ORDERS
               OPEN I-O PURCHASE-ORDERS
           END-IF.
           IF PO-FILE-STATUS NOT = "00"
               DISPLAY "POBUILD: UNABLE TO OPEN POMAST - STATUS "
                   PO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-LOAD-ONE-OPEN-PO THRU 1200-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".

           OPEN OUTPUT PO-REGISTER.
           IF REG-FILE-STATUS NOT = "00"
               DISPLAY "POBUILD: UNABLE TO OPEN POREG - STATUS "
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

       1100-LOAD-ONE-APPROVAL SECTION.
       1100-START.
           READ PO-APPROVALS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.

           IF PA-PRODUCT-ID = SPACES OR PA-VENDOR-CODE = SPACES
               DISPLAY "POBUILD: POAPPR CARD SKIPPED - " PA-RECORD
               GO TO 1100-EXIT
           END-IF.
           IF PA-APPROVED-QTY NOT = SPACES
                   AND PA-APPROVED-QTY NOT NUMERIC
               DISPLAY "POBUILD: POAPPR CARD SKIPPED - " PA-RECORD
               GO TO 1100-EXIT
           END-IF.
           IF WS-APPROVAL-COUNT = 500
               DISPLAY "POBUILD: POAPPR HAS MORE THAN 500 CARDS - RUN"
                   " REFUSED, NOTHING ORDERED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-APPROVAL-COUNT.
           MOVE PA-PRODUCT-ID
               TO WS-AP-PRODUCT-ID(WS-APPROVAL-COUNT).
           MOVE PA-VENDOR-CODE
               TO WS-AP-VENDOR-CODE(WS-APPROVAL-COUNT).
           MOVE ZERO TO WS-AP-QTY(WS-APPROVAL-COUNT).
           IF PA-APPROVED-QTY NUMERIC
               MOVE PA-APPROVED-QTY TO WS-AP-QTY(WS-APPROVAL-COUNT)
           END-IF.
           MOVE 14 TO WS-AP-LEAD-DAYS(WS-APPROVAL-COUNT).
           IF PA-LEAD-DAYS NUMERIC
               MOVE PA-LEAD-DAYS
                   TO WS-AP-LEAD-DAYS(WS-APPROVAL-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-ONE-OPEN-PO
      * Notes the product on each open POMAST line, once per product.
      * A product left out of the table could be ordered a second
      * time, so a POMAST with more open products than the table
      * holds refuses the run before anything is raised.
      *----------------------------------------------------------------
       1200-LOAD-ONE-OPEN-PO SECTION.
       1200-START.
           READ PURCHASE-ORDERS NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1200-EXIT
           END-READ.

           IF NOT PO-LINE-OPEN
               GO TO 1200-EXIT
           END-IF.

           SET WS-OPEN-PO-FOUND-SW TO "N".
           PERFORM 1210-MATCH-ONE-OPEN-PO THRU 1210-EXIT
               VARYING WS-OPEN-PO-IDX FROM 1 BY 1
               UNTIL WS-OPEN-PO-IDX > WS-OPEN-PO-COUNT
                   OR WS-OPEN-PO-FOUND.
           IF WS-OPEN-PO-FOUND
               GO TO 1200-EXIT
           END-IF.

           IF WS-OPEN-PO-COUNT = 500
               DISPLAY "POBUILD: POMAST HAS MORE THAN 500 PRODUCTS ON"
                   " OPEN LINES - RUN REFUSED, NOTHING ORDERED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-OPEN-PO-COUNT.
           MOVE PO-PRODUCT-ID TO WS-OP-PRODUCT-ID(WS-OPEN-PO-COUNT).
       1200-EXIT.
           EXIT.

       1210-MATCH-ONE-OPEN-PO SECTION.
       1210-START.
           IF WS-OP-PRODUCT-ID(WS-OPEN-PO-IDX) = PO-PRODUCT-ID
               SET WS-OPEN-PO-FOUND TO TRUE
           END-IF.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CHECK-ONE-SUGGESTION
      * One reorder suggestion against the buyer's approvals. An
      * approved suggestion with a good vendor is held in the line
      * table until every suggestion has been seen, so each vendor
      * gets one purchase order however its products are spread
      * through the file. A product that already has an open line
      * on POMAST is rejected, so a rerun against the same POAPPR
      * cards does not order it again.
      *----------------------------------------------------------------
       2000-CHECK-ONE-SUGGESTION SECTION.
       2000-START.
           READ PURCHASE-SUGGESTIONS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.

           ADD 1 TO WS-SUGGESTION-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE ZERO TO WS-PO-NUMBER WS-PO-LINE-NO.

           SET WS-APPROVAL-FOUND-SW TO "N".
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM 2100-MATCH-ONE-APPROVAL THRU 2100-EXIT
               VARYING WS-APPROVAL-IDX FROM 1 BY 1
               UNTIL WS-APPROVAL-IDX > WS-APPROVAL-COUNT
                   OR WS-APPROVAL-FOUND.
           IF NOT WS-APPROVAL-FOUND
               ADD 1 TO WS-UNAPPROVED-COUNT
               MOVE SPACES TO DL-VENDOR-CODE
               MOVE PG-SUGGESTED-QTY TO WS-ORDER-QTY
               MOVE ZERO TO WS-WORK-DATE
               MOVE "NOT APPROVED" TO DL-RESULT
               PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE WS-AP-VENDOR-CODE(WS-FOUND-IDX) TO DL-VENDOR-CODE.
           MOVE PG-SUGGESTED-QTY TO WS-ORDER-QTY.
           IF WS-AP-QTY(WS-FOUND-IDX) > ZERO
               MOVE WS-AP-QTY(WS-FOUND-IDX) TO WS-ORDER-QTY
           END-IF.
           MOVE ZERO TO WS-WORK-DATE.

           PERFORM 2200-CHECK-VENDOR THRU 2200-EXIT.
           IF WS-REJECT-REASON = SPACES
               SET WS-OPEN-PO-FOUND-SW TO "N"
               PERFORM 2300-MATCH-ONE-OPEN-PO THRU 2300-EXIT
                   VARYING WS-OPEN-PO-IDX FROM 1 BY 1
                   UNTIL WS-OPEN-PO-IDX > WS-OPEN-PO-COUNT
                       OR WS-OPEN-PO-FOUND
               IF WS-OPEN-PO-FOUND
                   MOVE "OPEN PO ALREADY ON FILE" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES AND WS-ORDER-QTY = ZERO
               MOVE "ZERO ORDER QUANTITY" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
                   AND WS-LINE-COUNT >= 500
               MOVE "LINE TABLE FULL - RERUN" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED" TO DL-RESULT
               PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE WS-TODAY-DATE TO WS-WORK-DATE.
           MOVE WS-AP-LEAD-DAYS(WS-FOUND-IDX) TO WS-LEAD-DAYS.
           PERFORM 8700-ADD-ONE-DAY THRU 8700-EXIT
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-LEAD-DAYS.

           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-AP-VENDOR-CODE(WS-FOUND-IDX)
               TO WS-LN-VENDOR-CODE(WS-LINE-COUNT).
           MOVE PG-PRODUCT-ID TO WS-LN-PRODUCT-ID(WS-LINE-COUNT).
           MOVE WS-ORDER-QTY  TO WS-LN-QTY(WS-LINE-COUNT).
           MOVE WS-WORK-DATE  TO WS-LN-EXPECTED-DATE(WS-LINE-COUNT).
           MOVE ZERO          TO WS-LN-PO-NUMBER(WS-LINE-COUNT).
           MOVE ZERO          TO WS-LN-UNIT-COST(WS-LINE-COUNT).
           IF WS-COST-MASTER-PRESENT
               MOVE PG-PRODUCT-ID TO CM-PRODUCT-ID
               READ COST-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-UNIT-COST
                           TO WS-LN-UNIT-COST(WS-LINE-COUNT)
               END-READ
           END-IF.
       2000-EXIT.
           EXIT.

       2100-MATCH-ONE-APPROVAL SECTION.
       2100-START.
           IF WS-AP-PRODUCT-ID(WS-APPROVAL-IDX) = PG-PRODUCT-ID
               SET WS-APPROVAL-FOUND TO TRUE
               MOVE WS-APPROVAL-IDX TO WS-FOUND-IDX
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-CHECK-VENDOR
      * The approved vendor must be on the vendor master and active
      * - the same rule INVPOST applies to the receipt later.
      *----------------------------------------------------------------
       2200-CHECK-VENDOR SECTION.
       2200-START.
           SET WS-VENDOR-FOUND-SW TO "N".
           MOVE WS-AP-VENDOR-CODE(WS-FOUND-IDX) TO VN-VENDOR-CODE.
           READ VENDOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-VENDOR-FOUND TO TRUE
           END-READ.

           IF NOT WS-VENDOR-FOUND
               MOVE "VENDOR NOT ON MASTER" TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.

           IF VN-INACTIVE
               MOVE "VENDOR INACTIVE" TO WS-REJECT-REASON
           END-IF.
       2200-EXIT.
           EXIT.

       2300-MATCH-ONE-OPEN-PO SECTION.
       2300-START.
           IF WS-OP-PRODUCT-ID(WS-OPEN-PO-IDX) = PG-PRODUCT-ID
               SET WS-OPEN-PO-FOUND TO TRUE
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-RAISE-ORDERS
      * Walks the held lines; the first line of each vendor not yet
      * on an order draws a new PO number and gathers every other
      * line for the same vendor under it.
      *----------------------------------------------------------------
       3000-RAISE-ORDERS SECTION.
       3000-START.
           PERFORM 3100-RAISE-ONE-ORDER THRU 3100-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT.
       3000-EXIT.
           EXIT.

       3100-RAISE-ONE-ORDER SECTION.
       3100-START.
           IF WS-LN-PO-NUMBER(WS-LINE-IDX) NOT = ZERO
               GO TO 3100-EXIT
           END-IF.

           PERFORM 3500-NEXT-PO-NUMBER THRU 3500-EXIT.
           ADD 1 TO WS-PO-COUNT.
           MOVE ZERO TO WS-PO-LINE-NO.
           MOVE WS-LN-VENDOR-CODE(WS-LINE-IDX) TO WS-GROUP-VENDOR.
           PERFORM 3200-ADD-ONE-LINE THRU 3200-EXIT
               VARYING WS-GROUP-IDX FROM WS-LINE-IDX BY 1
               UNTIL WS-GROUP-IDX > WS-LINE-COUNT.
       3100-EXIT.
           EXIT.

       3200-ADD-ONE-LINE SECTION.
       3200-START.
           IF WS-LN-PO-NUMBER(WS-GROUP-IDX) NOT = ZERO
                   OR WS-LN-VENDOR-CODE(WS-GROUP-IDX)
                       NOT = WS-GROUP-VENDOR
               GO TO 3200-EXIT
           END-IF.

           ADD 1 TO WS-PO-LINE-NO.
           MOVE WS-PO-NUMBER TO WS-LN-PO-NUMBER(WS-GROUP-IDX).

           MOVE SPACES           TO PO-RECORD.
           MOVE WS-PO-NUMBER     TO PO-NUMBER.
           MOVE WS-PO-LINE-NO    TO PO-LINE-NO.
           MOVE WS-GROUP-VENDOR  TO PO-VENDOR-CODE.
           MOVE WS-LN-PRODUCT-ID(WS-GROUP-IDX) TO PO-PRODUCT-ID.
           MOVE WS-LN-QTY(WS-GROUP-IDX)        TO PO-ORDER-QTY.
           MOVE ZERO             TO PO-RECEIVED-QTY.
           MOVE WS-LN-UNIT-COST(WS-GROUP-IDX)  TO PO-UNIT-COST.
           MOVE WS-TODAY-DATE    TO PO-ORDER-DATE.
           MOVE WS-LN-EXPECTED-DATE(WS-GROUP-IDX)
               TO PO-EXPECTED-DATE.
           SET PO-LINE-OPEN TO TRUE.
           MOVE ZERO             TO PO-CLOSE-DATE.
           WRITE PO-RECORD
               INVALID KEY
                   DISPLAY "POBUILD: PO " WS-PO-NUMBER "/"
                       WS-PO-LINE-NO " ALREADY ON POMAST - CHECK"
                       " POSEQ"
                   MOVE 8 TO RETURN-CODE
                   GO TO 3200-EXIT
           END-WRITE.
           ADD 1 TO WS-ORDERED-COUNT.

           MOVE PO-PRODUCT-ID    TO PG-PRODUCT-ID.
           MOVE PO-VENDOR-CODE   TO DL-VENDOR-CODE.
           MOVE PO-ORDER-QTY     TO WS-ORDER-QTY.
           MOVE PO-EXPECTED-DATE TO WS-WORK-DATE.
           MOVE "ORDERED"        TO DL-RESULT.
           MOVE SPACES           TO WS-REJECT-REASON.
           MOVE WS-PO-LINE-NO    TO DL-PO-LINE.
           PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-NEXT-PO-NUMBER
      * Draws the next purchase-order number from the POSEQ file and
      * advances it, the TLWONUM pattern. A missing file starts the
      * numbering at one.
      *----------------------------------------------------------------
       3500-NEXT-PO-NUMBER SECTION.
       3500-START.
           MOVE 1 TO WS-PO-NUMBER.
           OPEN INPUT PO-SEQUENCE.
           IF SQ-FILE-STATUS = "00"
               READ PO-SEQUENCE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SQ-NEXT-NUMBER TO WS-PO-NUMBER
               END-READ
               CLOSE PO-SEQUENCE
           END-IF.

           OPEN OUTPUT PO-SEQUENCE.
           IF SQ-FILE-STATUS NOT = "00"
               DISPLAY "POBUILD: UNABLE TO REWRITE POSEQ, STATUS="
                   SQ-FILE-STATUS
               GO TO 3500-EXIT
           END-IF.
           COMPUTE SQ-NEXT-NUMBER = WS-PO-NUMBER + 1.
           WRITE SQ-RECORD.
           CLOSE PO-SEQUENCE.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-REGISTER
      * One register line per suggestion. DL-RESULT and the vendor
      * are set by the caller; a PO number prints only on an
      * ordered line.
      *----------------------------------------------------------------
       5000-WRITE-REGISTER SECTION.
       5000-START.
           MOVE PG-PRODUCT-ID    TO DL-PRODUCT-ID.
           MOVE WS-ORDER-QTY     TO DL-QTY.
           MOVE WS-PO-NUMBER     TO DL-PO-NUMBER.
           IF DL-RESULT NOT = "ORDERED"
               MOVE ZERO TO DL-PO-NUMBER
               MOVE ZERO TO DL-PO-LINE
           END-IF.
           MOVE WS-WORK-DATE     TO DL-EXPECTED-DATE.
           MOVE WS-REJECT-REASON TO DL-REASON.
           WRITE REG-LINE FROM WS-DETAIL-LINE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8700-ADD-ONE-DAY
      * Advances WS-WORK-DATE (YYYYMMDD) by one calendar day,
      * rolling the month and year and allowing for leap years.
      *----------------------------------------------------------------
       8700-ADD-ONE-DAY SECTION.
       8700-START.
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
      * Closes the files and prints the run summary.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           MOVE SPACES TO REG-LINE.
           WRITE REG-LINE.
           IF WS-ORDERED-COUNT = ZERO
               MOVE "NO PURCHASE ORDERS RAISED" TO REG-LINE
               WRITE REG-LINE
           END-IF.
           CLOSE PURCHASE-SUGGESTIONS VENDOR-MASTER PURCHASE-ORDERS
               PO-REGISTER.
           IF WS-COST-MASTER-PRESENT
               CLOSE COST-MASTER
           END-IF.
           DISPLAY "POBUILD: SUGGESTIONS   = " WS-SUGGESTION-COUNT.
           DISPLAY "POBUILD: POS RAISED    = " WS-PO-COUNT.
           DISPLAY "POBUILD: LINES ORDERED = " WS-ORDERED-COUNT.
           DISPLAY "POBUILD: NOT APPROVED  = " WS-UNAPPROVED-COUNT.
           DISPLAY "POBUILD: REJECTED      = " WS-REJECTED-COUNT.
       9000-EXIT.
           EXIT.
