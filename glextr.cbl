      *                  EXTRACT TAKES ONLY THE ROWS DATED THE RUN
      *                  DATE (THE GLEXCTL CARD OVERRIDES IT FOR A
      *                  RERUN OR A BACK-DATED POSTING DAY).
      * 10/15/26   OPS   CUSTOMER BILLING REACHES THE LEDGER: THE
      *                  ARXTRACT RECEIVABLE FEED SHIPCONF APPENDS
      *                  (SEE GLFEED.CPY) IS READ FOR ROWS DATED THE
      *                  EXTRACT DATE AND EACH ROW, ALREADY VALUED,
      *                  IS JOURNALED UNDER ITS OWN SOURCE CODE (SALE
      *                  FOR AN INVOICE) THROUGH GLMAP LIKE ANY OTHER
      *                  EVENT. NO FEED ON FILE, NOTHING BILLED.
      * 10/15/26   OPS   CUSTOMER RETURNS: A RESTOCKED RETURN (INVHIST
      *                  MOVE TYPE C) IS JOURNALED UNDER SOURCE CODE
      *                  RTRN, AND THE CREDIT MEMOS RMAPROC ADDS TO
      *                  THE ARXTRACT FEED COME THROUGH UNDER CRMO -
      *                  GLMAP CARRIES THE REVERSING ACCOUNTS FOR
      *                  BOTH.
      * 10/15/26   OPS   A STOCK TRANSFER BETWEEN LOCATIONS (INVHIST
      *                  MOVE TYPE T) LEAVES THE COMPANY TOTAL AND ITS
      *                  VALUE UNCHANGED, SO IT IS PASSED OVER WITHOUT
      *                  A JOURNAL AND WITHOUT COUNTING AS SKIPPED.
      * 10/15/26   OPS   MOVEMENTS ARE NOW VALUED AT THE COSTMAST
      *                  WEIGHTED-AVERAGE UNIT COST (THE MASTER PRICE
      *                  ONLY WHEN NO COST IS ON FILE, COUNTED ON THE
      *                  SUMMARY), SO THE INVENTORY ACCOUNT CARRIES
      *                  STOCK AT COST LIKE THE PERIOD-END VALUATION.
      *                  THE RUN NOW ALSO ROLLS EVERY JOURNAL LINE
      *                  INTO THE GLBAL RUNNING ACCOUNT BALANCES (SEE
      *                  GLBAL.CPY) - ONCE PER EXTRACT DATE, AND ONLY
      *                  WHEN THE RUN BALANCES - FOR VALRPT TO PROVE
      *                  THE VALUATION AGAINST.
      * 10/15/26   OPS   VENDOR INVOICES REACH THE LEDGER: THE APXTRACT
      *                  PAYABLE FEED APMATCH APPENDS FOR EACH INVOICE
      *                  IT APPROVES IS JOURNALED THE SAME WAY AS THE
      *                  RECEIVABLE FEED, UNDER SOURCE CODE APIN - THE
      *                  ACCOUNTS-PAYABLE LIABILITY - THROUGH GLMAP.
      * 10/15/26   OPS   SIGNAL MAINTENANCE LABOR REACHES THE LEDGER:
      *                  THE LBXTRACT FEED LABPOST APPENDS FOR EACH
      *                  COSTED LABOR TICKET IS JOURNALED THE SAME
      *                  WAY, UNDER SOURCE CODE LABR - GLMAP CARRIES
      *                  SIGNAL MAINTENANCE EXPENSE AS THE DEBIT AND
      *                  PAYROLL CLEARING AS THE CREDIT.
      * 10/15/26   OPS   GLBAL NOW HOLDS UP TO 500 ACCOUNTS. A LARGER
      *                  GLBAL REFUSES THE RUN WITH RC 16 BEFORE
      *                  ANYTHING IS JOURNALED, AND A NEW ACCOUNT THAT
      *                  WILL NOT FIT STOPS THE BALANCES BEING ROLLED
      *                  AND ENDS THE RUN RC 8, INSTEAD OF GLBAL BEING
      *                  REWRITTEN SHORT.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PRICE-HISTORY ASSIGN TO "PRICEHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PH-FILE-STATUS.
           SELECT RECEIVABLE-FEED ASSIGN TO "ARXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-FILE-STATUS.
           SELECT PAYABLE-FEED ASSIGN TO "APXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-FILE-STATUS.
           SELECT LABOR-FEED ASSIGN TO "LBXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LB-FILE-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-ID
               FILE STATUS IS PM-FILE-STATUS.
           SELECT COST-MASTER ASSIGN TO "COSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-PRODUCT-ID
               FILE STATUS IS CM-FILE-STATUS.
           SELECT ACCOUNT-BALANCES ASSIGN TO "GLBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GB-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JR-FILE-STATUS.
           05  PH-CHANGE-TIME          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PH-OPERATOR-ID          PIC X(10).
       FD  RECEIVABLE-FEED.
       01  AR-RECORD                   PIC X(43).
       FD  PAYABLE-FEED.
       01  AP-RECORD                   PIC X(43).
       FD  LABOR-FEED.
       01  LB-RECORD                   PIC X(43).
       FD  PRODUCT-MASTER.
       COPY "PRODMAST.cpy".
       FD  COST-MASTER.
       COPY "COSTMAST.cpy".
       FD  ACCOUNT-BALANCES.
       COPY "GLBAL.cpy".
       FD  JOURNAL-FILE.
       01  JR-RECORD.
           05  JR-ACCOUNT              PIC X(08).
        01 IH-FILE-STATUS              PIC XX.
        01 XC-FILE-STATUS              PIC XX.
        01 PH-FILE-STATUS              PIC XX.
        01 AR-FILE-STATUS              PIC XX.
        01 AP-FILE-STATUS              PIC XX.
        01 LB-FILE-STATUS              PIC XX.
        01 PM-FILE-STATUS              PIC XX.
        01 JR-FILE-STATUS              PIC XX.
        01 REG-FILE-STATUS             PIC XX.
        01 CM-FILE-STATUS              PIC XX.
        01 GB-FILE-STATUS              PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
              88 WS-MAP-FOUND                 VALUE "Y".
           05 WS-MASTER-FOUND-SW      PIC X(01) VALUE "N".
              88 WS-MASTER-FOUND              VALUE "Y".
           05 WS-COST-MASTER-SW       PIC X(01) VALUE "N".
              88 WS-COST-MASTER-PRESENT       VALUE "Y".
           05 WS-COST-FOUND-SW        PIC X(01) VALUE "N".
              88 WS-COST-FOUND                VALUE "Y".
           05 WS-ROLL-BALANCES-SW     PIC X(01) VALUE "Y".
              88 WS-ROLL-BALANCES             VALUE "Y".
           05 WS-BAL-FOUND-SW         PIC X(01) VALUE "N".
              88 WS-BAL-FOUND                 VALUE "Y".
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-EXTRACT-DATE             PIC 9(08) VALUE ZERO.
        01 WS-MAP-COUNT                PIC 9(02) VALUE ZERO.
        01 WS-EVENT-VALUE              PIC S9(11)V99 COMP-3 VALUE 0.
        01 WS-PRICE-DELTA              PIC S9(06)V99 COMP-3 VALUE 0.
        01 WS-REFERENCE                PIC X(10) VALUE SPACES.
        01 WS-BAL-COUNT                PIC 9(03) VALUE ZERO.
        01 WS-BAL-TABLE.
           05 WS-BAL-ENTRY OCCURS 500 TIMES.
              10 WS-BL-ACCOUNT        PIC X(08).
              10 WS-BL-BALANCE        PIC S9(13)V99 COMP-3.
              10 WS-BL-THROUGH        PIC 9(08).
        01 WS-BAL-IDX                  PIC 9(03) VALUE ZERO.
        01 WS-BAL-ACCOUNT              PIC X(08) VALUE SPACES.
        01 WS-BAL-AMOUNT               PIC S9(13)V99 COMP-3 VALUE 0.
        01 WS-UNIT-VALUE               PIC 9(05)V99 VALUE ZERO.
        01 WS-DEBIT-TOTAL              PIC S9(13)V99 COMP-3 VALUE 0.
        01 WS-CREDIT-TOTAL             PIC S9(13)V99 COMP-3 VALUE 0.
       COPY "GLFEED.cpy".
        01 WS-TALLY-COUNTS.
           05 WS-MOVE-COUNT           PIC 9(07) VALUE ZERO.
           05 WS-REVAL-COUNT          PIC 9(07) VALUE ZERO.
           05 WS-FEED-COUNT           PIC 9(07) VALUE ZERO.
           05 WS-SKIPPED-COUNT        PIC 9(07) VALUE ZERO.
           05 WS-UNMAPPED-COUNT       PIC 9(07) VALUE ZERO.
           05 WS-AT-PRICE-COUNT       PIC 9(07) VALUE ZERO.
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(28) VALUE
                  "GL JOURNAL REGISTER FOR     ".
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           PERFORM 3000-EXTRACT-REVALUATIONS THRU 3000-EXIT.
           PERFORM 3500-EXTRACT-RECEIVABLES THRU 3500-EXIT.
           PERFORM 3600-EXTRACT-PAYABLES THRU 3600-EXIT.
           PERFORM 3700-EXTRACT-LABOR THRU 3700-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Loads the account map - without it nothing can be journaled -
      * and the running account balances, and opens the movement
      * file, the masters, the journal, and the register.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
               STOP RUN
           END-IF.

           OPEN INPUT ACCOUNT-BALANCES.
           IF GB-FILE-STATUS = "00"
               PERFORM 1200-LOAD-ONE-BALANCE THRU 1200-EXIT
                   UNTIL WS-EOF
               SET WS-EOF-SW TO "N"
               CLOSE ACCOUNT-BALANCES
           END-IF.
           IF NOT WS-ROLL-BALANCES
               DISPLAY "GLEXTR: GLBAL ALREADY HOLDS " WS-EXTRACT-DATE
                   " - BALANCES NOT ROLLED AGAIN"
           END-IF.

           OPEN INPUT COST-MASTER.
           IF CM-FILE-STATUS = "00"
               SET WS-COST-MASTER-PRESENT TO TRUE
           ELSE
               DISPLAY "GLEXTR: NO COST MASTER - MOVEMENTS VALUED"
                   " AT MASTER PRICE"
           END-IF.

           OPEN INPUT MOVE-HISTORY.
           IF IH-FILE-STATUS NOT = "00"
               DISPLAY "GLEXTR: NO INVHIST ON FILE - MOVEMENTS"
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-ONE-BALANCE
      * One running account balance into the table. A balance that
      * has already taken in the extract date means this is a rerun:
      * the journal is cut again but the balances are left alone.
      * GLBAL is rewritten from this table, so a GLBAL larger than
      * the table refuses the run before anything is journaled.
      *----------------------------------------------------------------
       1200-LOAD-ONE-BALANCE SECTION.
       1200-START.
           READ ACCOUNT-BALANCES
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1200-EXIT
           END-READ.

           IF GB-ACCOUNT = SPACES OR GB-BALANCE NOT NUMERIC
               DISPLAY "GLEXTR: GLBAL ENTRY SKIPPED - " GB-RECORD
               GO TO 1200-EXIT
           END-IF.
           IF WS-BAL-COUNT >= 500
               DISPLAY "GLEXTR: GLBAL LARGER THAN 500 ACCOUNTS - RUN"
                   " REFUSED, NOTHING JOURNALED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-BAL-COUNT.
           MOVE GB-ACCOUNT      TO WS-BL-ACCOUNT(WS-BAL-COUNT).
           MOVE GB-BALANCE      TO WS-BL-BALANCE(WS-BAL-COUNT).
           MOVE GB-THROUGH-DATE TO WS-BL-THROUGH(WS-BAL-COUNT).
           IF GB-THROUGH-DATE NOT < WS-EXTRACT-DATE
               SET WS-ROLL-BALANCES-SW TO "N"
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-EXTRACT-ONE-MOVEMENT
      * Values one posted movement for the extract date at the unit
      * cost (the master price when no cost is on file) and cuts its
      * balanced journal pair. INVHIST
      * carries only what actually posted - INVPOST's receipts,
      * issues, and adjustments plus ORDALLOC's allocation issues -
      * so nothing rejected is ever booked.
                   MOVE "RCPT" TO WS-SOURCE-CODE
               WHEN "I"
                   MOVE "ISSU" TO WS-SOURCE-CODE
               WHEN "C"
                   MOVE "RTRN" TO WS-SOURCE-CODE
               WHEN "T"
                   GO TO 2000-EXIT
               WHEN "A"
                   IF IH-ADJUST-SIGN = "+"
                       MOVE "ADJ+" TO WS-SOURCE-CODE
               GO TO 2000-EXIT
           END-IF.

           SET WS-COST-FOUND-SW TO "N".
           IF WS-COST-MASTER-PRESENT
               MOVE IH-PRODUCT-ID TO CM-PRODUCT-ID
               READ COST-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-COST-FOUND TO TRUE
               END-READ
           END-IF.
           IF WS-COST-FOUND
               MOVE CM-UNIT-COST TO WS-UNIT-VALUE
           ELSE
               MOVE PM-PRODUCT-PRICE TO WS-UNIT-VALUE
               ADD 1 TO WS-AT-PRICE-COUNT
           END-IF.

           COMPUTE WS-EVENT-VALUE =
               WS-MOVE-QTY * WS-UNIT-VALUE.
           MOVE IH-PRODUCT-ID TO WS-REFERENCE.
           PERFORM 5000-WRITE-JOURNAL-PAIR THRU 5000-EXIT.
           IF WS-MAP-FOUND
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-EXTRACT-RECEIVABLES
      * The customer-billing feed. Each row dated the extract date
      * is journaled as it stands under its own source code.
      *----------------------------------------------------------------
       3500-EXTRACT-RECEIVABLES SECTION.
       3500-START.
           OPEN INPUT RECEIVABLE-FEED.
           IF AR-FILE-STATUS NOT = "00"
               GO TO 3500-EXIT
           END-IF.

           PERFORM 3510-READ-ONE-RECEIVABLE THRU 3510-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE RECEIVABLE-FEED.
       3500-EXIT.
           EXIT.

       3510-READ-ONE-RECEIVABLE SECTION.
       3510-START.
           READ RECEIVABLE-FEED INTO GF-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3510-EXIT
           END-READ.
           PERFORM 3900-JOURNAL-FEED-ROW THRU 3900-EXIT.
       3510-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3600-EXTRACT-PAYABLES
      * The approved vendor-invoice feed, journaled row by row like
      * the receivables.
      *----------------------------------------------------------------
       3600-EXTRACT-PAYABLES SECTION.
       3600-START.
           OPEN INPUT PAYABLE-FEED.
           IF AP-FILE-STATUS NOT = "00"
               GO TO 3600-EXIT
           END-IF.

           PERFORM 3610-READ-ONE-PAYABLE THRU 3610-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE PAYABLE-FEED.
       3600-EXIT.
           EXIT.

       3610-READ-ONE-PAYABLE SECTION.
       3610-START.
           READ PAYABLE-FEED INTO GF-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3610-EXIT
           END-READ.
           PERFORM 3900-JOURNAL-FEED-ROW THRU 3900-EXIT.
       3610-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3700-EXTRACT-LABOR
      * The labor feed LABPOST appends, journaled like the
      * receivable and payable feeds.
      *----------------------------------------------------------------
       3700-EXTRACT-LABOR SECTION.
       3700-START.
           OPEN INPUT LABOR-FEED.
           IF LB-FILE-STATUS NOT = "00"
               GO TO 3700-EXIT
           END-IF.

           PERFORM 3710-READ-ONE-LABOR THRU 3710-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE LABOR-FEED.
       3700-EXIT.
           EXIT.

       3710-READ-ONE-LABOR SECTION.
       3710-START.
           READ LABOR-FEED INTO GF-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3710-EXIT
           END-READ.
           PERFORM 3900-JOURNAL-FEED-ROW THRU 3900-EXIT.
       3710-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3900-JOURNAL-FEED-ROW
      * One subsidiary-feed row in GF-RECORD: skipped unless dated
      * the extract date, otherwise a balanced pair at its amount.
      *----------------------------------------------------------------
       3900-JOURNAL-FEED-ROW SECTION.
       3900-START.
           IF GF-POST-DATE NOT = WS-EXTRACT-DATE
               GO TO 3900-EXIT
           END-IF.
           IF GF-AMOUNT NOT NUMERIC
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 3900-EXIT
           END-IF.
           IF GF-AMOUNT = ZERO
               GO TO 3900-EXIT
           END-IF.

           MOVE GF-SOURCE-CODE TO WS-SOURCE-CODE.
           MOVE GF-REFERENCE   TO WS-REFERENCE.
           MOVE GF-AMOUNT      TO WS-EVENT-VALUE.
           PERFORM 5000-WRITE-JOURNAL-PAIR THRU 5000-EXIT.
           IF WS-MAP-FOUND
               ADD 1 TO WS-FEED-COUNT
           END-IF.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-FIND-ACCOUNT-MAP
      * Resolves WS-SOURCE-CODE to its debit and credit accounts.
           MOVE WS-EXTRACT-DATE TO JR-RUN-DATE.
           WRITE JR-RECORD.
           ADD WS-EVENT-VALUE TO WS-CREDIT-TOTAL.
           MOVE WS-CREDIT-ACCT TO WS-BAL-ACCOUNT.
           COMPUTE WS-BAL-AMOUNT = ZERO - WS-EVENT-VALUE.
           PERFORM 5300-POST-TO-BALANCE THRU 5300-EXIT.
       5100-EXIT.
           EXIT.

           MOVE WS-EXTRACT-DATE TO JR-RUN-DATE.
           WRITE JR-RECORD.
           ADD WS-EVENT-VALUE TO WS-DEBIT-TOTAL.
           MOVE WS-DEBIT-ACCT  TO WS-BAL-ACCOUNT.
           MOVE WS-EVENT-VALUE TO WS-BAL-AMOUNT.
           PERFORM 5300-POST-TO-BALANCE THRU 5300-EXIT.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5300-POST-TO-BALANCE
      * Adds WS-BAL-AMOUNT (debit positive, credit negative) to the
      * running balance of WS-BAL-ACCOUNT, opening a new account row
      * the first time one is journaled to. With no room for a new
      * account the balances are not rolled at all and the run ends
      * RC 8, so GLBAL is never left short of a day's movement.
      *----------------------------------------------------------------
       5300-POST-TO-BALANCE SECTION.
       5300-START.
           SET WS-BAL-FOUND-SW TO "N".
           PERFORM 5310-MATCH-ONE-BALANCE THRU 5310-EXIT
               VARYING WS-BAL-IDX FROM 1 BY 1
               UNTIL WS-BAL-IDX > WS-BAL-COUNT OR WS-BAL-FOUND.
           IF WS-BAL-FOUND
               GO TO 5300-EXIT
           END-IF.

           IF WS-BAL-COUNT >= 500
               DISPLAY "GLEXTR: GLBAL TABLE FULL - " WS-BAL-ACCOUNT
                   " - BALANCES NOT ROLLED"
               SET WS-ROLL-BALANCES-SW TO "N"
               MOVE 8 TO RETURN-CODE
               GO TO 5300-EXIT
           END-IF.
           ADD 1 TO WS-BAL-COUNT.
           MOVE WS-BAL-ACCOUNT TO WS-BL-ACCOUNT(WS-BAL-COUNT).
           MOVE WS-BAL-AMOUNT  TO WS-BL-BALANCE(WS-BAL-COUNT).
           MOVE ZERO           TO WS-BL-THROUGH(WS-BAL-COUNT).
       5300-EXIT.
           EXIT.

       5310-MATCH-ONE-BALANCE SECTION.
       5310-START.
           IF WS-BL-ACCOUNT(WS-BAL-IDX) = WS-BAL-ACCOUNT
               SET WS-BAL-FOUND TO TRUE
               ADD WS-BAL-AMOUNT TO WS-BL-BALANCE(WS-BAL-IDX)
           END-IF.
       5310-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-WRITE-BALANCES
      * Rewrites GLBAL with the day rolled in, every account stamped
      * through the extract date.
      *----------------------------------------------------------------
       8000-WRITE-BALANCES SECTION.
       8000-START.
           OPEN OUTPUT ACCOUNT-BALANCES.
           IF GB-FILE-STATUS NOT = "00"
               DISPLAY "GLEXTR: UNABLE TO REWRITE GLBAL - STATUS "
                   GB-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 8000-EXIT
           END-IF.
           PERFORM 8100-WRITE-ONE-BALANCE THRU 8100-EXIT
               VARYING WS-BAL-IDX FROM 1 BY 1
               UNTIL WS-BAL-IDX > WS-BAL-COUNT.
           CLOSE ACCOUNT-BALANCES.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-BALANCE SECTION.
       8100-START.
           MOVE SPACES                    TO GB-RECORD.
           MOVE WS-BL-ACCOUNT(WS-BAL-IDX) TO GB-ACCOUNT.
           MOVE WS-BL-BALANCE(WS-BAL-IDX) TO GB-BALANCE.
           MOVE WS-EXTRACT-DATE           TO GB-THROUGH-DATE.
           WRITE GB-RECORD.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Proves the run balances - debits must equal credits to the
      * penny - rolls a balanced run into GLBAL, and closes the
      * files.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           ELSE
               MOVE "RUN OUT OF BALANCE - DO NOT POST" TO REG-LINE
               MOVE 8 TO RETURN-CODE
               SET WS-ROLL-BALANCES-SW TO "N"
           END-IF.
           WRITE REG-LINE.

           IF WS-ROLL-BALANCES
               PERFORM 8000-WRITE-BALANCES THRU 8000-EXIT
           END-IF.
           IF WS-COST-MASTER-PRESENT
               CLOSE COST-MASTER
           END-IF.

           IF IH-FILE-STATUS = "00"
               CLOSE MOVE-HISTORY
           END-IF.
           CLOSE PRODUCT-MASTER JOURNAL-FILE JOURNAL-REGISTER.
           DISPLAY "GLEXTR: MOVEMENTS JOURNALED = " WS-MOVE-COUNT.
           DISPLAY "GLEXTR: REVALUATIONS        = " WS-REVAL-COUNT.
           DISPLAY "GLEXTR: FEED EVENTS         = " WS-FEED-COUNT.
           DISPLAY "GLEXTR: SKIPPED             = " WS-SKIPPED-COUNT.
           DISPLAY "GLEXTR: UNMAPPED            = " WS-UNMAPPED-COUNT.
           DISPLAY "GLEXTR: VALUED AT PRICE     = " WS-AT-PRICE-COUNT.
       9000-EXIT.
           EXIT.
