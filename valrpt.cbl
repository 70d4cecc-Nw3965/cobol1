       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALRPT.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. PERIOD-END INVENTORY VALUATION
      *                  REPORT FROM THE INVVALSN SNAPSHOT PERDCLOS
      *                  CUTS AT CLOSE. EVERY PRODUCT IS LISTED WITH
      *                  ITS CLOSING ON-HAND, UNIT COST, AND EXTENDED
      *                  VALUE, FOLLOWED BY A SUBTOTAL PER CATEGORY
      *                  (DESCRIBED FROM CATGMAST) SET AGAINST THE
      *                  PRIOR CLOSED PERIOD WITH THE CHANGE. THE
      *                  VALUATION TOTAL IS THEN BALANCED AGAINST THE
      *                  GENERAL-LEDGER INVENTORY ACCOUNT ON GLBAL -
      *                  THE GLMAP INVT ENTRY'S DEBIT ACCOUNT, OR THE
      *                  RCPT DEBIT ACCOUNT WHEN THERE IS NO INVT
      *                  ENTRY - SO THE MONTH CAN BE SIGNED OFF
      *                  WITHOUT A SPREADSHEET. THE PERIOD IS THE LAST
      *                  ONE CLOSED UNLESS A VALRCTL CARD NAMES ONE.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CONTROL ASSIGN TO "PERDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-FILE-STATUS.
           SELECT REPORT-CONTROL ASSIGN TO "VALRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VC-FILE-STATUS.
           SELECT VALUATION-SNAPSHOT ASSIGN TO "INVVALSN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VS-FILE-STATUS.
           SELECT CATEGORY-MASTER ASSIGN TO "CATGMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CG-FILE-STATUS.
           SELECT ACCOUNT-MAP ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GM-FILE-STATUS.
           SELECT ACCOUNT-BALANCES ASSIGN TO "GLBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GB-FILE-STATUS.
           SELECT VALUATION-REPORT ASSIGN TO "VALRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CONTROL.
       01  PC-RECORD.
           05  PC-LAST-CLOSED          PIC 9(06).
       FD  REPORT-CONTROL.
       01  VC-RECORD.
           05  VC-PERIOD               PIC X(06).
       FD  VALUATION-SNAPSHOT.
       COPY "INVVALSN.cpy".
       FD  CATEGORY-MASTER.
       COPY "CATGMAST.cpy".
       FD  ACCOUNT-MAP.
       01  GM-RECORD.
           05  GM-SOURCE-CODE          PIC X(04).
           05  FILLER                  PIC X(01).
           05  GM-DEBIT-ACCT           PIC X(08).
           05  FILLER                  PIC X(01).
           05  GM-CREDIT-ACCT          PIC X(08).
       FD  ACCOUNT-BALANCES.
       COPY "GLBAL.cpy".
       FD  VALUATION-REPORT.
       01  RPT-LINE                    PIC X(90).
       WORKING-STORAGE SECTION.
        01 PC-FILE-STATUS              PIC XX.
        01 VC-FILE-STATUS              PIC XX.
        01 VS-FILE-STATUS              PIC XX.
        01 CG-FILE-STATUS              PIC XX.
        01 GM-FILE-STATUS              PIC XX.
        01 GB-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-CATG-FOUND-SW        PIC X(01) VALUE "N".
              88 WS-CATG-FOUND                VALUE "Y".
           05 WS-GL-FOUND-SW          PIC X(01) VALUE "N".
              88 WS-GL-FOUND                  VALUE "Y".
        01 WS-REPORT-PERIOD            PIC 9(06) VALUE ZERO.
        01 WS-PRIOR-PERIOD             PIC 9(06) VALUE ZERO.
        01 WS-PRIOR-FIELDS REDEFINES WS-PRIOR-PERIOD.
           05 WS-PRIOR-YEAR            PIC 9(04).
           05 WS-PRIOR-MM              PIC 9(02).
        01 WS-INVT-ACCOUNT             PIC X(08) VALUE SPACES.
        01 WS-RCPT-ACCOUNT             PIC X(08) VALUE SPACES.
        01 WS-GL-BALANCE               PIC S9(13)V99 VALUE ZERO.
        01 WS-GL-THROUGH               PIC 9(08) VALUE ZERO.
        01 WS-DIFFERENCE               PIC S9(13)V99 VALUE ZERO.
        01 WS-WORK-CATEGORY            PIC X(03) VALUE SPACES.
        01 WS-CATG-COUNT               PIC 9(03) VALUE ZERO.
        01 WS-CATG-IDX                 PIC 9(03) VALUE ZERO.
        01 WS-CATG-TABLE.
           05 WS-CATG-ENTRY OCCURS 100 TIMES.
              10 WS-CT-CODE           PIC X(03).
              10 WS-CT-DESCRIPTION    PIC X(20).
              10 WS-CT-COUNT          PIC 9(05).
              10 WS-CT-VALUE          PIC 9(11)V99.
              10 WS-CT-PRIOR-VALUE    PIC 9(11)V99.
        01 WS-TALLY-COUNTS.
           05 WS-PRODUCT-COUNT        PIC 9(07) VALUE ZERO.
           05 WS-PRIOR-COUNT          PIC 9(07) VALUE ZERO.
        01 WS-TOTAL-VALUE              PIC 9(13)V99 VALUE ZERO.
        01 WS-PRIOR-TOTAL              PIC 9(13)V99 VALUE ZERO.
        01 WS-CHANGE-VALUE             PIC S9(13)V99 VALUE ZERO.
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(34) VALUE
                  "INVENTORY VALUATION FOR PERIOD    ".
           05 HL-PERIOD               PIC 9(06).
           05 FILLER                  PIC X(10) VALUE "  PRIOR   ".
           05 HL-PRIOR-PERIOD         PIC 9(06).
        01 WS-DETAIL-LINE.
           05 DL-PRODUCT-ID           PIC X(05).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-CATEGORY             PIC X(03).
           05 FILLER                  PIC X(06) VALUE "  QTY ".
           05 DL-ON-HAND              PIC ZZZZZZ9.
           05 FILLER                  PIC X(07) VALUE "  COST ".
           05 DL-UNIT-COST            PIC ZZ,ZZ9.99.
           05 FILLER                  PIC X(08) VALUE "  VALUE ".
           05 DL-VALUE                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        01 WS-CATG-LINE.
           05 CT-CODE                 PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CT-DESCRIPTION          PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CT-VALUE                PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(07) VALUE " PRIOR ".
           05 CT-PRIOR-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(08) VALUE " CHANGE ".
           05 CT-CHANGE               PIC ZZZ,ZZZ,ZZ9.99-.
        01 WS-AMOUNT-LINE.
           05 AL-LABEL                PIC X(26).
           05 AL-AMOUNT               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-VALUE-ONE-ROW THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 8000-BALANCE-TO-LEDGER THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Settles the period to report - the VALRCTL card, else the
      * last closed period - and the prior period to compare with,
      * loads the category descriptions, and opens the snapshot and
      * the report.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           OPEN INPUT PERIOD-CONTROL.
           IF PC-FILE-STATUS = "00"
               READ PERIOD-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PC-LAST-CLOSED NUMERIC
                           MOVE PC-LAST-CLOSED TO WS-REPORT-PERIOD
                       END-IF
               END-READ
               CLOSE PERIOD-CONTROL
           END-IF.

           OPEN INPUT REPORT-CONTROL.
           IF VC-FILE-STATUS = "00"
               READ REPORT-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VC-PERIOD NUMERIC
                           MOVE VC-PERIOD TO WS-REPORT-PERIOD
                       END-IF
               END-READ
               CLOSE REPORT-CONTROL
           END-IF.

           IF WS-REPORT-PERIOD = ZERO
               DISPLAY "VALRPT: NO PERIOD CLOSED AND NO VALRCTL CARD"
                   " - NOTHING TO REPORT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-REPORT-PERIOD TO WS-PRIOR-PERIOD.
           IF WS-PRIOR-MM = 1
               SUBTRACT 1 FROM WS-PRIOR-YEAR
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MM
           END-IF.

           OPEN INPUT CATEGORY-MASTER.
           IF CG-FILE-STATUS = "00"
               PERFORM 1100-LOAD-ONE-CATEGORY THRU 1100-EXIT
                   UNTIL WS-EOF OR WS-CATG-COUNT = 100
               SET WS-EOF-SW TO "N"
               CLOSE CATEGORY-MASTER
           ELSE
               DISPLAY "VALRPT: NO CATGMAST - CATEGORIES UNDESCRIBED"
           END-IF.

           OPEN INPUT VALUATION-SNAPSHOT.
           IF VS-FILE-STATUS NOT = "00"
               DISPLAY "VALRPT: UNABLE TO OPEN INVVALSN - STATUS "
                   VS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT VALUATION-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "VALRPT: UNABLE TO OPEN VALRRPT - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-REPORT-PERIOD TO HL-PERIOD.
           MOVE WS-PRIOR-PERIOD  TO HL-PRIOR-PERIOD.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-CATEGORY SECTION.
       1100-START.
           READ CATEGORY-MASTER
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.

           IF CG-CATEGORY-CODE = SPACES
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-CATG-COUNT.
           MOVE CG-CATEGORY-CODE TO WS-CT-CODE(WS-CATG-COUNT).
           MOVE CG-DESCRIPTION   TO WS-CT-DESCRIPTION(WS-CATG-COUNT).
           MOVE ZERO TO WS-CT-COUNT(WS-CATG-COUNT)
                        WS-CT-VALUE(WS-CATG-COUNT)
                        WS-CT-PRIOR-VALUE(WS-CATG-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-VALUE-ONE-ROW
      * One snapshot row. A row of the reported period is listed and
      * added to its category; a row of the prior period only feeds
      * the prior-period column. Any other period is passed over.
      *----------------------------------------------------------------
       2000-VALUE-ONE-ROW SECTION.
       2000-START.
           READ VALUATION-SNAPSHOT
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.

           IF VS-PERIOD NOT = WS-REPORT-PERIOD
                   AND VS-PERIOD NOT = WS-PRIOR-PERIOD
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2500-FIND-CATEGORY THRU 2500-EXIT.

           IF VS-PERIOD = WS-PRIOR-PERIOD
               ADD 1 TO WS-PRIOR-COUNT
               ADD VS-EXTENDED-VALUE TO WS-PRIOR-TOTAL
               IF WS-CATG-FOUND
                   ADD VS-EXTENDED-VALUE
                       TO WS-CT-PRIOR-VALUE(WS-CATG-IDX)
               END-IF
               GO TO 2000-EXIT
           END-IF.

           MOVE VS-PRODUCT-ID     TO DL-PRODUCT-ID.
           MOVE VS-CATEGORY-CODE  TO DL-CATEGORY.
           MOVE VS-ON-HAND-QTY    TO DL-ON-HAND.
           MOVE VS-UNIT-COST      TO DL-UNIT-COST.
           MOVE VS-EXTENDED-VALUE TO DL-VALUE.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-PRODUCT-COUNT.
           ADD VS-EXTENDED-VALUE TO WS-TOTAL-VALUE.
           IF WS-CATG-FOUND
               ADD 1 TO WS-CT-COUNT(WS-CATG-IDX)
               ADD VS-EXTENDED-VALUE TO WS-CT-VALUE(WS-CATG-IDX)
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-FIND-CATEGORY
      * Points WS-CATG-IDX at the row's category, adding one when the
      * code is not on CATGMAST. A blank code (a master not yet
      * through PRODCCNV) groups under "?? ".
      *----------------------------------------------------------------
       2500-FIND-CATEGORY SECTION.
       2500-START.
           IF VS-CATEGORY-CODE = SPACES
               MOVE "?? " TO WS-WORK-CATEGORY
           ELSE
               MOVE VS-CATEGORY-CODE TO WS-WORK-CATEGORY
           END-IF.

           SET WS-CATG-FOUND-SW TO "N".
           PERFORM 2600-MATCH-ONE-CATEGORY THRU 2600-EXIT
               VARYING WS-CATG-IDX FROM 1 BY 1
               UNTIL WS-CATG-IDX > WS-CATG-COUNT OR WS-CATG-FOUND.
           IF WS-CATG-FOUND
               SUBTRACT 1 FROM WS-CATG-IDX
               GO TO 2500-EXIT
           END-IF.

           IF WS-CATG-COUNT >= 100
               GO TO 2500-EXIT
           END-IF.
           ADD 1 TO WS-CATG-COUNT.
           MOVE WS-CATG-COUNT    TO WS-CATG-IDX.
           MOVE WS-WORK-CATEGORY TO WS-CT-CODE(WS-CATG-IDX).
           MOVE "NOT ON CATGMAST" TO WS-CT-DESCRIPTION(WS-CATG-IDX).
           MOVE ZERO TO WS-CT-COUNT(WS-CATG-IDX)
                        WS-CT-VALUE(WS-CATG-IDX)
                        WS-CT-PRIOR-VALUE(WS-CATG-IDX).
           SET WS-CATG-FOUND TO TRUE.
       2500-EXIT.
           EXIT.

       2600-MATCH-ONE-CATEGORY SECTION.
       2600-START.
           IF WS-CT-CODE(WS-CATG-IDX) = WS-WORK-CATEGORY
               SET WS-CATG-FOUND TO TRUE
           END-IF.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-BALANCE-TO-LEDGER
      * Finds the inventory account through GLMAP and its running
      * balance on GLBAL for the sign-off lines.
      *----------------------------------------------------------------
       8000-BALANCE-TO-LEDGER SECTION.
       8000-START.
           OPEN INPUT ACCOUNT-MAP.
           IF GM-FILE-STATUS NOT = "00"
               DISPLAY "VALRPT: NO GLMAP - INVENTORY ACCOUNT UNKNOWN"
               GO TO 8000-EXIT
           END-IF.
           PERFORM 8100-SCAN-ONE-MAP THRU 8100-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE ACCOUNT-MAP.
           IF WS-INVT-ACCOUNT = SPACES
               MOVE WS-RCPT-ACCOUNT TO WS-INVT-ACCOUNT
           END-IF.
           IF WS-INVT-ACCOUNT = SPACES
               DISPLAY "VALRPT: GLMAP HAS NO INVT OR RCPT ENTRY -"
                   " INVENTORY ACCOUNT UNKNOWN"
               GO TO 8000-EXIT
           END-IF.

           OPEN INPUT ACCOUNT-BALANCES.
           IF GB-FILE-STATUS NOT = "00"
               DISPLAY "VALRPT: NO GLBAL - LEDGER BALANCE UNKNOWN"
               GO TO 8000-EXIT
           END-IF.
           PERFORM 8200-SCAN-ONE-BALANCE THRU 8200-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE ACCOUNT-BALANCES.
       8000-EXIT.
           EXIT.

       8100-SCAN-ONE-MAP SECTION.
       8100-START.
           READ ACCOUNT-MAP
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 8100-EXIT
           END-READ.
           IF GM-SOURCE-CODE = "INVT"
               MOVE GM-DEBIT-ACCT TO WS-INVT-ACCOUNT
           END-IF.
           IF GM-SOURCE-CODE = "RCPT"
               MOVE GM-DEBIT-ACCT TO WS-RCPT-ACCOUNT
           END-IF.
       8100-EXIT.
           EXIT.

       8200-SCAN-ONE-BALANCE SECTION.
       8200-START.
           READ ACCOUNT-BALANCES
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 8200-EXIT
           END-READ.
           IF GB-ACCOUNT = WS-INVT-ACCOUNT AND GB-BALANCE NUMERIC
               SET WS-GL-FOUND TO TRUE
               MOVE GB-BALANCE      TO WS-GL-BALANCE
               MOVE GB-THROUGH-DATE TO WS-GL-THROUGH
           END-IF.
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Prints the category subtotals against the prior period, the
      * valuation total, and the sign-off against the ledger. Out of
      * balance (or no ledger balance to prove against) ends the run
      * with return code 4.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 9100-PRINT-ONE-CATEGORY THRU 9100-EXIT
               VARYING WS-CATG-IDX FROM 1 BY 1
               UNTIL WS-CATG-IDX > WS-CATG-COUNT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE "VALUATION TOTAL           " TO AL-LABEL.
           MOVE WS-TOTAL-VALUE TO AL-AMOUNT.
           WRITE RPT-LINE FROM WS-AMOUNT-LINE.
           MOVE "PRIOR PERIOD TOTAL        " TO AL-LABEL.
           MOVE WS-PRIOR-TOTAL TO AL-AMOUNT.
           WRITE RPT-LINE FROM WS-AMOUNT-LINE.
           COMPUTE WS-CHANGE-VALUE = WS-TOTAL-VALUE - WS-PRIOR-TOTAL.
           MOVE "CHANGE ON PRIOR PERIOD    " TO AL-LABEL.
           MOVE WS-CHANGE-VALUE TO AL-AMOUNT.
           WRITE RPT-LINE FROM WS-AMOUNT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           IF NOT WS-GL-FOUND
               MOVE "NO LEDGER BALANCE FOR THE INVENTORY ACCOUNT"
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE 4 TO RETURN-CODE
               GO TO 9000-CLOSE
           END-IF.

           MOVE SPACES TO AL-LABEL.
           STRING "GL ACCOUNT " WS-INVT-ACCOUNT
               DELIMITED BY SIZE INTO AL-LABEL.
           MOVE WS-GL-BALANCE TO AL-AMOUNT.
           WRITE RPT-LINE FROM WS-AMOUNT-LINE.
           COMPUTE WS-DIFFERENCE = WS-TOTAL-VALUE - WS-GL-BALANCE.
           MOVE "VALUATION LESS LEDGER     " TO AL-LABEL.
           MOVE WS-DIFFERENCE TO AL-AMOUNT.
           WRITE RPT-LINE FROM WS-AMOUNT-LINE.
           IF WS-DIFFERENCE = ZERO
               MOVE "VALUATION AGREES WITH THE LEDGER - SIGN OFF"
                   TO RPT-LINE
           ELSE
               MOVE "VALUATION DOES NOT AGREE WITH THE LEDGER"
                   TO RPT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE RPT-LINE.
       9000-CLOSE.
           CLOSE VALUATION-SNAPSHOT VALUATION-REPORT.
           DISPLAY "VALRPT: PERIOD            = " WS-REPORT-PERIOD.
           DISPLAY "VALRPT: PRODUCTS VALUED   = " WS-PRODUCT-COUNT.
           DISPLAY "VALRPT: VALUATION TOTAL   = " WS-TOTAL-VALUE.
           DISPLAY "VALRPT: LEDGER THROUGH    = " WS-GL-THROUGH.
       9000-EXIT.
           EXIT.

       9100-PRINT-ONE-CATEGORY SECTION.
       9100-START.
           IF WS-CT-VALUE(WS-CATG-IDX) = ZERO
                   AND WS-CT-PRIOR-VALUE(WS-CATG-IDX) = ZERO
                   AND WS-CT-COUNT(WS-CATG-IDX) = ZERO
               GO TO 9100-EXIT
           END-IF.
           MOVE WS-CT-CODE(WS-CATG-IDX)        TO CT-CODE.
           MOVE WS-CT-DESCRIPTION(WS-CATG-IDX) TO CT-DESCRIPTION.
           MOVE WS-CT-VALUE(WS-CATG-IDX)       TO CT-VALUE.
           MOVE WS-CT-PRIOR-VALUE(WS-CATG-IDX) TO CT-PRIOR-VALUE.
           COMPUTE WS-CHANGE-VALUE = WS-CT-VALUE(WS-CATG-IDX)
               - WS-CT-PRIOR-VALUE(WS-CATG-IDX).
           MOVE WS-CHANGE-VALUE TO CT-CHANGE.
           WRITE RPT-LINE FROM WS-CATG-LINE.
       9100-EXIT.
           EXIT.
