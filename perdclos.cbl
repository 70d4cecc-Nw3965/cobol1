      *                  SNAPSHOTS ARE CUT IS PERDCTL ROLLED FORWARD.
      *                  PRODMNT AND INVPOST REJECT TRANSACTIONS
      *                  DATED INSIDE A CLOSED PERIOD.
      * 10/15/26   OPS   THE CLOSE NOW ALSO CUTS THE INVENTORY
      *                  VALUATION SNAPSHOT INVVALSN (SEE INVVALSN.CPY)
      *                  - ONE ROW PER PRODUCT WITH THE CLOSING
      *                  ON-HAND, THE COSTMAST UNIT COST, THE EXTENDED
      *                  VALUE, AND THE CATEGORY - WITH ITS COUNT AND
      *                  VALUE ON THE CLOSE REPORT. VALRPT PRINTS THE
      *                  VALUATION REPORT FROM IT.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT USAGE-SNAPSHOT ASSIGN TO "COLRUSNP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS US-FILE-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PRODUCT-ID
               FILE STATUS IS PM-FILE-STATUS.
           SELECT COST-MASTER ASSIGN TO "COSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-PRODUCT-ID
               FILE STATUS IS CM-FILE-STATUS.
           SELECT VALUATION-SNAPSHOT ASSIGN TO "INVVALSN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VS-FILE-STATUS.
           SELECT CLOSE-REPORT ASSIGN TO "PERDCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           05  US-PERIOD               PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  US-DETAIL               PIC X(18).
       FD  PRODUCT-MASTER.
       COPY "PRODMAST.cpy".
       FD  COST-MASTER.
       COPY "COSTMAST.cpy".
       FD  VALUATION-SNAPSHOT.
       COPY "INVVALSN.cpy".
       FD  CLOSE-REPORT.
       01  RPT-LINE                    PIC X(80).
       WORKING-STORAGE SECTION.
        01 GS-FILE-STATUS              PIC XX.
        01 US-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 PM-FILE-STATUS              PIC XX.
        01 CM-FILE-STATUS              PIC XX.
        01 VS-FILE-STATUS              PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-COST-MASTER-SW       PIC X(01) VALUE "N".
              88 WS-COST-MASTER-PRESENT       VALUE "Y".
        01 WS-LAST-CLOSED              PIC 9(06) VALUE ZERO.
        01 WS-CLOSING-PERIOD           PIC 9(06) VALUE ZERO.
        01 WS-CLOSING-FIELDS REDEFINES WS-CLOSING-PERIOD.
        01 WS-SCORE-TOTAL              PIC 9(09) VALUE ZERO.
        01 WS-USAGE-COUNT              PIC 9(07) VALUE ZERO.
        01 WS-USAGE-TOTAL              PIC 9(09) VALUE ZERO.
        01 WS-VALUE-COUNT              PIC 9(07) VALUE ZERO.
        01 WS-VALUE-TOTAL              PIC 9(11)V99 VALUE ZERO.
        01 WS-NO-COST-COUNT            PIC 9(07) VALUE ZERO.
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(24) VALUE
                  "PERIOD CLOSE FOR PERIOD ".
           PERFORM 2000-SNAPSHOT-PRICEHST THRU 2000-EXIT.
           PERFORM 3000-SNAPSHOT-GRADEHST THRU 3000-EXIT.
           PERFORM 4000-SNAPSHOT-COLRUSE THRU 4000-EXIT.
           PERFORM 5000-SNAPSHOT-VALUATION THRU 5000-EXIT.
           PERFORM 8000-ROLL-PERIOD-FORWARD THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-SNAPSHOT-VALUATION
      * What the stock was worth at close: every product's closing
      * on-hand at its COSTMAST unit cost, period-stamped. A product
      * with no cost on file is snapped at zero cost and counted.
      *----------------------------------------------------------------
       5000-SNAPSHOT-VALUATION SECTION.
       5000-START.
           OPEN INPUT PRODUCT-MASTER.
           IF PM-FILE-STATUS NOT = "00"
               DISPLAY "PERDCLOS: UNABLE TO OPEN PRODMAST - STATUS "
                   PM-FILE-STATUS " - NO VALUATION SNAPSHOT"
               GO TO 5000-REPORT
           END-IF.

           OPEN INPUT COST-MASTER.
           IF CM-FILE-STATUS = "00"
               SET WS-COST-MASTER-PRESENT TO TRUE
           ELSE
               DISPLAY "PERDCLOS: NO COST MASTER - STOCK SNAPPED AT"
                   " ZERO COST"
           END-IF.

           OPEN EXTEND VALUATION-SNAPSHOT.
           IF VS-FILE-STATUS = "05" OR VS-FILE-STATUS = "35"
               CLOSE VALUATION-SNAPSHOT
               OPEN OUTPUT VALUATION-SNAPSHOT
           END-IF.

           PERFORM 5100-SNAPSHOT-ONE-PRODUCT THRU 5100-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE PRODUCT-MASTER VALUATION-SNAPSHOT.
           IF WS-COST-MASTER-PRESENT
               CLOSE COST-MASTER
           END-IF.
       5000-REPORT.
           MOVE "VALUATION ROWS SNAPPED    " TO CL-LABEL.
           MOVE WS-VALUE-COUNT TO CL-COUNT.
           MOVE WS-VALUE-TOTAL TO CL-TOTAL.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "PRODUCTS WITH NO COST     " TO CL-LABEL.
           MOVE WS-NO-COST-COUNT TO CL-COUNT.
           MOVE ZERO TO CL-TOTAL.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
       5000-EXIT.
           EXIT.

       5100-SNAPSHOT-ONE-PRODUCT SECTION.
       5100-START.
           READ PRODUCT-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ.

           MOVE SPACES            TO VS-RECORD.
           MOVE WS-CLOSING-PERIOD TO VS-PERIOD.
           MOVE PM-PRODUCT-ID     TO VS-PRODUCT-ID.
           MOVE PM-CATEGORY-CODE  TO VS-CATEGORY-CODE.
           MOVE PM-ON-HAND-QTY    TO VS-ON-HAND-QTY.
           MOVE ZERO              TO VS-UNIT-COST.
           IF WS-COST-MASTER-PRESENT
               MOVE PM-PRODUCT-ID TO CM-PRODUCT-ID
               READ COST-MASTER
                   INVALID KEY
                       ADD 1 TO WS-NO-COST-COUNT
                   NOT INVALID KEY
                       MOVE CM-UNIT-COST TO VS-UNIT-COST
               END-READ
           ELSE
               ADD 1 TO WS-NO-COST-COUNT
           END-IF.
           COMPUTE VS-EXTENDED-VALUE =
               VS-ON-HAND-QTY * VS-UNIT-COST.
           WRITE VS-RECORD.
           ADD 1 TO WS-VALUE-COUNT.
           ADD VS-EXTENDED-VALUE TO WS-VALUE-TOTAL.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-ROLL-PERIOD-FORWARD
      * Only after the snapshots are on disk does the control file
