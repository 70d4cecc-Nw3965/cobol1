       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROPCALC.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. USAGE-BASED REORDER POLICY
      *                  REFRESH. READS THE INVHIST ISSUE HISTORY -
      *                  STORE SALES INCLUDED, SINCE POSPOST POSTS
      *                  THEM AS ISSUES - OVER THE LAST N WEEKS (ROPCTL
      *                  CARD, DEFAULT 13), WORKS OUT EACH PRODUCT'S
      *                  AVERAGE DAILY DEMAND AND ITS WEEK-TO-WEEK
      *                  VARIABILITY, AND PROPOSES A NEW STOCKPOL
      *                  REORDER POINT (DEMAND OVER THE LEAD TIME
      *                  PLUS SAFETY STOCK FOR THE SERVICE LEVEL) AND
      *                  REORDER QUANTITY (DEMAND OVER THE ORDER
      *                  CYCLE). LEAD TIME AND SERVICE LEVEL COME
      *                  FROM ROPPARM BY PRODUCT, ELSE BY CATEGORY,
      *                  ELSE FROM THE CARD. CHANGED VALUES ARE HELD
      *                  ON ROPPROP FOR ROPAPPR AND PRINTED ON THE
      *                  ROPRPT REVIEW REPORT BESIDE THE CURRENT ONES.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO "ROPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.
           SELECT POLICY-PARMS ASSIGN TO "ROPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PR-FILE-STATUS.
           SELECT STOCK-POLICY ASSIGN TO "STOCKPOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SP-FILE-STATUS.
           SELECT INV-HISTORY ASSIGN TO "INVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IH-FILE-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PRODUCT-ID
               FILE STATUS IS PM-FILE-STATUS.
           SELECT POLICY-PROPOSALS ASSIGN TO "ROPPROP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RP-FILE-STATUS.
           SELECT REVIEW-REPORT ASSIGN TO "ROPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL.
       01  RC-RECORD.
           05  RC-WEEKS                PIC X(02).
           05  FILLER                  PIC X(01).
           05  RC-LEAD-DAYS            PIC X(03).
           05  FILLER                  PIC X(01).
           05  RC-SERVICE-PCT          PIC X(02).
           05  FILLER                  PIC X(01).
           05  RC-CYCLE-DAYS           PIC X(03).
       FD  POLICY-PARMS.
       01  PR-RECORD.
           05  PR-KEY-TYPE             PIC X(01).
           05  FILLER                  PIC X(01).
           05  PR-KEY                  PIC X(05).
           05  FILLER                  PIC X(01).
           05  PR-LEAD-DAYS            PIC X(03).
           05  FILLER                  PIC X(01).
           05  PR-SERVICE-PCT          PIC X(02).
       FD  STOCK-POLICY.
       01  SP-RECORD.
           05  SP-PRODUCT-ID           PIC X(05).
           05  FILLER                  PIC X(01).
           05  SP-REORDER-POINT        PIC X(07).
           05  FILLER                  PIC X(01).
           05  SP-REORDER-QTY          PIC X(07).
       FD  INV-HISTORY.
       COPY "INVHIST.cpy".
       FD  PRODUCT-MASTER.
       COPY "PRODMAST.cpy".
       FD  POLICY-PROPOSALS.
       COPY "ROPPROP.cpy".
       FD  REVIEW-REPORT.
       01  RPT-LINE                    PIC X(100).
       WORKING-STORAGE SECTION.
        01 RC-FILE-STATUS              PIC XX.
        01 PR-FILE-STATUS              PIC XX.
        01 SP-FILE-STATUS              PIC XX.
        01 IH-FILE-STATUS              PIC XX.
        01 PM-FILE-STATUS              PIC XX.
        01 RP-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-POLICY-FOUND-SW      PIC X(01) VALUE "N".
              88 WS-POLICY-FOUND              VALUE "Y".
           05 WS-DEMAND-FOUND-SW      PIC X(01) VALUE "N".
              88 WS-DEMAND-FOUND              VALUE "Y".
           05 WS-PARM-FOUND-SW        PIC X(01) VALUE "N".
              88 WS-PARM-FOUND                VALUE "Y".
           05 WS-LEVEL-FOUND-SW       PIC X(01) VALUE "N".
              88 WS-LEVEL-FOUND               VALUE "Y".
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-TODAY-SERIAL             PIC 9(08).
        01 WS-WEEKS                    PIC 9(02) VALUE 13.
        01 WS-DEFAULT-LEAD-DAYS        PIC 9(03) VALUE 7.
        01 WS-DEFAULT-SERVICE-PCT      PIC 9(02) VALUE 95.
        01 WS-CYCLE-DAYS               PIC 9(03) VALUE 14.
        01 WS-WINDOW-DAYS              PIC 9(03) VALUE ZERO.
        01 WS-DAYS-AGO                 PIC S9(08) VALUE ZERO.
        01 WS-WEEK-NO                  PIC 9(02) VALUE ZERO.
        01 WS-POLICY-COUNT             PIC 9(03) VALUE ZERO.
        01 WS-POLICY-TABLE.
           05 WS-POLICY-ENTRY OCCURS 500 TIMES.
              10 WS-PO-PRODUCT-ID     PIC X(05).
              10 WS-PO-REORDER-POINT  PIC 9(07).
              10 WS-PO-REORDER-QTY    PIC 9(07).
        01 WS-POLICY-IDX               PIC 9(03) VALUE ZERO.
        01 WS-FOUND-IDX                PIC 9(03) VALUE ZERO.
        01 WS-PARM-COUNT               PIC 9(03) VALUE ZERO.
        01 WS-PARM-TABLE.
           05 WS-PARM-ENTRY OCCURS 200 TIMES.
              10 WS-PR-KEY-TYPE       PIC X(01).
              10 WS-PR-KEY            PIC X(05).
              10 WS-PR-LEAD-DAYS      PIC 9(03).
              10 WS-PR-SERVICE-PCT    PIC 9(02).
        01 WS-PARM-IDX                 PIC 9(03) VALUE ZERO.
        01 WS-PARM-KEY-TYPE            PIC X(01).
        01 WS-PARM-KEY                 PIC X(05).
        01 WS-DEMAND-COUNT             PIC 9(03) VALUE ZERO.
        01 WS-DEMAND-TABLE.
           05 WS-DEMAND-ENTRY OCCURS 500 TIMES.
              10 WS-DM-PRODUCT-ID     PIC X(05).
              10 WS-DM-TOTAL          PIC 9(09).
              10 WS-DM-WEEK OCCURS 52 TIMES
                                      PIC 9(07).
        01 WS-DEMAND-IDX               PIC 9(03) VALUE ZERO.
        01 WS-DM-FOUND-IDX             PIC 9(03) VALUE ZERO.
        01 WS-LOOKUP-PRODUCT           PIC X(05) VALUE SPACES.
        01 WS-WEEK-IDX                 PIC 9(02) VALUE ZERO.
        01 WS-SERVICE-LEVELS.
           05 FILLER      PIC X(20) VALUE "50000800848510490128".
           05 FILLER      PIC X(20) VALUE "95165971889820599233".
        01 WS-SERVICE-LEVEL-TABLE REDEFINES WS-SERVICE-LEVELS.
           05 WS-SERVICE-LEVEL OCCURS 8 TIMES.
              10 WS-SL-PCT            PIC 9(02).
              10 WS-SL-FACTOR         PIC 9V99.
        01 WS-LEVEL-IDX                PIC 9(02) VALUE ZERO.
        01 WS-LEAD-DAYS                PIC 9(03) VALUE ZERO.
        01 WS-SERVICE-PCT              PIC 9(02) VALUE ZERO.
        01 WS-SERVICE-FACTOR           PIC 9V99 VALUE ZERO.
        01 WS-CURRENT-POINT            PIC 9(07) VALUE ZERO.
        01 WS-CURRENT-QTY              PIC 9(07) VALUE ZERO.
        01 WS-NEW-POINT                PIC 9(07) VALUE ZERO.
        01 WS-NEW-QTY                  PIC 9(07) VALUE ZERO.
        01 WS-WEEK-MEAN                PIC 9(07)V9(04) VALUE ZERO.
        01 WS-DEVIATION                PIC S9(07)V9(04) VALUE ZERO.
        01 WS-SUM-SQUARES              PIC 9(13)V9(04) VALUE ZERO.
        01 WS-WEEK-VARIANCE            PIC 9(13)V9(04) VALUE ZERO.
        01 WS-DAILY-MEAN               PIC 9(07)V9(04) VALUE ZERO.
        01 WS-DAILY-SD                 PIC 9(07)V9(04) VALUE ZERO.
        01 WS-SAFETY-STOCK             PIC 9(09)V9(04) VALUE ZERO.
        01 WS-D2S-DATE                 PIC 9(08).
        01 WS-D2S-FIELDS REDEFINES WS-D2S-DATE.
           05 WS-D2S-YEAR              PIC 9(04).
           05 WS-D2S-MONTH             PIC 9(02).
           05 WS-D2S-DAY               PIC 9(02).
        01 WS-D2S-SERIAL               PIC 9(08).
        01 WS-D2S-PRIOR-YEAR           PIC 9(04).
        01 WS-D2S-LEAP-COUNT           PIC 9(06).
        01 WS-D2S-WORK                 PIC 9(06).
        01 WS-D2S-REMAINDER            PIC 9(04).
        01 WS-MONTH-OFFSETS.
           05 FILLER      PIC X(18) VALUE "000031059090120151".
           05 FILLER      PIC X(18) VALUE "181212243273304334".
        01 WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSETS.
           05 WS-MONTH-OFFSET OCCURS 12 TIMES PIC 9(03).
        01 WS-TALLY-COUNTS.
           05 WS-ISSUES-READ-COUNT    PIC 9(07) VALUE ZERO.
           05 WS-OUTSIDE-COUNT        PIC 9(07) VALUE ZERO.
           05 WS-PROPOSED-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-NEW-POLICY-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-UNCHANGED-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-NO-DEMAND-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-DISC-SKIPPED-COUNT   PIC 9(05) VALUE ZERO.
        01 WS-HEADER-LINE-1.
           05 FILLER                  PIC X(30) VALUE
                  "REORDER POLICY REVIEW FOR     ".
           05 HL-DATE                 PIC 9(08).
           05 FILLER                  PIC X(16) VALUE
                  "  DEMAND WEEKS  ".
           05 HL-WEEKS                PIC Z9.
           05 FILLER                  PIC X(16) VALUE
                  "  ORDER CYCLE   ".
           05 HL-CYCLE                PIC ZZ9.
           05 FILLER                  PIC X(05) VALUE " DAYS".
        01 WS-HEADER-LINE-2.
           05 FILLER                  PIC X(50) VALUE
              "PRODUCT DESCRIPTION          AVG/DAY   SD/DAY  LT ".
           05 FILLER                  PIC X(48) VALUE
              "SL  CUR POINT  CUR QTY  NEW POINT  NEW QTY".
        01 WS-DETAIL-LINE.
           05 DL-PRODUCT-ID           PIC X(05).
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 DL-DESCRIPTION          PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-DAILY-MEAN           PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-DAILY-SD             PIC ZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-LEAD-DAYS            PIC ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-SERVICE-PCT          PIC Z9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-CURRENT-POINT        PIC Z,ZZZ,ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-CURRENT-QTY          PIC Z,ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-NEW-POINT            PIC Z,ZZZ,ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-NEW-QTY              PIC Z,ZZZ,ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-NEW-FLAG             PIC X(03).
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-REVIEW-ONE-PRODUCT THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Settles the run settings from the ROPCTL card, loads the
      * lead-time/service-level parameters, the current policies,
      * and the issue history inside the demand window, and opens
      * the master, the proposal file, and the review report.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-D2S-DATE.
           PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
           MOVE WS-D2S-SERIAL TO WS-TODAY-SERIAL.

           OPEN INPUT RUN-CONTROL.
           IF RC-FILE-STATUS = "00"
               READ RUN-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1050-APPLY-RUN-CONTROL THRU 1050-EXIT
               END-READ
               CLOSE RUN-CONTROL
           END-IF.
           COMPUTE WS-WINDOW-DAYS = WS-WEEKS * 7.

           OPEN INPUT POLICY-PARMS.
           IF PR-FILE-STATUS = "00"
               PERFORM 1100-LOAD-ONE-PARM THRU 1100-EXIT
                   UNTIL WS-EOF OR WS-PARM-COUNT = 200
               SET WS-EOF-SW TO "N"
               CLOSE POLICY-PARMS
           ELSE
               DISPLAY "ROPCALC: NO ROPPARM - RUN DEFAULTS USED FOR"
                   " EVERY PRODUCT"
           END-IF.

           OPEN INPUT STOCK-POLICY.
           IF SP-FILE-STATUS = "00"
               PERFORM 1200-LOAD-ONE-POLICY THRU 1200-EXIT
                   UNTIL WS-EOF OR WS-POLICY-COUNT = 500
               SET WS-EOF-SW TO "N"
               CLOSE STOCK-POLICY
           ELSE
               DISPLAY "ROPCALC: NO STOCKPOL - EVERY PROPOSAL IS A"
                   " NEW POLICY"
           END-IF.

           OPEN INPUT INV-HISTORY.
           IF IH-FILE-STATUS NOT = "00"
               DISPLAY "ROPCALC: UNABLE TO OPEN INVHIST - STATUS "
                   IH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1300-LOAD-ONE-ISSUE THRU 1300-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE INV-HISTORY.

           OPEN INPUT PRODUCT-MASTER.
           IF PM-FILE-STATUS NOT = "00"
               DISPLAY "ROPCALC: UNABLE TO OPEN PRODMAST - STATUS "
                   PM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT POLICY-PROPOSALS.
           IF RP-FILE-STATUS NOT = "00"
               DISPLAY "ROPCALC: UNABLE TO OPEN ROPPROP - STATUS "
                   RP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REVIEW-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "ROPCALC: UNABLE TO OPEN ROPRPT - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-TODAY-DATE TO HL-DATE.
           MOVE WS-WEEKS      TO HL-WEEKS.
           MOVE WS-CYCLE-DAYS TO HL-CYCLE.
           WRITE RPT-LINE FROM WS-HEADER-LINE-1.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-HEADER-LINE-2.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-APPLY-RUN-CONTROL
      * Takes each ROPCTL setting that is present and sensible; a
      * blank or bad one leaves the default.
      *----------------------------------------------------------------
       1050-APPLY-RUN-CONTROL SECTION.
       1050-START.
           IF RC-WEEKS NUMERIC
               IF RC-WEEKS > "00" AND RC-WEEKS NOT > "52"
                   MOVE RC-WEEKS TO WS-WEEKS
               END-IF
           END-IF.
           IF RC-LEAD-DAYS NUMERIC
               MOVE RC-LEAD-DAYS TO WS-DEFAULT-LEAD-DAYS
           END-IF.
           IF RC-SERVICE-PCT NUMERIC
               MOVE RC-SERVICE-PCT TO WS-DEFAULT-SERVICE-PCT
           END-IF.
           IF RC-CYCLE-DAYS NUMERIC
               MOVE RC-CYCLE-DAYS TO WS-CYCLE-DAYS
           END-IF.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-ONE-PARM
      * One lead-time/service-level line: type "P" keys a product,
      * type "C" a category (first three positions of the key).
      *----------------------------------------------------------------
       1100-LOAD-ONE-PARM SECTION.
       1100-START.
           READ POLICY-PARMS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.

           IF (PR-KEY-TYPE NOT = "P" AND PR-KEY-TYPE NOT = "C")
                   OR PR-KEY = SPACES
                   OR PR-LEAD-DAYS NOT NUMERIC
                   OR PR-SERVICE-PCT NOT NUMERIC
               DISPLAY "ROPCALC: ROPPARM ENTRY SKIPPED - " PR-RECORD
               GO TO 1100-EXIT
           END-IF.

           ADD 1 TO WS-PARM-COUNT.
           MOVE PR-KEY-TYPE    TO WS-PR-KEY-TYPE(WS-PARM-COUNT).
           MOVE PR-KEY         TO WS-PR-KEY(WS-PARM-COUNT).
           MOVE PR-LEAD-DAYS   TO WS-PR-LEAD-DAYS(WS-PARM-COUNT).
           MOVE PR-SERVICE-PCT TO WS-PR-SERVICE-PCT(WS-PARM-COUNT).
       1100-EXIT.
           EXIT.

       1200-LOAD-ONE-POLICY SECTION.
       1200-START.
           READ STOCK-POLICY
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1200-EXIT
           END-READ.

           IF SP-PRODUCT-ID = SPACES
                   OR SP-REORDER-POINT NOT NUMERIC
                   OR SP-REORDER-QTY NOT NUMERIC
               DISPLAY "ROPCALC: STOCKPOL ENTRY SKIPPED - "
                   SP-RECORD
               GO TO 1200-EXIT
           END-IF.

           ADD 1 TO WS-POLICY-COUNT.
           MOVE SP-PRODUCT-ID TO WS-PO-PRODUCT-ID(WS-POLICY-COUNT).
           MOVE SP-REORDER-POINT
               TO WS-PO-REORDER-POINT(WS-POLICY-COUNT).
           MOVE SP-REORDER-QTY
               TO WS-PO-REORDER-QTY(WS-POLICY-COUNT).
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-LOAD-ONE-ISSUE
      * Buckets one issue from the movement history into its week
      * of the demand window - week 1 is the seven days ending
      * today. Transfers, receipts, and adjustments are not demand.
      *----------------------------------------------------------------
       1300-LOAD-ONE-ISSUE SECTION.
       1300-START.
           READ INV-HISTORY
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1300-EXIT
           END-READ.

           IF IH-MOVE-TYPE NOT = "I" OR IH-MOVE-DATE NOT NUMERIC
               GO TO 1300-EXIT
           END-IF.
           ADD 1 TO WS-ISSUES-READ-COUNT.

           MOVE IH-MOVE-DATE TO WS-D2S-DATE.
           PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
           COMPUTE WS-DAYS-AGO = WS-TODAY-SERIAL - WS-D2S-SERIAL.
           IF WS-DAYS-AGO < ZERO OR WS-DAYS-AGO NOT < WS-WINDOW-DAYS
               ADD 1 TO WS-OUTSIDE-COUNT
               GO TO 1300-EXIT
           END-IF.
           COMPUTE WS-WEEK-NO = WS-DAYS-AGO / 7 + 1.

           MOVE IH-PRODUCT-ID TO WS-LOOKUP-PRODUCT.
           PERFORM 2200-FIND-DEMAND THRU 2200-EXIT.
           IF NOT WS-DEMAND-FOUND
               IF WS-DEMAND-COUNT = 500
                   DISPLAY "ROPCALC: DEMAND TABLE FULL - "
                       IH-PRODUCT-ID " NOT COUNTED"
                   GO TO 1300-EXIT
               END-IF
               ADD 1 TO WS-DEMAND-COUNT
               MOVE WS-DEMAND-COUNT TO WS-DM-FOUND-IDX
               MOVE IH-PRODUCT-ID
                   TO WS-DM-PRODUCT-ID(WS-DM-FOUND-IDX)
               MOVE ZERO TO WS-DM-TOTAL(WS-DM-FOUND-IDX)
               PERFORM 1350-CLEAR-ONE-WEEK THRU 1350-EXIT
                   VARYING WS-WEEK-IDX FROM 1 BY 1
                   UNTIL WS-WEEK-IDX > 52
           END-IF.

           ADD IH-QUANTITY TO WS-DM-TOTAL(WS-DM-FOUND-IDX).
           ADD IH-QUANTITY
               TO WS-DM-WEEK(WS-DM-FOUND-IDX, WS-WEEK-NO).
       1300-EXIT.
           EXIT.

       1350-CLEAR-ONE-WEEK SECTION.
       1350-START.
           MOVE ZERO TO WS-DM-WEEK(WS-DM-FOUND-IDX, WS-WEEK-IDX).
       1350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-REVIEW-ONE-PRODUCT
      * Works out the proposed point and quantity for one active
      * product and, where they differ from the current policy,
      * holds a proposal and prints it. A product with no policy and
      * no demand in the window is left alone.
      *----------------------------------------------------------------
       2000-REVIEW-ONE-PRODUCT SECTION.
       2000-START.
           READ PRODUCT-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.

           IF PM-DISCONTINUED
               ADD 1 TO WS-DISC-SKIPPED-COUNT
               GO TO 2000-EXIT
           END-IF.

           SET WS-POLICY-FOUND-SW TO "N".
           MOVE ZERO TO WS-FOUND-IDX WS-CURRENT-POINT WS-CURRENT-QTY.
           PERFORM 2100-MATCH-ONE-POLICY THRU 2100-EXIT
               VARYING WS-POLICY-IDX FROM 1 BY 1
               UNTIL WS-POLICY-IDX > WS-POLICY-COUNT
                   OR WS-POLICY-FOUND.
           IF WS-POLICY-FOUND
               MOVE WS-PO-REORDER-POINT(WS-FOUND-IDX)
                   TO WS-CURRENT-POINT
               MOVE WS-PO-REORDER-QTY(WS-FOUND-IDX)
                   TO WS-CURRENT-QTY
           END-IF.

           MOVE PM-PRODUCT-ID TO WS-LOOKUP-PRODUCT.
           PERFORM 2200-FIND-DEMAND THRU 2200-EXIT.
           IF NOT WS-DEMAND-FOUND AND NOT WS-POLICY-FOUND
               ADD 1 TO WS-NO-DEMAND-COUNT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2300-SETTLE-PARAMETERS THRU 2300-EXIT.
           PERFORM 2500-COMPUTE-PROPOSAL THRU 2500-EXIT.

           IF WS-POLICY-FOUND
                   AND WS-NEW-POINT = WS-CURRENT-POINT
                   AND WS-NEW-QTY = WS-CURRENT-QTY
               ADD 1 TO WS-UNCHANGED-COUNT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2700-HOLD-PROPOSAL THRU 2700-EXIT.
       2000-EXIT.
           EXIT.

       2100-MATCH-ONE-POLICY SECTION.
       2100-START.
           IF WS-PO-PRODUCT-ID(WS-POLICY-IDX) = PM-PRODUCT-ID
               SET WS-POLICY-FOUND TO TRUE
               MOVE WS-POLICY-IDX TO WS-FOUND-IDX
           END-IF.
       2100-EXIT.
           EXIT.

       2200-FIND-DEMAND SECTION.
       2200-START.
           SET WS-DEMAND-FOUND-SW TO "N".
           MOVE ZERO TO WS-DM-FOUND-IDX.
           PERFORM 2250-MATCH-ONE-DEMAND THRU 2250-EXIT
               VARYING WS-DEMAND-IDX FROM 1 BY 1
               UNTIL WS-DEMAND-IDX > WS-DEMAND-COUNT
                   OR WS-DEMAND-FOUND.
       2200-EXIT.
           EXIT.

       2250-MATCH-ONE-DEMAND SECTION.
       2250-START.
           IF WS-DM-PRODUCT-ID(WS-DEMAND-IDX) = WS-LOOKUP-PRODUCT
               SET WS-DEMAND-FOUND TO TRUE
               MOVE WS-DEMAND-IDX TO WS-DM-FOUND-IDX
           END-IF.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-SETTLE-PARAMETERS
      * Lead time and service level for the product: its own
      * ROPPARM line, else its category's, else the run defaults.
      * The service level is turned into a safety factor from the
      * standard normal table - the first level at or above the one
      * asked for.
      *----------------------------------------------------------------
       2300-SETTLE-PARAMETERS SECTION.
       2300-START.
           MOVE WS-DEFAULT-LEAD-DAYS   TO WS-LEAD-DAYS.
           MOVE WS-DEFAULT-SERVICE-PCT TO WS-SERVICE-PCT.

           MOVE "P"           TO WS-PARM-KEY-TYPE.
           MOVE PM-PRODUCT-ID TO WS-PARM-KEY.
           PERFORM 2350-FIND-PARM THRU 2350-EXIT.
           IF NOT WS-PARM-FOUND
               MOVE "C"              TO WS-PARM-KEY-TYPE
               MOVE SPACES           TO WS-PARM-KEY
               MOVE PM-CATEGORY-CODE TO WS-PARM-KEY
               PERFORM 2350-FIND-PARM THRU 2350-EXIT
           END-IF.
           IF WS-PARM-FOUND
               MOVE WS-PR-LEAD-DAYS(WS-PARM-IDX)   TO WS-LEAD-DAYS
               MOVE WS-PR-SERVICE-PCT(WS-PARM-IDX) TO WS-SERVICE-PCT
           END-IF.

           SET WS-LEVEL-FOUND-SW TO "N".
           PERFORM 2450-MATCH-ONE-LEVEL THRU 2450-EXIT
               VARYING WS-LEVEL-IDX FROM 1 BY 1
               UNTIL WS-LEVEL-IDX > 8 OR WS-LEVEL-FOUND.
           IF WS-LEVEL-FOUND
               SUBTRACT 1 FROM WS-LEVEL-IDX
           ELSE
               MOVE 8 TO WS-LEVEL-IDX
           END-IF.
           MOVE WS-SL-FACTOR(WS-LEVEL-IDX) TO WS-SERVICE-FACTOR.
       2300-EXIT.
           EXIT.

       2350-FIND-PARM SECTION.
       2350-START.
           SET WS-PARM-FOUND-SW TO "N".
           PERFORM 2400-MATCH-ONE-PARM THRU 2400-EXIT
               VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > WS-PARM-COUNT OR WS-PARM-FOUND.
           IF WS-PARM-FOUND
               SUBTRACT 1 FROM WS-PARM-IDX
           END-IF.
       2350-EXIT.
           EXIT.

       2400-MATCH-ONE-PARM SECTION.
       2400-START.
           IF WS-PR-KEY-TYPE(WS-PARM-IDX) = WS-PARM-KEY-TYPE
                   AND WS-PR-KEY(WS-PARM-IDX) = WS-PARM-KEY
               SET WS-PARM-FOUND TO TRUE
           END-IF.
       2400-EXIT.
           EXIT.

       2450-MATCH-ONE-LEVEL SECTION.
       2450-START.
           IF WS-SL-PCT(WS-LEVEL-IDX) NOT < WS-SERVICE-PCT
               SET WS-LEVEL-FOUND TO TRUE
           END-IF.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-COMPUTE-PROPOSAL
      * Weekly demand gives the mean and the spread; both are put
      * on a daily basis. Reorder point = daily demand x lead time
      * + safety factor x daily deviation x square root of the lead
      * time. Reorder quantity = daily demand x order cycle, never
      * less than one.
      *----------------------------------------------------------------
       2500-COMPUTE-PROPOSAL SECTION.
       2500-START.
           MOVE ZERO TO WS-WEEK-MEAN WS-SUM-SQUARES WS-WEEK-VARIANCE
                        WS-DAILY-MEAN WS-DAILY-SD WS-SAFETY-STOCK.

           IF WS-DEMAND-FOUND
               COMPUTE WS-WEEK-MEAN ROUNDED =
                   WS-DM-TOTAL(WS-DM-FOUND-IDX) / WS-WEEKS
               PERFORM 2550-ADD-ONE-WEEK THRU 2550-EXIT
                   VARYING WS-WEEK-IDX FROM 1 BY 1
                   UNTIL WS-WEEK-IDX > WS-WEEKS
               COMPUTE WS-WEEK-VARIANCE ROUNDED =
                   WS-SUM-SQUARES / WS-WEEKS
               COMPUTE WS-DAILY-MEAN ROUNDED = WS-WEEK-MEAN / 7
               COMPUTE WS-DAILY-SD ROUNDED =
                   (WS-WEEK-VARIANCE / 7) ** 0.5
               COMPUTE WS-SAFETY-STOCK ROUNDED =
                   WS-SERVICE-FACTOR * WS-DAILY-SD
                       * (WS-LEAD-DAYS ** 0.5)
           END-IF.

           COMPUTE WS-NEW-POINT ROUNDED =
               WS-DAILY-MEAN * WS-LEAD-DAYS + WS-SAFETY-STOCK.
           COMPUTE WS-NEW-QTY ROUNDED = WS-DAILY-MEAN * WS-CYCLE-DAYS.
           IF WS-NEW-QTY = ZERO
               MOVE 1 TO WS-NEW-QTY
           END-IF.
       2500-EXIT.
           EXIT.

       2550-ADD-ONE-WEEK SECTION.
       2550-START.
           COMPUTE WS-DEVIATION =
               WS-DM-WEEK(WS-DM-FOUND-IDX, WS-WEEK-IDX) - WS-WEEK-MEAN.
           COMPUTE WS-SUM-SQUARES =
               WS-SUM-SQUARES + WS-DEVIATION * WS-DEVIATION.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-HOLD-PROPOSAL
      * Holds the proposal on ROPPROP for ROPAPPR and prints it
      * beside the current values. "NEW" marks a product with no
      * STOCKPOL line yet.
      *----------------------------------------------------------------
       2700-HOLD-PROPOSAL SECTION.
       2700-START.
           MOVE SPACES           TO RP-RECORD.
           MOVE PM-PRODUCT-ID    TO RP-PRODUCT-ID.
           MOVE WS-CURRENT-POINT TO RP-OLD-POINT.
           MOVE WS-CURRENT-QTY   TO RP-OLD-QTY.
           MOVE WS-NEW-POINT     TO RP-NEW-POINT.
           MOVE WS-NEW-QTY       TO RP-NEW-QTY.
           MOVE WS-TODAY-DATE    TO RP-PROPOSAL-DATE.
           MOVE SPACES           TO DL-NEW-FLAG.
           IF WS-POLICY-FOUND
               SET RP-EXISTING-POLICY TO TRUE
           ELSE
               SET RP-NEW-POLICY TO TRUE
               MOVE "NEW" TO DL-NEW-FLAG
               ADD 1 TO WS-NEW-POLICY-COUNT
           END-IF.
           WRITE RP-RECORD.
           ADD 1 TO WS-PROPOSED-COUNT.

           MOVE PM-PRODUCT-ID          TO DL-PRODUCT-ID.
           MOVE PM-PRODUCT-DESCRIPTION TO DL-DESCRIPTION.
           MOVE WS-DAILY-MEAN          TO DL-DAILY-MEAN.
           MOVE WS-DAILY-SD            TO DL-DAILY-SD.
           MOVE WS-LEAD-DAYS           TO DL-LEAD-DAYS.
           MOVE WS-SERVICE-PCT         TO DL-SERVICE-PCT.
           MOVE WS-CURRENT-POINT       TO DL-CURRENT-POINT.
           MOVE WS-CURRENT-QTY         TO DL-CURRENT-QTY.
           MOVE WS-NEW-POINT           TO DL-NEW-POINT.
           MOVE WS-NEW-QTY             TO DL-NEW-QTY.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-DATE-TO-SERIAL
      * Converts WS-D2S-DATE (YYYYMMDD) to a day serial, the same
      * arithmetic SIGNON uses for PIN aging.
      *----------------------------------------------------------------
       8000-DATE-TO-SERIAL SECTION.
       8000-START.
           COMPUTE WS-D2S-PRIOR-YEAR = WS-D2S-YEAR - 1.
           DIVIDE WS-D2S-PRIOR-YEAR BY 4 GIVING WS-D2S-LEAP-COUNT.
           DIVIDE WS-D2S-PRIOR-YEAR BY 100 GIVING WS-D2S-WORK.
           SUBTRACT WS-D2S-WORK FROM WS-D2S-LEAP-COUNT.
           DIVIDE WS-D2S-PRIOR-YEAR BY 400 GIVING WS-D2S-WORK.
           ADD WS-D2S-WORK TO WS-D2S-LEAP-COUNT.

           COMPUTE WS-D2S-SERIAL = WS-D2S-YEAR * 365
               + WS-D2S-LEAP-COUNT
               + WS-MONTH-OFFSET(WS-D2S-MONTH)
               + WS-D2S-DAY.

           IF WS-D2S-MONTH > 2
               DIVIDE WS-D2S-YEAR BY 4 GIVING WS-D2S-WORK
                   REMAINDER WS-D2S-REMAINDER
               IF WS-D2S-REMAINDER = ZERO
                   DIVIDE WS-D2S-YEAR BY 100 GIVING WS-D2S-WORK
                       REMAINDER WS-D2S-REMAINDER
                   IF WS-D2S-REMAINDER NOT = ZERO
                       ADD 1 TO WS-D2S-SERIAL
                   ELSE
                       DIVIDE WS-D2S-YEAR BY 400 GIVING WS-D2S-WORK
                           REMAINDER WS-D2S-REMAINDER
                       IF WS-D2S-REMAINDER = ZERO
                           ADD 1 TO WS-D2S-SERIAL
                       END-IF
                   END-IF
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the run summary.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-PROPOSED-COUNT = ZERO
               MOVE "NO REORDER POLICY CHANGES PROPOSED" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           CLOSE PRODUCT-MASTER POLICY-PROPOSALS REVIEW-REPORT.
           DISPLAY "ROPCALC: ISSUES READ    = " WS-ISSUES-READ-COUNT.
           DISPLAY "ROPCALC: OUTSIDE WINDOW = " WS-OUTSIDE-COUNT.
           DISPLAY "ROPCALC: PROPOSED       = " WS-PROPOSED-COUNT.
           DISPLAY "ROPCALC: NEW POLICIES   = " WS-NEW-POLICY-COUNT.
           DISPLAY "ROPCALC: UNCHANGED      = " WS-UNCHANGED-COUNT.
           DISPLAY "ROPCALC: NO DEMAND      = " WS-NO-DEMAND-COUNT.
           DISPLAY "ROPCALC: DISCONTINUED   = " WS-DISC-SKIPPED-COUNT.
       9000-EXIT.
           EXIT.
