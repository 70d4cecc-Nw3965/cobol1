       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGRPT.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. MONTHLY MAINTENANCE BUDGET
      *                  VERSUS ACTUAL BY DISTRICT, SO AN OVERSPEND
      *                  SHOWS UP IN THE MONTH IT HAPPENS RATHER THAN
      *                  AT FISCAL YEAR END. ACTUALS ARE CHARGED TO
      *                  THE DISTRICT OF THE WORK ORDER'S
      *                  INTERSECTION: PARTS FROM PARTPOST'S PARTCOST
      *                  POSTINGS, LABOR AS THE BUDGCTL STANDARD
      *                  CHARGE PER TLMCOMP COMPLETION, CONTRACTOR
      *                  FROM THE CNTRCOST CHARGES FILE. EACH COST
      *                  TYPE SHOWS THE MONTH AND THE FISCAL YEAR TO
      *                  DATE AGAINST BUDGMAST, WITH VARIANCE (BUDGET
      *                  LESS ACTUAL) AND PERCENTAGE SPENT, AND A
      *                  DISTRICT WHOSE YEAR-TO-DATE RUN RATE
      *                  PROJECTS PAST ITS ANNUAL BUDGET IS FLAGGED.
      *                  THE BUDGCTL CARD GIVES THE REPORT MONTH
      *                  (CURRENT MONTH WHEN ABSENT), THE MONTH THE
      *                  FISCAL YEAR STARTS (07 WHEN ABSENT) AND THE
      *                  STANDARD LABOR CHARGE. RC 4 WHEN ANY
      *                  DISTRICT IS FLAGGED.
      * 10/15/26   OPS   LABOR ACTUAL IS NOW THE COSTED LABOR TICKETS
      *                  LABPOST APPENDS TO LABCOST. THE BUDGCTL
      *                  STANDARD CHARGE IS KEPT ONLY FOR A COMPLETED
      *                  WORK ORDER THAT HAS NO LABOR TICKET POSTED.
      * 10/15/26   OPS   WHETHER INTXMAST IS OPEN IS NOW HELD IN
      *                  WS-INTX-OPEN-SW, SO AN INTERSECTION NOT ON
      *                  THE MASTER NO LONGER STOPS THE DISTRICT
      *                  LOOKUPS AFTER IT OR LEAVES THE FILE UNCLOSED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-CONTROL ASSIGN TO "BUDGCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.
           SELECT BUDGET-MASTER ASSIGN TO "BUDGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BG-KEY
               FILE STATUS IS BG-FILE-STATUS.
           SELECT MAINT-DISPATCH ASSIGN TO "TLMAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MD-FILE-STATUS.
           SELECT MAINT-COMPLETIONS ASSIGN TO "TLMCOMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MC-FILE-STATUS.
           SELECT PARTS-COSTS ASSIGN TO "PARTCOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-FILE-STATUS.
           SELECT LABOR-COSTS ASSIGN TO "LABCOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LC-FILE-STATUS.
           SELECT CONTRACT-COSTS ASSIGN TO "CNTRCOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CC-FILE-STATUS.
           SELECT INTERSECTION-MASTER ASSIGN TO "INTXMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IX-INTERSECTION-ID
               FILE STATUS IS IX-FILE-STATUS.
           SELECT BUDGET-REPORT ASSIGN TO "BUDGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-CONTROL.
       01  RC-RECORD.
           05  RC-REPORT-MONTH         PIC X(06).
           05  FILLER                  PIC X(01).
           05  RC-FY-START-MONTH       PIC X(02).
           05  FILLER                  PIC X(01).
           05  RC-LABOR-CHARGE         PIC X(07).
       FD  BUDGET-MASTER.
       COPY "BUDGMAST.cpy".
       FD  MAINT-DISPATCH.
       01  MD-RECORD.
           05  MD-WORK-ORDER-NO        PIC 9(06).
           05  FILLER                  PIC X(01).
           05  MD-INTERSECTION-ID      PIC X(05).
           05  FILLER                  PIC X(01).
           05  MD-REASON               PIC X(30).
           05  FILLER                  PIC X(01).
           05  MD-FAULT-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  MD-FAULT-TIME           PIC 9(08).
       FD  MAINT-COMPLETIONS.
       01  MC-RECORD.
           05  MC-WORK-ORDER-NO        PIC 9(06).
           05  FILLER                  PIC X(01).
           05  MC-COMP-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  MC-ACTION-TAKEN         PIC X(30).
       FD  PARTS-COSTS.
       COPY "PARTCOST.cpy".
       FD  LABOR-COSTS.
       COPY "LABCOST.cpy".
       FD  CONTRACT-COSTS.
       01  CC-RECORD.
           05  CC-WORK-ORDER-NO        PIC 9(06).
           05  FILLER                  PIC X(01).
           05  CC-CHARGE-DATE          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CC-AMOUNT               PIC 9(09)V99.
       FD  INTERSECTION-MASTER.
       COPY "INTXMAST.cpy".
       FD  BUDGET-REPORT.
       01  RPT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
        01 RC-FILE-STATUS              PIC XX.
        01 BG-FILE-STATUS              PIC XX.
        01 MD-FILE-STATUS              PIC XX.
        01 MC-FILE-STATUS              PIC XX.
        01 PC-FILE-STATUS              PIC XX.
        01 LC-FILE-STATUS              PIC XX.
        01 CC-FILE-STATUS              PIC XX.
        01 IX-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-INTX-OPEN-SW         PIC X(01) VALUE "N".
              88 WS-INTX-OPEN                 VALUE "Y".
           05 WS-SLOT-FOUND-SW        PIC X(01) VALUE "N".
              88 WS-SLOT-FOUND                VALUE "Y".
           05 WS-TICKETED-SW          PIC X(01) VALUE "N".
              88 WS-TICKETED                  VALUE "Y".
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-REPORT-MONTH             PIC 9(06) VALUE ZERO.
        01 WS-FY-START-MM              PIC 9(02) VALUE 7.
        01 WS-LABOR-CHARGE             PIC 9(05)V99 VALUE ZERO.
        01 WS-CARD-MONTH               PIC X(06).
        01 WS-CARD-MONTH-NUM REDEFINES WS-CARD-MONTH PIC 9(06).
        01 WS-CARD-FY-MM               PIC X(02).
        01 WS-CARD-FY-MM-NUM REDEFINES WS-CARD-FY-MM PIC 9(02).
        01 WS-CARD-CHARGE              PIC X(07).
        01 WS-CARD-CHARGE-NUM REDEFINES WS-CARD-CHARGE
                                       PIC 9(05)V99.
      *    MONTHS ARE COUNTED AS YEAR * 12 + MONTH SO A FISCAL YEAR
      *    CAN SPAN THE CALENDAR YEAR END.
        01 WS-PERIOD                   PIC 9(06) VALUE ZERO.
        01 WS-PERIOD-FIELDS REDEFINES WS-PERIOD.
           05 WS-PERIOD-YEAR           PIC 9(04).
           05 WS-PERIOD-MM             PIC 9(02).
        01 WS-MONTH-INDEX              PIC 9(06) VALUE ZERO.
        01 WS-REPORT-INDEX             PIC 9(06) VALUE ZERO.
        01 WS-FY-START-INDEX           PIC 9(06) VALUE ZERO.
        01 WS-FY-END-INDEX             PIC 9(06) VALUE ZERO.
        01 WS-FY-START-PERIOD          PIC 9(06) VALUE ZERO.
        01 WS-MONTHS-ELAPSED           PIC 9(02) VALUE ZERO.
        01 WS-WO-COUNT                 PIC 9(04) VALUE ZERO.
        01 WS-WO-TABLE.
           05 WS-WO-ENTRY OCCURS 3000 TIMES.
              10 WS-WO-NO             PIC 9(06).
              10 WS-WO-INTX           PIC X(05).
        01 WS-WO-IDX                   PIC 9(04) VALUE ZERO.
      *    WORK ORDERS WITH A COSTED LABOR TICKET - THEIR COMPLETIONS
      *    TAKE NO STANDARD CHARGE.
        01 WS-LW-COUNT                 PIC 9(04) VALUE ZERO.
        01 WS-LW-TABLE.
           05 WS-LW-NO OCCURS 3000 TIMES PIC 9(06).
        01 WS-LW-IDX                   PIC 9(04) VALUE ZERO.
        01 WS-POST-WO                  PIC 9(06) VALUE ZERO.
        01 WS-POST-DATE                PIC 9(08) VALUE ZERO.
        01 WS-POST-TYPE                PIC 9(01) VALUE ZERO.
        01 WS-POST-AMOUNT              PIC 9(11)V99 VALUE ZERO.
        01 WS-DISTRICT                 PIC X(03) VALUE SPACES.
        01 WS-TYPE-NAMES.
           05 FILLER                  PIC X(10) VALUE "PARTS".
           05 FILLER                  PIC X(10) VALUE "LABOR".
           05 FILLER                  PIC X(10) VALUE "CONTRACTOR".
           05 FILLER                  PIC X(10) VALUE "TOTAL".
        01 WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
           05 WS-TYPE-NAME OCCURS 4 TIMES PIC X(10).
        01 WS-DIST-COUNT               PIC 9(02) VALUE ZERO.
        01 WS-DIST-TABLE.
           05 WS-DS-ENTRY OCCURS 50 TIMES.
              10 WS-DS-DISTRICT       PIC X(03).
              10 WS-DS-FLAG-SW        PIC X(01).
                 88 WS-DS-OVER-RUN-RATE       VALUE "Y".
      *       TYPES 1-3 ARE PART, LABR, CNTR; 4 IS THE DISTRICT TOTAL.
              10 WS-DS-TYPE OCCURS 4 TIMES.
                 15 WS-DT-MTH-ACT     PIC 9(11)V99.
                 15 WS-DT-MTH-BUD     PIC 9(11)V99.
                 15 WS-DT-YTD-ACT     PIC 9(11)V99.
                 15 WS-DT-YTD-BUD     PIC 9(11)V99.
                 15 WS-DT-ANN-BUD     PIC 9(11)V99.
        01 WS-DIST-IDX                 PIC 9(02) VALUE ZERO.
        01 WS-FOUND-IDX                PIC 9(02) VALUE ZERO.
        01 WS-TYPE-IDX                 PIC 9(01) VALUE ZERO.
        01 WS-VARIANCE                 PIC S9(11)V99 VALUE ZERO.
        01 WS-PCT                      PIC 9(04) VALUE ZERO.
        01 WS-PCT-EDIT                 PIC ZZZ9.
        01 WS-PROJECTED                PIC 9(11)V99 VALUE ZERO.
        01 WS-TALLY-COUNTS.
           05 WS-BUDGET-ROWS          PIC 9(05) VALUE ZERO.
           05 WS-PARTS-POSTINGS       PIC 9(05) VALUE ZERO.
           05 WS-LABOR-TICKETS        PIC 9(05) VALUE ZERO.
           05 WS-LABOR-POSTINGS       PIC 9(05) VALUE ZERO.
           05 WS-CONTRACT-POSTINGS    PIC 9(05) VALUE ZERO.
           05 WS-NO-ORDER-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-FLAGGED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-TABLE-FULL-COUNT     PIC 9(05) VALUE ZERO.
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(34) VALUE
                  "MAINTENANCE BUDGET VS ACTUAL FOR  ".
           05 HL-MONTH                PIC 9(06).
           05 FILLER                  PIC X(21) VALUE
                  "  FISCAL YEAR FROM   ".
           05 HL-FY-START             PIC 9(06).
        01 WS-COLUMN-LINE.
           05 FILLER                  PIC X(30) VALUE
                  "             MONTH ACTUAL   MO".
           05 FILLER                  PIC X(30) VALUE
                  "NTH BUDGET       VARIANCE   PC".
           05 FILLER                  PIC X(30) VALUE
                  "T     YTD ACTUAL     YTD BUDGE".
           05 FILLER                  PIC X(22) VALUE
                  "T       VARIANCE   PCT".
        01 WS-DISTRICT-LINE.
           05 FILLER                  PIC X(09) VALUE "DISTRICT ".
           05 DH-DISTRICT             PIC X(03).
        01 WS-DETAIL-LINE.
           05 DL-TYPE                 PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-MTH-ACT              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-MTH-BUD              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-MTH-VAR              PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-MTH-PCT              PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-YTD-ACT              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-YTD-BUD              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-YTD-VAR              PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-YTD-PCT              PIC X(04).
        01 WS-PROJECTION-LINE.
           05 FILLER                  PIC X(21) VALUE
                  "PROJECTED ANNUAL    ".
           05 PL-PROJECTED            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(16) VALUE
                  "  ANNUAL BUDGET ".
           05 PL-ANNUAL               PIC ZZZ,ZZZ,ZZ9.99.
           05 PL-FLAG                 PIC X(40).
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-BUDGETS THRU 2000-EXIT.
           PERFORM 3000-LOAD-WORK-ORDERS THRU 3000-EXIT.
           PERFORM 4000-CHARGE-PARTS THRU 4000-EXIT.
           PERFORM 4200-CHARGE-LABOR THRU 4200-EXIT.
           PERFORM 4600-CHARGE-CONTRACTORS THRU 4600-EXIT.
           PERFORM 5000-PRINT-DISTRICTS THRU 5000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Reads the control card, works out the fiscal year the report
      * month falls in, and opens the master and the report.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE(1:6) TO WS-REPORT-MONTH.

           OPEN INPUT REPORT-CONTROL.
           IF RC-FILE-STATUS = "00"
               READ REPORT-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1100-TAKE-CONTROL-CARD THRU 1100-EXIT
               END-READ
               CLOSE REPORT-CONTROL
           END-IF.

           MOVE WS-REPORT-MONTH TO WS-PERIOD.
           PERFORM 8000-MONTH-INDEX THRU 8000-EXIT.
           MOVE WS-MONTH-INDEX TO WS-REPORT-INDEX.
           IF WS-PERIOD-MM < WS-FY-START-MM
               SUBTRACT 1 FROM WS-PERIOD-YEAR
           END-IF.
           MOVE WS-FY-START-MM TO WS-PERIOD-MM.
           MOVE WS-PERIOD TO WS-FY-START-PERIOD.
           PERFORM 8000-MONTH-INDEX THRU 8000-EXIT.
           MOVE WS-MONTH-INDEX TO WS-FY-START-INDEX.
           COMPUTE WS-FY-END-INDEX = WS-FY-START-INDEX + 11.
           COMPUTE WS-MONTHS-ELAPSED =
               WS-REPORT-INDEX - WS-FY-START-INDEX + 1.

           OPEN INPUT INTERSECTION-MASTER.
           IF IX-FILE-STATUS NOT = "00"
               DISPLAY "BUDGRPT: NO INTERSECTION MASTER - DISTRICTS"
                   " REPORTED AS ???"
           ELSE
               SET WS-INTX-OPEN TO TRUE
           END-IF.

           OPEN OUTPUT BUDGET-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "BUDGRPT: UNABLE TO OPEN BUDGRPT - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-REPORT-MONTH    TO HL-MONTH.
           MOVE WS-FY-START-PERIOD TO HL-FY-START.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-COLUMN-LINE.
       1000-EXIT.
           EXIT.

       1100-TAKE-CONTROL-CARD SECTION.
       1100-START.
           MOVE RC-REPORT-MONTH TO WS-CARD-MONTH.
           IF WS-CARD-MONTH NUMERIC AND WS-CARD-MONTH-NUM > ZERO
               MOVE WS-CARD-MONTH-NUM TO WS-REPORT-MONTH
           END-IF.
           MOVE RC-FY-START-MONTH TO WS-CARD-FY-MM.
           IF WS-CARD-FY-MM NUMERIC
                   AND WS-CARD-FY-MM-NUM > ZERO
                   AND WS-CARD-FY-MM-NUM < 13
               MOVE WS-CARD-FY-MM-NUM TO WS-FY-START-MM
           END-IF.
           MOVE RC-LABOR-CHARGE TO WS-CARD-CHARGE.
           IF WS-CARD-CHARGE NUMERIC
               MOVE WS-CARD-CHARGE-NUM TO WS-LABOR-CHARGE
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LOAD-BUDGETS
      * Folds every BUDGMAST row in the fiscal year into its
      * district: the annual budget, the year to date and the month.
      *----------------------------------------------------------------
       2000-LOAD-BUDGETS SECTION.
       2000-START.
           OPEN INPUT BUDGET-MASTER.
           IF BG-FILE-STATUS NOT = "00"
               DISPLAY "BUDGRPT: NO BUDGMAST - ACTUALS REPORTED"
                   " AGAINST A ZERO BUDGET"
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-LOAD-ONE-BUDGET THRU 2100-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE BUDGET-MASTER.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-BUDGET SECTION.
       2100-START.
           READ BUDGET-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           MOVE BG-PERIOD TO WS-PERIOD.
           PERFORM 8000-MONTH-INDEX THRU 8000-EXIT.
           IF WS-MONTH-INDEX < WS-FY-START-INDEX
                   OR WS-MONTH-INDEX > WS-FY-END-INDEX
               GO TO 2100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN BG-PARTS
                   MOVE 1 TO WS-TYPE-IDX
               WHEN BG-LABOR
                   MOVE 2 TO WS-TYPE-IDX
               WHEN BG-CONTRACTOR
                   MOVE 3 TO WS-TYPE-IDX
               WHEN OTHER
                   GO TO 2100-EXIT
           END-EVALUATE.
           MOVE BG-DISTRICT TO WS-DISTRICT.
           PERFORM 6500-FIND-DISTRICT-SLOT THRU 6500-EXIT.
           IF NOT WS-SLOT-FOUND
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-BUDGET-ROWS.
           ADD BG-AMOUNT TO WS-DT-ANN-BUD(WS-FOUND-IDX, WS-TYPE-IDX)
                            WS-DT-ANN-BUD(WS-FOUND-IDX, 4).
           IF WS-MONTH-INDEX <= WS-REPORT-INDEX
               ADD BG-AMOUNT
                   TO WS-DT-YTD-BUD(WS-FOUND-IDX, WS-TYPE-IDX)
                      WS-DT-YTD-BUD(WS-FOUND-IDX, 4)
           END-IF.
           IF WS-MONTH-INDEX = WS-REPORT-INDEX
               ADD BG-AMOUNT
                   TO WS-DT-MTH-BUD(WS-FOUND-IDX, WS-TYPE-IDX)
                      WS-DT-MTH-BUD(WS-FOUND-IDX, 4)
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-LOAD-WORK-ORDERS
      * Work order to intersection, so each charge can be put on
      * the district the work was done in.
      *----------------------------------------------------------------
       3000-LOAD-WORK-ORDERS SECTION.
       3000-START.
           OPEN INPUT MAINT-DISPATCH.
           IF MD-FILE-STATUS NOT = "00"
               DISPLAY "BUDGRPT: NO TLMAINT - CHARGES REPORTED"
                   " AGAINST DISTRICT ???"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-LOAD-ONE-ORDER THRU 3100-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE MAINT-DISPATCH.
       3000-EXIT.
           EXIT.

       3100-LOAD-ONE-ORDER SECTION.
       3100-START.
           READ MAINT-DISPATCH
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF MD-WORK-ORDER-NO NOT NUMERIC
               GO TO 3100-EXIT
           END-IF.
           IF WS-WO-COUNT = 3000
               ADD 1 TO WS-TABLE-FULL-COUNT
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-WO-COUNT.
           MOVE MD-WORK-ORDER-NO   TO WS-WO-NO(WS-WO-COUNT).
           MOVE MD-INTERSECTION-ID TO WS-WO-INTX(WS-WO-COUNT).
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-CHARGE-PARTS
      * Every PARTCOST posting is a parts charge.
      *----------------------------------------------------------------
       4000-CHARGE-PARTS SECTION.
       4000-START.
           OPEN INPUT PARTS-COSTS.
           IF PC-FILE-STATUS NOT = "00"
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-CHARGE-ONE-PART THRU 4100-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE PARTS-COSTS.
       4000-EXIT.
           EXIT.

       4100-CHARGE-ONE-PART SECTION.
       4100-START.
           READ PARTS-COSTS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           MOVE PC-WORK-ORDER-NO TO WS-POST-WO.
           MOVE PC-POST-DATE     TO WS-POST-DATE.
           MOVE 1                TO WS-POST-TYPE.
           MOVE PC-COST          TO WS-POST-AMOUNT.
           PERFORM 6000-POST-ACTUAL THRU 6000-EXIT.
           ADD 1 TO WS-PARTS-POSTINGS.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-CHARGE-LABOR
      * Every LABCOST posting is a labor charge. A completion whose
      * work order has no posting is charged the standard charge.
      *----------------------------------------------------------------
       4200-CHARGE-LABOR SECTION.
       4200-START.
           OPEN INPUT LABOR-COSTS.
           IF LC-FILE-STATUS = "00"
               PERFORM 4250-CHARGE-ONE-TICKET THRU 4250-EXIT
                   UNTIL WS-EOF
               SET WS-EOF-SW TO "N"
               CLOSE LABOR-COSTS
           END-IF.

           IF WS-LABOR-CHARGE = ZERO
               GO TO 4200-EXIT
           END-IF.
           OPEN INPUT MAINT-COMPLETIONS.
           IF MC-FILE-STATUS NOT = "00"
               GO TO 4200-EXIT
           END-IF.
           PERFORM 4300-CHARGE-ONE-COMPLETION THRU 4300-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE MAINT-COMPLETIONS.
       4200-EXIT.
           EXIT.

       4250-CHARGE-ONE-TICKET SECTION.
       4250-START.
           READ LABOR-COSTS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4250-EXIT
           END-READ.
           IF LC-WORK-ORDER-NO NOT NUMERIC
                   OR LC-WORK-DATE NOT NUMERIC
                   OR LC-COST NOT NUMERIC
               GO TO 4250-EXIT
           END-IF.
           MOVE LC-WORK-ORDER-NO TO WS-POST-WO.
           MOVE LC-WORK-DATE     TO WS-POST-DATE.
           MOVE 2                TO WS-POST-TYPE.
           MOVE LC-COST          TO WS-POST-AMOUNT.
           PERFORM 6000-POST-ACTUAL THRU 6000-EXIT.
           ADD 1 TO WS-LABOR-TICKETS.

           PERFORM 4400-FIND-TICKETED-ORDER THRU 4400-EXIT.
           IF WS-TICKETED OR WS-LW-COUNT = 3000
               GO TO 4250-EXIT
           END-IF.
           ADD 1 TO WS-LW-COUNT.
           MOVE LC-WORK-ORDER-NO TO WS-LW-NO(WS-LW-COUNT).
       4250-EXIT.
           EXIT.

       4300-CHARGE-ONE-COMPLETION SECTION.
       4300-START.
           READ MAINT-COMPLETIONS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4300-EXIT
           END-READ.
           IF MC-WORK-ORDER-NO NOT NUMERIC
                   OR MC-COMP-DATE NOT NUMERIC
               GO TO 4300-EXIT
           END-IF.
           MOVE MC-WORK-ORDER-NO TO WS-POST-WO.
           PERFORM 4400-FIND-TICKETED-ORDER THRU 4400-EXIT.
           IF WS-TICKETED
               GO TO 4300-EXIT
           END-IF.
           MOVE MC-COMP-DATE     TO WS-POST-DATE.
           MOVE 2                TO WS-POST-TYPE.
           MOVE WS-LABOR-CHARGE  TO WS-POST-AMOUNT.
           PERFORM 6000-POST-ACTUAL THRU 6000-EXIT.
           ADD 1 TO WS-LABOR-POSTINGS.
       4300-EXIT.
           EXIT.

       4400-FIND-TICKETED-ORDER SECTION.
       4400-START.
           SET WS-TICKETED-SW TO "N".
           PERFORM 4450-MATCH-ONE-TICKETED THRU 4450-EXIT
               VARYING WS-LW-IDX FROM 1 BY 1
               UNTIL WS-LW-IDX > WS-LW-COUNT OR WS-TICKETED.
       4400-EXIT.
           EXIT.

       4450-MATCH-ONE-TICKETED SECTION.
       4450-START.
           IF WS-LW-NO(WS-LW-IDX) = WS-POST-WO
               SET WS-TICKETED TO TRUE
           END-IF.
       4450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4600-CHARGE-CONTRACTORS
      * Every CNTRCOST charge is a contractor charge.
      *----------------------------------------------------------------
       4600-CHARGE-CONTRACTORS SECTION.
       4600-START.
           OPEN INPUT CONTRACT-COSTS.
           IF CC-FILE-STATUS NOT = "00"
               GO TO 4600-EXIT
           END-IF.
           PERFORM 4700-CHARGE-ONE-CONTRACT THRU 4700-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE CONTRACT-COSTS.
       4600-EXIT.
           EXIT.

       4700-CHARGE-ONE-CONTRACT SECTION.
       4700-START.
           READ CONTRACT-COSTS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4700-EXIT
           END-READ.
           IF CC-WORK-ORDER-NO NOT NUMERIC
                   OR CC-CHARGE-DATE NOT NUMERIC
                   OR CC-AMOUNT NOT NUMERIC
               GO TO 4700-EXIT
           END-IF.
           MOVE CC-WORK-ORDER-NO TO WS-POST-WO.
           MOVE CC-CHARGE-DATE   TO WS-POST-DATE.
           MOVE 3                TO WS-POST-TYPE.
           MOVE CC-AMOUNT        TO WS-POST-AMOUNT.
           PERFORM 6000-POST-ACTUAL THRU 6000-EXIT.
           ADD 1 TO WS-CONTRACT-POSTINGS.
       4700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-PRINT-DISTRICTS
      * For each district: a line per cost type and a total line,
      * then the annual projection at the year-to-date run rate.
      *----------------------------------------------------------------
       5000-PRINT-DISTRICTS SECTION.
       5000-START.
           IF WS-DIST-COUNT = ZERO
               MOVE "NO BUDGET OR SPEND IN THE FISCAL YEAR" TO RPT-LINE
               WRITE RPT-LINE
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-PRINT-ONE-DISTRICT THRU 5100-EXIT
               VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-DIST-COUNT.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-DISTRICT SECTION.
       5100-START.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-DS-DISTRICT(WS-DIST-IDX) TO DH-DISTRICT.
           WRITE RPT-LINE FROM WS-DISTRICT-LINE.
           PERFORM 5200-PRINT-ONE-TYPE THRU 5200-EXIT
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 4.

           MOVE ZERO TO WS-PROJECTED.
           IF WS-MONTHS-ELAPSED > ZERO
               COMPUTE WS-PROJECTED ROUNDED =
                   WS-DT-YTD-ACT(WS-DIST-IDX, 4) * 12
                   / WS-MONTHS-ELAPSED
           END-IF.
           MOVE WS-PROJECTED                  TO PL-PROJECTED.
           MOVE WS-DT-ANN-BUD(WS-DIST-IDX, 4) TO PL-ANNUAL.
           MOVE SPACES                        TO PL-FLAG.
           IF WS-PROJECTED > WS-DT-ANN-BUD(WS-DIST-IDX, 4)
               MOVE "  ** PROJECTED TO EXCEED ANNUAL BUDGET"
                   TO PL-FLAG
               MOVE "Y" TO WS-DS-FLAG-SW(WS-DIST-IDX)
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.
           WRITE RPT-LINE FROM WS-PROJECTION-LINE.
       5100-EXIT.
           EXIT.

       5200-PRINT-ONE-TYPE SECTION.
       5200-START.
           MOVE WS-TYPE-NAME(WS-TYPE-IDX) TO DL-TYPE.
           MOVE WS-DT-MTH-ACT(WS-DIST-IDX, WS-TYPE-IDX) TO DL-MTH-ACT.
           MOVE WS-DT-MTH-BUD(WS-DIST-IDX, WS-TYPE-IDX) TO DL-MTH-BUD.
           COMPUTE WS-VARIANCE =
               WS-DT-MTH-BUD(WS-DIST-IDX, WS-TYPE-IDX)
               - WS-DT-MTH-ACT(WS-DIST-IDX, WS-TYPE-IDX).
           MOVE WS-VARIANCE TO DL-MTH-VAR.
           MOVE "  --" TO DL-MTH-PCT.
           IF WS-DT-MTH-BUD(WS-DIST-IDX, WS-TYPE-IDX) > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-DT-MTH-ACT(WS-DIST-IDX, WS-TYPE-IDX) * 100
                   / WS-DT-MTH-BUD(WS-DIST-IDX, WS-TYPE-IDX)
                   ON SIZE ERROR
                       MOVE 9999 TO WS-PCT
               END-COMPUTE
               MOVE WS-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO DL-MTH-PCT
           END-IF.

           MOVE WS-DT-YTD-ACT(WS-DIST-IDX, WS-TYPE-IDX) TO DL-YTD-ACT.
           MOVE WS-DT-YTD-BUD(WS-DIST-IDX, WS-TYPE-IDX) TO DL-YTD-BUD.
           COMPUTE WS-VARIANCE =
               WS-DT-YTD-BUD(WS-DIST-IDX, WS-TYPE-IDX)
               - WS-DT-YTD-ACT(WS-DIST-IDX, WS-TYPE-IDX).
           MOVE WS-VARIANCE TO DL-YTD-VAR.
           MOVE "  --" TO DL-YTD-PCT.
           IF WS-DT-YTD-BUD(WS-DIST-IDX, WS-TYPE-IDX) > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-DT-YTD-ACT(WS-DIST-IDX, WS-TYPE-IDX) * 100
                   / WS-DT-YTD-BUD(WS-DIST-IDX, WS-TYPE-IDX)
                   ON SIZE ERROR
                       MOVE 9999 TO WS-PCT
               END-COMPUTE
               MOVE WS-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO DL-YTD-PCT
           END-IF.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-POST-ACTUAL
      * Charges WS-POST-AMOUNT of cost type WS-POST-TYPE, dated
      * WS-POST-DATE, to the district of work order WS-POST-WO - to
      * the year to date when it falls in the fiscal year so far,
      * and to the month when it falls in the report month.
      *----------------------------------------------------------------
       6000-POST-ACTUAL SECTION.
       6000-START.
           MOVE WS-POST-DATE(1:6) TO WS-PERIOD.
           PERFORM 8000-MONTH-INDEX THRU 8000-EXIT.
           IF WS-MONTH-INDEX < WS-FY-START-INDEX
                   OR WS-MONTH-INDEX > WS-REPORT-INDEX
               GO TO 6000-EXIT
           END-IF.

           MOVE "???" TO WS-DISTRICT.
           PERFORM 6100-MATCH-ONE-ORDER THRU 6100-EXIT
               VARYING WS-WO-IDX FROM 1 BY 1
               UNTIL WS-WO-IDX > WS-WO-COUNT
                  OR WS-DISTRICT NOT = "???".
           IF WS-DISTRICT = "???"
               ADD 1 TO WS-NO-ORDER-COUNT
           END-IF.

           PERFORM 6500-FIND-DISTRICT-SLOT THRU 6500-EXIT.
           IF NOT WS-SLOT-FOUND
               GO TO 6000-EXIT
           END-IF.
           ADD WS-POST-AMOUNT
               TO WS-DT-YTD-ACT(WS-FOUND-IDX, WS-POST-TYPE)
                  WS-DT-YTD-ACT(WS-FOUND-IDX, 4).
           IF WS-MONTH-INDEX = WS-REPORT-INDEX
               ADD WS-POST-AMOUNT
                   TO WS-DT-MTH-ACT(WS-FOUND-IDX, WS-POST-TYPE)
                      WS-DT-MTH-ACT(WS-FOUND-IDX, 4)
           END-IF.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6100-MATCH-ONE-ORDER
      * On the work order, looks up its intersection's district. An
      * intersection off the master is district "???"; the scan
      * stops on the order either way.
      *----------------------------------------------------------------
       6100-MATCH-ONE-ORDER SECTION.
       6100-START.
           IF WS-WO-NO(WS-WO-IDX) NOT = WS-POST-WO
               GO TO 6100-EXIT
           END-IF.
           MOVE "   " TO WS-DISTRICT.
           IF WS-INTX-OPEN
               MOVE WS-WO-INTX(WS-WO-IDX) TO IX-INTERSECTION-ID
               READ INTERSECTION-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IX-DISTRICT TO WS-DISTRICT
               END-READ
           END-IF.
       6100-EXIT.
           EXIT.

       6500-FIND-DISTRICT-SLOT SECTION.
       6500-START.
           IF WS-DISTRICT = SPACES
               MOVE "???" TO WS-DISTRICT
           END-IF.
           SET WS-SLOT-FOUND-SW TO "N".
           PERFORM 6600-MATCH-ONE-DISTRICT THRU 6600-EXIT
               VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-DIST-COUNT OR WS-SLOT-FOUND.
           IF NOT WS-SLOT-FOUND
               IF WS-DIST-COUNT >= 50
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   GO TO 6500-EXIT
               END-IF
               ADD 1 TO WS-DIST-COUNT
               MOVE WS-DIST-COUNT TO WS-FOUND-IDX
               INITIALIZE WS-DS-ENTRY(WS-FOUND-IDX)
               MOVE WS-DISTRICT TO WS-DS-DISTRICT(WS-FOUND-IDX)
               SET WS-SLOT-FOUND TO TRUE
           END-IF.
       6500-EXIT.
           EXIT.

       6600-MATCH-ONE-DISTRICT SECTION.
       6600-START.
           IF WS-DS-DISTRICT(WS-DIST-IDX) = WS-DISTRICT
               SET WS-SLOT-FOUND TO TRUE
               MOVE WS-DIST-IDX TO WS-FOUND-IDX
           END-IF.
       6600-EXIT.
           EXIT.

       8000-MONTH-INDEX SECTION.
       8000-START.
           COMPUTE WS-MONTH-INDEX =
               WS-PERIOD-YEAR * 12 + WS-PERIOD-MM - 1.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the run summary; RC 4 when a
      * district is projected over its annual budget.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE BUDGET-REPORT.
           IF WS-INTX-OPEN
               CLOSE INTERSECTION-MASTER
           END-IF.
           DISPLAY "BUDGRPT: BUDGET ROWS IN YEAR  = " WS-BUDGET-ROWS.
           DISPLAY "BUDGRPT: PARTS POSTINGS       = "
               WS-PARTS-POSTINGS.
           DISPLAY "BUDGRPT: LABOR TICKETS        = "
               WS-LABOR-TICKETS.
           DISPLAY "BUDGRPT: UNTICKETED COMPLETIONS = "
               WS-LABOR-POSTINGS.
           DISPLAY "BUDGRPT: CONTRACTOR CHARGES   = "
               WS-CONTRACT-POSTINGS.
           DISPLAY "BUDGRPT: CHARGES WITH NO ORDER = "
               WS-NO-ORDER-COUNT.
           DISPLAY "BUDGRPT: DISTRICTS FLAGGED    = " WS-FLAGGED-COUNT.
           IF WS-TABLE-FULL-COUNT > ZERO
               DISPLAY "BUDGRPT: TABLE FULL - ENTRIES DROPPED = "
                   WS-TABLE-FULL-COUNT
           END-IF.
           IF WS-FLAGGED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
