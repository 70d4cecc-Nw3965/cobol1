      *                  THE MTTRCTL MONTH (CURRENT MONTH WHEN
      *                  ABSENT), WITH THE PRIOR MONTH'S AVERAGE
      *                  BESIDE IT AS THE TREND.
      * 10/15/26   OPS   PLANNED PREVENTIVE-MAINTENANCE ORDERS RAISED
      *                  BY PMGEN (MD-REASON STARTING "PM ") ARE LEFT
      *                  OUT OF THE REPAIR AVERAGES AND COUNTED
      *                  SEPARATELY.
      * 10/15/26   OPS   SLA PERCENTAGE MET BY DISTRICT. THE RESPOND
      *                  AND REPAIR OUTCOMES SLAWATCH SETTLED IN THE
      *                  REPORT MONTH ARE READ FROM SLAOUTC AND SHOWN
      *                  AS THE PERCENTAGE MET AGAINST TARGET ON EACH
      *                  DISTRICT LINE ("--" WHEN NONE WERE SETTLED).
      * 10/15/26   OPS   EVERY REPORT LINE IS ALSO WRITTEN TO THE
      *                  MTTRSPL BURST SPOOL TAGGED WITH ITS DISTRICT
      *                  SO RPTBURST CAN SPLIT THE REPORT FOR THE
      *                  DISTRICT SUPERVISORS.
      * 10/15/26   OPS   A "Y" IN COLUMN 8 OF THE MTTRCTL CARD ALSO
      *                  WRITES THE MTTRCSV COMMA-DELIMITED EXTRACT -
      *                  A HEADER ROW, THEN ONE ROW PER DISTRICT LINE
      *                  WITH UNEDITED NUMBERS - FOR THE ANALYSTS'
      *                  SPREADSHEETS. A BLANK MONTH ON THE CARD STILL
      *                  MEANS THE CURRENT MONTH.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS IX-INTERSECTION-ID
               FILE STATUS IS IX-FILE-STATUS.
           SELECT SLA-OUTCOMES ASSIGN TO "SLAOUTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SO-FILE-STATUS.
           SELECT REPORT-CONTROL ASSIGN TO "MTTRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.
           SELECT REPAIR-REPORT ASSIGN TO "MTTRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT BURST-SPOOL ASSIGN TO "MTTRSPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RS-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "MTTRCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-DISPATCH.
           05  MC-ACTION-TAKEN         PIC X(30).
       FD  INTERSECTION-MASTER.
       COPY "INTXMAST.cpy".
       FD  SLA-OUTCOMES.
       COPY "SLAOUTC.cpy".
       FD  REPORT-CONTROL.
       01  RC-RECORD.
           05  RC-REPORT-MONTH         PIC 9(06).
           05  FILLER                  PIC X(01).
           05  RC-EXTRACT-SW           PIC X(01).
       FD  REPAIR-REPORT.
       01  RPT-LINE                    PIC X(110).
       FD  BURST-SPOOL.
       COPY "RPTSPOOL.cpy".
       FD  EXTRACT-FILE.
       01  XL-LINE                     PIC X(100).
       WORKING-STORAGE SECTION.
        01 MD-FILE-STATUS              PIC XX.
        01 MC-FILE-STATUS              PIC XX.
        01 IX-FILE-STATUS              PIC XX.
        01 SO-FILE-STATUS              PIC XX.
        01 RC-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 RS-FILE-STATUS              PIC XX.
        01 XL-FILE-STATUS              PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
              88 WS-COMP-FOUND                VALUE "Y".
           05 WS-SLOT-FOUND-SW        PIC X(01) VALUE "N".
              88 WS-SLOT-FOUND                VALUE "Y".
           05 WS-EXTRACT-SW           PIC X(01) VALUE "N".
              88 WS-EXTRACT-WANTED            VALUE "Y".
        01 WS-REPORT-MONTH             PIC 9(06) VALUE ZERO.
        01 WS-PRIOR-MONTH              PIC 9(06) VALUE ZERO.
        01 WS-PRIOR-FIELDS REDEFINES WS-PRIOR-MONTH.
        01 WS-COMP-MONTH               PIC 9(06) VALUE ZERO.
        01 WS-ELAPSED-DAYS             PIC S9(05) VALUE ZERO.
        01 WS-DISTRICT                 PIC X(03) VALUE SPACES.
        01 WS-SPOOL-TYPE               PIC X(01) VALUE "H".
        01 WS-SPOOL-DISTRICT           PIC X(03) VALUE SPACES.
        01 WS-DIST-COUNT               PIC 9(02) VALUE ZERO.
        01 WS-DIST-TABLE.
           05 WS-DIST-ENTRY OCCURS 20 TIMES.
              10 WS-DS-WORST-DAYS     PIC 9(05).
              10 WS-DS-PRIOR-COUNT    PIC 9(05).
              10 WS-DS-PRIOR-DAYS     PIC 9(07).
              10 WS-DS-RESP-COUNT     PIC 9(05).
              10 WS-DS-RESP-MET       PIC 9(05).
              10 WS-DS-REPR-COUNT     PIC 9(05).
              10 WS-DS-REPR-MET       PIC 9(05).
        01 WS-DIST-IDX                 PIC 9(02) VALUE ZERO.
        01 WS-FOUND-IDX                PIC 9(02) VALUE ZERO.
        01 WS-AVG-DAYS                 PIC 9(05)V9 VALUE ZERO.
        01 WS-PRIOR-AVG                PIC 9(05)V9 VALUE ZERO.
        01 WS-SLA-PCT                  PIC 9(03) VALUE ZERO.
        01 WS-SLA-PCT-EDIT             PIC ZZ9.
        01 WS-D2S-DATE                 PIC 9(08).
        01 WS-D2S-FIELDS REDEFINES WS-D2S-DATE.
           05 WS-D2S-YEAR              PIC 9(04).
        01 WS-TALLY-COUNTS.
           05 WS-MATCHED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-STILL-OPEN-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-PLANNED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-SLA-SETTLED-COUNT    PIC 9(05) VALUE ZERO.
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(32) VALUE
                  "REPAIR PERFORMANCE BY DISTRICT  ".
           05 DL-WORST                PIC ZZZZ9.
           05 FILLER                  PIC X(12) VALUE " PRIOR AVG  ".
           05 DL-PRIOR-AVG            PIC ZZZZ9.9.
           05 FILLER                  PIC X(14) VALUE
                  " SLA RESP MET ".
           05 DL-RESP-PCT             PIC X(03).
           05 FILLER                  PIC X(13) VALUE
                  "% REPAIR MET ".
           05 DL-REPR-PCT             PIC X(03).
           05 FILLER                  PIC X(01) VALUE "%".
        01 WS-EXTRACT-HEADER.
           05 FILLER                  PIC X(32) VALUE
                  "ROW_TYPE,DISTRICT,MONTH,REPAIRS,".
           05 FILLER                  PIC X(20) VALUE
                  "AVG_DAYS,WORST_DAYS,".
           05 FILLER                  PIC X(42) VALUE
                  "PRIOR_AVG_DAYS,RESP_SLA_PCT,REPAIR_SLA_PCT".
        01 WS-EXTRACT-ROW.
           05 XR-ROW-TYPE             PIC X(08).
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-DISTRICT             PIC X(03).
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-MONTH                PIC 9(06).
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-REPAIRS              PIC 9(05).
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-AVG                  PIC 9(05).9.
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-WORST                PIC 9(05).
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-PRIOR-AVG            PIC 9(05).9.
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-RESP-PCT             PIC 9(03).
           05 XR-RESP-PCT-X REDEFINES XR-RESP-PCT
                                      PIC X(03).
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-REPR-PCT             PIC 9(03).
           05 XR-REPR-PCT-X REDEFINES XR-REPR-PCT
                                      PIC X(03).
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-MEASURE-ONE-ORDER THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 3000-TALLY-SLA-OUTCOMES THRU 3000-EXIT.
           PERFORM 5000-PRINT-DISTRICTS THRU 5000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Resolves the report month and its predecessor, loads the
      * completions, and opens the dispatches, the master, the
      * report, and - when the card asks for it - the extract.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
                               AND RC-REPORT-MONTH > ZERO
                           MOVE RC-REPORT-MONTH TO WS-REPORT-MONTH
                       END-IF
                       IF RC-EXTRACT-SW = "Y"
                           SET WS-EXTRACT-WANTED TO TRUE
                       END-IF
               END-READ
               CLOSE REPORT-CONTROL
           END-IF.
               STOP RUN
           END-IF.

           OPEN OUTPUT BURST-SPOOL.
           IF RS-FILE-STATUS NOT = "00"
               DISPLAY "MTTRRPT: UNABLE TO OPEN MTTRSPL - STATUS "
                   RS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-EXTRACT-WANTED
               OPEN OUTPUT EXTRACT-FILE
               IF XL-FILE-STATUS NOT = "00"
                   DISPLAY "MTTRRPT: UNABLE TO OPEN MTTRCSV - STATUS "
                       XL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               WRITE XL-LINE FROM WS-EXTRACT-HEADER
           END-IF.

           MOVE WS-REPORT-MONTH TO HL-MONTH.
           MOVE "H" TO WS-SPOOL-TYPE.
           MOVE WS-HEADER-LINE TO RPT-LINE.
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
           MOVE SPACES TO RPT-LINE.
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
       1000-EXIT.
           EXIT.

      * 2000-MEASURE-ONE-ORDER
      * One work order: matched to its completion, aged from fault
      * to repair, and folded into its district's tallies for the
      * report or the prior month. Planned PM orders are only
      * counted.
      *----------------------------------------------------------------
       2000-MEASURE-ONE-ORDER SECTION.
       2000-START.
                   GO TO 2000-EXIT
           END-READ.

           IF MD-REASON(1:3) = "PM "
               ADD 1 TO WS-PLANNED-COUNT
               GO TO 2000-EXIT
           END-IF.

           SET WS-COMP-FOUND-SW TO "N".
           PERFORM 2100-MATCH-ONE-COMPLETION THRU 2100-EXIT
               VARYING WS-COMP-IDX FROM 1 BY 1

       2500-TALLY-DISTRICT SECTION.
       2500-START.
           PERFORM 2550-FIND-DISTRICT-SLOT THRU 2550-EXIT.
           IF NOT WS-SLOT-FOUND
               GO TO 2500-EXIT
           END-IF.

           IF WS-COMP-MONTH = WS-REPORT-MONTH
       2500-EXIT.
           EXIT.

       2550-FIND-DISTRICT-SLOT SECTION.
       2550-START.
           SET WS-SLOT-FOUND-SW TO "N".
           PERFORM 2600-MATCH-ONE-DISTRICT THRU 2600-EXIT
               VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-DIST-COUNT OR WS-SLOT-FOUND.
           IF NOT WS-SLOT-FOUND
               IF WS-DIST-COUNT >= 20
                   GO TO 2550-EXIT
               END-IF
               ADD 1 TO WS-DIST-COUNT
               MOVE WS-DIST-COUNT TO WS-FOUND-IDX
               INITIALIZE WS-DIST-ENTRY(WS-FOUND-IDX)
               MOVE WS-DISTRICT TO WS-DS-DISTRICT(WS-FOUND-IDX)
               SET WS-SLOT-FOUND TO TRUE
           END-IF.
       2550-EXIT.
           EXIT.

       2600-MATCH-ONE-DISTRICT SECTION.
       2600-START.
           IF WS-DS-DISTRICT(WS-DIST-IDX) = WS-DISTRICT
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-TALLY-SLA-OUTCOMES
      * Folds the respond and repair legs SLAWATCH settled in the
      * report month into their districts' met-against-target
      * counts. No SLAOUTC simply leaves the SLA columns blank.
      *----------------------------------------------------------------
       3000-TALLY-SLA-OUTCOMES SECTION.
       3000-START.
           OPEN INPUT SLA-OUTCOMES.
           IF SO-FILE-STATUS NOT = "00"
               GO TO 3000-EXIT
           END-IF.
           SET WS-EOF-SW TO "N".
           PERFORM 3100-TALLY-ONE-OUTCOME THRU 3100-EXIT
               UNTIL WS-EOF.
           CLOSE SLA-OUTCOMES.
       3000-EXIT.
           EXIT.

       3100-TALLY-ONE-OUTCOME SECTION.
       3100-START.
           READ SLA-OUTCOMES
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF SO-RESPOND-PENDING AND SO-REPAIR-PENDING
               GO TO 3100-EXIT
           END-IF.
           MOVE SO-DISTRICT TO WS-DISTRICT.
           PERFORM 2550-FIND-DISTRICT-SLOT THRU 2550-EXIT.
           IF NOT WS-SLOT-FOUND
               GO TO 3100-EXIT
           END-IF.

           IF NOT SO-RESPOND-PENDING
                   AND SO-RESPOND-DATE(1:6) = WS-REPORT-MONTH
               ADD 1 TO WS-DS-RESP-COUNT(WS-FOUND-IDX)
               ADD 1 TO WS-SLA-SETTLED-COUNT
               IF SO-RESPOND-MET
                   ADD 1 TO WS-DS-RESP-MET(WS-FOUND-IDX)
               END-IF
           END-IF.
           IF NOT SO-REPAIR-PENDING
                   AND SO-REPAIR-DATE(1:6) = WS-REPORT-MONTH
               ADD 1 TO WS-DS-REPR-COUNT(WS-FOUND-IDX)
               ADD 1 TO WS-SLA-SETTLED-COUNT
               IF SO-REPAIR-MET
                   ADD 1 TO WS-DS-REPR-MET(WS-FOUND-IDX)
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-PRINT-DISTRICTS
      * One line per district with this month's average and worst
       5000-PRINT-DISTRICTS SECTION.
       5000-START.
           IF WS-DIST-COUNT = ZERO
               MOVE "A" TO WS-SPOOL-TYPE
               MOVE "NO REPAIRS COMPLETED IN THE PERIOD" TO RPT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-PRINT-ONE-DISTRICT THRU 5100-EXIT
           MOVE WS-AVG-DAYS                   TO DL-AVG.
           MOVE WS-DS-WORST-DAYS(WS-DIST-IDX) TO DL-WORST.
           MOVE WS-PRIOR-AVG                  TO DL-PRIOR-AVG.

           MOVE "DISTRICT"                    TO XR-ROW-TYPE.
           MOVE WS-DS-DISTRICT(WS-DIST-IDX)   TO XR-DISTRICT.
           MOVE WS-REPORT-MONTH               TO XR-MONTH.
           MOVE WS-DS-COUNT(WS-DIST-IDX)      TO XR-REPAIRS.
           MOVE WS-AVG-DAYS                   TO XR-AVG.
           MOVE WS-DS-WORST-DAYS(WS-DIST-IDX) TO XR-WORST.
           MOVE WS-PRIOR-AVG                  TO XR-PRIOR-AVG.

           MOVE " --" TO DL-RESP-PCT DL-REPR-PCT.
           MOVE SPACES TO XR-RESP-PCT-X XR-REPR-PCT-X.
           IF WS-DS-RESP-COUNT(WS-DIST-IDX) > ZERO
               COMPUTE WS-SLA-PCT ROUNDED =
                   WS-DS-RESP-MET(WS-DIST-IDX) * 100
                   / WS-DS-RESP-COUNT(WS-DIST-IDX)
               MOVE WS-SLA-PCT TO WS-SLA-PCT-EDIT
               MOVE WS-SLA-PCT-EDIT TO DL-RESP-PCT
               MOVE WS-SLA-PCT TO XR-RESP-PCT
           END-IF.
           IF WS-DS-REPR-COUNT(WS-DIST-IDX) > ZERO
               COMPUTE WS-SLA-PCT ROUNDED =
                   WS-DS-REPR-MET(WS-DIST-IDX) * 100
                   / WS-DS-REPR-COUNT(WS-DIST-IDX)
               MOVE WS-SLA-PCT TO WS-SLA-PCT-EDIT
               MOVE WS-SLA-PCT-EDIT TO DL-REPR-PCT
               MOVE WS-SLA-PCT TO XR-REPR-PCT
           END-IF.
           MOVE "D" TO WS-SPOOL-TYPE.
           MOVE WS-DS-DISTRICT(WS-DIST-IDX) TO WS-SPOOL-DISTRICT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
           IF WS-EXTRACT-WANTED
               WRITE XL-LINE FROM WS-EXTRACT-ROW
           END-IF.
       5100-EXIT.
           EXIT.

       8600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8900-WRITE-LINE
      * Prints RPT-LINE and spools the same line for RPTBURST under
      * WS-SPOOL-TYPE and, for a detail line, WS-SPOOL-DISTRICT.
      *----------------------------------------------------------------
       8900-WRITE-LINE SECTION.
       8900-START.
           MOVE SPACES TO RS-RECORD.
           MOVE WS-SPOOL-TYPE TO RS-LINE-TYPE.
           IF RS-DISTRICT-LINE
               MOVE WS-SPOOL-DISTRICT TO RS-DISTRICT
           END-IF.
           MOVE RPT-LINE TO RS-LINE.
           WRITE RPT-LINE.
           WRITE RS-RECORD.
       8900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the run summary.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE MAINT-DISPATCH REPAIR-REPORT BURST-SPOOL.
           IF WS-EXTRACT-WANTED
               CLOSE EXTRACT-FILE
           END-IF.
           IF IX-FILE-STATUS = "00"
               CLOSE INTERSECTION-MASTER
           END-IF.
           DISPLAY "MTTRRPT: REPAIRS MEASURED = " WS-MATCHED-COUNT.
           DISPLAY "MTTRRPT: STILL OPEN       = "
               WS-STILL-OPEN-COUNT.
           DISPLAY "MTTRRPT: PLANNED PM ORDERS = " WS-PLANNED-COUNT.
           DISPLAY "MTTRRPT: SLA LEGS SETTLED = "
               WS-SLA-SETTLED-COUNT.
       9000-EXIT.
           EXIT.
