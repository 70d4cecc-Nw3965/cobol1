       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTHPACK.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. MONTH-END MANAGEMENT SUMMARY
      *                  PACK - ONE REPORT OF HEADLINE FIGURES IN
      *                  PLACE OF THE STACK OF SUBSYSTEM REPORTS.
      *                  FOR THE PERIOD (THE LAST ONE CLOSED ON
      *                  PERDCTL UNLESS A MTHPCTL CARD NAMES ONE) IT
      *                  COUNTS PRICE CHANGES (PRICEHST) AND PRODUCTS
      *                  SELLING BELOW COST (PRODMAST/COSTMAST AS AT
      *                  THE RUN), THE CLOSING STOCK VALUE (INVVALSN)
      *                  AND THE MONTH'S MOVEMENTS (INVHIST), WORK
      *                  ORDERS OPENED AND CLOSED WITH THE AVERAGE
      *                  REPAIR DAYS OVERALL AND BY DISTRICT (TLMAINT,
      *                  TLMCOMP, INTXMAST - THE MTTRRPT MEASURE),
      *                  SIGNAL EXCEPTIONS (SIGSUMM) AND SENSOR
      *                  FAULTS, GRADES POSTED AND CORRECTED
      *                  (GRADEHST), SECURITY VIOLATIONS AND THE CASES
      *                  STILL UNDISPOSED (SECVIOL/SECCASE), REJECT
      *                  VOLUMES BY REJCODES CODE (REJSTATS), AND
      *                  BATCH RUNS WITH THEIR WARNINGS AND FAILURES
      *                  (JOBLOG). EACH FIGURE IS PRINTED BESIDE THE
      *                  PRIOR MONTH AND THE SAME MONTH LAST YEAR FROM
      *                  THE MTHFIGS HISTORY (SEE MTHFIGS.CPY), AND
      *                  THE PERIOD'S FIGURES ARE THEN STORED THERE -
      *                  REPLACING ANY FROM AN EARLIER RUN - SO NEXT
      *                  YEAR'S PACK HAS ITS COMPARISON.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CONTROL ASSIGN TO "PERDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-FILE-STATUS.
           SELECT PACK-CONTROL ASSIGN TO "MTHPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MP-FILE-STATUS.
           SELECT PRICE-HISTORY ASSIGN TO "PRICEHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PH-FILE-STATUS.
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
           SELECT MOVE-HISTORY ASSIGN TO "INVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IH-FILE-STATUS.
           SELECT MAINT-DISPATCH ASSIGN TO "TLMAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MD-FILE-STATUS.
           SELECT MAINT-COMPLETIONS ASSIGN TO "TLMCOMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MC-FILE-STATUS.
           SELECT INTERSECTION-MASTER ASSIGN TO "INTXMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IX-INTERSECTION-ID
               FILE STATUS IS IX-FILE-STATUS.
           SELECT RUN-SUMMARY ASSIGN TO "SIGSUMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SM-FILE-STATUS.
           SELECT RESULTS-HISTORY ASSIGN TO "GRADEHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RH-FILE-STATUS.
           SELECT SECURITY-LOG ASSIGN TO "SECVIOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEC-FILE-STATUS.
           SELECT CASE-FILE ASSIGN TO "SECCASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CS-FILE-STATUS.
           SELECT REJECT-CODES ASSIGN TO "REJCODES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RJ-FILE-STATUS.
           SELECT REJECT-STATS ASSIGN TO "REJSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-FILE-STATUS.
           SELECT JOB-LOG ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JL-FILE-STATUS.
           SELECT FIGURE-HISTORY ASSIGN TO "MTHFIGS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MF-FILE-STATUS.
           SELECT FIGURE-WORK ASSIGN TO "MTHFWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FILE-STATUS.
           SELECT PACK-REPORT ASSIGN TO "MTHPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CONTROL.
       01  PC-RECORD.
           05  PC-LAST-CLOSED          PIC 9(06).
       FD  PACK-CONTROL.
       01  MP-RECORD.
           05  MP-PERIOD               PIC X(06).
       FD  PRICE-HISTORY.
       01  PH-RECORD.
           05  PH-PRODUCT-ID           PIC X(05).
           05  FILLER                  PIC X(01).
           05  PH-OLD-PRICE            PIC 9(05)V99.
           05  FILLER                  PIC X(01).
           05  PH-NEW-PRICE            PIC 9(05)V99.
           05  FILLER                  PIC X(01).
           05  PH-CHANGE-DATE          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PH-CHANGE-TIME          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PH-OPERATOR-ID          PIC X(10).
       FD  PRODUCT-MASTER.
       COPY "PRODMAST.cpy".
       FD  COST-MASTER.
       COPY "COSTMAST.cpy".
       FD  VALUATION-SNAPSHOT.
       COPY "INVVALSN.cpy".
       FD  MOVE-HISTORY.
       COPY "INVHIST.cpy".
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
       FD  INTERSECTION-MASTER.
       COPY "INTXMAST.cpy".
       FD  RUN-SUMMARY.
       01  SM-RECORD.
           05  SM-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SM-RUN-TIME             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SM-COUNT-STOP           PIC 9(05).
           05  FILLER                  PIC X(01).
           05  SM-COUNT-GO             PIC 9(05).
           05  FILLER                  PIC X(01).
           05  SM-COUNT-CAUTION        PIC 9(05).
           05  FILLER                  PIC X(01).
           05  SM-COUNT-TRANSIT        PIC 9(05).
           05  FILLER                  PIC X(01).
           05  SM-COUNT-FLASH          PIC 9(05).
           05  FILLER                  PIC X(01).
           05  SM-COUNT-OFF            PIC 9(05).
           05  FILLER                  PIC X(01).
           05  SM-COUNT-EXCEPTION      PIC 9(05).
           05  FILLER                  PIC X(01).
           05  SM-COUNT-UNCODED        PIC 9(05).
           05  FILLER                  PIC X(01).
           05  SM-COUNT-BAD-INTX       PIC 9(05).
       FD  RESULTS-HISTORY.
       COPY "GRADEHST.cpy".
       FD  SECURITY-LOG.
       01  SEC-RECORD.
           05  SEC-OPERATOR-ID         PIC X(10).
           05  FILLER                  PIC X(01).
           05  SEC-TERMINAL-ID         PIC X(04).
           05  FILLER                  PIC X(01).
           05  SEC-REASON              PIC X(20).
           05  FILLER                  PIC X(01).
           05  SEC-VIOL-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SEC-VIOL-TIME           PIC 9(08).
       FD  CASE-FILE.
       01  CS-RECORD.
           05  CS-OPERATOR-ID          PIC X(10).
           05  FILLER                  PIC X(01).
           05  CS-TERMINAL-ID          PIC X(04).
           05  FILLER                  PIC X(01).
           05  CS-VIOL-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CS-VIOL-TIME            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CS-DISPOSITION          PIC X(01).
           05  FILLER                  PIC X(01).
           05  CS-COMMENTS             PIC X(30).
           05  FILLER                  PIC X(01).
           05  CS-REVIEWED-BY          PIC X(10).
           05  FILLER                  PIC X(01).
           05  CS-REVIEW-DATE          PIC 9(08).
       FD  REJECT-CODES.
       COPY "REJCODES.cpy".
       FD  REJECT-STATS.
       01  ST-RECORD.
           05  ST-STAT-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  ST-REASON-CODE          PIC X(04).
           05  FILLER                  PIC X(01).
           05  ST-COUNT                PIC 9(05).
       FD  JOB-LOG.
       COPY "JOBLOG.cpy".
       FD  FIGURE-HISTORY.
       COPY "MTHFIGS.cpy".
       FD  FIGURE-WORK.
       01  WK-RECORD                   PIC X(71).
       FD  PACK-REPORT.
       01  RPT-LINE                    PIC X(90).
       WORKING-STORAGE SECTION.
        01 PC-FILE-STATUS              PIC XX.
        01 MP-FILE-STATUS              PIC XX.
        01 PH-FILE-STATUS              PIC XX.
        01 PM-FILE-STATUS              PIC XX.
        01 CM-FILE-STATUS              PIC XX.
        01 VS-FILE-STATUS              PIC XX.
        01 IH-FILE-STATUS              PIC XX.
        01 MD-FILE-STATUS              PIC XX.
        01 MC-FILE-STATUS              PIC XX.
        01 IX-FILE-STATUS              PIC XX.
        01 SM-FILE-STATUS              PIC XX.
        01 RH-FILE-STATUS              PIC XX.
        01 SEC-FILE-STATUS             PIC XX.
        01 CS-FILE-STATUS              PIC XX.
        01 RJ-FILE-STATUS              PIC XX.
        01 ST-FILE-STATUS              PIC XX.
        01 JL-FILE-STATUS              PIC XX.
        01 MF-FILE-STATUS              PIC XX.
        01 WK-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-SLOT-FOUND-SW        PIC X(01) VALUE "N".
              88 WS-SLOT-FOUND                VALUE "Y".
           05 WS-COMP-FOUND-SW        PIC X(01) VALUE "N".
              88 WS-COMP-FOUND                VALUE "Y".
           05 WS-CASE-FOUND-SW        PIC X(01) VALUE "N".
              88 WS-CASE-FOUND                VALUE "Y".
           05 WS-COST-FOUND-SW        PIC X(01) VALUE "N".
              88 WS-COST-FOUND                VALUE "Y".
           05 WS-WO-READ-SW           PIC X(01) VALUE "N".
              88 WS-WO-READ                   VALUE "Y".
           05 WS-REJ-READ-SW          PIC X(01) VALUE "N".
              88 WS-REJ-READ                  VALUE "Y".
           05 WS-INTX-OPEN-SW         PIC X(01) VALUE "N".
              88 WS-INTX-OPEN                 VALUE "Y".
        01 WS-RUN-DATE                 PIC 9(08).
        01 WS-REPORT-PERIOD            PIC 9(06) VALUE ZERO.
        01 WS-PRIOR-PERIOD             PIC 9(06) VALUE ZERO.
        01 WS-PRIOR-FIELDS REDEFINES WS-PRIOR-PERIOD.
           05 WS-PRIOR-YEAR            PIC 9(04).
           05 WS-PRIOR-MM              PIC 9(02).
        01 WS-LAST-YEAR-PERIOD         PIC 9(06) VALUE ZERO.
        01 WS-ROW-MONTH                PIC 9(06) VALUE ZERO.
        01 WS-MISSING-COUNT            PIC 9(02) VALUE ZERO.
      *----------------------------------------------------------------
      * The standing headline figures, in the order the pack prints
      * them within each area: code, kind, description.
      *----------------------------------------------------------------
        01 WS-FIXED-FIGURES.
           05 FILLER                  PIC X(39) VALUE
                  "PRCHG   CPRICE CHANGES POSTED          ".
           05 FILLER                  PIC X(39) VALUE
                  "PRBELOW CPRODUCTS BELOW COST (AT RUN)  ".
           05 FILLER                  PIC X(39) VALUE
                  "STVALUE MCLOSING STOCK VALUE           ".
           05 FILLER                  PIC X(39) VALUE
                  "STMOVES CSTOCK MOVEMENTS POSTED        ".
           05 FILLER                  PIC X(39) VALUE
                  "STRCPTQ CUNITS RECEIVED                ".
           05 FILLER                  PIC X(39) VALUE
                  "STISSUQ CUNITS ISSUED                  ".
           05 FILLER                  PIC X(39) VALUE
                  "WOOPEN  CWORK ORDERS OPENED            ".
           05 FILLER                  PIC X(39) VALUE
                  "WOCLOSE CWORK ORDERS CLOSED            ".
           05 FILLER                  PIC X(39) VALUE
                  "WOAVGDAYAAVG REPAIR DAYS ALL DISTRICTS ".
           05 FILLER                  PIC X(39) VALUE
                  "SGEXCP  CSIGNAL EXCEPTIONS             ".
           05 FILLER                  PIC X(39) VALUE
                  "SGUNCD  CUNCODED SIGNAL READINGS       ".
           05 FILLER                  PIC X(39) VALUE
                  "SGFAULT CSENSOR FAULTS REPORTED        ".
           05 FILLER                  PIC X(39) VALUE
                  "GRPOST  CGRADES POSTED                 ".
           05 FILLER                  PIC X(39) VALUE
                  "GRCORR  CGRADES CORRECTED              ".
           05 FILLER                  PIC X(39) VALUE
                  "SCVIOL  CSECURITY VIOLATIONS           ".
           05 FILLER                  PIC X(39) VALUE
                  "SCOPEN  CCASES STILL UNDISPOSED        ".
           05 FILLER                  PIC X(39) VALUE
                  "RJTOTAL CREJECTS ALL CODES             ".
           05 FILLER                  PIC X(39) VALUE
                  "JBRUNS  CBATCH RUNS                    ".
           05 FILLER                  PIC X(39) VALUE
                  "JBWARN  CRUNS ENDING WITH A WARNING    ".
           05 FILLER                  PIC X(39) VALUE
                  "JBFAIL  CRUNS FAILED (RC 8 OR OVER)    ".
        01 WS-FIXED-TABLE REDEFINES WS-FIXED-FIGURES.
           05 WS-FIXED-ENTRY OCCURS 20 TIMES.
              10 WS-FX-CODE           PIC X(08).
              10 WS-FX-KIND           PIC X(01).
              10 WS-FX-DESCRIPTION    PIC X(30).
        01 WS-AREAS.
           05 FILLER                  PIC X(14) VALUE "PRPRICES      ".
           05 FILLER                  PIC X(14) VALUE "STSTOCK       ".
           05 FILLER                  PIC X(14) VALUE "WOWORK ORDERS ".
           05 FILLER                  PIC X(14) VALUE "SGSIGNALS     ".
           05 FILLER                  PIC X(14) VALUE "GRGRADES      ".
           05 FILLER                  PIC X(14) VALUE "SCSECURITY    ".
           05 FILLER                  PIC X(14) VALUE "RJREJECTS     ".
           05 FILLER                  PIC X(14) VALUE "JBBATCH RUNS  ".
        01 WS-AREA-TABLE REDEFINES WS-AREAS.
           05 WS-AREA-ENTRY OCCURS 8 TIMES.
              10 WS-AR-CODE           PIC X(02).
              10 WS-AR-TITLE          PIC X(12).
        01 WS-AREA-IDX                 PIC 9(02) VALUE ZERO.
      *----------------------------------------------------------------
      * The pack's figures - the standing ones, then any district or
      * reject-code detail found this month or in the history.
      *----------------------------------------------------------------
        01 WS-FIG-COUNT                PIC 9(03) VALUE ZERO.
        01 WS-FIG-TABLE.
           05 WS-FIG-ENTRY OCCURS 200 TIMES.
              10 WS-FG-CODE           PIC X(08).
              10 WS-FG-KIND           PIC X(01).
              10 WS-FG-DESCRIPTION    PIC X(30).
              10 WS-FG-CURRENT        PIC 9(11)V99.
              10 WS-FG-PRIOR          PIC 9(11)V99.
              10 WS-FG-LAST-YEAR      PIC 9(11)V99.
              10 WS-FG-CURRENT-SW     PIC X(01).
              10 WS-FG-PRIOR-SW       PIC X(01).
              10 WS-FG-LAST-YEAR-SW   PIC X(01).
        01 WS-FIG-IDX                  PIC 9(03) VALUE ZERO.
        01 WS-FOUND-IDX                PIC 9(03) VALUE ZERO.
        01 WS-WORK-CODE                PIC X(08) VALUE SPACES.
        01 WS-WORK-KIND                PIC X(01) VALUE SPACES.
        01 WS-WORK-DESCRIPTION         PIC X(30) VALUE SPACES.
        01 WS-WORK-VALUE               PIC 9(11)V99 VALUE ZERO.
      *----------------------------------------------------------------
      * Month accumulators.
      *----------------------------------------------------------------
        01 WS-FIGURE-COUNTS.
           05 WS-PRICE-CHANGES        PIC 9(07) VALUE ZERO.
           05 WS-BELOW-COST           PIC 9(07) VALUE ZERO.
           05 WS-STOCK-VALUE          PIC 9(11)V99 VALUE ZERO.
           05 WS-VALUATION-ROWS       PIC 9(07) VALUE ZERO.
           05 WS-MOVEMENTS            PIC 9(07) VALUE ZERO.
           05 WS-RECEIVED-QTY         PIC 9(11) VALUE ZERO.
           05 WS-ISSUED-QTY           PIC 9(11) VALUE ZERO.
           05 WS-ORDERS-OPENED        PIC 9(07) VALUE ZERO.
           05 WS-ORDERS-CLOSED        PIC 9(07) VALUE ZERO.
           05 WS-SENSOR-FAULTS        PIC 9(07) VALUE ZERO.
           05 WS-REPAIR-COUNT         PIC 9(07) VALUE ZERO.
           05 WS-REPAIR-DAYS          PIC 9(09) VALUE ZERO.
           05 WS-SIG-EXCEPTIONS       PIC 9(09) VALUE ZERO.
           05 WS-SIG-UNCODED          PIC 9(09) VALUE ZERO.
           05 WS-GRADES-POSTED        PIC 9(07) VALUE ZERO.
           05 WS-GRADES-CORRECTED     PIC 9(07) VALUE ZERO.
           05 WS-VIOLATIONS           PIC 9(07) VALUE ZERO.
           05 WS-OPEN-CASES           PIC 9(07) VALUE ZERO.
           05 WS-REJECT-TOTAL         PIC 9(09) VALUE ZERO.
           05 WS-JOB-RUNS             PIC 9(07) VALUE ZERO.
           05 WS-JOB-WARNINGS         PIC 9(07) VALUE ZERO.
           05 WS-JOB-FAILURES         PIC 9(07) VALUE ZERO.
        01 WS-COMP-COUNT               PIC 9(04) VALUE ZERO.
        01 WS-COMP-TABLE.
           05 WS-COMP-ENTRY OCCURS 2000 TIMES.
              10 WS-CP-WO             PIC 9(06).
              10 WS-CP-COMP-DATE      PIC 9(08).
        01 WS-COMP-IDX                 PIC 9(04) VALUE ZERO.
        01 WS-COMP-DATE                PIC 9(08) VALUE ZERO.
        01 WS-ELAPSED-DAYS             PIC S9(05) VALUE ZERO.
        01 WS-FAULT-SERIAL             PIC 9(08) VALUE ZERO.
        01 WS-COMP-SERIAL              PIC 9(08) VALUE ZERO.
        01 WS-DISTRICT                 PIC X(03) VALUE SPACES.
        01 WS-DIST-COUNT               PIC 9(02) VALUE ZERO.
        01 WS-DIST-TABLE.
           05 WS-DIST-ENTRY OCCURS 20 TIMES.
              10 WS-DS-DISTRICT       PIC X(03).
              10 WS-DS-COUNT          PIC 9(05).
              10 WS-DS-TOTAL-DAYS     PIC 9(07).
        01 WS-DIST-IDX                 PIC 9(02) VALUE ZERO.
        01 WS-DIST-FOUND-IDX           PIC 9(02) VALUE ZERO.
        01 WS-CASE-COUNT               PIC 9(04) VALUE ZERO.
        01 WS-CASE-TABLE.
           05 WS-CASE-ENTRY OCCURS 1000 TIMES.
              10 WS-CK-OPERATOR-ID    PIC X(10).
              10 WS-CK-VIOL-DATE      PIC 9(08).
              10 WS-CK-VIOL-TIME      PIC 9(08).
        01 WS-CASE-IDX                 PIC 9(04) VALUE ZERO.
        01 WS-CODE-COUNT               PIC 9(02) VALUE ZERO.
        01 WS-CODE-TABLE.
           05 WS-CODE-ENTRY OCCURS 50 TIMES.
              10 WS-CD-CODE           PIC X(04).
              10 WS-CD-DESCRIPTION    PIC X(30).
        01 WS-CODE-IDX                 PIC 9(02) VALUE ZERO.
        01 WS-AVG-DAYS                 PIC 9(05)V9 VALUE ZERO.
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
        01 WS-EDIT-VALUE               PIC 9(11)V99 VALUE ZERO.
        01 WS-EDIT-KIND                PIC X(01) VALUE SPACES.
        01 WS-EDIT-SW                  PIC X(01) VALUE SPACES.
        01 WS-EDIT-TEXT                PIC X(17) VALUE SPACES.
        01 WS-EDIT-MONEY               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        01 WS-EDIT-AVERAGE             PIC ZZZ,ZZZ,ZZZ,ZZ9.9.
        01 WS-EDIT-COUNT               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
        01 WS-STORED-COUNT             PIC 9(03) VALUE ZERO.
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(42) VALUE
                  "MONTH-END MANAGEMENT SUMMARY PACK  PERIOD ".
           05 HL-PERIOD               PIC 9(06).
           05 FILLER                  PIC X(06) VALUE "  RUN ".
           05 HL-RUN-DATE             PIC 9(08).
        01 WS-COLUMN-LINE-1.
           05 FILLER                  PIC X(40) VALUE "FIGURE".
           05 FILLER                  PIC X(18) VALUE
                  "THIS MONTH        ".
           05 FILLER                  PIC X(21) VALUE
                  "PRIOR MONTH          ".
           05 FILLER                  PIC X(09) VALUE "LAST YEAR".
        01 WS-COLUMN-LINE-2.
           05 FILLER                  PIC X(44) VALUE SPACES.
           05 CL-PERIOD               PIC 9(06).
           05 FILLER                  PIC X(13) VALUE SPACES.
           05 CL-PRIOR-PERIOD         PIC 9(06).
           05 FILLER                  PIC X(13) VALUE SPACES.
           05 CL-LAST-YEAR-PERIOD     PIC 9(06).
        01 WS-DETAIL-LINE.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-DESCRIPTION          PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-CURRENT              PIC X(17).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-PRIOR                PIC X(17).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-LAST-YEAR            PIC X(17).
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PRICE-FIGURES THRU 2000-EXIT.
           PERFORM 2500-STOCK-FIGURES THRU 2500-EXIT.
           PERFORM 3000-WORK-ORDER-FIGURES THRU 3000-EXIT.
           PERFORM 3500-SIGNAL-FIGURES THRU 3500-EXIT.
           PERFORM 4000-GRADE-FIGURES THRU 4000-EXIT.
           PERFORM 4200-SECURITY-FIGURES THRU 4200-EXIT.
           PERFORM 4500-REJECT-FIGURES THRU 4500-EXIT.
           PERFORM 4800-BATCH-FIGURES THRU 4800-EXIT.
           PERFORM 5000-LOAD-COMPARISONS THRU 5000-EXIT.
           PERFORM 6000-PRINT-PACK THRU 6000-EXIT.
           PERFORM 7000-STORE-FIGURES THRU 7000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Settles the period - the MTHPCTL card, else the last closed
      * period on PERDCTL - with the prior month and the same month
      * last year to compare against, seeds the standing figures,
      * and opens the report.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

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

           OPEN INPUT PACK-CONTROL.
           IF MP-FILE-STATUS = "00"
               READ PACK-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MP-PERIOD NUMERIC
                           MOVE MP-PERIOD TO WS-REPORT-PERIOD
                       END-IF
               END-READ
               CLOSE PACK-CONTROL
           END-IF.

           IF WS-REPORT-PERIOD = ZERO
               DISPLAY "MTHPACK: NO PERIOD CLOSED AND NO MTHPCTL CARD"
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
           COMPUTE WS-LAST-YEAR-PERIOD = WS-REPORT-PERIOD - 100.

           PERFORM 1100-SEED-ONE-FIGURE THRU 1100-EXIT
               VARYING WS-FIG-IDX FROM 1 BY 1
               UNTIL WS-FIG-IDX > 20.
           MOVE 20 TO WS-FIG-COUNT.

           OPEN OUTPUT PACK-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "MTHPACK: UNABLE TO OPEN MTHPRPT - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

       1100-SEED-ONE-FIGURE SECTION.
       1100-START.
           INITIALIZE WS-FIG-ENTRY(WS-FIG-IDX).
           MOVE WS-FX-CODE(WS-FIG-IDX) TO WS-FG-CODE(WS-FIG-IDX).
           MOVE WS-FX-KIND(WS-FIG-IDX) TO WS-FG-KIND(WS-FIG-IDX).
           MOVE WS-FX-DESCRIPTION(WS-FIG-IDX)
               TO WS-FG-DESCRIPTION(WS-FIG-IDX).
           MOVE "N" TO WS-FG-CURRENT-SW(WS-FIG-IDX).
           MOVE "N" TO WS-FG-PRIOR-SW(WS-FIG-IDX).
           MOVE "N" TO WS-FG-LAST-YEAR-SW(WS-FIG-IDX).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-FIND-FIGURE
      * Finds WS-WORK-CODE in the figure table, adding it (with
      * WS-WORK-KIND and WS-WORK-DESCRIPTION) when it is new. The
      * slot is left in WS-FOUND-IDX; WS-SLOT-FOUND is off only when
      * the table is full.
      *----------------------------------------------------------------
       1500-FIND-FIGURE SECTION.
       1500-START.
           SET WS-SLOT-FOUND-SW TO "N".
           PERFORM 1550-MATCH-ONE-FIGURE THRU 1550-EXIT
               VARYING WS-FIG-IDX FROM 1 BY 1
               UNTIL WS-FIG-IDX > WS-FIG-COUNT OR WS-SLOT-FOUND.
           IF WS-SLOT-FOUND
               GO TO 1500-EXIT
           END-IF.

           IF WS-FIG-COUNT >= 200
               DISPLAY "MTHPACK: FIGURE TABLE FULL - " WS-WORK-CODE
                   " NOT REPORTED"
               GO TO 1500-EXIT
           END-IF.
           ADD 1 TO WS-FIG-COUNT.
           MOVE WS-FIG-COUNT TO WS-FOUND-IDX.
           INITIALIZE WS-FIG-ENTRY(WS-FOUND-IDX).
           MOVE WS-WORK-CODE        TO WS-FG-CODE(WS-FOUND-IDX).
           MOVE WS-WORK-KIND        TO WS-FG-KIND(WS-FOUND-IDX).
           MOVE WS-WORK-DESCRIPTION TO WS-FG-DESCRIPTION(WS-FOUND-IDX).
           MOVE "N" TO WS-FG-CURRENT-SW(WS-FOUND-IDX).
           MOVE "N" TO WS-FG-PRIOR-SW(WS-FOUND-IDX).
           MOVE "N" TO WS-FG-LAST-YEAR-SW(WS-FOUND-IDX).
           SET WS-SLOT-FOUND TO TRUE.
       1500-EXIT.
           EXIT.

       1550-MATCH-ONE-FIGURE SECTION.
       1550-START.
           IF WS-FG-CODE(WS-FIG-IDX) = WS-WORK-CODE
               SET WS-SLOT-FOUND TO TRUE
               MOVE WS-FIG-IDX TO WS-FOUND-IDX
           END-IF.
       1550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1600-SET-FIGURE
      * Posts WS-WORK-VALUE as this month's value of WS-WORK-CODE.
      *----------------------------------------------------------------
       1600-SET-FIGURE SECTION.
       1600-START.
           PERFORM 1500-FIND-FIGURE THRU 1500-EXIT.
           IF NOT WS-SLOT-FOUND
               GO TO 1600-EXIT
           END-IF.
           MOVE WS-WORK-VALUE TO WS-FG-CURRENT(WS-FOUND-IDX).
           MOVE "Y" TO WS-FG-CURRENT-SW(WS-FOUND-IDX).
       1600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1700-SOURCE-MISSING
      * Notes a source dataset that could not be read; its figures
      * print as "--" and are not stored.
      *----------------------------------------------------------------
       1700-SOURCE-MISSING SECTION.
       1700-START.
           ADD 1 TO WS-MISSING-COUNT.
       1700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PRICE-FIGURES
      * Price changes dated in the period from PRICEHST, then the
      * active products priced below their COSTMAST cost - the
      * MARGINRP test, which can only be taken as the masters stand
      * at the run.
      *----------------------------------------------------------------
       2000-PRICE-FIGURES SECTION.
       2000-START.
           OPEN INPUT PRICE-HISTORY.
           IF PH-FILE-STATUS NOT = "00"
               DISPLAY "MTHPACK: NO PRICEHST ON FILE - PRICE CHANGES"
                   " NOT REPORTED"
               PERFORM 1700-SOURCE-MISSING THRU 1700-EXIT
           ELSE
               PERFORM 2100-COUNT-ONE-PRICE-CHANGE THRU 2100-EXIT
                   UNTIL WS-EOF
               SET WS-EOF-SW TO "N"
               CLOSE PRICE-HISTORY
               MOVE "PRCHG" TO WS-WORK-CODE
               MOVE WS-PRICE-CHANGES TO WS-WORK-VALUE
               PERFORM 1600-SET-FIGURE THRU 1600-EXIT
           END-IF.

           OPEN INPUT PRODUCT-MASTER.
           IF PM-FILE-STATUS NOT = "00"
               DISPLAY "MTHPACK: UNABLE TO OPEN PRODMAST - BELOW-COST"
                   " NOT REPORTED"
               PERFORM 1700-SOURCE-MISSING THRU 1700-EXIT
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT COST-MASTER.
           IF CM-FILE-STATUS NOT = "00"
               DISPLAY "MTHPACK: UNABLE TO OPEN COSTMAST - BELOW-COST"
                   " NOT REPORTED"
               PERFORM 1700-SOURCE-MISSING THRU 1700-EXIT
               CLOSE PRODUCT-MASTER
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2200-CHECK-ONE-PRODUCT THRU 2200-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE PRODUCT-MASTER COST-MASTER.
           MOVE "PRBELOW" TO WS-WORK-CODE.
           MOVE WS-BELOW-COST TO WS-WORK-VALUE.
           PERFORM 1600-SET-FIGURE THRU 1600-EXIT.
       2000-EXIT.
           EXIT.

       2100-COUNT-ONE-PRICE-CHANGE SECTION.
       2100-START.
           READ PRICE-HISTORY
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           MOVE PH-CHANGE-DATE(1:6) TO WS-ROW-MONTH.
           IF WS-ROW-MONTH = WS-REPORT-PERIOD
               ADD 1 TO WS-PRICE-CHANGES
           END-IF.
       2100-EXIT.
           EXIT.

       2200-CHECK-ONE-PRODUCT SECTION.
       2200-START.
           READ PRODUCT-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           IF PM-DISCONTINUED
               GO TO 2200-EXIT
           END-IF.

           SET WS-COST-FOUND-SW TO "N".
           MOVE PM-PRODUCT-ID TO CM-PRODUCT-ID.
           READ COST-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-COST-FOUND TO TRUE
           END-READ.
           IF WS-COST-FOUND AND PM-PRODUCT-PRICE < CM-UNIT-COST
               ADD 1 TO WS-BELOW-COST
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-STOCK-FIGURES
      * The closing stock value from the period's INVVALSN rows, and
      * the movements INVHIST dates in the period. A transfer lands
      * on INVHIST as a pair, so only its outbound leg is counted.
      *----------------------------------------------------------------
       2500-STOCK-FIGURES SECTION.
       2500-START.
           OPEN INPUT VALUATION-SNAPSHOT.
           IF VS-FILE-STATUS NOT = "00"
               DISPLAY "MTHPACK: NO INVVALSN ON FILE - STOCK VALUE"
                   " NOT REPORTED"
               PERFORM 1700-SOURCE-MISSING THRU 1700-EXIT
           ELSE
               PERFORM 2600-VALUE-ONE-ROW THRU 2600-EXIT
                   UNTIL WS-EOF
               SET WS-EOF-SW TO "N"
               CLOSE VALUATION-SNAPSHOT
               IF WS-VALUATION-ROWS = ZERO
                   DISPLAY "MTHPACK: NO INVVALSN ROWS FOR "
                       WS-REPORT-PERIOD " - STOCK VALUE NOT REPORTED"
                   PERFORM 1700-SOURCE-MISSING THRU 1700-EXIT
               ELSE
                   MOVE "STVALUE" TO WS-WORK-CODE
                   MOVE WS-STOCK-VALUE TO WS-WORK-VALUE
                   PERFORM 1600-SET-FIGURE THRU 1600-EXIT
               END-IF
           END-IF.

           OPEN INPUT MOVE-HISTORY.
           IF IH-FILE-STATUS NOT = "00"
               DISPLAY "MTHPACK: NO INVHIST ON FILE - MOVEMENTS NOT"
                   " REPORTED"
               PERFORM 1700-SOURCE-MISSING THRU 1700-EXIT
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2700-COUNT-ONE-MOVEMENT THRU 2700-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE MOVE-HISTORY.
           MOVE "STMOVES" TO WS-WORK-CODE.
           MOVE WS-MOVEMENTS TO WS-WORK-VALUE.
           PERFORM 1600-SET-FIGURE THRU 1600-EXIT.
           MOVE "STRCPTQ" TO WS-WORK-CODE.
           MOVE WS-RECEIVED-QTY TO WS-WORK-VALUE.
           PERFORM 1600-SET-FIGURE THRU 1600-EXIT.
           MOVE "STISSUQ" TO WS-WORK-CODE.
           MOVE WS-ISSUED-QTY TO WS-WORK-VALUE.
           PERFORM 1600-SET-FIGURE THRU 1600-EXIT.
       2500-EXIT.
           EXIT.

       2600-VALUE-ONE-ROW SECTION.
       2600-START.
           READ VALUATION-SNAPSHOT
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2600-EXIT
           END-READ.
           IF VS-PERIOD = WS-REPORT-PERIOD
               ADD 1 TO WS-VALUATION-ROWS
               ADD VS-EXTENDED-VALUE TO WS-STOCK-VALUE
           END-IF.
       2600-EXIT.
           EXIT.

       2700-COUNT-ONE-MOVEMENT SECTION.
       2700-START.
           READ MOVE-HISTORY
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2700-EXIT
           END-READ.
           MOVE IH-MOVE-DATE(1:6) TO WS-ROW-MONTH.
           IF WS-ROW-MONTH NOT = WS-REPORT-PERIOD
               GO TO 2700-EXIT
           END-IF.
           IF IH-MOVE-TYPE = "T" AND IH-ADJUST-SIGN = "+"
               GO TO 2700-EXIT
           END-IF.

           ADD 1 TO WS-MOVEMENTS.
           IF IH-MOVE-TYPE = "R"
               ADD IH-QUANTITY TO WS-RECEIVED-QTY
           END-IF.
           IF IH-MOVE-TYPE = "I"
               ADD IH-QUANTITY TO WS-ISSUED-QTY
           END-IF.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-WORK-ORDER-FIGURES
      * Work orders raised and completed in the period, the sensor
      * faults among them (planned PM orders excluded), and the
      * average days from fault to repair for the unplanned orders
      * completed in the period - overall and by IX-DISTRICT, the
      * MTTRRPT measure.
      *----------------------------------------------------------------
       3000-WORK-ORDER-FIGURES SECTION.
       3000-START.
           OPEN INPUT MAINT-COMPLETIONS.
           IF MC-FILE-STATUS NOT = "00"
               DISPLAY "MTHPACK: NO TLMCOMP ON FILE - WORK ORDERS NOT"
                   " REPORTED"
               PERFORM 1700-SOURCE-MISSING THRU 1700-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-LOAD-ONE-COMPLETION THRU 3100-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE MAINT-COMPLETIONS.

           OPEN INPUT MAINT-DISPATCH.
           IF MD-FILE-STATUS NOT = "00"
               DISPLAY "MTHPACK: NO TLMAINT ON FILE - WORK ORDERS NOT"
                   " REPORTED"
               PERFORM 1700-SOURCE-MISSING THRU 1700-EXIT
               GO TO 3000-EXIT
           END-IF.

           OPEN INPUT INTERSECTION-MASTER.
           IF IX-FILE-STATUS = "00"
               SET WS-INTX-OPEN TO TRUE
           ELSE
               DISPLAY "MTHPACK: NO INTERSECTION MASTER - DISTRICTS"
                   " REPORTED AS ???"
           END-IF.

           PERFORM 3200-MEASURE-ONE-ORDER THRU 3200-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE MAINT-DISPATCH.
           IF WS-INTX-OPEN
               CLOSE INTERSECTION-MASTER
           END-IF.
           SET WS-WO-READ TO TRUE.

           MOVE "WOOPEN" TO WS-WORK-CODE.
           MOVE WS-ORDERS-OPENED TO WS-WORK-VALUE.
           PERFORM 1600-SET-FIGURE THRU 1600-EXIT.
           MOVE "WOCLOSE" TO WS-WORK-CODE.
           MOVE WS-ORDERS-CLOSED TO WS-WORK-VALUE.
           PERFORM 1600-SET-FIGURE THRU 1600-EXIT.
           MOVE "SGFAULT" TO WS-WORK-CODE.
           MOVE WS-SENSOR-FAULTS TO WS-WORK-VALUE.
           PERFORM 1600-SET-FIGURE THRU 1600-EXIT.

           MOVE ZERO TO WS-AVG-DAYS.
           IF WS-REPAIR-COUNT > ZERO
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-REPAIR-DAYS / WS-REPAIR-COUNT
           END-IF.
           MOVE "WOAVGDAY" TO WS-WORK-CODE.
           MOVE WS-AVG-DAYS TO WS-WORK-VALUE.
           PERFORM 1600-SET-FIGURE THRU 1600-EXIT.

           PERFORM 3050-POST-ONE-DISTRICT THRU 3050-EXIT
               VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-DIST-COUNT.
       3000-EXIT.
           EXIT.

       3100-LOAD-ONE-COMPLETION SECTION.
       3100-START.
           READ MAINT-COMPLETIONS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           MOVE MC-COMP-DATE(1:6) TO WS-ROW-MONTH.
           IF WS-ROW-MONTH = WS-REPORT-PERIOD
               ADD 1 TO WS-ORDERS-CLOSED
           END-IF.
           IF WS-COMP-COUNT >= 2000
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-COMP-COUNT.
           MOVE MC-WORK-ORDER-NO TO WS-CP-WO(WS-COMP-COUNT).
           MOVE MC-COMP-DATE     TO WS-CP-COMP-DATE(WS-COMP-COUNT).
       3100-EXIT.
           EXIT.

       3200-MEASURE-ONE-ORDER SECTION.
       3200-START.
           READ MAINT-DISPATCH
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3200-EXIT
           END-READ.

           MOVE MD-FAULT-DATE(1:6) TO WS-ROW-MONTH.
           IF WS-ROW-MONTH = WS-REPORT-PERIOD
               ADD 1 TO WS-ORDERS-OPENED
               IF MD-REASON(1:3) NOT = "PM "
                   ADD 1 TO WS-SENSOR-FAULTS
               END-IF
           END-IF.

           IF MD-REASON(1:3) = "PM "
               GO TO 3200-EXIT
           END-IF.

           SET WS-COMP-FOUND-SW TO "N".
           PERFORM 3300-MATCH-ONE-COMPLETION THRU 3300-EXIT
               VARYING WS-COMP-IDX FROM 1 BY 1
               UNTIL WS-COMP-IDX > WS-COMP-COUNT OR WS-COMP-FOUND.
           IF NOT WS-COMP-FOUND
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-COMP-DATE(1:6) TO WS-ROW-MONTH.
           IF WS-ROW-MONTH NOT = WS-REPORT-PERIOD
               GO TO 3200-EXIT
           END-IF.

           MOVE MD-FAULT-DATE TO WS-D2S-DATE.
           PERFORM 8600-DATE-TO-SERIAL THRU 8600-EXIT.
           MOVE WS-D2S-SERIAL TO WS-FAULT-SERIAL.
           MOVE WS-COMP-DATE TO WS-D2S-DATE.
           PERFORM 8600-DATE-TO-SERIAL THRU 8600-EXIT.
           MOVE WS-D2S-SERIAL TO WS-COMP-SERIAL.
           COMPUTE WS-ELAPSED-DAYS =
               WS-COMP-SERIAL - WS-FAULT-SERIAL.
           IF WS-ELAPSED-DAYS < ZERO
               MOVE ZERO TO WS-ELAPSED-DAYS
           END-IF.
           ADD 1 TO WS-REPAIR-COUNT.
           ADD WS-ELAPSED-DAYS TO WS-REPAIR-DAYS.

           PERFORM 3400-FIND-DISTRICT THRU 3400-EXIT.
           PERFORM 3450-FIND-DISTRICT-SLOT THRU 3450-EXIT.
           IF WS-SLOT-FOUND
               ADD 1 TO WS-DS-COUNT(WS-DIST-FOUND-IDX)
               ADD WS-ELAPSED-DAYS
                   TO WS-DS-TOTAL-DAYS(WS-DIST-FOUND-IDX)
           END-IF.
       3200-EXIT.
           EXIT.

       3300-MATCH-ONE-COMPLETION SECTION.
       3300-START.
           IF WS-CP-WO(WS-COMP-IDX) = MD-WORK-ORDER-NO
               SET WS-COMP-FOUND TO TRUE
               MOVE WS-CP-COMP-DATE(WS-COMP-IDX) TO WS-COMP-DATE
           END-IF.
       3300-EXIT.
           EXIT.

       3400-FIND-DISTRICT SECTION.
       3400-START.
           MOVE "???" TO WS-DISTRICT.
           IF NOT WS-INTX-OPEN
               GO TO 3400-EXIT
           END-IF.
           MOVE MD-INTERSECTION-ID TO IX-INTERSECTION-ID.
           READ INTERSECTION-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE IX-DISTRICT TO WS-DISTRICT
           END-READ.
       3400-EXIT.
           EXIT.

       3450-FIND-DISTRICT-SLOT SECTION.
       3450-START.
           SET WS-SLOT-FOUND-SW TO "N".
           PERFORM 3460-MATCH-ONE-DISTRICT THRU 3460-EXIT
               VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-DIST-COUNT OR WS-SLOT-FOUND.
           IF NOT WS-SLOT-FOUND
               IF WS-DIST-COUNT >= 20
                   GO TO 3450-EXIT
               END-IF
               ADD 1 TO WS-DIST-COUNT
               MOVE WS-DIST-COUNT TO WS-DIST-FOUND-IDX
               INITIALIZE WS-DIST-ENTRY(WS-DIST-FOUND-IDX)
               MOVE WS-DISTRICT TO WS-DS-DISTRICT(WS-DIST-FOUND-IDX)
               SET WS-SLOT-FOUND TO TRUE
           END-IF.
       3450-EXIT.
           EXIT.

       3460-MATCH-ONE-DISTRICT SECTION.
       3460-START.
           IF WS-DS-DISTRICT(WS-DIST-IDX) = WS-DISTRICT
               SET WS-SLOT-FOUND TO TRUE
               MOVE WS-DIST-IDX TO WS-DIST-FOUND-IDX
           END-IF.
       3460-EXIT.
           EXIT.

       3050-POST-ONE-DISTRICT SECTION.
       3050-START.
           COMPUTE WS-AVG-DAYS ROUNDED =
               WS-DS-TOTAL-DAYS(WS-DIST-IDX) / WS-DS-COUNT(WS-DIST-IDX).
           MOVE SPACES TO WS-WORK-CODE.
           STRING "WO-" WS-DS-DISTRICT(WS-DIST-IDX)
               DELIMITED BY SIZE INTO WS-WORK-CODE.
           MOVE "A" TO WS-WORK-KIND.
           MOVE SPACES TO WS-WORK-DESCRIPTION.
           STRING "  AVG REPAIR DAYS DISTRICT "
               WS-DS-DISTRICT(WS-DIST-IDX)
               DELIMITED BY SIZE INTO WS-WORK-DESCRIPTION.
           MOVE WS-AVG-DAYS TO WS-WORK-VALUE.
           PERFORM 1600-SET-FIGURE THRU 1600-EXIT.
       3050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-SIGNAL-FIGURES
      * Exception and uncoded readings from the SIGSUMM run
      * summaries dated in the period.
      *----------------------------------------------------------------
       3500-SIGNAL-FIGURES SECTION.
       3500-START.
           OPEN INPUT RUN-SUMMARY.
           IF SM-FILE-STATUS NOT = "00"
               DISPLAY "MTHPACK: NO SIGSUMM ON FILE - SIGNAL"
                   " EXCEPTIONS NOT REPORTED"
               PERFORM 1700-SOURCE-MISSING THRU 1700-EXIT
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3600-TALLY-ONE-RUN THRU 3600-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE RUN-SUMMARY.
           MOVE "SGEXCP" TO WS-WORK-CODE.
           MOVE WS-SIG-EXCEPTIONS TO WS-WORK-VALUE.
           PERFORM 1600-SET-FIGURE THRU 1600-EXIT.
           MOVE "SGUNCD" TO WS-WORK-CODE.
           MOVE WS-SIG-UNCODED TO WS-WORK-VALUE.
           PERFORM 1600-SET-FIGURE THRU 1600-EXIT.
       3500-EXIT.
           EXIT.

       3600-TALLY-ONE-RUN SECTION.
       3600-START.
           READ RUN-SUMMARY
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3600-EXIT
           END-READ.
           MOVE SM-RUN-DATE(1:6) TO WS-ROW-MONTH.
           IF WS-ROW-MONTH = WS-REPORT-PERIOD
               ADD SM-COUNT-EXCEPTION TO WS-SIG-EXCEPTIONS
               ADD SM-COUNT-UNCODED TO WS-SIG-UNCODED
           END-IF.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-GRADE-FIGURES
      * GRADEHST rows dated in the period: the graded evaluations
      * posted (every row but a correction - a superseded original
      * was still posted) and the corrections GRDCORR appended.
      *----------------------------------------------------------------
       4000-GRADE-FIGURES SECTION.
       4000-START.
           OPEN INPUT RESULTS-HISTORY.
           IF RH-FILE-STATUS NOT = "00"
               DISPLAY "MTHPACK: NO GRADEHST ON FILE - GRADES NOT"
                   " REPORTED"
               PERFORM 1700-SOURCE-MISSING THRU 1700-EXIT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-TALLY-ONE-GRADE THRU 4100-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE RESULTS-HISTORY.
           MOVE "GRPOST" TO WS-WORK-CODE.
           MOVE WS-GRADES-POSTED TO WS-WORK-VALUE.
           PERFORM 1600-SET-FIGURE THRU 1600-EXIT.
           MOVE "GRCORR" TO WS-WORK-CODE.
           MOVE WS-GRADES-CORRECTED TO WS-WORK-VALUE.
           PERFORM 1600-SET-FIGURE THRU 1600-EXIT.
       4000-EXIT.
           EXIT.

       4100-TALLY-ONE-GRADE SECTION.
       4100-START.
           READ RESULTS-HISTORY
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           MOVE RH-EVAL-DATE(1:6) TO WS-ROW-MONTH.
           IF WS-ROW-MONTH NOT = WS-REPORT-PERIOD
               GO TO 4100-EXIT
           END-IF.
           IF RH-CORRECTION
               ADD 1 TO WS-GRADES-CORRECTED
           ELSE
               ADD 1 TO WS-GRADES-POSTED
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-SECURITY-FIGURES
      * Violations logged in the period, and every violation up to
      * the end of the period that still has no SECCASE disposition
      * - the open cases a supervisor has yet to work.
      *----------------------------------------------------------------
       4200-SECURITY-FIGURES SECTION.
       4200-START.
           OPEN INPUT SECURITY-LOG.
           IF SEC-FILE-STATUS NOT = "00"
               DISPLAY "MTHPACK: NO SECVIOL ON FILE - SECURITY NOT"
                   " REPORTED"
               PERFORM 1700-SOURCE-MISSING THRU 1700-EXIT
               GO TO 4200-EXIT
           END-IF.

           OPEN INPUT CASE-FILE.
           IF CS-FILE-STATUS = "00"
               PERFORM 4300-LOAD-ONE-CASE THRU 4300-EXIT
                   UNTIL WS-EOF OR WS-CASE-COUNT = 1000
               SET WS-EOF-SW TO "N"
               CLOSE CASE-FILE
           END-IF.

           PERFORM 4400-TALLY-ONE-VIOLATION THRU 4400-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE SECURITY-LOG.
           MOVE "SCVIOL" TO WS-WORK-CODE.
           MOVE WS-VIOLATIONS TO WS-WORK-VALUE.
           PERFORM 1600-SET-FIGURE THRU 1600-EXIT.
           MOVE "SCOPEN" TO WS-WORK-CODE.
           MOVE WS-OPEN-CASES TO WS-WORK-VALUE.
           PERFORM 1600-SET-FIGURE THRU 1600-EXIT.
       4200-EXIT.
           EXIT.

       4300-LOAD-ONE-CASE SECTION.
       4300-START.
           READ CASE-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4300-EXIT
           END-READ.
           ADD 1 TO WS-CASE-COUNT.
           MOVE CS-OPERATOR-ID TO WS-CK-OPERATOR-ID(WS-CASE-COUNT).
           MOVE CS-VIOL-DATE   TO WS-CK-VIOL-DATE(WS-CASE-COUNT).
           MOVE CS-VIOL-TIME   TO WS-CK-VIOL-TIME(WS-CASE-COUNT).
       4300-EXIT.
           EXIT.

       4400-TALLY-ONE-VIOLATION SECTION.
       4400-START.
           READ SECURITY-LOG
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4400-EXIT
           END-READ.
           MOVE SEC-VIOL-DATE(1:6) TO WS-ROW-MONTH.
           IF WS-ROW-MONTH > WS-REPORT-PERIOD
               GO TO 4400-EXIT
           END-IF.
           IF WS-ROW-MONTH = WS-REPORT-PERIOD
               ADD 1 TO WS-VIOLATIONS
           END-IF.

           SET WS-CASE-FOUND-SW TO "N".
           PERFORM 4450-MATCH-ONE-CASE THRU 4450-EXIT
               VARYING WS-CASE-IDX FROM 1 BY 1
               UNTIL WS-CASE-IDX > WS-CASE-COUNT OR WS-CASE-FOUND.
           IF NOT WS-CASE-FOUND
               ADD 1 TO WS-OPEN-CASES
           END-IF.
       4400-EXIT.
           EXIT.

       4450-MATCH-ONE-CASE SECTION.
       4450-START.
           IF WS-CK-OPERATOR-ID(WS-CASE-IDX) = SEC-OPERATOR-ID
                   AND WS-CK-VIOL-DATE(WS-CASE-IDX) = SEC-VIOL-DATE
                   AND WS-CK-VIOL-TIME(WS-CASE-IDX) = SEC-VIOL-TIME
               SET WS-CASE-FOUND TO TRUE
           END-IF.
       4450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-REJECT-FIGURES
      * The nightly reject counts REJSUMM keeps on REJSTATS, summed
      * over the period by reject-reason code and described from
      * the REJCODES catalog.
      *----------------------------------------------------------------
       4500-REJECT-FIGURES SECTION.
       4500-START.
           OPEN INPUT REJECT-STATS.
           IF ST-FILE-STATUS NOT = "00"
               DISPLAY "MTHPACK: NO REJSTATS ON FILE - REJECTS NOT"
                   " REPORTED"
               PERFORM 1700-SOURCE-MISSING THRU 1700-EXIT
               GO TO 4500-EXIT
           END-IF.

           OPEN INPUT REJECT-CODES.
           IF RJ-FILE-STATUS = "00"
               PERFORM 4550-LOAD-ONE-CODE THRU 4550-EXIT
                   UNTIL WS-EOF OR WS-CODE-COUNT = 50
               SET WS-EOF-SW TO "N"
               CLOSE REJECT-CODES
           END-IF.

           PERFORM 4600-TALLY-ONE-STAT THRU 4600-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE REJECT-STATS.
           SET WS-REJ-READ TO TRUE.
           MOVE "RJTOTAL" TO WS-WORK-CODE.
           MOVE WS-REJECT-TOTAL TO WS-WORK-VALUE.
           PERFORM 1600-SET-FIGURE THRU 1600-EXIT.
       4500-EXIT.
           EXIT.

       4550-LOAD-ONE-CODE SECTION.
       4550-START.
           READ REJECT-CODES
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4550-EXIT
           END-READ.
           IF RJ-CODE = SPACES
               GO TO 4550-EXIT
           END-IF.
           ADD 1 TO WS-CODE-COUNT.
           MOVE RJ-CODE        TO WS-CD-CODE(WS-CODE-COUNT).
           MOVE RJ-DESCRIPTION TO WS-CD-DESCRIPTION(WS-CODE-COUNT).
       4550-EXIT.
           EXIT.

       4600-TALLY-ONE-STAT SECTION.
       4600-START.
           READ REJECT-STATS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4600-EXIT
           END-READ.
           MOVE ST-STAT-DATE(1:6) TO WS-ROW-MONTH.
           IF WS-ROW-MONTH NOT = WS-REPORT-PERIOD
               GO TO 4600-EXIT
           END-IF.
           ADD ST-COUNT TO WS-REJECT-TOTAL.

           MOVE SPACES TO WS-WORK-CODE.
           STRING "RJ-" ST-REASON-CODE
               DELIMITED BY SIZE INTO WS-WORK-CODE.
           MOVE "C" TO WS-WORK-KIND.
           MOVE SPACES TO WS-WORK-DESCRIPTION.
           STRING "  " ST-REASON-CODE " NOT ON REJCODES CATALOG"
               DELIMITED BY SIZE INTO WS-WORK-DESCRIPTION.
           PERFORM 4650-DESCRIBE-ONE-CODE THRU 4650-EXIT
               VARYING WS-CODE-IDX FROM 1 BY 1
               UNTIL WS-CODE-IDX > WS-CODE-COUNT.
           PERFORM 1500-FIND-FIGURE THRU 1500-EXIT.
           IF WS-SLOT-FOUND
               ADD ST-COUNT TO WS-FG-CURRENT(WS-FOUND-IDX)
               MOVE "Y" TO WS-FG-CURRENT-SW(WS-FOUND-IDX)
           END-IF.
       4600-EXIT.
           EXIT.

       4650-DESCRIBE-ONE-CODE SECTION.
       4650-START.
           IF WS-CD-CODE(WS-CODE-IDX) = ST-REASON-CODE
               MOVE SPACES TO WS-WORK-DESCRIPTION
               STRING "  " ST-REASON-CODE " "
                   WS-CD-DESCRIPTION(WS-CODE-IDX)
                   DELIMITED BY SIZE INTO WS-WORK-DESCRIPTION
           END-IF.
       4650-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4800-BATCH-FIGURES
      * JOBLOG runs dated in the period, with those ending in a
      * warning (RC 4 to 7) and those that failed (RC 8 or over).
      *----------------------------------------------------------------
       4800-BATCH-FIGURES SECTION.
       4800-START.
           OPEN INPUT JOB-LOG.
           IF JL-FILE-STATUS NOT = "00"
               DISPLAY "MTHPACK: NO JOBLOG ON FILE - BATCH RUNS NOT"
                   " REPORTED"
               PERFORM 1700-SOURCE-MISSING THRU 1700-EXIT
               GO TO 4800-EXIT
           END-IF.
           PERFORM 4900-TALLY-ONE-RUN THRU 4900-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE JOB-LOG.
           MOVE "JBRUNS" TO WS-WORK-CODE.
           MOVE WS-JOB-RUNS TO WS-WORK-VALUE.
           PERFORM 1600-SET-FIGURE THRU 1600-EXIT.
           MOVE "JBWARN" TO WS-WORK-CODE.
           MOVE WS-JOB-WARNINGS TO WS-WORK-VALUE.
           PERFORM 1600-SET-FIGURE THRU 1600-EXIT.
           MOVE "JBFAIL" TO WS-WORK-CODE.
           MOVE WS-JOB-FAILURES TO WS-WORK-VALUE.
           PERFORM 1600-SET-FIGURE THRU 1600-EXIT.
       4800-EXIT.
           EXIT.

       4900-TALLY-ONE-RUN SECTION.
       4900-START.
           READ JOB-LOG
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4900-EXIT
           END-READ.
           MOVE JL-RUN-DATE(1:6) TO WS-ROW-MONTH.
           IF WS-ROW-MONTH NOT = WS-REPORT-PERIOD
               GO TO 4900-EXIT
           END-IF.
           ADD 1 TO WS-JOB-RUNS.
           IF JL-RETURN-CODE NOT NUMERIC
               GO TO 4900-EXIT
           END-IF.
           IF JL-RETURN-CODE >= 8
               ADD 1 TO WS-JOB-FAILURES
           ELSE
               IF JL-RETURN-CODE >= 4
                   ADD 1 TO WS-JOB-WARNINGS
               END-IF
           END-IF.
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-LOAD-COMPARISONS
      * Picks the prior month's and last year's figures off the
      * MTHFIGS history. A district or reject code seen then but not
      * this month is added so the comparison still shows; when its
      * source was read this month its current value is a true zero.
      *----------------------------------------------------------------
       5000-LOAD-COMPARISONS SECTION.
       5000-START.
           OPEN INPUT FIGURE-HISTORY.
           IF MF-FILE-STATUS NOT = "00"
               DISPLAY "MTHPACK: NO MTHFIGS HISTORY YET - NO"
                   " COMPARISONS"
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-CHECK-ONE-FIGURE THRU 5100-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE FIGURE-HISTORY.
       5000-EXIT.
           EXIT.

       5100-CHECK-ONE-FIGURE SECTION.
       5100-START.
           READ FIGURE-HISTORY
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           IF MF-PERIOD NOT = WS-PRIOR-PERIOD
                   AND MF-PERIOD NOT = WS-LAST-YEAR-PERIOD
               GO TO 5100-EXIT
           END-IF.

           MOVE MF-FIGURE-CODE TO WS-WORK-CODE.
           MOVE MF-KIND        TO WS-WORK-KIND.
           MOVE MF-DESCRIPTION TO WS-WORK-DESCRIPTION.
           PERFORM 1500-FIND-FIGURE THRU 1500-EXIT.
           IF NOT WS-SLOT-FOUND
               GO TO 5100-EXIT
           END-IF.

           IF WS-FG-CURRENT-SW(WS-FOUND-IDX) = "N"
               IF (MF-FIGURE-CODE(1:3) = "WO-" AND WS-WO-READ)
                       OR (MF-FIGURE-CODE(1:3) = "RJ-" AND WS-REJ-READ)
                   MOVE ZERO TO WS-FG-CURRENT(WS-FOUND-IDX)
                   MOVE "Y" TO WS-FG-CURRENT-SW(WS-FOUND-IDX)
               END-IF
           END-IF.

           IF MF-PERIOD = WS-PRIOR-PERIOD
               MOVE MF-VALUE TO WS-FG-PRIOR(WS-FOUND-IDX)
               MOVE "Y" TO WS-FG-PRIOR-SW(WS-FOUND-IDX)
           ELSE
               MOVE MF-VALUE TO WS-FG-LAST-YEAR(WS-FOUND-IDX)
               MOVE "Y" TO WS-FG-LAST-YEAR-SW(WS-FOUND-IDX)
           END-IF.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-PRINT-PACK
      * One block per area, each figure beside the prior month and
      * the same month last year. A figure with no value for a month
      * prints "--".
      *----------------------------------------------------------------
       6000-PRINT-PACK SECTION.
       6000-START.
           MOVE WS-REPORT-PERIOD TO HL-PERIOD.
           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-COLUMN-LINE-1.
           MOVE WS-REPORT-PERIOD    TO CL-PERIOD.
           MOVE WS-PRIOR-PERIOD     TO CL-PRIOR-PERIOD.
           MOVE WS-LAST-YEAR-PERIOD TO CL-LAST-YEAR-PERIOD.
           WRITE RPT-LINE FROM WS-COLUMN-LINE-2.

           PERFORM 6100-PRINT-ONE-AREA THRU 6100-EXIT
               VARYING WS-AREA-IDX FROM 1 BY 1
               UNTIL WS-AREA-IDX > 8.
       6000-EXIT.
           EXIT.

       6100-PRINT-ONE-AREA SECTION.
       6100-START.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-AR-TITLE(WS-AREA-IDX) TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 6200-PRINT-ONE-FIGURE THRU 6200-EXIT
               VARYING WS-FIG-IDX FROM 1 BY 1
               UNTIL WS-FIG-IDX > WS-FIG-COUNT.
       6100-EXIT.
           EXIT.

       6200-PRINT-ONE-FIGURE SECTION.
       6200-START.
           IF WS-FG-CODE(WS-FIG-IDX)(1:2) NOT = WS-AR-CODE(WS-AREA-IDX)
               GO TO 6200-EXIT
           END-IF.
           MOVE WS-FG-DESCRIPTION(WS-FIG-IDX) TO DL-DESCRIPTION.
           MOVE WS-FG-KIND(WS-FIG-IDX) TO WS-EDIT-KIND.

           MOVE WS-FG-CURRENT(WS-FIG-IDX)    TO WS-EDIT-VALUE.
           MOVE WS-FG-CURRENT-SW(WS-FIG-IDX) TO WS-EDIT-SW.
           PERFORM 6300-EDIT-VALUE THRU 6300-EXIT.
           MOVE WS-EDIT-TEXT TO DL-CURRENT.

           MOVE WS-FG-PRIOR(WS-FIG-IDX)    TO WS-EDIT-VALUE.
           MOVE WS-FG-PRIOR-SW(WS-FIG-IDX) TO WS-EDIT-SW.
           PERFORM 6300-EDIT-VALUE THRU 6300-EXIT.
           MOVE WS-EDIT-TEXT TO DL-PRIOR.

           MOVE WS-FG-LAST-YEAR(WS-FIG-IDX)    TO WS-EDIT-VALUE.
           MOVE WS-FG-LAST-YEAR-SW(WS-FIG-IDX) TO WS-EDIT-SW.
           PERFORM 6300-EDIT-VALUE THRU 6300-EXIT.
           MOVE WS-EDIT-TEXT TO DL-LAST-YEAR.

           WRITE RPT-LINE FROM WS-DETAIL-LINE.
       6200-EXIT.
           EXIT.

       6300-EDIT-VALUE SECTION.
       6300-START.
           IF WS-EDIT-SW NOT = "Y"
               MOVE "               --" TO WS-EDIT-TEXT
               GO TO 6300-EXIT
           END-IF.
           EVALUATE WS-EDIT-KIND
               WHEN "M"
                   MOVE WS-EDIT-VALUE TO WS-EDIT-MONEY
                   MOVE WS-EDIT-MONEY TO WS-EDIT-TEXT
               WHEN "A"
                   MOVE WS-EDIT-VALUE TO WS-EDIT-AVERAGE
                   MOVE WS-EDIT-AVERAGE TO WS-EDIT-TEXT
               WHEN OTHER
                   MOVE WS-EDIT-VALUE TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO WS-EDIT-TEXT
           END-EVALUATE.
       6300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-STORE-FIGURES
      * Rewrites MTHFIGS through a work file with any rows already
      * held for this period replaced by this run's figures, so a
      * rerun does not double the history. Figures whose source was
      * missing are not stored, nor are zero detail lines carried
      * forward only for the comparison.
      *----------------------------------------------------------------
       7000-STORE-FIGURES SECTION.
       7000-START.
           OPEN OUTPUT FIGURE-WORK.
           IF WK-FILE-STATUS NOT = "00"
               DISPLAY "MTHPACK: UNABLE TO OPEN MTHFWORK - STATUS "
                   WK-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 7000-EXIT
           END-IF.

           OPEN INPUT FIGURE-HISTORY.
           IF MF-FILE-STATUS = "00"
               PERFORM 7100-CARRY-ONE-FIGURE THRU 7100-EXIT
                   UNTIL WS-EOF
               SET WS-EOF-SW TO "N"
               CLOSE FIGURE-HISTORY
           END-IF.
           CLOSE FIGURE-WORK.

           OPEN INPUT FIGURE-WORK.
           OPEN OUTPUT FIGURE-HISTORY.
           IF MF-FILE-STATUS NOT = "00"
               DISPLAY "MTHPACK: UNABLE TO REWRITE MTHFIGS - STATUS "
                   MF-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE FIGURE-WORK
               GO TO 7000-EXIT
           END-IF.
           PERFORM 7200-COPY-ONE-BACK THRU 7200-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE FIGURE-WORK.

           PERFORM 7300-WRITE-ONE-FIGURE THRU 7300-EXIT
               VARYING WS-FIG-IDX FROM 1 BY 1
               UNTIL WS-FIG-IDX > WS-FIG-COUNT.
           CLOSE FIGURE-HISTORY.
       7000-EXIT.
           EXIT.

       7100-CARRY-ONE-FIGURE SECTION.
       7100-START.
           READ FIGURE-HISTORY
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 7100-EXIT
           END-READ.
           IF MF-PERIOD = WS-REPORT-PERIOD
               GO TO 7100-EXIT
           END-IF.
           WRITE WK-RECORD FROM MF-RECORD.
       7100-EXIT.
           EXIT.

       7200-COPY-ONE-BACK SECTION.
       7200-START.
           READ FIGURE-WORK
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 7200-EXIT
           END-READ.
           WRITE MF-RECORD FROM WK-RECORD.
       7200-EXIT.
           EXIT.

       7300-WRITE-ONE-FIGURE SECTION.
       7300-START.
           IF WS-FG-CURRENT-SW(WS-FIG-IDX) NOT = "Y"
               GO TO 7300-EXIT
           END-IF.
           IF WS-FG-CODE(WS-FIG-IDX)(3:1) = "-"
                   AND WS-FG-CURRENT(WS-FIG-IDX) = ZERO
               GO TO 7300-EXIT
           END-IF.
           MOVE SPACES TO MF-RECORD.
           MOVE WS-REPORT-PERIOD              TO MF-PERIOD.
           MOVE WS-FG-CODE(WS-FIG-IDX)        TO MF-FIGURE-CODE.
           MOVE WS-FG-KIND(WS-FIG-IDX)        TO MF-KIND.
           MOVE WS-FG-CURRENT(WS-FIG-IDX)     TO MF-VALUE.
           MOVE WS-FG-DESCRIPTION(WS-FIG-IDX) TO MF-DESCRIPTION.
           MOVE WS-RUN-DATE                   TO MF-RUN-DATE.
           WRITE MF-RECORD.
           ADD 1 TO WS-STORED-COUNT.
       7300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8600-DATE-TO-SERIAL
      * Converts WS-D2S-DATE (YYYYMMDD) to a day serial in
      * WS-D2S-SERIAL, the same arithmetic SIGNON's PIN aging uses,
      * so two dates can be differenced in days.
      *----------------------------------------------------------------
       8600-DATE-TO-SERIAL SECTION.
       8600-START.
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
       8600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the report and prints the run summary. A source that
      * could not be read leaves a warning return code.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE PACK-REPORT.
           DISPLAY "MTHPACK: PERIOD              = " WS-REPORT-PERIOD.
           DISPLAY "MTHPACK: FIGURES REPORTED    = " WS-FIG-COUNT.
           DISPLAY "MTHPACK: FIGURES STORED      = " WS-STORED-COUNT.
           DISPLAY "MTHPACK: SOURCES UNAVAILABLE = " WS-MISSING-COUNT.
           IF WS-MISSING-COUNT > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
