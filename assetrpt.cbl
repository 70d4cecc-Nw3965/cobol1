       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSETRPT.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. EQUIPMENT RELIABILITY AND
      *                  WARRANTY REPORT OFF THE SIGASSET REGISTER. A
      *                  TLMCOMP COMPLETION MAY NOW CARRY, AFTER THE
      *                  ACTION TAKEN, THE TAG OF THE ASSET REPAIRED
      *                  OR REPLACED AND A KIND FLAG ("R" REPAIRED,
      *                  "P" REPLACED); COMPLETIONS WITHOUT A TAG ARE
      *                  PASSED OVER. EACH TAGGED COMPLETION IS ONE
      *                  FAILURE OF THAT ASSET'S MODEL. PER MODEL THE
      *                  REPORT SHOWS ASSETS, FAILURES, MEAN DAYS
      *                  BETWEEN FAILURES (ASSET-DAYS IN SERVICE -
      *                  INSTALL TO RETIREMENT OR TODAY - OVER
      *                  FAILURES) AND FAILURES PER 100 ASSET-YEARS,
      *                  HIGHEST RATE FIRST. EVERY COMPLETION DATED ON
      *                  OR BEFORE THE ASSET'S WARRANTY END IS LISTED
      *                  AS CLAIMABLE WITH ITS TLMAINT REASON. A TAG
      *                  NOT ON THE REGISTER IS LISTED AND GIVES RC 4.
      * 10/15/26   OPS   COMPLETIONS OF PLANNED PREVENTIVE-MAINTENANCE
      *                  ORDERS (MD-REASON STARTING "PM ") ARE NOT
      *                  FAILURES AND ARE ONLY COUNTED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-MASTER ASSIGN TO "SIGASSET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AS-ASSET-TAG
               FILE STATUS IS AS-FILE-STATUS.
           SELECT MAINT-DISPATCH ASSIGN TO "TLMAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MD-FILE-STATUS.
           SELECT MAINT-COMPLETIONS ASSIGN TO "TLMCOMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MC-FILE-STATUS.
           SELECT ASSET-REPORT ASSIGN TO "ASSETRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-MASTER.
       COPY "SIGASSET.cpy".
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
           05  FILLER                  PIC X(01).
           05  MC-ASSET-TAG            PIC X(10).
           05  FILLER                  PIC X(01).
           05  MC-REPAIR-KIND          PIC X(01).
       FD  ASSET-REPORT.
       01  RPT-LINE                    PIC X(120).
       WORKING-STORAGE SECTION.
        01 AS-FILE-STATUS              PIC XX.
        01 MD-FILE-STATUS              PIC XX.
        01 MC-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-ASSET-COUNT              PIC 9(04) VALUE ZERO.
        01 WS-ASSET-TABLE.
           05 WS-AT-ENTRY OCCURS 3000 TIMES.
              10 WS-AT-TAG            PIC X(10).
              10 WS-AT-MODEL-IDX      PIC 9(03).
              10 WS-AT-INTERSECTION   PIC X(05).
              10 WS-AT-WARRANTY-END   PIC 9(08).
        01 WS-ASSET-IDX                PIC 9(04) VALUE ZERO.
        01 WS-ASSET-FOUND-IDX          PIC 9(04) VALUE ZERO.
        01 WS-MODEL-COUNT              PIC 9(03) VALUE ZERO.
        01 WS-MODEL-TABLE.
           05 WS-MD-ENTRY OCCURS 300 TIMES.
              10 WS-MD-TYPE           PIC X(04).
              10 WS-MD-MANUFACTURER   PIC X(20).
              10 WS-MD-MODEL          PIC X(15).
              10 WS-MD-ASSETS         PIC 9(05).
              10 WS-MD-FAILURES       PIC 9(05).
              10 WS-MD-SERVICE-DAYS   PIC 9(09).
              10 WS-MD-RATE           PIC 9(05)V9(01).
        01 WS-MODEL-IDX                PIC 9(03) VALUE ZERO.
        01 WS-MODEL-FOUND-IDX          PIC 9(03) VALUE ZERO.
        01 WS-SORT-PASS                PIC 9(03) VALUE ZERO.
        01 WS-SORT-LIMIT               PIC 9(03) VALUE ZERO.
        01 WS-SORT-HOLD                PIC X(64).
        01 WS-WO-COUNT                 PIC 9(04) VALUE ZERO.
        01 WS-WO-TABLE.
           05 WS-WO-ENTRY OCCURS 3000 TIMES.
              10 WS-WO-NUMBER         PIC 9(06).
              10 WS-WO-REASON         PIC X(30).
        01 WS-WO-IDX                   PIC 9(04) VALUE ZERO.
        01 WS-WO-FOUND-IDX             PIC 9(04) VALUE ZERO.
        01 WS-UNKNOWN-TABLE.
           05 WS-UK-LINE OCCURS 200 TIMES PIC X(60).
        01 WS-UK-IDX                   PIC 9(03) VALUE ZERO.
        01 WS-END-DATE                 PIC 9(08) VALUE ZERO.
        01 WS-INSTALL-SERIAL           PIC 9(08) VALUE ZERO.
        01 WS-SERVICE-DAYS             PIC 9(08) VALUE ZERO.
        01 WS-MTBF-DAYS                PIC 9(07) VALUE ZERO.
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
           05 WS-COMP-READ-COUNT      PIC 9(07) VALUE ZERO.
           05 WS-TAGGED-COUNT         PIC 9(07) VALUE ZERO.
           05 WS-PLANNED-COUNT        PIC 9(07) VALUE ZERO.
           05 WS-CLAIM-COUNT          PIC 9(05) VALUE ZERO.
           05 WS-UNKNOWN-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-TABLE-FULL-COUNT     PIC 9(05) VALUE ZERO.
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(38) VALUE
                  "SIGNAL EQUIPMENT RELIABILITY REPORT  ".
           05 HL-DATE                 PIC 9(08).
        01 WS-MODEL-HEAD-LINE.
           05 FILLER                  PIC X(43) VALUE
              "  TYPE MANUFACTURER         MODEL          ".
           05 FILLER                  PIC X(44) VALUE
              "ASSETS FAILURES MTBF DAYS RATE/100 ASSET-YRS".
        01 WS-MODEL-LINE.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 ML-TYPE                 PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ML-MANUFACTURER         PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ML-MODEL                PIC X(15).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ML-ASSETS               PIC ZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ML-FAILURES             PIC ZZZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ML-MTBF                 PIC X(09).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ML-RATE                 PIC ZZZZ9.9.
        01 WS-MTBF-EDIT                PIC ZZZZZZ9.
        01 WS-CLAIM-LINE.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 CL-WORK-ORDER           PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CL-ASSET-TAG            PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CL-INTERSECTION         PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CL-MANUFACTURER         PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CL-MODEL                PIC X(15).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CL-COMP-DATE            PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CL-WARRANTY-END         PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CL-KIND                 PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CL-REASON               PIC X(30).
        01 WS-UNKNOWN-LINE.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 UL-WORK-ORDER           PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 UL-ASSET-TAG            PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 UL-COMP-DATE            PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 UL-ACTION               PIC X(30).
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CHECK-ONE-COMPLETION THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 5000-PRINT-MODELS THRU 5000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Loads the asset register, building the model table and each
      * model's days in service as it goes, loads the work-order
      * reasons, and opens the completions and the report.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           OPEN INPUT ASSET-MASTER.
           IF AS-FILE-STATUS NOT = "00"
               DISPLAY "ASSETRPT: UNABLE TO OPEN SIGASSET - STATUS "
                   AS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-ONE-ASSET THRU 1100-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE ASSET-MASTER.

           OPEN INPUT MAINT-DISPATCH.
           IF MD-FILE-STATUS = "00"
               PERFORM 1300-LOAD-ONE-DISPATCH THRU 1300-EXIT
                   UNTIL WS-EOF OR WS-WO-COUNT = 3000
               SET WS-EOF-SW TO "N"
               CLOSE MAINT-DISPATCH
           END-IF.

           OPEN INPUT MAINT-COMPLETIONS.
           IF MC-FILE-STATUS NOT = "00"
               DISPLAY "ASSETRPT: UNABLE TO OPEN TLMCOMP - STATUS "
                   MC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ASSET-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "ASSETRPT: UNABLE TO OPEN ASSETRPT - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-TODAY-DATE TO HL-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "REPAIRS DONE UNDER WARRANTY - CLAIMABLE" TO RPT-LINE.
           WRITE RPT-LINE.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-ASSET SECTION.
       1100-START.
           READ ASSET-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF WS-ASSET-COUNT = 3000
               ADD 1 TO WS-TABLE-FULL-COUNT
               GO TO 1100-EXIT
           END-IF.

           MOVE ZERO TO WS-MODEL-FOUND-IDX.
           PERFORM 1200-MATCH-ONE-MODEL THRU 1200-EXIT
               VARYING WS-MODEL-IDX FROM 1 BY 1
               UNTIL WS-MODEL-IDX > WS-MODEL-COUNT
                  OR WS-MODEL-FOUND-IDX > ZERO.
           IF WS-MODEL-FOUND-IDX = ZERO
               IF WS-MODEL-COUNT = 300
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   GO TO 1100-EXIT
               END-IF
               ADD 1 TO WS-MODEL-COUNT
               MOVE WS-MODEL-COUNT TO WS-MODEL-FOUND-IDX
               INITIALIZE WS-MD-ENTRY(WS-MODEL-FOUND-IDX)
               MOVE AS-ASSET-TYPE
                   TO WS-MD-TYPE(WS-MODEL-FOUND-IDX)
               MOVE AS-MANUFACTURER
                   TO WS-MD-MANUFACTURER(WS-MODEL-FOUND-IDX)
               MOVE AS-MODEL
                   TO WS-MD-MODEL(WS-MODEL-FOUND-IDX)
           END-IF.

           ADD 1 TO WS-ASSET-COUNT.
           MOVE AS-ASSET-TAG       TO WS-AT-TAG(WS-ASSET-COUNT).
           MOVE WS-MODEL-FOUND-IDX TO WS-AT-MODEL-IDX(WS-ASSET-COUNT).
           MOVE AS-INTERSECTION-ID
               TO WS-AT-INTERSECTION(WS-ASSET-COUNT).
           MOVE AS-WARRANTY-END
               TO WS-AT-WARRANTY-END(WS-ASSET-COUNT).
           ADD 1 TO WS-MD-ASSETS(WS-MODEL-FOUND-IDX).

           MOVE WS-TODAY-DATE TO WS-END-DATE.
           IF AS-RETIRED
               MOVE AS-RETIRED-DATE TO WS-END-DATE
           END-IF.
           IF WS-END-DATE NOT > AS-INSTALL-DATE
               GO TO 1100-EXIT
           END-IF.
           MOVE AS-INSTALL-DATE TO WS-D2S-DATE.
           PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
           MOVE WS-D2S-SERIAL TO WS-INSTALL-SERIAL.
           MOVE WS-END-DATE TO WS-D2S-DATE.
           PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
           COMPUTE WS-SERVICE-DAYS =
               WS-D2S-SERIAL - WS-INSTALL-SERIAL.
           ADD WS-SERVICE-DAYS
               TO WS-MD-SERVICE-DAYS(WS-MODEL-FOUND-IDX).
       1100-EXIT.
           EXIT.

       1200-MATCH-ONE-MODEL SECTION.
       1200-START.
           IF WS-MD-TYPE(WS-MODEL-IDX) = AS-ASSET-TYPE
               AND WS-MD-MANUFACTURER(WS-MODEL-IDX) = AS-MANUFACTURER
               AND WS-MD-MODEL(WS-MODEL-IDX) = AS-MODEL
               MOVE WS-MODEL-IDX TO WS-MODEL-FOUND-IDX
           END-IF.
       1200-EXIT.
           EXIT.

       1300-LOAD-ONE-DISPATCH SECTION.
       1300-START.
           READ MAINT-DISPATCH
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1300-EXIT
           END-READ.
           ADD 1 TO WS-WO-COUNT.
           MOVE MD-WORK-ORDER-NO TO WS-WO-NUMBER(WS-WO-COUNT).
           MOVE MD-REASON        TO WS-WO-REASON(WS-WO-COUNT).
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CHECK-ONE-COMPLETION
      * A completion naming an asset is one failure of its model,
      * unless it closed a planned PM order; done on or before the
      * warranty end it is also a claim.
      *----------------------------------------------------------------
       2000-CHECK-ONE-COMPLETION SECTION.
       2000-START.
           READ MAINT-COMPLETIONS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-COMP-READ-COUNT.
           IF MC-ASSET-TAG = SPACES OR MC-ASSET-TAG = LOW-VALUES
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-TAGGED-COUNT.

           MOVE ZERO TO WS-ASSET-FOUND-IDX.
           PERFORM 2100-MATCH-ONE-ASSET THRU 2100-EXIT
               VARYING WS-ASSET-IDX FROM 1 BY 1
               UNTIL WS-ASSET-IDX > WS-ASSET-COUNT
                  OR WS-ASSET-FOUND-IDX > ZERO.
           IF WS-ASSET-FOUND-IDX = ZERO
               PERFORM 2300-LIST-UNKNOWN-TAG THRU 2300-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE SPACES TO CL-REASON.
           MOVE ZERO TO WS-WO-FOUND-IDX.
           PERFORM 2200-MATCH-ONE-WORK-ORDER THRU 2200-EXIT
               VARYING WS-WO-IDX FROM 1 BY 1
               UNTIL WS-WO-IDX > WS-WO-COUNT
                  OR WS-WO-FOUND-IDX > ZERO.
           IF WS-WO-FOUND-IDX > ZERO
               MOVE WS-WO-REASON(WS-WO-FOUND-IDX) TO CL-REASON
           END-IF.
           IF CL-REASON(1:3) = "PM "
               ADD 1 TO WS-PLANNED-COUNT
               GO TO 2000-EXIT
           END-IF.

           MOVE WS-AT-MODEL-IDX(WS-ASSET-FOUND-IDX) TO WS-MODEL-IDX.
           ADD 1 TO WS-MD-FAILURES(WS-MODEL-IDX).

           IF MC-COMP-DATE NOT NUMERIC
               GO TO 2000-EXIT
           END-IF.
           IF MC-COMP-DATE > WS-AT-WARRANTY-END(WS-ASSET-FOUND-IDX)
               GO TO 2000-EXIT
           END-IF.

           MOVE MC-WORK-ORDER-NO TO CL-WORK-ORDER.
           MOVE MC-ASSET-TAG     TO CL-ASSET-TAG.
           MOVE WS-AT-INTERSECTION(WS-ASSET-FOUND-IDX)
               TO CL-INTERSECTION.
           MOVE WS-MD-MANUFACTURER(WS-MODEL-IDX) TO CL-MANUFACTURER.
           MOVE WS-MD-MODEL(WS-MODEL-IDX)        TO CL-MODEL.
           MOVE MC-COMP-DATE     TO CL-COMP-DATE.
           MOVE WS-AT-WARRANTY-END(WS-ASSET-FOUND-IDX)
               TO CL-WARRANTY-END.
           MOVE MC-REPAIR-KIND   TO CL-KIND.
           WRITE RPT-LINE FROM WS-CLAIM-LINE.
           ADD 1 TO WS-CLAIM-COUNT.
       2000-EXIT.
           EXIT.

       2100-MATCH-ONE-ASSET SECTION.
       2100-START.
           IF WS-AT-TAG(WS-ASSET-IDX) = MC-ASSET-TAG
               MOVE WS-ASSET-IDX TO WS-ASSET-FOUND-IDX
           END-IF.
       2100-EXIT.
           EXIT.

       2200-MATCH-ONE-WORK-ORDER SECTION.
       2200-START.
           IF WS-WO-NUMBER(WS-WO-IDX) = MC-WORK-ORDER-NO
               MOVE WS-WO-IDX TO WS-WO-FOUND-IDX
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-LIST-UNKNOWN-TAG
      * Unknown tags are held until the claims are printed, then
      * listed under their own heading by 5000; here they are only
      * counted and kept.
      *----------------------------------------------------------------
       2300-LIST-UNKNOWN-TAG SECTION.
       2300-START.
           ADD 1 TO WS-UNKNOWN-COUNT.
           IF WS-UNKNOWN-COUNT > 200
               GO TO 2300-EXIT
           END-IF.
           MOVE MC-WORK-ORDER-NO TO UL-WORK-ORDER.
           MOVE MC-ASSET-TAG     TO UL-ASSET-TAG.
           MOVE MC-COMP-DATE     TO UL-COMP-DATE.
           MOVE MC-ACTION-TAKEN  TO UL-ACTION.
           MOVE WS-UNKNOWN-LINE  TO WS-UK-LINE(WS-UNKNOWN-COUNT).
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-PRINT-MODELS
      * Rates every model, prints them highest failure rate first,
      * then the completions that named an unknown tag.
      *----------------------------------------------------------------
       5000-PRINT-MODELS SECTION.
       5000-START.
           IF WS-CLAIM-COUNT = ZERO
               MOVE "  NONE" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

           PERFORM 5100-RATE-ONE-MODEL THRU 5100-EXIT
               VARYING WS-MODEL-IDX FROM 1 BY 1
               UNTIL WS-MODEL-IDX > WS-MODEL-COUNT.
           IF WS-MODEL-COUNT > 1
               COMPUTE WS-SORT-LIMIT = WS-MODEL-COUNT - 1
               PERFORM 5200-SORT-ONE-PASS THRU 5200-EXIT
                   VARYING WS-SORT-PASS FROM 1 BY 1
                   UNTIL WS-SORT-PASS > WS-SORT-LIMIT
           END-IF.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "FAILURES BY MODEL, HIGHEST FAILURE RATE FIRST"
               TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-MODEL-HEAD-LINE.
           PERFORM 5400-PRINT-ONE-MODEL THRU 5400-EXIT
               VARYING WS-MODEL-IDX FROM 1 BY 1
               UNTIL WS-MODEL-IDX > WS-MODEL-COUNT.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "COMPLETIONS NAMING AN ASSET TAG NOT ON SIGASSET"
               TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-UNKNOWN-COUNT = ZERO
               MOVE "  NONE" TO RPT-LINE
               WRITE RPT-LINE
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5500-PRINT-ONE-UNKNOWN THRU 5500-EXIT
               VARYING WS-UK-IDX FROM 1 BY 1
               UNTIL WS-UK-IDX > WS-UNKNOWN-COUNT OR WS-UK-IDX > 200.
       5000-EXIT.
           EXIT.

       5100-RATE-ONE-MODEL SECTION.
       5100-START.
           MOVE ZERO TO WS-MD-RATE(WS-MODEL-IDX).
           IF WS-MD-SERVICE-DAYS(WS-MODEL-IDX) = ZERO
               GO TO 5100-EXIT
           END-IF.
           COMPUTE WS-MD-RATE(WS-MODEL-IDX) ROUNDED =
               WS-MD-FAILURES(WS-MODEL-IDX) * 36525
               / WS-MD-SERVICE-DAYS(WS-MODEL-IDX)
               ON SIZE ERROR
                   MOVE 99999.9 TO WS-MD-RATE(WS-MODEL-IDX)
           END-COMPUTE.
       5100-EXIT.
           EXIT.

       5200-SORT-ONE-PASS SECTION.
       5200-START.
           PERFORM 5300-SORT-ONE-COMPARE THRU 5300-EXIT
               VARYING WS-MODEL-IDX FROM 1 BY 1
               UNTIL WS-MODEL-IDX > WS-SORT-LIMIT.
       5200-EXIT.
           EXIT.

       5300-SORT-ONE-COMPARE SECTION.
       5300-START.
           IF WS-MD-RATE(WS-MODEL-IDX) < WS-MD-RATE(WS-MODEL-IDX + 1)
               MOVE WS-MD-ENTRY(WS-MODEL-IDX) TO WS-SORT-HOLD
               MOVE WS-MD-ENTRY(WS-MODEL-IDX + 1)
                   TO WS-MD-ENTRY(WS-MODEL-IDX)
               MOVE WS-SORT-HOLD TO WS-MD-ENTRY(WS-MODEL-IDX + 1)
           END-IF.
       5300-EXIT.
           EXIT.

       5400-PRINT-ONE-MODEL SECTION.
       5400-START.
           MOVE WS-MD-TYPE(WS-MODEL-IDX)         TO ML-TYPE.
           MOVE WS-MD-MANUFACTURER(WS-MODEL-IDX) TO ML-MANUFACTURER.
           MOVE WS-MD-MODEL(WS-MODEL-IDX)        TO ML-MODEL.
           MOVE WS-MD-ASSETS(WS-MODEL-IDX)       TO ML-ASSETS.
           MOVE WS-MD-FAILURES(WS-MODEL-IDX)     TO ML-FAILURES.
           MOVE WS-MD-RATE(WS-MODEL-IDX)         TO ML-RATE.
           IF WS-MD-FAILURES(WS-MODEL-IDX) = ZERO
               MOVE "     NONE" TO ML-MTBF
           ELSE
               COMPUTE WS-MTBF-DAYS ROUNDED =
                   WS-MD-SERVICE-DAYS(WS-MODEL-IDX)
                   / WS-MD-FAILURES(WS-MODEL-IDX)
               MOVE WS-MTBF-DAYS TO WS-MTBF-EDIT
               MOVE SPACES TO ML-MTBF
               MOVE WS-MTBF-EDIT TO ML-MTBF(3:7)
           END-IF.
           WRITE RPT-LINE FROM WS-MODEL-LINE.
       5400-EXIT.
           EXIT.

       5500-PRINT-ONE-UNKNOWN SECTION.
       5500-START.
           MOVE WS-UK-LINE(WS-UK-IDX) TO RPT-LINE.
           WRITE RPT-LINE.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-DATE-TO-SERIAL
      * Converts WS-D2S-DATE (YYYYMMDD) to a day serial, the same
      * arithmetic SIGAGING uses.
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
      * Closes the files and prints the run summary; RC 4 when a
      * completion named a tag not on the register.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE MAINT-COMPLETIONS ASSET-REPORT.
           DISPLAY "ASSETRPT: ASSETS ON REGISTER = " WS-ASSET-COUNT.
           DISPLAY "ASSETRPT: COMPLETIONS READ   = "
               WS-COMP-READ-COUNT.
           DISPLAY "ASSETRPT: NAMING AN ASSET    = " WS-TAGGED-COUNT.
           DISPLAY "ASSETRPT: PLANNED PM WORK    = " WS-PLANNED-COUNT.
           DISPLAY "ASSETRPT: WARRANTY CLAIMS    = " WS-CLAIM-COUNT.
           DISPLAY "ASSETRPT: UNKNOWN ASSET TAGS = " WS-UNKNOWN-COUNT.
           IF WS-TABLE-FULL-COUNT > ZERO
               DISPLAY "ASSETRPT: TABLE FULL - ENTRIES DROPPED = "
                   WS-TABLE-FULL-COUNT
           END-IF.
           IF WS-UNKNOWN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
