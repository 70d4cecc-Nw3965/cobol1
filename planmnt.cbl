       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANMNT.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. MAINTAINS THE TLPLNVER TIMING-
      *                  PLAN VERSIONS FROM TLPLNTRN TRANSACTIONS -
      *                  ADD, CHANGE OR RETIRE ONE PHASE COLOR OF AN
      *                  INTERSECTION'S PLAN (TP-IN-INTERSECTION,
      *                  TP-IN-COLOR, TP-IN-DURATION) FROM AN
      *                  EFFECTIVE DATE, TODAY OR LATER (BLANK MEANS
      *                  TODAY), SO TOMORROW'S RETIMING CAN BE STAGED
      *                  TODAY. THE RUN IS REFUSED UNLESS THE
      *                  SIGNED-ON OPERATOR HOLDS SUPERVISOR
      *                  AUTHORITY, WHO IS STAMPED ON EVERY VERSION.
      *                  CONSECUTIVE TRANSACTIONS FOR THE SAME
      *                  INTERSECTION AND DATE ARE ONE RETIMING: THE
      *                  PLAN AS IT WILL STAND ON THAT DATE MUST HAVE A
      *                  CYCLE INSIDE THE CITY'S 30-180 SECOND
      *                  STANDARD, THE TLCLASS RULE, AND FOR A
      *                  CORRMAST CORRIDOR MEMBER MUST MATCH THE
      *                  CORRIDOR'S COMMON CYCLE, THE CORRCHK RULE, OR
      *                  THE WHOLE RETIMING IS REJECTED. COLORS ARE
      *                  CHECKED AGAINST COLRREF WHEN IT IS PRESENT.
      *                  EVERY TRANSACTION LANDS ON THE TLPVREG
      *                  REGISTER WITH ITS RESULT; RC 4 WHEN ANY IS
      *                  REJECTED.
      * 10/15/26   OPS   CHANGE-FREEZE WINDOWS: THE OPSCAL DATES FROZEN
      *                  FOR TIMING PLANS OR FOR ALL MAINTENANCE ARE
      *                  LOADED AT START-UP, AND A TRANSACTION WHOSE
      *                  EFFECTIVE DATE IS FROZEN IS REJECTED UNLESS
      *                  FLAGGED AS AN EMERGENCY (PT-EMERGENCY-FLAG =
      *                  "Y"). AN EMERGENCY IS APPLIED AND LOGGED TO
      *                  THE SHARED FRZEXCP FILE FRZRPT PRINTS FOR THE
      *                  CHANGE BOARD.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-VERSIONS ASSIGN TO "TLPLNVER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-KEY
               FILE STATUS IS PV-FILE-STATUS.
           SELECT PLAN-TRANS ASSIGN TO "TLPLNTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PT-FILE-STATUS.
           SELECT INTERSECTION-MASTER ASSIGN TO "INTXMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IX-INTERSECTION-ID
               FILE STATUS IS IX-FILE-STATUS.
           SELECT CORRIDOR-MASTER ASSIGN TO "CORRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CR-FILE-STATUS.
           SELECT COLOR-REF ASSIGN TO "COLRREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLR-REF-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SIGNSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SES-FILE-STATUS.
           SELECT PLAN-REGISTER ASSIGN TO "TLPVREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
           SELECT OPS-CALENDAR ASSIGN TO "OPSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT FREEZE-EXCEPTIONS ASSIGN TO "FRZEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-VERSIONS.
       COPY "TLPLNVER.cpy".
       FD  PLAN-TRANS.
       01  PT-RECORD.
           05  PT-ACTION               PIC X(10).
           05  FILLER                  PIC X(01).
           05  PT-INTERSECTION-ID      PIC X(05).
           05  FILLER                  PIC X(01).
           05  PT-COLOR                PIC X(06).
           05  FILLER                  PIC X(01).
           05  PT-DURATION             PIC X(03).
           05  FILLER                  PIC X(01).
           05  PT-EFFECTIVE-DATE       PIC X(08).
           05  FILLER                  PIC X(01).
           05  PT-EMERGENCY-FLAG       PIC X(01).
       FD  INTERSECTION-MASTER.
       COPY "INTXMAST.cpy".
       FD  CORRIDOR-MASTER.
       01  CR-RECORD.
           05  CR-CORRIDOR-ID          PIC X(05).
           05  FILLER                  PIC X(01).
           05  CR-CORRIDOR-NAME        PIC X(20).
           05  FILLER                  PIC X(01).
           05  CR-INTERSECTION-ID      PIC X(05).
           05  FILLER                  PIC X(01).
           05  CR-COMMON-CYCLE         PIC X(03).
       FD  COLOR-REF.
       COPY "COLRREF.cpy".
       FD  SESSION-FILE.
       COPY "SESSINFO.cpy".
       FD  PLAN-REGISTER.
       01  REG-RECORD.
           05  REG-ACTION              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-INTERSECTION-ID     PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-COLOR               PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-DURATION            PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-EFFECTIVE-DATE      PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-RESULT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-REASON              PIC X(30).
       FD  OPS-CALENDAR.
       COPY "OPSCAL.cpy".
       FD  FREEZE-EXCEPTIONS.
       COPY "FRZEXCP.cpy".
       WORKING-STORAGE SECTION.
        01 PV-FILE-STATUS              PIC XX.
        01 PT-FILE-STATUS              PIC XX.
        01 IX-FILE-STATUS              PIC XX.
        01 CR-FILE-STATUS              PIC XX.
        01 CLR-REF-STATUS              PIC XX.
        01 SES-FILE-STATUS             PIC XX.
        01 REG-FILE-STATUS             PIC XX.
        01 CAL-FILE-STATUS             PIC XX.
        01 FX-FILE-STATUS              PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-GROUP-ENDED-SW       PIC X(01) VALUE "N".
              88 WS-GROUP-ENDED               VALUE "Y".
           05 WS-INTX-ON-MASTER-SW    PIC X(01) VALUE "N".
              88 WS-INTX-ON-MASTER            VALUE "Y".
           05 WS-COLOR-FOUND-SW       PIC X(01) VALUE "N".
              88 WS-COLOR-FOUND               VALUE "Y".
           05 WS-CAL-EOF-SW           PIC X(01) VALUE "N".
              88 WS-CAL-EOF                   VALUE "Y".
           05 WS-FROZEN-SW            PIC X(01) VALUE "N".
              88 WS-FROZEN                    VALUE "Y".
           05 WS-EXCEPTION-SW         PIC X(01) VALUE "N".
              88 WS-FREEZE-EXCEPTION          VALUE "Y".
        01 WS-SES-OPERATOR-ID          PIC X(10) VALUE SPACES.
        01 WS-SES-AUTH-LEVEL           PIC X(01) VALUE SPACE.
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-NOW-TIME                 PIC 9(08).
        01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
        01 WS-GROUP-REASON             PIC X(30) VALUE SPACES.
        01 WS-SEARCH-COLOR             PIC X(10).
        01 WS-COLOR-COUNT              PIC 9(02) VALUE ZERO.
        01 WS-COLOR-TABLE.
           05 WS-CLR-COLOR OCCURS 50 TIMES PIC X(10).
        01 WS-COLOR-IDX                PIC 9(02) VALUE ZERO.
        01 WS-CORR-COUNT               PIC 9(03) VALUE ZERO.
        01 WS-CORR-TABLE.
           05 WS-CORR-ENTRY OCCURS 500 TIMES.
              10 WS-CO-INTERSECTION   PIC X(05).
              10 WS-CO-CORRIDOR-ID    PIC X(05).
              10 WS-CO-COMMON-CYCLE   PIC 9(03).
        01 WS-CORR-IDX                 PIC 9(03) VALUE ZERO.
        01 WS-VER-COUNT                PIC 9(05) VALUE ZERO.
        01 WS-VER-TABLE.
           05 WS-VER-ENTRY OCCURS 5000 TIMES.
              10 WS-VR-INTERSECTION   PIC X(05).
              10 WS-VR-COLOR          PIC X(06).
              10 WS-VR-EFFECTIVE      PIC 9(08).
              10 WS-VR-DURATION       PIC 9(03).
              10 WS-VR-PHASE-SEQ      PIC 9(02).
              10 WS-VR-STATUS         PIC X(01).
        01 WS-VER-IDX                  PIC 9(05) VALUE ZERO.
        01 WS-TRN-COUNT                PIC 9(03) VALUE ZERO.
        01 WS-TRN-TABLE.
           05 WS-TRN-ENTRY OCCURS 500 TIMES.
              10 WS-TR-ACTION         PIC X(10).
              10 WS-TR-INTERSECTION   PIC X(05).
              10 WS-TR-COLOR          PIC X(06).
              10 WS-TR-DURATION       PIC X(03).
              10 WS-TR-EFFECTIVE      PIC 9(08).
              10 WS-TR-RESULT         PIC X(08).
              10 WS-TR-REASON         PIC X(30).
              10 WS-TR-EMERGENCY      PIC X(01).
        01 WS-TRN-IDX                  PIC 9(03) VALUE ZERO.
        01 WS-FREEZE-SCOPE             PIC X(01) VALUE "T".
        01 WS-FRZ-COUNT                PIC 9(03) VALUE ZERO.
        01 WS-FRZ-TABLE.
           05 WS-FRZ-ENTRY OCCURS 100 TIMES.
              10 WS-FZ-DATE           PIC 9(08).
              10 WS-FZ-SCOPE          PIC X(01).
              10 WS-FZ-REASON         PIC X(20).
        01 WS-FRZ-IDX                  PIC 9(03) VALUE ZERO.
        01 WS-FROZEN-SCOPE             PIC X(01) VALUE SPACE.
        01 WS-FREEZE-DATE              PIC 9(08) VALUE ZERO.
        01 WS-FREEZE-REASON            PIC X(20) VALUE SPACES.
        01 WS-GRP-START                PIC 9(03) VALUE ZERO.
        01 WS-GRP-END                  PIC 9(03) VALUE ZERO.
        01 WS-GRP-NEXT                 PIC 9(03) VALUE ZERO.
        01 WS-GRP-APPLIED              PIC 9(03) VALUE ZERO.
        01 WS-GRP-INTERSECTION         PIC X(05) VALUE SPACES.
        01 WS-GRP-EFFECTIVE            PIC 9(08) VALUE ZERO.
        01 WS-PLAN-COUNT               PIC 9(02) VALUE ZERO.
        01 WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 20 TIMES.
              10 WS-PL-COLOR          PIC X(06).
              10 WS-PL-EFFECTIVE      PIC 9(08).
              10 WS-PL-DURATION       PIC 9(03).
              10 WS-PL-PHASE-SEQ      PIC 9(02).
              10 WS-PL-STATUS         PIC X(01).
        01 WS-PLAN-IDX                 PIC 9(02) VALUE ZERO.
        01 WS-PLAN-FOUND-IDX           PIC 9(02) VALUE ZERO.
        01 WS-MAX-PHASE-SEQ            PIC 9(02) VALUE ZERO.
        01 WS-CYCLE-TOTAL              PIC 9(05) VALUE ZERO.
        01 WS-ACTIVE-COUNT             PIC 9(02) VALUE ZERO.
        01 WS-CYCLE-REASON.
           05 FILLER                  PIC X(06) VALUE "CYCLE ".
           05 CY-TOTAL                PIC ZZZZ9.
           05 FILLER                  PIC X(19) VALUE
                  " OUTSIDE 30-180    ".
        01 WS-CORR-REASON.
           05 FILLER                  PIC X(06) VALUE "CYCLE ".
           05 CO-TOTAL                PIC ZZZZ9.
           05 FILLER                  PIC X(10) VALUE " CORRIDOR ".
           05 CO-CORRIDOR             PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CO-COMMON               PIC ZZ9.
        01 WS-TALLY-COUNTS.
           05 WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-TABLE-FULL-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-EXCEPTION-COUNT      PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           MOVE 1 TO WS-TRN-IDX.
           PERFORM 2000-PROCESS-ONE-RETIMING THRU 2000-EXIT
               UNTIL WS-TRN-IDX > WS-TRN-COUNT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Refuses the run without supervisor authority, loads the
      * colors, the corridor cycles, the change-freeze dates, the
      * existing versions and the transactions, and opens the
      * masters and the register. The version file is created on
      * first use.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.

           OPEN INPUT SESSION-FILE.
           IF SES-FILE-STATUS = "00"
               READ SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SES-OPERATOR-ID TO WS-SES-OPERATOR-ID
                       MOVE SES-AUTH-LEVEL  TO WS-SES-AUTH-LEVEL
               END-READ
               CLOSE SESSION-FILE
           END-IF.

           IF WS-SES-AUTH-LEVEL NOT = "S"
               DISPLAY "PLANMNT: RUN REFUSED - SIGNED-ON OPERATOR "
                   WS-SES-OPERATOR-ID " LACKS SUPERVISOR AUTHORITY"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT COLOR-REF.
           IF CLR-REF-STATUS = "00"
               PERFORM 1100-LOAD-ONE-COLOR THRU 1100-EXIT
                   UNTIL WS-EOF OR WS-COLOR-COUNT = 50
               SET WS-EOF-SW TO "N"
               CLOSE COLOR-REF
           END-IF.

           OPEN INPUT CORRIDOR-MASTER.
           IF CR-FILE-STATUS = "00"
               PERFORM 1200-LOAD-ONE-MEMBER THRU 1200-EXIT
                   UNTIL WS-EOF
               SET WS-EOF-SW TO "N"
               CLOSE CORRIDOR-MASTER
           END-IF.

           OPEN INPUT OPS-CALENDAR.
           IF CAL-FILE-STATUS = "00"
               PERFORM 1500-LOAD-ONE-FREEZE THRU 1500-EXIT
                   UNTIL WS-CAL-EOF OR WS-FRZ-COUNT = 100
               CLOSE OPS-CALENDAR
           END-IF.

           OPEN I-O PLAN-VERSIONS.
           IF PV-FILE-STATUS = "35"
               OPEN OUTPUT PLAN-VERSIONS
               CLOSE PLAN-VERSIONS
               OPEN I-O PLAN-VERSIONS
           END-IF.
           IF PV-FILE-STATUS NOT = "00"
               DISPLAY "PLANMNT: UNABLE TO OPEN TLPLNVER - STATUS "
                   PV-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1300-LOAD-ONE-VERSION THRU 1300-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".

           OPEN INPUT PLAN-TRANS.
           IF PT-FILE-STATUS NOT = "00"
               DISPLAY "PLANMNT: UNABLE TO OPEN TLPLNTRN - STATUS "
                   PT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1400-LOAD-ONE-TRANS THRU 1400-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE PLAN-TRANS.

           OPEN INPUT INTERSECTION-MASTER.
           IF IX-FILE-STATUS NOT = "00"
               DISPLAY "PLANMNT: UNABLE TO OPEN INTXMAST - STATUS "
                   IX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT PLAN-REGISTER.
           IF REG-FILE-STATUS NOT = "00"
               DISPLAY "PLANMNT: UNABLE TO OPEN TLPVREG - STATUS "
                   REG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-COLOR SECTION.
       1100-START.
           READ COLOR-REF
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF CLR-REF-COLOR = SPACES
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-COLOR-COUNT.
           MOVE CLR-REF-COLOR TO WS-CLR-COLOR(WS-COLOR-COUNT).
       1100-EXIT.
           EXIT.

       1200-LOAD-ONE-MEMBER SECTION.
       1200-START.
           READ CORRIDOR-MASTER
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1200-EXIT
           END-READ.
           IF CR-INTERSECTION-ID = SPACES
                   OR CR-COMMON-CYCLE NOT NUMERIC
               GO TO 1200-EXIT
           END-IF.
           IF WS-CORR-COUNT = 500
               ADD 1 TO WS-TABLE-FULL-COUNT
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-CORR-COUNT.
           MOVE CR-INTERSECTION-ID
               TO WS-CO-INTERSECTION(WS-CORR-COUNT).
           MOVE CR-CORRIDOR-ID  TO WS-CO-CORRIDOR-ID(WS-CORR-COUNT).
           MOVE CR-COMMON-CYCLE TO WS-CO-COMMON-CYCLE(WS-CORR-COUNT).
       1200-EXIT.
           EXIT.

       1300-LOAD-ONE-VERSION SECTION.
       1300-START.
           READ PLAN-VERSIONS NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1300-EXIT
           END-READ.
           IF WS-VER-COUNT = 5000
               ADD 1 TO WS-TABLE-FULL-COUNT
               GO TO 1300-EXIT
           END-IF.
           ADD 1 TO WS-VER-COUNT.
           PERFORM 1350-KEEP-VERSION THRU 1350-EXIT.
       1300-EXIT.
           EXIT.

       1350-KEEP-VERSION SECTION.
       1350-START.
           MOVE PV-INTERSECTION-ID TO WS-VR-INTERSECTION(WS-VER-COUNT).
           MOVE PV-COLOR           TO WS-VR-COLOR(WS-VER-COUNT).
           MOVE PV-EFFECTIVE-DATE  TO WS-VR-EFFECTIVE(WS-VER-COUNT).
           MOVE PV-DURATION        TO WS-VR-DURATION(WS-VER-COUNT).
           MOVE PV-PHASE-SEQ       TO WS-VR-PHASE-SEQ(WS-VER-COUNT).
           MOVE PV-STATUS          TO WS-VR-STATUS(WS-VER-COUNT).
       1350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1400-LOAD-ONE-TRANS
      * Holds the transactions so each retiming can be checked as a
      * whole. A blank effective date means today.
      *----------------------------------------------------------------
       1400-LOAD-ONE-TRANS SECTION.
       1400-START.
           READ PLAN-TRANS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1400-EXIT
           END-READ.
           IF WS-TRN-COUNT = 500
               DISPLAY "PLANMNT: TRANSACTION TABLE FULL - "
                   PT-INTERSECTION-ID " " PT-COLOR " NOT APPLIED"
               ADD 1 TO WS-TABLE-FULL-COUNT
               GO TO 1400-EXIT
           END-IF.
           ADD 1 TO WS-TRN-COUNT.
           MOVE PT-ACTION     TO WS-TR-ACTION(WS-TRN-COUNT).
           MOVE PT-INTERSECTION-ID
               TO WS-TR-INTERSECTION(WS-TRN-COUNT).
           MOVE PT-COLOR      TO WS-TR-COLOR(WS-TRN-COUNT).
           MOVE PT-DURATION   TO WS-TR-DURATION(WS-TRN-COUNT).
           MOVE SPACES        TO WS-TR-RESULT(WS-TRN-COUNT).
           MOVE SPACES        TO WS-TR-REASON(WS-TRN-COUNT).
           MOVE PT-EMERGENCY-FLAG
               TO WS-TR-EMERGENCY(WS-TRN-COUNT).
           EVALUATE TRUE
               WHEN PT-EFFECTIVE-DATE = SPACES
                   MOVE WS-TODAY-DATE
                       TO WS-TR-EFFECTIVE(WS-TRN-COUNT)
               WHEN PT-EFFECTIVE-DATE NUMERIC
                   MOVE PT-EFFECTIVE-DATE
                       TO WS-TR-EFFECTIVE(WS-TRN-COUNT)
               WHEN OTHER
                   MOVE ZERO TO WS-TR-EFFECTIVE(WS-TRN-COUNT)
           END-EVALUATE.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-LOAD-ONE-FREEZE
      * Keeps an OPSCAL date frozen for timing plans, or for all
      * maintenance. No calendar means no freeze.
      *----------------------------------------------------------------
       1500-LOAD-ONE-FREEZE SECTION.
       1500-START.
           READ OPS-CALENDAR
               AT END
                   SET WS-CAL-EOF TO TRUE
                   GO TO 1500-EXIT
           END-READ.

           IF CAL-FREEZE-SCOPE NOT = WS-FREEZE-SCOPE
                   AND NOT CAL-FREEZE-ALL
               GO TO 1500-EXIT
           END-IF.

           ADD 1 TO WS-FRZ-COUNT.
           MOVE CAL-DATE         TO WS-FZ-DATE(WS-FRZ-COUNT).
           MOVE CAL-FREEZE-SCOPE TO WS-FZ-SCOPE(WS-FRZ-COUNT).
           MOVE CAL-DESCRIPTION  TO WS-FZ-REASON(WS-FRZ-COUNT).
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-ONE-RETIMING
      * One run of consecutive transactions for the same
      * intersection and effective date: each is checked and applied
      * to the plan as it will stand that day, the resulting cycle
      * is checked, and the versions are stored only when the whole
      * retiming passes.
      *----------------------------------------------------------------
       2000-PROCESS-ONE-RETIMING SECTION.
       2000-START.
           MOVE WS-TRN-IDX TO WS-GRP-START WS-GRP-END.
           MOVE WS-TR-INTERSECTION(WS-GRP-START)
               TO WS-GRP-INTERSECTION.
           MOVE WS-TR-EFFECTIVE(WS-GRP-START) TO WS-GRP-EFFECTIVE.
           SET WS-GROUP-ENDED-SW TO "N".
           PERFORM 2050-EXTEND-GROUP THRU 2050-EXIT
               UNTIL WS-GROUP-ENDED.

           SET WS-INTX-ON-MASTER-SW TO "N".
           MOVE WS-GRP-INTERSECTION TO IX-INTERSECTION-ID.
           READ INTERSECTION-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-INTX-ON-MASTER TO TRUE
           END-READ.

           PERFORM 2100-BUILD-PLAN-AS-OF THRU 2100-EXIT.

           MOVE ZERO TO WS-GRP-APPLIED.
           PERFORM 2300-APPLY-ONE-TRANS THRU 2300-EXIT
               VARYING WS-TRN-IDX FROM WS-GRP-START BY 1
               UNTIL WS-TRN-IDX > WS-GRP-END.

           MOVE SPACES TO WS-GROUP-REASON.
           IF WS-GRP-APPLIED > ZERO
               PERFORM 2500-CHECK-CYCLE THRU 2500-EXIT
           END-IF.

           PERFORM 2700-SETTLE-ONE-TRANS THRU 2700-EXIT
               VARYING WS-TRN-IDX FROM WS-GRP-START BY 1
               UNTIL WS-TRN-IDX > WS-GRP-END.

           COMPUTE WS-TRN-IDX = WS-GRP-END + 1.
       2000-EXIT.
           EXIT.

       2050-EXTEND-GROUP SECTION.
       2050-START.
           IF WS-GRP-END NOT < WS-TRN-COUNT
               SET WS-GROUP-ENDED TO TRUE
               GO TO 2050-EXIT
           END-IF.
           COMPUTE WS-GRP-NEXT = WS-GRP-END + 1.
           IF WS-TR-INTERSECTION(WS-GRP-NEXT) = WS-GRP-INTERSECTION
                   AND WS-TR-EFFECTIVE(WS-GRP-NEXT) = WS-GRP-EFFECTIVE
               MOVE WS-GRP-NEXT TO WS-GRP-END
           ELSE
               SET WS-GROUP-ENDED TO TRUE
           END-IF.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-BUILD-PLAN-AS-OF
      * Picks, color by color, the latest version of the
      * intersection's plan effective on or before the retiming
      * date, and notes the highest phase sequence used so far.
      *----------------------------------------------------------------
       2100-BUILD-PLAN-AS-OF SECTION.
       2100-START.
           MOVE ZERO TO WS-PLAN-COUNT WS-MAX-PHASE-SEQ.
           PERFORM 2150-TAKE-ONE-VERSION THRU 2150-EXIT
               VARYING WS-VER-IDX FROM 1 BY 1
               UNTIL WS-VER-IDX > WS-VER-COUNT.
       2100-EXIT.
           EXIT.

       2150-TAKE-ONE-VERSION SECTION.
       2150-START.
           IF WS-VR-INTERSECTION(WS-VER-IDX) NOT = WS-GRP-INTERSECTION
               GO TO 2150-EXIT
           END-IF.
           IF WS-VR-PHASE-SEQ(WS-VER-IDX) > WS-MAX-PHASE-SEQ
               MOVE WS-VR-PHASE-SEQ(WS-VER-IDX) TO WS-MAX-PHASE-SEQ
           END-IF.
           IF WS-VR-EFFECTIVE(WS-VER-IDX) > WS-GRP-EFFECTIVE
               GO TO 2150-EXIT
           END-IF.

           MOVE WS-VR-COLOR(WS-VER-IDX) TO WS-SEARCH-COLOR.
           PERFORM 2200-FIND-PLAN-COLOR THRU 2200-EXIT.
           IF WS-PLAN-FOUND-IDX = ZERO
               IF WS-PLAN-COUNT = 20
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   GO TO 2150-EXIT
               END-IF
               ADD 1 TO WS-PLAN-COUNT
               MOVE WS-PLAN-COUNT TO WS-PLAN-FOUND-IDX
               MOVE WS-VR-COLOR(WS-VER-IDX)
                   TO WS-PL-COLOR(WS-PLAN-FOUND-IDX)
               MOVE ZERO TO WS-PL-EFFECTIVE(WS-PLAN-FOUND-IDX)
           END-IF.
           IF WS-VR-EFFECTIVE(WS-VER-IDX)
                   < WS-PL-EFFECTIVE(WS-PLAN-FOUND-IDX)
               GO TO 2150-EXIT
           END-IF.
           MOVE WS-VR-EFFECTIVE(WS-VER-IDX)
               TO WS-PL-EFFECTIVE(WS-PLAN-FOUND-IDX).
           MOVE WS-VR-DURATION(WS-VER-IDX)
               TO WS-PL-DURATION(WS-PLAN-FOUND-IDX).
           MOVE WS-VR-PHASE-SEQ(WS-VER-IDX)
               TO WS-PL-PHASE-SEQ(WS-PLAN-FOUND-IDX).
           MOVE WS-VR-STATUS(WS-VER-IDX)
               TO WS-PL-STATUS(WS-PLAN-FOUND-IDX).
       2150-EXIT.
           EXIT.

       2200-FIND-PLAN-COLOR SECTION.
       2200-START.
           MOVE ZERO TO WS-PLAN-FOUND-IDX.
           PERFORM 2250-MATCH-ONE-PLAN-COLOR THRU 2250-EXIT
               VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                  OR WS-PLAN-FOUND-IDX > ZERO.
       2200-EXIT.
           EXIT.

       2250-MATCH-ONE-PLAN-COLOR SECTION.
       2250-START.
           IF WS-PL-COLOR(WS-PLAN-IDX) = WS-SEARCH-COLOR
               MOVE WS-PLAN-IDX TO WS-PLAN-FOUND-IDX
           END-IF.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-APPLY-ONE-TRANS
      * Checks one transaction and, when it passes, applies it to
      * the plan being built. An ADD must name a color not in the
      * plan that day; CHANGE and RETIRE one that is.
      *----------------------------------------------------------------
       2300-APPLY-ONE-TRANS SECTION.
       2300-START.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE WS-TR-COLOR(WS-TRN-IDX) TO WS-SEARCH-COLOR.
           PERFORM 2200-FIND-PLAN-COLOR THRU 2200-EXIT.
           PERFORM 2400-CHECK-FREEZE THRU 2400-EXIT.

           EVALUATE TRUE
               WHEN WS-TR-ACTION(WS-TRN-IDX) NOT = "ADD"
                       AND WS-TR-ACTION(WS-TRN-IDX) NOT = "CHANGE"
                       AND WS-TR-ACTION(WS-TRN-IDX) NOT = "RETIRE"
                   MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
               WHEN WS-TR-INTERSECTION(WS-TRN-IDX) = SPACES
                   MOVE "BLANK INTERSECTION" TO WS-REJECT-REASON
               WHEN NOT WS-INTX-ON-MASTER
                   MOVE "INTERSECTION NOT ON MASTER"
                       TO WS-REJECT-REASON
               WHEN WS-TR-COLOR(WS-TRN-IDX) = SPACES
                   MOVE "BLANK COLOR" TO WS-REJECT-REASON
               WHEN WS-TR-EFFECTIVE(WS-TRN-IDX) = ZERO
                   MOVE "EFFECTIVE DATE NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN WS-TR-EFFECTIVE(WS-TRN-IDX) < WS-TODAY-DATE
                   MOVE "EFFECTIVE DATE IN THE PAST"
                       TO WS-REJECT-REASON
               WHEN WS-FROZEN AND NOT WS-FREEZE-EXCEPTION
                   MOVE "CHANGE FREEZE IN EFFECT" TO WS-REJECT-REASON
               WHEN WS-TR-ACTION(WS-TRN-IDX) NOT = "RETIRE"
                       AND WS-TR-DURATION(WS-TRN-IDX) NOT NUMERIC
                   MOVE "DURATION NOT NUMERIC" TO WS-REJECT-REASON
               WHEN WS-TR-ACTION(WS-TRN-IDX) NOT = "RETIRE"
                       AND WS-TR-DURATION(WS-TRN-IDX) = "000"
                   MOVE "ZERO DURATION" TO WS-REJECT-REASON
               WHEN WS-TR-ACTION(WS-TRN-IDX) = "ADD"
                       AND WS-PLAN-FOUND-IDX > ZERO
                       AND WS-PL-STATUS(WS-PLAN-FOUND-IDX) = "A"
                   MOVE "COLOR ALREADY IN PLAN" TO WS-REJECT-REASON
               WHEN WS-TR-ACTION(WS-TRN-IDX) NOT = "ADD"
                       AND WS-PLAN-FOUND-IDX = ZERO
                   MOVE "COLOR NOT IN PLAN" TO WS-REJECT-REASON
               WHEN WS-TR-ACTION(WS-TRN-IDX) NOT = "ADD"
                       AND WS-PL-STATUS(WS-PLAN-FOUND-IDX) NOT = "A"
                   MOVE "COLOR NOT IN PLAN" TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
                   AND WS-TR-ACTION(WS-TRN-IDX) = "ADD"
               PERFORM 2350-CHECK-COLOR THRU 2350-EXIT
           END-IF.
           IF WS-REJECT-REASON = SPACES
                   AND WS-TR-ACTION(WS-TRN-IDX) = "ADD"
                   AND WS-PLAN-FOUND-IDX = ZERO
                   AND WS-PLAN-COUNT = 20
               MOVE "PLAN HAS TOO MANY PHASES" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE "REJECTED"       TO WS-TR-RESULT(WS-TRN-IDX)
               MOVE WS-REJECT-REASON TO WS-TR-REASON(WS-TRN-IDX)
               GO TO 2300-EXIT
           END-IF.

           IF WS-TR-ACTION(WS-TRN-IDX) = "ADD"
                   AND WS-PLAN-FOUND-IDX = ZERO
               ADD 1 TO WS-PLAN-COUNT
               MOVE WS-PLAN-COUNT TO WS-PLAN-FOUND-IDX
               MOVE WS-TR-COLOR(WS-TRN-IDX)
                   TO WS-PL-COLOR(WS-PLAN-FOUND-IDX)
               ADD 1 TO WS-MAX-PHASE-SEQ
               MOVE WS-MAX-PHASE-SEQ
                   TO WS-PL-PHASE-SEQ(WS-PLAN-FOUND-IDX)
           END-IF.
           MOVE WS-GRP-EFFECTIVE TO WS-PL-EFFECTIVE(WS-PLAN-FOUND-IDX).
           IF WS-TR-ACTION(WS-TRN-IDX) = "RETIRE"
               MOVE "R"  TO WS-PL-STATUS(WS-PLAN-FOUND-IDX)
               MOVE ZERO TO WS-PL-DURATION(WS-PLAN-FOUND-IDX)
           ELSE
               MOVE "A"  TO WS-PL-STATUS(WS-PLAN-FOUND-IDX)
               MOVE WS-TR-DURATION(WS-TRN-IDX)
                   TO WS-PL-DURATION(WS-PLAN-FOUND-IDX)
           END-IF.
           MOVE "APPLIED" TO WS-TR-RESULT(WS-TRN-IDX).
           ADD 1 TO WS-GRP-APPLIED.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-CHECK-FREEZE
      * Looks the transaction's effective date up on the loaded
      * freeze table. On a frozen date only an emergency card goes
      * through (the run itself already needs a supervisor), and it
      * is marked for the freeze-exception log.
      *----------------------------------------------------------------
       2400-CHECK-FREEZE SECTION.
       2400-START.
           SET WS-FROZEN-SW TO "N".
           SET WS-EXCEPTION-SW TO "N".
           MOVE WS-TR-EFFECTIVE(WS-TRN-IDX) TO WS-FREEZE-DATE.
           PERFORM 2450-MATCH-ONE-FREEZE THRU 2450-EXIT
               VARYING WS-FRZ-IDX FROM 1 BY 1
               UNTIL WS-FRZ-IDX > WS-FRZ-COUNT OR WS-FROZEN.
           IF NOT WS-FROZEN
               GO TO 2400-EXIT
           END-IF.

           IF WS-TR-EMERGENCY(WS-TRN-IDX) = "Y"
                   AND WS-SES-AUTH-LEVEL = "S"
               SET WS-FREEZE-EXCEPTION TO TRUE
           END-IF.
       2400-EXIT.
           EXIT.

       2450-MATCH-ONE-FREEZE SECTION.
       2450-START.
           IF WS-FZ-DATE(WS-FRZ-IDX) = WS-FREEZE-DATE
               SET WS-FROZEN TO TRUE
               MOVE WS-FZ-SCOPE(WS-FRZ-IDX)  TO WS-FROZEN-SCOPE
               MOVE WS-FZ-REASON(WS-FRZ-IDX) TO WS-FREEZE-REASON
           END-IF.
       2450-EXIT.
           EXIT.

       2350-CHECK-COLOR SECTION.
       2350-START.
           IF WS-COLOR-COUNT = ZERO
               GO TO 2350-EXIT
           END-IF.
           SET WS-COLOR-FOUND-SW TO "N".
           PERFORM 2360-MATCH-ONE-COLOR THRU 2360-EXIT
               VARYING WS-COLOR-IDX FROM 1 BY 1
               UNTIL WS-COLOR-IDX > WS-COLOR-COUNT OR WS-COLOR-FOUND.
           IF NOT WS-COLOR-FOUND
               MOVE "COLOR NOT ON COLRREF" TO WS-REJECT-REASON
           END-IF.
       2350-EXIT.
           EXIT.

       2360-MATCH-ONE-COLOR SECTION.
       2360-START.
           IF WS-CLR-COLOR(WS-COLOR-IDX) = WS-SEARCH-COLOR
               SET WS-COLOR-FOUND TO TRUE
           END-IF.
       2360-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-CHECK-CYCLE
      * The retimed plan's cycle must sit inside the 30-180 second
      * standard and, for a corridor member, equal the corridor's
      * common cycle. A plan with every color retired is simply
      * withdrawn and has no cycle to check.
      *----------------------------------------------------------------
       2500-CHECK-CYCLE SECTION.
       2500-START.
           MOVE ZERO TO WS-CYCLE-TOTAL WS-ACTIVE-COUNT.
           PERFORM 2550-SUM-ONE-PHASE THRU 2550-EXIT
               VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT.
           IF WS-ACTIVE-COUNT = ZERO
               GO TO 2500-EXIT
           END-IF.

           IF WS-CYCLE-TOTAL < 30 OR WS-CYCLE-TOTAL > 180
               MOVE WS-CYCLE-TOTAL  TO CY-TOTAL
               MOVE WS-CYCLE-REASON TO WS-GROUP-REASON
               GO TO 2500-EXIT
           END-IF.

           PERFORM 2600-CHECK-ONE-CORRIDOR THRU 2600-EXIT
               VARYING WS-CORR-IDX FROM 1 BY 1
               UNTIL WS-CORR-IDX > WS-CORR-COUNT
                  OR WS-GROUP-REASON NOT = SPACES.
       2500-EXIT.
           EXIT.

       2550-SUM-ONE-PHASE SECTION.
       2550-START.
           IF WS-PL-STATUS(WS-PLAN-IDX) = "A"
               ADD WS-PL-DURATION(WS-PLAN-IDX) TO WS-CYCLE-TOTAL
               ADD 1 TO WS-ACTIVE-COUNT
           END-IF.
       2550-EXIT.
           EXIT.

       2600-CHECK-ONE-CORRIDOR SECTION.
       2600-START.
           IF WS-CO-INTERSECTION(WS-CORR-IDX) = WS-GRP-INTERSECTION
                   AND WS-CO-COMMON-CYCLE(WS-CORR-IDX)
                       NOT = WS-CYCLE-TOTAL
               MOVE WS-CYCLE-TOTAL TO CO-TOTAL
               MOVE WS-CO-CORRIDOR-ID(WS-CORR-IDX) TO CO-CORRIDOR
               MOVE WS-CO-COMMON-CYCLE(WS-CORR-IDX) TO CO-COMMON
               MOVE WS-CORR-REASON TO WS-GROUP-REASON
           END-IF.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-SETTLE-ONE-TRANS
      * Stores an applied transaction as a version - or, when the
      * retiming failed its cycle check, rejects it with the
      * retiming's reason - and registers every transaction.
      *----------------------------------------------------------------
       2700-SETTLE-ONE-TRANS SECTION.
       2700-START.
           IF WS-TR-RESULT(WS-TRN-IDX) = "APPLIED"
               IF WS-GROUP-REASON NOT = SPACES
                   MOVE "REJECTED"      TO WS-TR-RESULT(WS-TRN-IDX)
                   MOVE WS-GROUP-REASON TO WS-TR-REASON(WS-TRN-IDX)
               ELSE
                   PERFORM 2800-STORE-VERSION THRU 2800-EXIT
               END-IF
           END-IF.

           IF WS-TR-RESULT(WS-TRN-IDX) = "APPLIED"
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM 2400-CHECK-FREEZE THRU 2400-EXIT
               IF WS-FREEZE-EXCEPTION
                   PERFORM 2900-WRITE-FREEZE-EXCEPTION THRU 2900-EXIT
                   MOVE "EMERGENCY - FREEZE EXCEPTION"
                       TO WS-TR-REASON(WS-TRN-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

           MOVE SPACES                        TO REG-RECORD.
           MOVE WS-TR-ACTION(WS-TRN-IDX)       TO REG-ACTION.
           MOVE WS-TR-INTERSECTION(WS-TRN-IDX) TO REG-INTERSECTION-ID.
           MOVE WS-TR-COLOR(WS-TRN-IDX)        TO REG-COLOR.
           MOVE WS-TR-DURATION(WS-TRN-IDX)     TO REG-DURATION.
           MOVE WS-TR-EFFECTIVE(WS-TRN-IDX)    TO REG-EFFECTIVE-DATE.
           MOVE WS-TR-RESULT(WS-TRN-IDX)       TO REG-RESULT.
           MOVE WS-TR-REASON(WS-TRN-IDX)       TO REG-REASON.
           WRITE REG-RECORD.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2800-STORE-VERSION
      * Writes the version for the color as the retiming leaves it;
      * a version already staged for the same day is replaced.
      *----------------------------------------------------------------
       2800-STORE-VERSION SECTION.
       2800-START.
           MOVE WS-TR-COLOR(WS-TRN-IDX) TO WS-SEARCH-COLOR.
           PERFORM 2200-FIND-PLAN-COLOR THRU 2200-EXIT.

           MOVE SPACES                TO PV-RECORD.
           MOVE WS-GRP-INTERSECTION   TO PV-INTERSECTION-ID.
           MOVE WS-TR-COLOR(WS-TRN-IDX) TO PV-COLOR.
           MOVE WS-GRP-EFFECTIVE      TO PV-EFFECTIVE-DATE.
           IF WS-TR-ACTION(WS-TRN-IDX) = "RETIRE"
               MOVE ZERO TO PV-DURATION
               SET PV-RETIRED TO TRUE
           ELSE
               MOVE WS-TR-DURATION(WS-TRN-IDX) TO PV-DURATION
               SET PV-ACTIVE TO TRUE
           END-IF.
           MOVE WS-PL-PHASE-SEQ(WS-PLAN-FOUND-IDX) TO PV-PHASE-SEQ.
           MOVE WS-SES-OPERATOR-ID    TO PV-ENTERED-BY.
           MOVE WS-TODAY-DATE         TO PV-ENTERED-DATE.
           MOVE WS-NOW-TIME           TO PV-ENTERED-TIME.
           WRITE PV-RECORD
               INVALID KEY
                   REWRITE PV-RECORD
           END-WRITE.
           IF PV-FILE-STATUS NOT = "00"
               MOVE "REJECTED" TO WS-TR-RESULT(WS-TRN-IDX)
               MOVE "UNABLE TO STORE VERSION"
                   TO WS-TR-REASON(WS-TRN-IDX)
               GO TO 2800-EXIT
           END-IF.

           IF WS-VER-COUNT < 5000
               ADD 1 TO WS-VER-COUNT
               PERFORM 1350-KEEP-VERSION THRU 1350-EXIT
           END-IF.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-WRITE-FREEZE-EXCEPTION
      * Appends the emergency version just stored to the shared
      * freeze-exception log for the change board.
      *----------------------------------------------------------------
       2900-WRITE-FREEZE-EXCEPTION SECTION.
       2900-START.
           OPEN EXTEND FREEZE-EXCEPTIONS.
           IF FX-FILE-STATUS = "05" OR FX-FILE-STATUS = "35"
               CLOSE FREEZE-EXCEPTIONS
               OPEN OUTPUT FREEZE-EXCEPTIONS
           END-IF.

           MOVE SPACES             TO FX-RECORD.
           MOVE "PLANMNT"          TO FX-PROGRAM-ID.
           MOVE "TLPLNVER"         TO FX-FILE-NAME.
           STRING WS-TR-INTERSECTION(WS-TRN-IDX) " "
               WS-TR-COLOR(WS-TRN-IDX) DELIMITED BY SIZE
               INTO FX-RECORD-KEY.
           MOVE WS-TR-ACTION(WS-TRN-IDX) TO FX-ACTION.
           MOVE WS-SES-OPERATOR-ID TO FX-OPERATOR-ID.
           MOVE WS-TODAY-DATE      TO FX-APPLIED-DATE.
           MOVE WS-NOW-TIME        TO FX-APPLIED-TIME.
           MOVE WS-FROZEN-SCOPE    TO FX-FREEZE-SCOPE.
           MOVE WS-FREEZE-DATE     TO FX-FREEZE-DATE.
           MOVE WS-FREEZE-REASON   TO FX-FREEZE-REASON.
           WRITE FX-RECORD.
           CLOSE FREEZE-EXCEPTIONS.
           ADD 1 TO WS-EXCEPTION-COUNT.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the applied/rejected summary;
      * RC 4 when any transaction was rejected.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE PLAN-VERSIONS INTERSECTION-MASTER PLAN-REGISTER.
           DISPLAY "PLANMNT: APPLIED  = " WS-APPLIED-COUNT.
           DISPLAY "PLANMNT: REJECTED = " WS-REJECTED-COUNT.
           IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY "PLANMNT: FREEZE EMERGENCIES = "
                   WS-EXCEPTION-COUNT
           END-IF.
           IF WS-TABLE-FULL-COUNT > ZERO
               DISPLAY "PLANMNT: TABLE FULL - ENTRIES DROPPED = "
                   WS-TABLE-FULL-COUNT
           END-IF.
           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
