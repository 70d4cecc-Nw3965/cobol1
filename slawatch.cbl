       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLAWATCH.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. WORK-ORDER SLA WATCH, RUN
      *                  SEVERAL TIMES A DAY. EVERY BREAKDOWN WORK
      *                  ORDER ON TLMAINT (PMGEN'S PLANNED "PM "
      *                  ORDERS ARE NOT HELD TO AN SLA) IS GIVEN A
      *                  FAULT CATEGORY FROM ITS MD-REASON - SENS
      *                  SENSOR FAULT, DARK DARK SIGNAL, PEDS
      *                  PEDESTRIAN HEAD, OTHR ANYTHING ELSE - AND
      *                  HELD TO THE RESPOND AND REPAIR TARGET HOURS
      *                  ON THE SLATARG TABLE FOR ITS IX-DISTRICT AND
      *                  CATEGORY ("***" DISTRICT ROWS ARE THE CITY
      *                  DEFAULT). THE CREW'S ON-SITE TIME COMES FROM
      *                  TLMRESP AND THE REPAIR FROM TLMCOMP. AN
      *                  ORDER STILL OPEN AT 75% OF A TARGET RAISES A
      *                  SEVERITY-2 OPSALERT WARNING AND AT THE
      *                  TARGET A SEVERITY-1 BREACH ALERT, EACH ONCE.
      *                  THE SLAOUTC FILE CARRIES EACH ORDER'S
      *                  TARGETS, ALERTS AND MET/BREACHED RESULTS
      *                  FROM RUN TO RUN FOR MTTRRPT. RC 4 WHEN A
      *                  BREACH WAS ALERTED THIS RUN.
      * 10/15/26   OPS   A COMPLETED ORDER WHOSE LAST LEG SETTLED
      *                  MORE THAN WS-KEEP-DAYS AGO IS DROPPED FROM
      *                  SLAOUTC WHEN IT IS REWRITTEN AND IS NOT
      *                  PICKED UP AGAIN FROM TLMAINT, SO THE FILE NO
      *                  LONGER GROWS WITHOUT LIMIT.
      * 10/15/26   OPS   WHETHER INTXMAST IS OPEN IS NOW HELD IN
      *                  WS-INTX-OPEN-SW, SO AN INTERSECTION NOT ON
      *                  THE MASTER NO LONGER STOPS THE DISTRICT
      *                  LOOKUPS AFTER IT OR LEAVES THE FILE UNCLOSED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-DISPATCH ASSIGN TO "TLMAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MD-FILE-STATUS.
           SELECT MAINT-COMPLETIONS ASSIGN TO "TLMCOMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MC-FILE-STATUS.
           SELECT MAINT-RESPONSES ASSIGN TO "TLMRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MR-FILE-STATUS.
           SELECT SLA-TARGETS ASSIGN TO "SLATARG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-FILE-STATUS.
           SELECT SLA-OUTCOMES ASSIGN TO "SLAOUTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SO-FILE-STATUS.
           SELECT INTERSECTION-MASTER ASSIGN TO "INTXMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IX-INTERSECTION-ID
               FILE STATUS IS IX-FILE-STATUS.
           SELECT ALERT-QUEUE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AQ-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  MAINT-RESPONSES.
       01  MR-RECORD.
           05  MR-WORK-ORDER-NO        PIC 9(06).
           05  FILLER                  PIC X(01).
           05  MR-ONSITE-DATE          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  MR-ONSITE-TIME          PIC 9(08).
       FD  SLA-TARGETS.
       01  ST-RECORD.
           05  ST-DISTRICT             PIC X(03).
           05  FILLER                  PIC X(01).
           05  ST-CATEGORY             PIC X(04).
           05  FILLER                  PIC X(01).
           05  ST-RESPOND-HOURS        PIC X(03).
           05  FILLER                  PIC X(01).
           05  ST-REPAIR-HOURS         PIC X(03).
       FD  SLA-OUTCOMES.
       COPY "SLAOUTC.cpy".
       FD  INTERSECTION-MASTER.
       COPY "INTXMAST.cpy".
       FD  ALERT-QUEUE.
       COPY "OPSALRT.cpy".
       WORKING-STORAGE SECTION.
        01 MD-FILE-STATUS              PIC XX.
        01 MC-FILE-STATUS              PIC XX.
        01 MR-FILE-STATUS              PIC XX.
        01 ST-FILE-STATUS              PIC XX.
        01 SO-FILE-STATUS              PIC XX.
        01 IX-FILE-STATUS              PIC XX.
        01 AQ-FILE-STATUS              PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-INTX-OPEN-SW         PIC X(01) VALUE "N".
              88 WS-INTX-OPEN                 VALUE "Y".
           05 WS-COMP-FOUND-SW        PIC X(01) VALUE "N".
              88 WS-COMP-FOUND                VALUE "Y".
           05 WS-RESP-FOUND-SW        PIC X(01) VALUE "N".
              88 WS-RESP-FOUND                VALUE "Y".
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-NOW-TIME                 PIC 9(08).
        01 WS-NOW-TIME-FIELDS REDEFINES WS-NOW-TIME.
           05 WS-NOW-HH                PIC 9(02).
           05 WS-NOW-MM                PIC 9(02).
           05 FILLER                   PIC 9(04).
        01 WS-FAULT-TIME               PIC 9(08).
        01 WS-FAULT-TIME-FIELDS REDEFINES WS-FAULT-TIME.
           05 WS-FAULT-HH              PIC 9(02).
           05 WS-FAULT-MM              PIC 9(02).
           05 FILLER                   PIC 9(04).
        01 WS-RESP-TIME                PIC 9(08).
        01 WS-RESP-TIME-FIELDS REDEFINES WS-RESP-TIME.
           05 WS-RESP-HH               PIC 9(02).
           05 WS-RESP-MM               PIC 9(02).
           05 FILLER                   PIC 9(04).
        01 WS-NOW-MINUTES              PIC 9(11) VALUE ZERO.
        01 WS-FAULT-MINUTES            PIC 9(11) VALUE ZERO.
        01 WS-RESP-MINUTES             PIC 9(11) VALUE ZERO.
        01 WS-DEADLINE-MINUTES         PIC 9(11) VALUE ZERO.
        01 WS-DEADLINE-SERIAL          PIC 9(08) VALUE ZERO.
        01 WS-WARN-MINUTES             PIC 9(11) VALUE ZERO.
        01 WS-TARGET-HOURS             PIC 9(03) VALUE ZERO.
        01 WS-COMP-DATE                PIC 9(08) VALUE ZERO.
        01 WS-COMP-SERIAL              PIC 9(08) VALUE ZERO.
        01 WS-KEEP-DAYS                PIC 9(03) VALUE 92.
        01 WS-PURGE-SERIAL             PIC 9(08) VALUE ZERO.
        01 WS-SETTLE-DATE              PIC 9(08) VALUE ZERO.
        01 WS-RESP-DATE                PIC 9(08) VALUE ZERO.
        01 WS-LEG-NAME                 PIC X(07) VALUE SPACES.
        01 WS-LEG-RESULT               PIC X(01) VALUE SPACE.
        01 WS-LEG-ALERT                PIC X(01) VALUE SPACE.
        01 WS-LEG-DATE                 PIC 9(08) VALUE ZERO.
        01 WS-CATEGORY                 PIC X(04) VALUE SPACES.
        01 WS-DISTRICT                 PIC X(03) VALUE SPACES.
        01 WS-LOOKUP-DISTRICT          PIC X(03) VALUE SPACES.
        01 WS-KEYWORD-HITS             PIC 9(03) VALUE ZERO.
        01 WS-ALERT-SEVERITY           PIC 9(01) VALUE ZERO.
        01 WS-ALERT-KIND               PIC X(06) VALUE SPACES.
        01 WS-ALERT-TEXT               PIC X(40) VALUE SPACES.
        01 WS-TARG-COUNT               PIC 9(03) VALUE ZERO.
        01 WS-TARG-TABLE.
           05 WS-TARG-ENTRY OCCURS 100 TIMES.
              10 WS-TG-DISTRICT       PIC X(03).
              10 WS-TG-CATEGORY       PIC X(04).
              10 WS-TG-RESPOND        PIC 9(03).
              10 WS-TG-REPAIR         PIC 9(03).
        01 WS-TARG-IDX                 PIC 9(03) VALUE ZERO.
        01 WS-TARG-FOUND-IDX           PIC 9(03) VALUE ZERO.
        01 WS-COMP-COUNT               PIC 9(04) VALUE ZERO.
        01 WS-COMP-TABLE.
           05 WS-COMP-ENTRY OCCURS 3000 TIMES.
              10 WS-CP-WO             PIC 9(06).
              10 WS-CP-COMP-DATE      PIC 9(08).
        01 WS-COMP-IDX                 PIC 9(04) VALUE ZERO.
        01 WS-RESP-COUNT               PIC 9(04) VALUE ZERO.
        01 WS-RESP-TABLE.
           05 WS-RESP-ENTRY OCCURS 3000 TIMES.
              10 WS-RP-WO             PIC 9(06).
              10 WS-RP-DATE           PIC 9(08).
              10 WS-RP-TIME           PIC 9(08).
        01 WS-RESP-IDX                 PIC 9(04) VALUE ZERO.
        01 WS-OUT-COUNT                PIC 9(04) VALUE ZERO.
        01 WS-OUT-TABLE.
           05 WS-OUT-ENTRY OCCURS 3000 TIMES.
              10 WS-OC-WO             PIC 9(06).
              10 WS-OC-INTERSECTION   PIC X(05).
              10 WS-OC-DISTRICT       PIC X(03).
              10 WS-OC-CATEGORY       PIC X(04).
              10 WS-OC-FAULT-DATE     PIC 9(08).
              10 WS-OC-FAULT-TIME     PIC 9(08).
              10 WS-OC-RESP-TARGET    PIC 9(03).
              10 WS-OC-REPAIR-TARGET  PIC 9(03).
              10 WS-OC-RESP-ALERT     PIC X(01).
              10 WS-OC-RESP-RESULT    PIC X(01).
              10 WS-OC-RESP-DATE      PIC 9(08).
              10 WS-OC-REP-ALERT      PIC X(01).
              10 WS-OC-REP-RESULT     PIC X(01).
              10 WS-OC-REP-DATE       PIC 9(08).
              10 WS-OC-COMPLETED-SW   PIC X(01).
        01 WS-OUT-IDX                  PIC 9(04) VALUE ZERO.
        01 WS-OUT-FOUND-IDX            PIC 9(04) VALUE ZERO.
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
           05 WS-ORDER-COUNT          PIC 9(05) VALUE ZERO.
           05 WS-PLANNED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-NO-TARGET-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-WARNING-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-BREACH-COUNT         PIC 9(05) VALUE ZERO.
           05 WS-SETTLED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-TABLE-FULL-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-AGED-COUNT           PIC 9(05) VALUE ZERO.
           05 WS-PURGED-COUNT         PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-WATCH-ONE-ORDER THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 7000-SAVE-OUTCOMES THRU 7000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Fixes "now" to the minute, loads the SLA targets, the
      * completions, the on-site responses and the outcomes kept by
      * the last run, and opens the work orders and the master.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-TODAY-DATE TO WS-D2S-DATE.
           PERFORM 8600-DATE-TO-SERIAL THRU 8600-EXIT.
           COMPUTE WS-NOW-MINUTES = WS-D2S-SERIAL * 1440
               + WS-NOW-HH * 60 + WS-NOW-MM.
           COMPUTE WS-PURGE-SERIAL = WS-D2S-SERIAL - WS-KEEP-DAYS.

           OPEN INPUT SLA-TARGETS.
           IF ST-FILE-STATUS NOT = "00"
               DISPLAY "SLAWATCH: UNABLE TO OPEN SLATARG - STATUS "
                   ST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-ONE-TARGET THRU 1100-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE SLA-TARGETS.

           OPEN INPUT MAINT-COMPLETIONS.
           IF MC-FILE-STATUS = "00"
               PERFORM 1200-LOAD-ONE-COMPLETION THRU 1200-EXIT
                   UNTIL WS-EOF
               SET WS-EOF-SW TO "N"
               CLOSE MAINT-COMPLETIONS
           END-IF.

           OPEN INPUT MAINT-RESPONSES.
           IF MR-FILE-STATUS = "00"
               PERFORM 1300-LOAD-ONE-RESPONSE THRU 1300-EXIT
                   UNTIL WS-EOF
               SET WS-EOF-SW TO "N"
               CLOSE MAINT-RESPONSES
           END-IF.

           OPEN INPUT SLA-OUTCOMES.
           IF SO-FILE-STATUS = "00"
               PERFORM 1400-LOAD-ONE-OUTCOME THRU 1400-EXIT
                   UNTIL WS-EOF
               SET WS-EOF-SW TO "N"
               CLOSE SLA-OUTCOMES
           END-IF.

           OPEN INPUT MAINT-DISPATCH.
           IF MD-FILE-STATUS NOT = "00"
               DISPLAY "SLAWATCH: UNABLE TO OPEN TLMAINT - STATUS "
                   MD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT INTERSECTION-MASTER.
           IF IX-FILE-STATUS NOT = "00"
               DISPLAY "SLAWATCH: NO INTERSECTION MASTER - CITY"
                   " DEFAULT TARGETS USED"
           ELSE
               SET WS-INTX-OPEN TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-TARGET SECTION.
       1100-START.
           READ SLA-TARGETS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF ST-CATEGORY = SPACES
                   OR ST-RESPOND-HOURS NOT NUMERIC
                   OR ST-REPAIR-HOURS NOT NUMERIC
               DISPLAY "SLAWATCH: SLATARG ENTRY IGNORED - " ST-RECORD
               GO TO 1100-EXIT
           END-IF.
           IF WS-TARG-COUNT = 100
               ADD 1 TO WS-TABLE-FULL-COUNT
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-TARG-COUNT.
           MOVE ST-DISTRICT      TO WS-TG-DISTRICT(WS-TARG-COUNT).
           MOVE ST-CATEGORY      TO WS-TG-CATEGORY(WS-TARG-COUNT).
           MOVE ST-RESPOND-HOURS TO WS-TG-RESPOND(WS-TARG-COUNT).
           MOVE ST-REPAIR-HOURS  TO WS-TG-REPAIR(WS-TARG-COUNT).
       1100-EXIT.
           EXIT.

       1200-LOAD-ONE-COMPLETION SECTION.
       1200-START.
           READ MAINT-COMPLETIONS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1200-EXIT
           END-READ.
           IF WS-COMP-COUNT = 3000
               ADD 1 TO WS-TABLE-FULL-COUNT
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-COMP-COUNT.
           MOVE MC-WORK-ORDER-NO TO WS-CP-WO(WS-COMP-COUNT).
           MOVE MC-COMP-DATE     TO WS-CP-COMP-DATE(WS-COMP-COUNT).
       1200-EXIT.
           EXIT.

       1300-LOAD-ONE-RESPONSE SECTION.
       1300-START.
           READ MAINT-RESPONSES
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1300-EXIT
           END-READ.
           IF MR-ONSITE-DATE NOT NUMERIC OR MR-ONSITE-TIME NOT NUMERIC
               GO TO 1300-EXIT
           END-IF.
           IF WS-RESP-COUNT = 3000
               ADD 1 TO WS-TABLE-FULL-COUNT
               GO TO 1300-EXIT
           END-IF.
           ADD 1 TO WS-RESP-COUNT.
           MOVE MR-WORK-ORDER-NO TO WS-RP-WO(WS-RESP-COUNT).
           MOVE MR-ONSITE-DATE   TO WS-RP-DATE(WS-RESP-COUNT).
           MOVE MR-ONSITE-TIME   TO WS-RP-TIME(WS-RESP-COUNT).
       1300-EXIT.
           EXIT.

       1400-LOAD-ONE-OUTCOME SECTION.
       1400-START.
           READ SLA-OUTCOMES
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1400-EXIT
           END-READ.
           IF WS-OUT-COUNT = 3000
               DISPLAY "SLAWATCH: SLAOUTC EXCEEDS 3000 ORDERS - "
                   "OUTCOMES CANNOT BE KEPT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-OUT-COUNT.
           MOVE SO-WORK-ORDER-NO   TO WS-OC-WO(WS-OUT-COUNT).
           MOVE SO-INTERSECTION-ID TO WS-OC-INTERSECTION(WS-OUT-COUNT).
           MOVE SO-DISTRICT        TO WS-OC-DISTRICT(WS-OUT-COUNT).
           MOVE SO-CATEGORY        TO WS-OC-CATEGORY(WS-OUT-COUNT).
           MOVE SO-FAULT-DATE      TO WS-OC-FAULT-DATE(WS-OUT-COUNT).
           MOVE SO-FAULT-TIME      TO WS-OC-FAULT-TIME(WS-OUT-COUNT).
           MOVE SO-RESPOND-TARGET  TO WS-OC-RESP-TARGET(WS-OUT-COUNT).
           MOVE SO-REPAIR-TARGET
               TO WS-OC-REPAIR-TARGET(WS-OUT-COUNT).
           MOVE SO-RESPOND-ALERT   TO WS-OC-RESP-ALERT(WS-OUT-COUNT).
           MOVE SO-RESPOND-RESULT  TO WS-OC-RESP-RESULT(WS-OUT-COUNT).
           MOVE SO-RESPOND-DATE    TO WS-OC-RESP-DATE(WS-OUT-COUNT).
           MOVE SO-REPAIR-ALERT    TO WS-OC-REP-ALERT(WS-OUT-COUNT).
           MOVE SO-REPAIR-RESULT   TO WS-OC-REP-RESULT(WS-OUT-COUNT).
           MOVE SO-REPAIR-DATE     TO WS-OC-REP-DATE(WS-OUT-COUNT).
           MOVE SO-COMPLETED-SW
               TO WS-OC-COMPLETED-SW(WS-OUT-COUNT).
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-WATCH-ONE-ORDER
      * One work order: picked up on first sight with its category
      * and targets, then each leg - respond and repair - is settled
      * if the crew has responded or finished, or checked against
      * the clock if not. A completed order is not looked at again.
      *----------------------------------------------------------------
       2000-WATCH-ONE-ORDER SECTION.
       2000-START.
           READ MAINT-DISPATCH
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.

           IF MD-REASON(1:3) = "PM "
               ADD 1 TO WS-PLANNED-COUNT
               GO TO 2000-EXIT
           END-IF.
           IF MD-FAULT-DATE NOT NUMERIC OR MD-FAULT-TIME NOT NUMERIC
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-ORDER-COUNT.

           SET WS-COMP-FOUND-SW TO "N".
           PERFORM 2400-MATCH-ONE-COMPLETION THRU 2400-EXIT
               VARYING WS-COMP-IDX FROM 1 BY 1
               UNTIL WS-COMP-IDX > WS-COMP-COUNT OR WS-COMP-FOUND.
           IF WS-COMP-FOUND
               MOVE WS-COMP-DATE TO WS-D2S-DATE
               PERFORM 8600-DATE-TO-SERIAL THRU 8600-EXIT
               MOVE WS-D2S-SERIAL TO WS-COMP-SERIAL
           END-IF.

           MOVE ZERO TO WS-OUT-FOUND-IDX.
           PERFORM 2100-MATCH-ONE-OUTCOME THRU 2100-EXIT
               VARYING WS-OUT-IDX FROM 1 BY 1
               UNTIL WS-OUT-IDX > WS-OUT-COUNT
                  OR WS-OUT-FOUND-IDX > ZERO.
           IF WS-OUT-FOUND-IDX = ZERO
               IF WS-COMP-FOUND AND WS-COMP-SERIAL < WS-PURGE-SERIAL
                   ADD 1 TO WS-AGED-COUNT
                   GO TO 2000-EXIT
               END-IF
               PERFORM 2200-START-OUTCOME THRU 2200-EXIT
               IF WS-OUT-FOUND-IDX = ZERO
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           IF WS-OC-COMPLETED-SW(WS-OUT-FOUND-IDX) = "Y"
               GO TO 2000-EXIT
           END-IF.

           SET WS-RESP-FOUND-SW TO "N".
           PERFORM 2500-MATCH-ONE-RESPONSE THRU 2500-EXIT
               VARYING WS-RESP-IDX FROM 1 BY 1
               UNTIL WS-RESP-IDX > WS-RESP-COUNT OR WS-RESP-FOUND.

           MOVE MD-FAULT-DATE TO WS-D2S-DATE.
           PERFORM 8600-DATE-TO-SERIAL THRU 8600-EXIT.
           MOVE MD-FAULT-TIME TO WS-FAULT-TIME.
           COMPUTE WS-FAULT-MINUTES = WS-D2S-SERIAL * 1440
               + WS-FAULT-HH * 60 + WS-FAULT-MM.

           IF WS-OC-RESP-RESULT(WS-OUT-FOUND-IDX) = SPACE
                   AND WS-OC-RESP-TARGET(WS-OUT-FOUND-IDX) > ZERO
               PERFORM 3000-CHECK-RESPOND THRU 3000-EXIT
           END-IF.
           IF WS-OC-REP-RESULT(WS-OUT-FOUND-IDX) = SPACE
                   AND WS-OC-REPAIR-TARGET(WS-OUT-FOUND-IDX) > ZERO
               PERFORM 4000-CHECK-REPAIR THRU 4000-EXIT
           END-IF.
           IF WS-COMP-FOUND
               MOVE "Y" TO WS-OC-COMPLETED-SW(WS-OUT-FOUND-IDX)
               ADD 1 TO WS-SETTLED-COUNT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-MATCH-ONE-OUTCOME SECTION.
       2100-START.
           IF WS-OC-WO(WS-OUT-IDX) = MD-WORK-ORDER-NO
               MOVE WS-OUT-IDX TO WS-OUT-FOUND-IDX
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-START-OUTCOME
      * A work order seen for the first time: its district from the
      * master, its category from the reason text, and its targets
      * from the district's own SLATARG row or, failing that, the
      * city default. An order with no target at all is counted and
      * left unwatched.
      *----------------------------------------------------------------
       2200-START-OUTCOME SECTION.
       2200-START.
           MOVE "???" TO WS-DISTRICT.
           IF WS-INTX-OPEN
               MOVE MD-INTERSECTION-ID TO IX-INTERSECTION-ID
               READ INTERSECTION-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IX-DISTRICT TO WS-DISTRICT
               END-READ
           END-IF.

           PERFORM 2250-CATEGORIZE THRU 2250-EXIT.

           MOVE WS-DISTRICT TO WS-LOOKUP-DISTRICT.
           MOVE ZERO TO WS-TARG-FOUND-IDX.
           PERFORM 2300-MATCH-ONE-TARGET THRU 2300-EXIT
               VARYING WS-TARG-IDX FROM 1 BY 1
               UNTIL WS-TARG-IDX > WS-TARG-COUNT
                  OR WS-TARG-FOUND-IDX > ZERO.
           IF WS-TARG-FOUND-IDX = ZERO
               MOVE "***" TO WS-LOOKUP-DISTRICT
               PERFORM 2300-MATCH-ONE-TARGET THRU 2300-EXIT
                   VARYING WS-TARG-IDX FROM 1 BY 1
                   UNTIL WS-TARG-IDX > WS-TARG-COUNT
                      OR WS-TARG-FOUND-IDX > ZERO
           END-IF.
           IF WS-TARG-FOUND-IDX = ZERO
               ADD 1 TO WS-NO-TARGET-COUNT
               GO TO 2200-EXIT
           END-IF.
           IF WS-OUT-COUNT = 3000
               ADD 1 TO WS-TABLE-FULL-COUNT
               GO TO 2200-EXIT
           END-IF.

           ADD 1 TO WS-OUT-COUNT.
           MOVE WS-OUT-COUNT TO WS-OUT-FOUND-IDX.
           MOVE MD-WORK-ORDER-NO   TO WS-OC-WO(WS-OUT-COUNT).
           MOVE MD-INTERSECTION-ID TO WS-OC-INTERSECTION(WS-OUT-COUNT).
           MOVE WS-DISTRICT        TO WS-OC-DISTRICT(WS-OUT-COUNT).
           MOVE WS-CATEGORY        TO WS-OC-CATEGORY(WS-OUT-COUNT).
           MOVE MD-FAULT-DATE      TO WS-OC-FAULT-DATE(WS-OUT-COUNT).
           MOVE MD-FAULT-TIME      TO WS-OC-FAULT-TIME(WS-OUT-COUNT).
           MOVE WS-TG-RESPOND(WS-TARG-FOUND-IDX)
               TO WS-OC-RESP-TARGET(WS-OUT-COUNT).
           MOVE WS-TG-REPAIR(WS-TARG-FOUND-IDX)
               TO WS-OC-REPAIR-TARGET(WS-OUT-COUNT).
           MOVE SPACE TO WS-OC-RESP-ALERT(WS-OUT-COUNT)
                         WS-OC-RESP-RESULT(WS-OUT-COUNT)
                         WS-OC-REP-ALERT(WS-OUT-COUNT)
                         WS-OC-REP-RESULT(WS-OUT-COUNT).
           MOVE ZERO  TO WS-OC-RESP-DATE(WS-OUT-COUNT)
                         WS-OC-REP-DATE(WS-OUT-COUNT).
           MOVE "N"   TO WS-OC-COMPLETED-SW(WS-OUT-COUNT).
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2250-CATEGORIZE
      * The fault category from the words TLCLASS and the crews put
      * in the reason: DARK for a dark signal, PED for a pedestrian
      * head, SENSOR for a sensor fault.
      *----------------------------------------------------------------
       2250-CATEGORIZE SECTION.
       2250-START.
           MOVE "OTHR" TO WS-CATEGORY.
           MOVE ZERO TO WS-KEYWORD-HITS.
           INSPECT MD-REASON TALLYING WS-KEYWORD-HITS FOR ALL "DARK".
           IF WS-KEYWORD-HITS > ZERO
               MOVE "DARK" TO WS-CATEGORY
               GO TO 2250-EXIT
           END-IF.
           INSPECT MD-REASON TALLYING WS-KEYWORD-HITS FOR ALL "PED".
           IF WS-KEYWORD-HITS > ZERO
               MOVE "PEDS" TO WS-CATEGORY
               GO TO 2250-EXIT
           END-IF.
           INSPECT MD-REASON TALLYING WS-KEYWORD-HITS FOR ALL "SENSOR".
           IF WS-KEYWORD-HITS > ZERO
               MOVE "SENS" TO WS-CATEGORY
           END-IF.
       2250-EXIT.
           EXIT.

       2300-MATCH-ONE-TARGET SECTION.
       2300-START.
           IF WS-TG-DISTRICT(WS-TARG-IDX) = WS-LOOKUP-DISTRICT
                   AND WS-TG-CATEGORY(WS-TARG-IDX) = WS-CATEGORY
               MOVE WS-TARG-IDX TO WS-TARG-FOUND-IDX
           END-IF.
       2300-EXIT.
           EXIT.

       2400-MATCH-ONE-COMPLETION SECTION.
       2400-START.
           IF WS-CP-WO(WS-COMP-IDX) = MD-WORK-ORDER-NO
               SET WS-COMP-FOUND TO TRUE
               MOVE WS-CP-COMP-DATE(WS-COMP-IDX) TO WS-COMP-DATE
           END-IF.
       2400-EXIT.
           EXIT.

       2500-MATCH-ONE-RESPONSE SECTION.
       2500-START.
           IF WS-RP-WO(WS-RESP-IDX) = MD-WORK-ORDER-NO
               SET WS-RESP-FOUND TO TRUE
               MOVE WS-RP-DATE(WS-RESP-IDX) TO WS-RESP-DATE
               MOVE WS-RP-TIME(WS-RESP-IDX) TO WS-RESP-TIME
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-CHECK-RESPOND
      * The respond leg is met when the crew was on site by the
      * deadline. A completion with no on-site record settles it by
      * the completion date, which carries no time of day.
      *----------------------------------------------------------------
       3000-CHECK-RESPOND SECTION.
       3000-START.
           MOVE WS-OC-RESP-TARGET(WS-OUT-FOUND-IDX) TO WS-TARGET-HOURS.
           PERFORM 5000-SET-DEADLINES THRU 5000-EXIT.
           MOVE "RESPOND" TO WS-LEG-NAME.
           MOVE WS-OC-RESP-ALERT(WS-OUT-FOUND-IDX) TO WS-LEG-ALERT.
           MOVE SPACE TO WS-LEG-RESULT.

           EVALUATE TRUE
               WHEN WS-RESP-FOUND
                   MOVE WS-RESP-DATE TO WS-D2S-DATE
                   PERFORM 8600-DATE-TO-SERIAL THRU 8600-EXIT
                   COMPUTE WS-RESP-MINUTES = WS-D2S-SERIAL * 1440
                       + WS-RESP-HH * 60 + WS-RESP-MM
                   MOVE WS-RESP-DATE TO WS-LEG-DATE
                   IF WS-RESP-MINUTES > WS-DEADLINE-MINUTES
                       MOVE "B" TO WS-LEG-RESULT
                   ELSE
                       MOVE "M" TO WS-LEG-RESULT
                   END-IF
               WHEN WS-COMP-FOUND
                   MOVE WS-COMP-DATE TO WS-LEG-DATE
                   IF WS-COMP-SERIAL > WS-DEADLINE-SERIAL
                       MOVE "B" TO WS-LEG-RESULT
                   ELSE
                       MOVE "M" TO WS-LEG-RESULT
                   END-IF
               WHEN OTHER
                   PERFORM 6000-CHECK-CLOCK THRU 6000-EXIT
           END-EVALUATE.

           MOVE WS-LEG-ALERT  TO WS-OC-RESP-ALERT(WS-OUT-FOUND-IDX).
           MOVE WS-LEG-RESULT TO WS-OC-RESP-RESULT(WS-OUT-FOUND-IDX).
           IF WS-LEG-RESULT NOT = SPACE
               MOVE WS-LEG-DATE TO WS-OC-RESP-DATE(WS-OUT-FOUND-IDX)
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-CHECK-REPAIR
      * The repair leg is met when the completion date falls on or
      * before the day the deadline falls on - TLMCOMP carries no
      * time of day.
      *----------------------------------------------------------------
       4000-CHECK-REPAIR SECTION.
       4000-START.
           MOVE WS-OC-REPAIR-TARGET(WS-OUT-FOUND-IDX)
               TO WS-TARGET-HOURS.
           PERFORM 5000-SET-DEADLINES THRU 5000-EXIT.
           MOVE "REPAIR " TO WS-LEG-NAME.
           MOVE WS-OC-REP-ALERT(WS-OUT-FOUND-IDX) TO WS-LEG-ALERT.
           MOVE SPACE TO WS-LEG-RESULT.

           IF WS-COMP-FOUND
               MOVE WS-COMP-DATE TO WS-LEG-DATE
               IF WS-COMP-SERIAL > WS-DEADLINE-SERIAL
                   MOVE "B" TO WS-LEG-RESULT
               ELSE
                   MOVE "M" TO WS-LEG-RESULT
               END-IF
           ELSE
               PERFORM 6000-CHECK-CLOCK THRU 6000-EXIT
           END-IF.

           MOVE WS-LEG-ALERT  TO WS-OC-REP-ALERT(WS-OUT-FOUND-IDX).
           MOVE WS-LEG-RESULT TO WS-OC-REP-RESULT(WS-OUT-FOUND-IDX).
           IF WS-LEG-RESULT NOT = SPACE
               MOVE WS-LEG-DATE TO WS-OC-REP-DATE(WS-OUT-FOUND-IDX)
           END-IF.
       4000-EXIT.
           EXIT.

       5000-SET-DEADLINES SECTION.
       5000-START.
           COMPUTE WS-DEADLINE-MINUTES =
               WS-FAULT-MINUTES + WS-TARGET-HOURS * 60.
           COMPUTE WS-WARN-MINUTES =
               WS-FAULT-MINUTES + WS-TARGET-HOURS * 45.
           DIVIDE WS-DEADLINE-MINUTES BY 1440
               GIVING WS-DEADLINE-SERIAL.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-CHECK-CLOCK
      * A leg still open: past the deadline it is breached and the
      * breach alerted; past 75% of the target it is warned. Each
      * alert goes out once.
      *----------------------------------------------------------------
       6000-CHECK-CLOCK SECTION.
       6000-START.
           IF WS-NOW-MINUTES > WS-DEADLINE-MINUTES
               MOVE "B" TO WS-LEG-RESULT
               MOVE WS-TODAY-DATE TO WS-LEG-DATE
               IF WS-LEG-ALERT NOT = "C"
                   MOVE "C"      TO WS-LEG-ALERT
                   MOVE 1        TO WS-ALERT-SEVERITY
                   MOVE "BREACH" TO WS-ALERT-KIND
                   PERFORM 6500-WRITE-ALERT THRU 6500-EXIT
                   ADD 1 TO WS-BREACH-COUNT
               END-IF
               GO TO 6000-EXIT
           END-IF.

           IF WS-NOW-MINUTES NOT < WS-WARN-MINUTES
                   AND WS-LEG-ALERT = SPACE
               MOVE "W"      TO WS-LEG-ALERT
               MOVE 2        TO WS-ALERT-SEVERITY
               MOVE "75%"    TO WS-ALERT-KIND
               PERFORM 6500-WRITE-ALERT THRU 6500-EXIT
               ADD 1 TO WS-WARNING-COUNT
           END-IF.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6500-WRITE-ALERT
      * Appends the warning or breach to the shared OPSALERT queue.
      *----------------------------------------------------------------
       6500-WRITE-ALERT SECTION.
       6500-START.
           MOVE SPACES TO WS-ALERT-TEXT.
           STRING "SLA " DELIMITED BY SIZE
                  WS-LEG-NAME DELIMITED BY SPACE
                  " " WS-ALERT-KIND DELIMITED BY SPACE
                  " WO " MD-WORK-ORDER-NO " " MD-INTERSECTION-ID
                      DELIMITED BY SIZE
               INTO WS-ALERT-TEXT.

           OPEN EXTEND ALERT-QUEUE.
           IF AQ-FILE-STATUS = "05" OR AQ-FILE-STATUS = "35"
               CLOSE ALERT-QUEUE
               OPEN OUTPUT ALERT-QUEUE
           END-IF.
           IF AQ-FILE-STATUS NOT = "00"
               DISPLAY "SLAWATCH: UNABLE TO OPEN OPSALERT, STATUS="
                   AQ-FILE-STATUS
               GO TO 6500-EXIT
           END-IF.

           MOVE SPACES            TO AQ-RECORD.
           MOVE "SLAWATCH"        TO AQ-PROGRAM-ID.
           MOVE WS-ALERT-SEVERITY TO AQ-SEVERITY.
           MOVE WS-ALERT-TEXT     TO AQ-ALERT-TEXT.
           ACCEPT AQ-ALERT-DATE FROM DATE YYYYMMDD.
           ACCEPT AQ-ALERT-TIME FROM TIME.
           SET AQ-ALERT-OPEN TO TRUE.
           MOVE SPACES            TO AQ-ACK-OPERATOR.
           WRITE AQ-RECORD.
           CLOSE ALERT-QUEUE.
       6500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-SAVE-OUTCOMES
      * Rewrites SLAOUTC with every order watched, settled or not,
      * for the next run and for MTTRRPT. A completed order whose
      * last leg settled more than WS-KEEP-DAYS ago - past any month
      * MTTRRPT is likely to be asked for - is left off.
      *----------------------------------------------------------------
       7000-SAVE-OUTCOMES SECTION.
       7000-START.
           OPEN OUTPUT SLA-OUTCOMES.
           IF SO-FILE-STATUS NOT = "00"
               DISPLAY "SLAWATCH: UNABLE TO REWRITE SLAOUTC - STATUS "
                   SO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 7000-EXIT
           END-IF.
           PERFORM 7100-SAVE-ONE-OUTCOME THRU 7100-EXIT
               VARYING WS-OUT-IDX FROM 1 BY 1
               UNTIL WS-OUT-IDX > WS-OUT-COUNT.
           CLOSE SLA-OUTCOMES.
       7000-EXIT.
           EXIT.

       7100-SAVE-ONE-OUTCOME SECTION.
       7100-START.
           IF WS-OC-COMPLETED-SW(WS-OUT-IDX) = "Y"
               MOVE WS-OC-FAULT-DATE(WS-OUT-IDX) TO WS-SETTLE-DATE
               IF WS-OC-RESP-DATE(WS-OUT-IDX) > WS-SETTLE-DATE
                   MOVE WS-OC-RESP-DATE(WS-OUT-IDX) TO WS-SETTLE-DATE
               END-IF
               IF WS-OC-REP-DATE(WS-OUT-IDX) > WS-SETTLE-DATE
                   MOVE WS-OC-REP-DATE(WS-OUT-IDX) TO WS-SETTLE-DATE
               END-IF
               MOVE WS-SETTLE-DATE TO WS-D2S-DATE
               PERFORM 8600-DATE-TO-SERIAL THRU 8600-EXIT
               IF WS-D2S-SERIAL < WS-PURGE-SERIAL
                   ADD 1 TO WS-PURGED-COUNT
                   GO TO 7100-EXIT
               END-IF
           END-IF.

           MOVE SPACES TO SO-RECORD.
           MOVE WS-OC-WO(WS-OUT-IDX)           TO SO-WORK-ORDER-NO.
           MOVE WS-OC-INTERSECTION(WS-OUT-IDX) TO SO-INTERSECTION-ID.
           MOVE WS-OC-DISTRICT(WS-OUT-IDX)     TO SO-DISTRICT.
           MOVE WS-OC-CATEGORY(WS-OUT-IDX)     TO SO-CATEGORY.
           MOVE WS-OC-FAULT-DATE(WS-OUT-IDX)   TO SO-FAULT-DATE.
           MOVE WS-OC-FAULT-TIME(WS-OUT-IDX)   TO SO-FAULT-TIME.
           MOVE WS-OC-RESP-TARGET(WS-OUT-IDX)  TO SO-RESPOND-TARGET.
           MOVE WS-OC-REPAIR-TARGET(WS-OUT-IDX) TO SO-REPAIR-TARGET.
           MOVE WS-OC-RESP-ALERT(WS-OUT-IDX)   TO SO-RESPOND-ALERT.
           MOVE WS-OC-RESP-RESULT(WS-OUT-IDX)  TO SO-RESPOND-RESULT.
           MOVE WS-OC-RESP-DATE(WS-OUT-IDX)    TO SO-RESPOND-DATE.
           MOVE WS-OC-REP-ALERT(WS-OUT-IDX)    TO SO-REPAIR-ALERT.
           MOVE WS-OC-REP-RESULT(WS-OUT-IDX)   TO SO-REPAIR-RESULT.
           MOVE WS-OC-REP-DATE(WS-OUT-IDX)     TO SO-REPAIR-DATE.
           MOVE WS-OC-COMPLETED-SW(WS-OUT-IDX) TO SO-COMPLETED-SW.
           WRITE SO-RECORD.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8600-DATE-TO-SERIAL
      * Converts WS-D2S-DATE (YYYYMMDD) to a day serial, the same
      * arithmetic MTTRRPT uses.
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
      * Closes the files and prints the run summary; RC 4 when a
      * breach was alerted.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE MAINT-DISPATCH.
           IF WS-INTX-OPEN
               CLOSE INTERSECTION-MASTER
           END-IF.
           DISPLAY "SLAWATCH: ORDERS WATCHED   = " WS-ORDER-COUNT.
           DISPLAY "SLAWATCH: PLANNED PM ORDERS = " WS-PLANNED-COUNT.
           DISPLAY "SLAWATCH: NO SLA TARGET    = " WS-NO-TARGET-COUNT.
           DISPLAY "SLAWATCH: COMPLETED        = " WS-SETTLED-COUNT.
           DISPLAY "SLAWATCH: WARNINGS RAISED  = " WS-WARNING-COUNT.
           DISPLAY "SLAWATCH: BREACHES RAISED  = " WS-BREACH-COUNT.
           DISPLAY "SLAWATCH: AGED, NOT WATCHED = " WS-AGED-COUNT.
           DISPLAY "SLAWATCH: DROPPED FROM SLAOUTC = " WS-PURGED-COUNT.
           IF WS-TABLE-FULL-COUNT > ZERO
               DISPLAY "SLAWATCH: TABLE FULL - ENTRIES DROPPED = "
                   WS-TABLE-FULL-COUNT
           END-IF.
           IF WS-BREACH-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
