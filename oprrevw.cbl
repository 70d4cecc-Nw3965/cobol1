       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRREVW.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. OPERATOR ACCESS REVIEW - THE
      *                  ROSTER NO LONGER KEEPS PEOPLE ACTIVE FOREVER.
      *                  FINDS EACH OPERATOR'S LAST SUCCESSFUL SIGN-ON
      *                  ON SIGNAUD AND DEACTIVATES EVERY ACTIVE
      *                  OPRMAST ENTRY IDLE LONGER THAN THE OPRRCTL
      *                  IDLE DAYS (DEFAULT 90). AN OPERATOR NEVER
      *                  SEEN SIGNING ON AGES FROM THE PIN-CHANGED
      *                  DATE OPRMNT STAMPED AT THE ADD. EACH QUARTER
      *                  IT ALSO OPENS A RECERTIFICATION CYCLE ON
      *                  OPRRCYC AND PRINTS THE ACTIVE ROSTER PER
      *                  SUPERVISOR; ONCE THE OPRRCTL RESPOND DAYS
      *                  (DEFAULT 30) HAVE RUN, EVERY LISTED OPERATOR
      *                  STILL ACTIVE WITHOUT A KEEP CARD ON OPRKEEP
      *                  FROM THEIR SUPERVISOR IS DEACTIVATED.
      *                  DEACTIVATIONS FOLLOW OPRMNT'S RULE (ONLY AN
      *                  ACTIVE OPERATOR) AND ARE APPENDED TO THE
      *                  OPRMREG REGISTER IN OPRMNT'S LAYOUT. THE
      *                  REVIEW IS PRINTED ON OPRRVRPT.
      * 10/15/26   OPS   OPRMREG LINES CARRY THE RUN DATE, AS OPRMNT'S
      *                  NOW DO; THE RUN-BY FIELD IS LEFT BLANK SINCE
      *                  THIS IS AN UNATTENDED BATCH RUN.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVIEW-CONTROL ASSIGN TO "OPRRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.
           SELECT SIGNON-AUDIT ASSIGN TO "SIGNAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.
           SELECT KEEP-CARDS ASSIGN TO "OPRKEEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KP-FILE-STATUS.
           SELECT RECERT-CYCLE ASSIGN TO "OPRRCYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CY-FILE-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS OM-FILE-STATUS.
           SELECT OPR-REGISTER ASSIGN TO "OPRMREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
           SELECT REVIEW-REPORT ASSIGN TO "OPRRVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REVIEW-CONTROL.
       01  RC-RECORD.
           05  RC-IDLE-DAYS-X          PIC X(03).
           05  RC-IDLE-DAYS REDEFINES RC-IDLE-DAYS-X
                                       PIC 9(03).
           05  FILLER                  PIC X(01).
           05  RC-RESPOND-DAYS-X       PIC X(03).
           05  RC-RESPOND-DAYS REDEFINES RC-RESPOND-DAYS-X
                                       PIC 9(03).
       FD  SIGNON-AUDIT.
       01  AUD-RECORD.
           05  AUD-OPERATOR-ID         PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-SHIFT-CODE          PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-TERMINAL-ID         PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-EVENT-CODE          PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-SIGNON-DATE         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-SIGNON-TIME         PIC 9(08).
       FD  KEEP-CARDS.
       01  KP-RECORD.
           05  KP-OPERATOR-ID          PIC X(10).
           05  FILLER                  PIC X(01).
           05  KP-SUPERVISOR-ID        PIC X(10).
           05  FILLER                  PIC X(01).
           05  KP-QUARTER              PIC X(06).
       FD  RECERT-CYCLE.
       01  CY-HEADER.
           05  CY-TYPE                 PIC X(01).
               88  CY-IS-HEADER                VALUE "H".
           05  FILLER                  PIC X(01).
           05  CY-QUARTER              PIC X(06).
           05  FILLER                  PIC X(01).
           05  CY-START-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CY-RESPOND-DAYS         PIC 9(03).
           05  FILLER                  PIC X(01).
           05  CY-STATUS               PIC X(01).
       01  CY-DETAIL.
           05  CY-DTL-TYPE             PIC X(01).
           05  FILLER                  PIC X(01).
           05  CY-OPERATOR-ID          PIC X(10).
           05  FILLER                  PIC X(01).
           05  CY-SUPERVISOR-ID        PIC X(10).
       FD  OPERATOR-MASTER.
       COPY "OPRMAST.cpy".
       FD  OPR-REGISTER.
       01  REG-RECORD.
           05  REG-ACTION              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-OPERATOR-ID         PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-RESULT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-REASON              PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-RUN-BY              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-RUN-DATE            PIC 9(08).
       FD  REVIEW-REPORT.
       01  RPT-LINE                    PIC X(80).
       WORKING-STORAGE SECTION.
        01 RC-FILE-STATUS             PIC XX.
        01 AUD-FILE-STATUS            PIC XX.
        01 KP-FILE-STATUS             PIC XX.
        01 CY-FILE-STATUS             PIC XX.
        01 OM-FILE-STATUS             PIC XX.
        01 REG-FILE-STATUS            PIC XX.
        01 RPT-FILE-STATUS            PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-FOUND-SW             PIC X(01) VALUE "N".
              88 WS-FOUND                     VALUE "Y".
           05 WS-CYCLE-SW             PIC X(01) VALUE "N".
              88 WS-CYCLE-ON-FILE             VALUE "Y".
           05 WS-CYCLE-STATUS         PIC X(01) VALUE SPACE.
              88 WS-CYCLE-OPEN                VALUE "O".
              88 WS-CYCLE-CLOSED              VALUE "C".
           05 WS-CYCLE-CHANGED-SW     PIC X(01) VALUE "N".
              88 WS-CYCLE-CHANGED             VALUE "Y".
           05 WS-KEEP-VALID-SW        PIC X(01) VALUE "N".
              88 WS-KEEP-VALID                VALUE "Y".
        01 WS-CONTROL-VALUES.
           05 WS-IDLE-DAYS            PIC 9(03) VALUE 090.
           05 WS-RESPOND-DAYS         PIC 9(03) VALUE 030.
        01 WS-TODAY-DATE              PIC 9(08).
        01 WS-TODAY-FIELDS REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YEAR           PIC 9(04).
           05 WS-TODAY-MONTH          PIC 9(02).
           05 WS-TODAY-DAY            PIC 9(02).
        01 WS-TODAY-SERIAL            PIC 9(08).
        01 WS-QUARTER-NUMBER          PIC 9(01).
        01 WS-CURRENT-QUARTER.
           05 WS-CQ-YEAR              PIC 9(04).
           05 WS-CQ-LETTER            PIC X(01) VALUE "Q".
           05 WS-CQ-NUMBER            PIC 9(01).
        01 WS-BASE-DATE               PIC 9(08).
        01 WS-IDLE-COUNT              PIC 9(05).
        01 WS-CYCLE-AGE               PIC 9(05).
        01 WS-DEACT-REASON            PIC X(30).
        01 WS-REASON-DORMANT.
           05 FILLER                  PIC X(08) VALUE "DORMANT ".
           05 WS-RD-DAYS              PIC 9(05).
           05 FILLER                  PIC X(05) VALUE " DAYS".
        01 WS-REASON-NOT-KEPT.
           05 FILLER                  PIC X(16)
                                      VALUE "NOT RECERTIFIED ".
           05 WS-RN-QUARTER           PIC X(06).
        01 WS-CHECK-OPERATOR          PIC X(10).
        01 WS-CHECK-SUPERVISOR        PIC X(10).
        01 WS-KEEP-SUPERVISOR         PIC X(10).
        01 WS-GROUP-SUPERVISOR        PIC X(10).
        01 WS-SIGNON-COUNT            PIC 9(03) VALUE ZERO.
        01 WS-SIGNON-TABLE.
           05 WS-SO-ENTRY OCCURS 300 TIMES.
              10 WS-SO-OPERATOR       PIC X(10).
              10 WS-SO-LAST-DATE      PIC 9(08).
        01 WS-KEEP-COUNT              PIC 9(03) VALUE ZERO.
        01 WS-KEEP-TABLE.
           05 WS-KP-ENTRY OCCURS 300 TIMES.
              10 WS-KP-OPERATOR       PIC X(10).
              10 WS-KP-SUPERVISOR     PIC X(10).
              10 WS-KP-QUARTER        PIC X(06).
        01 WS-CYCLE-FIELDS.
           05 WS-CYC-QUARTER          PIC X(06) VALUE SPACES.
           05 WS-CYC-START-DATE       PIC 9(08) VALUE ZERO.
           05 WS-CYC-RESPOND-DAYS     PIC 9(03) VALUE ZERO.
        01 WS-CYCLE-COUNT             PIC 9(03) VALUE ZERO.
        01 WS-CYCLE-TABLE.
           05 WS-CY-ENTRY OCCURS 300 TIMES.
              10 WS-CY-OPERATOR       PIC X(10).
              10 WS-CY-SUPERVISOR     PIC X(10).
              10 WS-CY-NAME           PIC X(30).
              10 WS-CY-AUTH           PIC X(01).
              10 WS-CY-PRINTED-SW     PIC X(01).
                 88 WS-CY-PRINTED             VALUE "Y".
        01 WS-FOUND-IDX               PIC 9(03) VALUE ZERO.
        01 WS-SCAN-IDX                PIC 9(03) VALUE ZERO.
        01 WS-CYC-IDX                 PIC 9(03) VALUE ZERO.
        01 WS-TALLY-COUNTS.
           05 WS-SIGNON-EVENTS        PIC 9(07) VALUE ZERO.
           05 WS-DORMANT-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-KEPT-COUNT           PIC 9(05) VALUE ZERO.
           05 WS-NOT-KEPT-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-LISTED-COUNT         PIC 9(05) VALUE ZERO.
           05 WS-DEACT-COUNT          PIC 9(05) VALUE ZERO.
           05 WS-REFUSED-COUNT        PIC 9(05) VALUE ZERO.
        01 WS-D2S-DATE                PIC 9(08).
        01 WS-D2S-FIELDS REDEFINES WS-D2S-DATE.
           05 WS-D2S-YEAR             PIC 9(04).
           05 WS-D2S-MONTH            PIC 9(02).
           05 WS-D2S-DAY              PIC 9(02).
        01 WS-D2S-SERIAL              PIC 9(08).
        01 WS-D2S-PRIOR-YEAR          PIC 9(04).
        01 WS-D2S-LEAP-COUNT          PIC 9(06).
        01 WS-D2S-WORK                PIC 9(06).
        01 WS-D2S-REMAINDER           PIC 9(04).
        01 WS-MONTH-OFFSETS.
           05 FILLER      PIC X(18) VALUE "000031059090120151".
           05 FILLER      PIC X(18) VALUE "181212243273304334".
        01 WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSETS.
           05 WS-MONTH-OFFSET OCCURS 12 TIMES PIC 9(03).
        01 WS-TITLE-LINE.
           05 FILLER                  PIC X(32)
                             VALUE "OPERATOR ACCESS REVIEW RUN DATE ".
           05 TL-RUN-DATE             PIC 9(08).
        01 WS-DORMANT-HEAD.
           05 FILLER                  PIC X(37)
                  VALUE "DORMANT ACCOUNTS - NO SIGN-ON IN OVER".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DH-IDLE-DAYS            PIC ZZ9.
           05 FILLER                  PIC X(05) VALUE " DAYS".
        01 WS-DORMANT-LINE.
           05 DL-OPERATOR-ID          PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-OPERATOR-NAME        PIC X(30).
           05 FILLER                  PIC X(06) VALUE " LAST ".
           05 DL-LAST-DATE            PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-IDLE-DAYS            PIC ZZZZ9.
           05 FILLER                  PIC X(06) VALUE " DAYS ".
           05 DL-RESULT               PIC X(11).
        01 WS-CLOSE-HEAD.
           05 FILLER                  PIC X(22)
                                      VALUE "RECERTIFICATION CYCLE ".
           05 CH-QUARTER              PIC X(06).
           05 FILLER                  PIC X(11) VALUE " CLOSED ON ".
           05 CH-CLOSE-DATE           PIC 9(08).
        01 WS-CLOSE-LINE.
           05 CL-OPERATOR-ID          PIC X(10).
           05 FILLER                  PIC X(12) VALUE " SUPERVISOR ".
           05 CL-SUPERVISOR-ID        PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CL-RESULT               PIC X(40).
        01 WS-GROUP-HEAD.
           05 FILLER                  PIC X(26)
                              VALUE "RECERTIFICATION - QUARTER ".
           05 GH-QUARTER              PIC X(06).
           05 FILLER                  PIC X(13) VALUE "  SUPERVISOR ".
           05 GH-SUPERVISOR           PIC X(10).
        01 WS-GROUP-NOTE.
           05 FILLER                  PIC X(36)
                  VALUE "RETURN KEEP CARDS ON OPRKEEP WITHIN ".
           05 GN-RESPOND-DAYS         PIC ZZ9.
           05 FILLER                  PIC X(09) VALUE " DAYS OF ".
           05 GN-START-DATE           PIC 9(08).
        01 WS-GROUP-COLUMNS.
           05 FILLER                  PIC X(42)
                  VALUE "OPERATOR   NAME".
           05 FILLER                  PIC X(20)
                  VALUE "AUTH   KEEP  REMOVE".
        01 WS-GROUP-LINE.
           05 GL-OPERATOR-ID          PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 GL-OPERATOR-NAME        PIC X(30).
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 GL-AUTH                 PIC X(01).
           05 FILLER                  PIC X(15)
                                      VALUE "    [ ]    [ ]".
        01 WS-COUNT-LINE.
           05 CT-LABEL                PIC X(30).
           05 CT-COUNT                PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-ONE-SIGNON THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 2300-LOAD-KEEP-CARDS THRU 2300-EXIT.
           PERFORM 2500-LOAD-CYCLE THRU 2500-EXIT.
           PERFORM 3000-CHECK-DORMANCY THRU 3000-EXIT.
           PERFORM 4000-CLOSE-CYCLE THRU 4000-EXIT.
           PERFORM 5000-START-CYCLE THRU 5000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Fixes today's date, serial and quarter, takes the idle and
      * respond days from the control card, and opens the audit
      * trail, the roster, the register and the report. The roster
      * must already exist - this job never creates one.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-D2S-DATE.
           PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
           MOVE WS-D2S-SERIAL TO WS-TODAY-SERIAL.

           COMPUTE WS-QUARTER-NUMBER = (WS-TODAY-MONTH + 2) / 3.
           MOVE WS-TODAY-YEAR     TO WS-CQ-YEAR.
           MOVE WS-QUARTER-NUMBER TO WS-CQ-NUMBER.

           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.

           OPEN INPUT SIGNON-AUDIT.
           IF AUD-FILE-STATUS NOT = "00"
               DISPLAY "OPRREVW: UNABLE TO OPEN SIGNAUD - STATUS "
                   AUD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O OPERATOR-MASTER.
           IF OM-FILE-STATUS NOT = "00"
               DISPLAY "OPRREVW: UNABLE TO OPEN OPRMAST - STATUS "
                   OM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND OPR-REGISTER.
           IF REG-FILE-STATUS = "05" OR REG-FILE-STATUS = "35"
               CLOSE OPR-REGISTER
               OPEN OUTPUT OPR-REGISTER
           END-IF.
           IF REG-FILE-STATUS NOT = "00"
               DISPLAY "OPRREVW: UNABLE TO OPEN OPRMREG - STATUS "
                   REG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REVIEW-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "OPRREVW: UNABLE TO OPEN OPRRVRPT - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-TODAY-DATE TO TL-RUN-DATE.
           WRITE RPT-LINE FROM WS-TITLE-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-READ-CONTROL-CARD
      * An optional card: idle days in columns 1-3 and respond days
      * in columns 5-7. A missing card or blank field keeps the
      * default; anything else that is not a positive number refuses
      * the run rather than deactivate on a mistyped threshold.
      *----------------------------------------------------------------
       1100-READ-CONTROL-CARD SECTION.
       1100-START.
           OPEN INPUT REVIEW-CONTROL.
           IF RC-FILE-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF.

           READ REVIEW-CONTROL
               AT END
                   CLOSE REVIEW-CONTROL
                   GO TO 1100-EXIT
           END-READ.
           CLOSE REVIEW-CONTROL.

           IF RC-IDLE-DAYS-X NOT = SPACES
               IF RC-IDLE-DAYS NOT NUMERIC OR RC-IDLE-DAYS = ZERO
                   DISPLAY "OPRREVW: IDLE DAYS NOT A NUMBER - "
                       RC-IDLE-DAYS-X " - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RC-IDLE-DAYS TO WS-IDLE-DAYS
           END-IF.

           IF RC-RESPOND-DAYS-X NOT = SPACES
               IF RC-RESPOND-DAYS NOT NUMERIC
                       OR RC-RESPOND-DAYS = ZERO
                   DISPLAY "OPRREVW: RESPOND DAYS NOT A NUMBER - "
                       RC-RESPOND-DAYS-X " - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RC-RESPOND-DAYS TO WS-RESPOND-DAYS
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LOAD-ONE-SIGNON
      * Keeps the latest successful sign-on date per operator. Only
      * "ON " events count - SIGNON writes one for every accepted
      * sign-on and nothing for a refused one.
      *----------------------------------------------------------------
       2000-LOAD-ONE-SIGNON SECTION.
       2000-START.
           READ SIGNON-AUDIT
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.

           IF AUD-EVENT-CODE NOT = "ON "
               GO TO 2000-EXIT
           END-IF.
           IF AUD-SIGNON-DATE NOT NUMERIC
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-SIGNON-EVENTS.

           SET WS-FOUND-SW TO "N".
           PERFORM 2100-MATCH-ONE-SIGNON THRU 2100-EXIT
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-SIGNON-COUNT OR WS-FOUND.

           IF NOT WS-FOUND
               IF WS-SIGNON-COUNT >= 300
                   DISPLAY "OPRREVW: SIGN-ON TABLE FULL - "
                       AUD-OPERATOR-ID " NOT LOADED"
                   GO TO 2000-EXIT
               END-IF
               ADD 1 TO WS-SIGNON-COUNT
               MOVE WS-SIGNON-COUNT TO WS-FOUND-IDX
               MOVE AUD-OPERATOR-ID TO WS-SO-OPERATOR(WS-FOUND-IDX)
               MOVE ZERO TO WS-SO-LAST-DATE(WS-FOUND-IDX)
           END-IF.

           IF AUD-SIGNON-DATE > WS-SO-LAST-DATE(WS-FOUND-IDX)
               MOVE AUD-SIGNON-DATE TO WS-SO-LAST-DATE(WS-FOUND-IDX)
           END-IF.
       2000-EXIT.
           EXIT.

       2100-MATCH-ONE-SIGNON SECTION.
       2100-START.
           IF WS-SO-OPERATOR(WS-SCAN-IDX) = AUD-OPERATOR-ID
               SET WS-FOUND TO TRUE
               MOVE WS-SCAN-IDX TO WS-FOUND-IDX
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-LOAD-KEEP-CARDS
      * Loads the keep cards supervisors have returned. Each names
      * the operator to keep, the supervisor vouching for them, and
      * the quarter of the cycle it answers. No file means no cards.
      *----------------------------------------------------------------
       2300-LOAD-KEEP-CARDS SECTION.
       2300-START.
           OPEN INPUT KEEP-CARDS.
           IF KP-FILE-STATUS NOT = "00"
               GO TO 2300-EXIT
           END-IF.

           SET WS-EOF-SW TO "N".
           PERFORM 2400-LOAD-ONE-KEEP-CARD THRU 2400-EXIT
               UNTIL WS-EOF.
           CLOSE KEEP-CARDS.
       2300-EXIT.
           EXIT.

       2400-LOAD-ONE-KEEP-CARD SECTION.
       2400-START.
           READ KEEP-CARDS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2400-EXIT
           END-READ.

           IF KP-OPERATOR-ID = SPACES
               GO TO 2400-EXIT
           END-IF.

           IF WS-KEEP-COUNT >= 300
               DISPLAY "OPRREVW: KEEP-CARD TABLE FULL - "
                   KP-OPERATOR-ID " NOT LOADED"
               GO TO 2400-EXIT
           END-IF.

           ADD 1 TO WS-KEEP-COUNT.
           MOVE KP-OPERATOR-ID   TO WS-KP-OPERATOR(WS-KEEP-COUNT).
           MOVE KP-SUPERVISOR-ID TO WS-KP-SUPERVISOR(WS-KEEP-COUNT).
           MOVE KP-QUARTER       TO WS-KP-QUARTER(WS-KEEP-COUNT).
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-LOAD-CYCLE
      * Loads the most recent recertification cycle: a header with
      * the quarter, start date, respond days and open/closed
      * status, then one detail per operator listed with the
      * supervisor they were listed under.
      *----------------------------------------------------------------
       2500-LOAD-CYCLE SECTION.
       2500-START.
           OPEN INPUT RECERT-CYCLE.
           IF CY-FILE-STATUS NOT = "00"
               GO TO 2500-EXIT
           END-IF.

           READ RECERT-CYCLE
               AT END
                   CLOSE RECERT-CYCLE
                   GO TO 2500-EXIT
           END-READ.

           IF NOT CY-IS-HEADER
               DISPLAY "OPRREVW: OPRRCYC HAS NO HEADER - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET WS-CYCLE-ON-FILE TO TRUE.
           MOVE CY-QUARTER      TO WS-CYC-QUARTER.
           MOVE CY-START-DATE   TO WS-CYC-START-DATE.
           MOVE CY-RESPOND-DAYS TO WS-CYC-RESPOND-DAYS.
           MOVE CY-STATUS       TO WS-CYCLE-STATUS.

           SET WS-EOF-SW TO "N".
           PERFORM 2600-LOAD-ONE-CYCLE-ENTRY THRU 2600-EXIT
               UNTIL WS-EOF.
           CLOSE RECERT-CYCLE.
       2500-EXIT.
           EXIT.

       2600-LOAD-ONE-CYCLE-ENTRY SECTION.
       2600-START.
           READ RECERT-CYCLE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2600-EXIT
           END-READ.

           IF WS-CYCLE-COUNT >= 300
               DISPLAY "OPRREVW: CYCLE TABLE FULL - "
                   CY-OPERATOR-ID " NOT LOADED"
               GO TO 2600-EXIT
           END-IF.

           ADD 1 TO WS-CYCLE-COUNT.
           MOVE CY-OPERATOR-ID   TO WS-CY-OPERATOR(WS-CYCLE-COUNT).
           MOVE CY-SUPERVISOR-ID TO WS-CY-SUPERVISOR(WS-CYCLE-COUNT).
           MOVE SPACES           TO WS-CY-NAME(WS-CYCLE-COUNT).
           MOVE SPACE            TO WS-CY-AUTH(WS-CYCLE-COUNT).
           MOVE "N"              TO WS-CY-PRINTED-SW(WS-CYCLE-COUNT).
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-CHECK-DORMANCY
      * Walks the roster in key order and deactivates every active
      * operator whose last sign-on - or, never having signed on,
      * whose PIN-changed date - is more than the idle days ago. An
      * audit trail with no sign-ons at all is taken as a lost or
      * truncated SIGNAUD, not an idle site, and the check is skipped.
      *----------------------------------------------------------------
       3000-CHECK-DORMANCY SECTION.
       3000-START.
           MOVE WS-IDLE-DAYS TO DH-IDLE-DAYS.
           WRITE RPT-LINE FROM WS-DORMANT-HEAD.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-SIGNON-EVENTS = ZERO
               MOVE "SIGNAUD HOLDS NO SIGN-ONS - DORMANCY CHECK SKIPPED"
                   TO RPT-LINE
               WRITE RPT-LINE
               DISPLAY "OPRREVW: SIGNAUD HOLDS NO SIGN-ONS - "
                   "DORMANCY CHECK SKIPPED"
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.

           MOVE LOW-VALUES TO OM-OPERATOR-ID.
           START OPERATOR-MASTER KEY IS >= OM-OPERATOR-ID
               INVALID KEY
                   GO TO 3000-EXIT
           END-START.

           SET WS-EOF-SW TO "N".
           PERFORM 3100-CHECK-ONE-OPERATOR THRU 3100-EXIT
               UNTIL WS-EOF.

           IF WS-DORMANT-COUNT = ZERO
               MOVE "NO DORMANT ACCOUNTS" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-OPERATOR SECTION.
       3100-START.
           READ OPERATOR-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.

           IF NOT OM-ACTIVE
               GO TO 3100-EXIT
           END-IF.

           SET WS-FOUND-SW TO "N".
           PERFORM 3200-FIND-LAST-SIGNON THRU 3200-EXIT
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-SIGNON-COUNT OR WS-FOUND.

           MOVE SPACES TO DL-LAST-DATE.
           MOVE ZERO TO WS-BASE-DATE.
           IF WS-FOUND
               MOVE WS-SO-LAST-DATE(WS-FOUND-IDX) TO WS-BASE-DATE
               MOVE WS-SO-LAST-DATE(WS-FOUND-IDX) TO DL-LAST-DATE
           ELSE
               MOVE "NONE" TO DL-LAST-DATE
           END-IF.
           IF OM-PIN-CHANGED-DATE NUMERIC
               IF OM-PIN-CHANGED-DATE > WS-BASE-DATE
                   MOVE OM-PIN-CHANGED-DATE TO WS-BASE-DATE
               END-IF
           END-IF.

           IF WS-BASE-DATE = ZERO
               MOVE ZERO TO WS-IDLE-COUNT
               MOVE "NO SIGN-ON ON RECORD" TO WS-DEACT-REASON
           ELSE
               MOVE WS-BASE-DATE TO WS-D2S-DATE
               PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT
               IF WS-D2S-SERIAL >= WS-TODAY-SERIAL
                   GO TO 3100-EXIT
               END-IF
               COMPUTE WS-IDLE-COUNT = WS-TODAY-SERIAL - WS-D2S-SERIAL
               IF WS-IDLE-COUNT NOT > WS-IDLE-DAYS
                   GO TO 3100-EXIT
               END-IF
               MOVE WS-IDLE-COUNT TO WS-RD-DAYS
               MOVE WS-REASON-DORMANT TO WS-DEACT-REASON
           END-IF.

           ADD 1 TO WS-DORMANT-COUNT.
           MOVE OM-OPERATOR-ID   TO DL-OPERATOR-ID.
           MOVE OM-OPERATOR-NAME TO DL-OPERATOR-NAME.
           MOVE WS-IDLE-COUNT    TO DL-IDLE-DAYS.
           PERFORM 6000-DEACTIVATE-OPERATOR THRU 6000-EXIT.
           IF OM-INACTIVE
               MOVE "DEACTIVATED" TO DL-RESULT
           ELSE
               MOVE "NOT CHANGED" TO DL-RESULT
           END-IF.
           WRITE RPT-LINE FROM WS-DORMANT-LINE.
       3100-EXIT.
           EXIT.

       3200-FIND-LAST-SIGNON SECTION.
       3200-START.
           IF WS-SO-OPERATOR(WS-SCAN-IDX) = OM-OPERATOR-ID
               SET WS-FOUND TO TRUE
               MOVE WS-SCAN-IDX TO WS-FOUND-IDX
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-CLOSE-CYCLE
      * Once an open cycle's respond days have run - or the quarter
      * has moved on - every operator it listed who is still active
      * needs a keep card for that quarter from the supervisor they
      * were listed under. An operator listed with no supervisor may
      * be kept by any active supervisor other than themself. The
      * rest are deactivated and the cycle is marked closed.
      *----------------------------------------------------------------
       4000-CLOSE-CYCLE SECTION.
       4000-START.
           IF NOT WS-CYCLE-ON-FILE OR NOT WS-CYCLE-OPEN
               GO TO 4000-EXIT
           END-IF.

           MOVE WS-CYC-START-DATE TO WS-D2S-DATE.
           PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
           IF WS-TODAY-SERIAL > WS-D2S-SERIAL
               COMPUTE WS-CYCLE-AGE = WS-TODAY-SERIAL - WS-D2S-SERIAL
           ELSE
               MOVE ZERO TO WS-CYCLE-AGE
           END-IF.
           IF WS-CYCLE-AGE NOT > WS-CYC-RESPOND-DAYS
                   AND WS-CYC-QUARTER = WS-CURRENT-QUARTER
               GO TO 4000-EXIT
           END-IF.

           MOVE WS-CYC-QUARTER TO CH-QUARTER.
           MOVE WS-TODAY-DATE  TO CH-CLOSE-DATE.
           WRITE RPT-LINE FROM WS-CLOSE-HEAD.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-CYC-QUARTER TO WS-RN-QUARTER.
           PERFORM 4100-CLOSE-ONE-ENTRY THRU 4100-EXIT
               VARYING WS-CYC-IDX FROM 1 BY 1
               UNTIL WS-CYC-IDX > WS-CYCLE-COUNT.

           SET WS-CYCLE-CLOSED TO TRUE.
           SET WS-CYCLE-CHANGED TO TRUE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       4000-EXIT.
           EXIT.

       4100-CLOSE-ONE-ENTRY SECTION.
       4100-START.
           MOVE WS-CY-OPERATOR(WS-CYC-IDX)   TO CL-OPERATOR-ID.
           MOVE WS-CY-SUPERVISOR(WS-CYC-IDX) TO CL-SUPERVISOR-ID.
           IF WS-CY-SUPERVISOR(WS-CYC-IDX) = SPACES
               MOVE "UNASSIGNED" TO CL-SUPERVISOR-ID
           END-IF.

           PERFORM 4200-CHECK-KEEP-CARD THRU 4200-EXIT.

           MOVE WS-CY-OPERATOR(WS-CYC-IDX) TO OM-OPERATOR-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   MOVE "NO LONGER ON ROSTER" TO CL-RESULT
                   WRITE RPT-LINE FROM WS-CLOSE-LINE
                   GO TO 4100-EXIT
           END-READ.

           IF NOT OM-ACTIVE
               MOVE "ALREADY INACTIVE" TO CL-RESULT
               WRITE RPT-LINE FROM WS-CLOSE-LINE
               GO TO 4100-EXIT
           END-IF.

           IF WS-KEEP-VALID
               ADD 1 TO WS-KEPT-COUNT
               MOVE "KEPT BY " TO CL-RESULT
               MOVE WS-KEEP-SUPERVISOR TO CL-RESULT(9:10)
               WRITE RPT-LINE FROM WS-CLOSE-LINE
               GO TO 4100-EXIT
           END-IF.

           ADD 1 TO WS-NOT-KEPT-COUNT.
           MOVE WS-REASON-NOT-KEPT TO WS-DEACT-REASON.
           PERFORM 6000-DEACTIVATE-OPERATOR THRU 6000-EXIT.
           IF OM-INACTIVE
               MOVE "NO KEEP CARD - DEACTIVATED" TO CL-RESULT
           ELSE
               MOVE "NO KEEP CARD - NOT CHANGED" TO CL-RESULT
           END-IF.
           WRITE RPT-LINE FROM WS-CLOSE-LINE.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-CHECK-KEEP-CARD
      * Looks for a keep card for the listed operator and the
      * cycle's quarter whose supervisor is the one they were listed
      * under (any, when listed unassigned) and is still an active
      * S-level operator other than the operator. Sets WS-KEEP-VALID
      * and WS-KEEP-SUPERVISOR. Reads the roster, so the caller
      * re-reads the operator afterwards.
      *----------------------------------------------------------------
       4200-CHECK-KEEP-CARD SECTION.
       4200-START.
           SET WS-KEEP-VALID-SW TO "N".
           MOVE SPACES TO WS-KEEP-SUPERVISOR.
           MOVE WS-CY-OPERATOR(WS-CYC-IDX)   TO WS-CHECK-OPERATOR.
           MOVE WS-CY-SUPERVISOR(WS-CYC-IDX) TO WS-CHECK-SUPERVISOR.
           PERFORM 4300-CHECK-ONE-CARD THRU 4300-EXIT
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-KEEP-COUNT OR WS-KEEP-VALID.
       4200-EXIT.
           EXIT.

       4300-CHECK-ONE-CARD SECTION.
       4300-START.
           IF WS-KP-OPERATOR(WS-SCAN-IDX) NOT = WS-CHECK-OPERATOR
                   OR WS-KP-QUARTER(WS-SCAN-IDX) NOT = WS-CYC-QUARTER
               GO TO 4300-EXIT
           END-IF.
           IF WS-KP-SUPERVISOR(WS-SCAN-IDX) = SPACES
                   OR WS-KP-SUPERVISOR(WS-SCAN-IDX) = WS-CHECK-OPERATOR
               GO TO 4300-EXIT
           END-IF.
           IF WS-CHECK-SUPERVISOR NOT = SPACES
                   AND WS-KP-SUPERVISOR(WS-SCAN-IDX)
                       NOT = WS-CHECK-SUPERVISOR
               GO TO 4300-EXIT
           END-IF.

           MOVE WS-KP-SUPERVISOR(WS-SCAN-IDX) TO OM-OPERATOR-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   GO TO 4300-EXIT
           END-READ.
           IF OM-ACTIVE AND OM-AUTH-SUPERVISOR
               SET WS-KEEP-VALID TO TRUE
               MOVE WS-KP-SUPERVISOR(WS-SCAN-IDX) TO WS-KEEP-SUPERVISOR
           END-IF.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-START-CYCLE
      * When the quarter has no cycle yet, lists every operator still
      * active under the supervisor assigned on the roster and
      * prints one recertification list per supervisor, unassigned
      * operators first. The new cycle replaces the old on OPRRCYC.
      *----------------------------------------------------------------
       5000-START-CYCLE SECTION.
       5000-START.
           IF WS-CYCLE-ON-FILE
               IF WS-CYC-QUARTER = WS-CURRENT-QUARTER
                       OR WS-CYCLE-OPEN
                   GO TO 5000-EXIT
               END-IF
           END-IF.

           MOVE WS-CURRENT-QUARTER TO WS-CYC-QUARTER.
           MOVE WS-TODAY-DATE      TO WS-CYC-START-DATE.
           MOVE WS-RESPOND-DAYS    TO WS-CYC-RESPOND-DAYS.
           SET WS-CYCLE-OPEN TO TRUE.
           SET WS-CYCLE-ON-FILE TO TRUE.
           SET WS-CYCLE-CHANGED TO TRUE.
           MOVE ZERO TO WS-CYCLE-COUNT.

           MOVE LOW-VALUES TO OM-OPERATOR-ID.
           START OPERATOR-MASTER KEY IS >= OM-OPERATOR-ID
               INVALID KEY
                   GO TO 5000-EXIT
           END-START.

           SET WS-EOF-SW TO "N".
           PERFORM 5100-LIST-ONE-OPERATOR THRU 5100-EXIT
               UNTIL WS-EOF.

           MOVE "N" TO WS-FOUND-SW.
           PERFORM 5200-PRINT-NEXT-GROUP THRU 5200-EXIT
               UNTIL WS-FOUND.
       5000-EXIT.
           EXIT.

       5100-LIST-ONE-OPERATOR SECTION.
       5100-START.
           READ OPERATOR-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ.

           IF NOT OM-ACTIVE
               GO TO 5100-EXIT
           END-IF.

           IF WS-CYCLE-COUNT >= 300
               DISPLAY "OPRREVW: CYCLE TABLE FULL - "
                   OM-OPERATOR-ID " NOT LISTED"
               GO TO 5100-EXIT
           END-IF.

           ADD 1 TO WS-CYCLE-COUNT.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE OM-OPERATOR-ID   TO WS-CY-OPERATOR(WS-CYCLE-COUNT).
           MOVE OM-SUPERVISOR-ID TO WS-CY-SUPERVISOR(WS-CYCLE-COUNT).
           MOVE OM-OPERATOR-NAME TO WS-CY-NAME(WS-CYCLE-COUNT).
           MOVE OM-AUTH-LEVEL    TO WS-CY-AUTH(WS-CYCLE-COUNT).
           MOVE "N"              TO WS-CY-PRINTED-SW(WS-CYCLE-COUNT).
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5200-PRINT-NEXT-GROUP
      * Picks the lowest supervisor ID not yet printed and prints
      * that supervisor's list. Sets WS-FOUND when none are left.
      *----------------------------------------------------------------
       5200-PRINT-NEXT-GROUP SECTION.
       5200-START.
           MOVE HIGH-VALUES TO WS-GROUP-SUPERVISOR.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM 5300-FIND-LOWEST-SUPERVISOR THRU 5300-EXIT
               VARYING WS-CYC-IDX FROM 1 BY 1
               UNTIL WS-CYC-IDX > WS-CYCLE-COUNT.
           IF WS-FOUND-IDX = ZERO
               SET WS-FOUND TO TRUE
               GO TO 5200-EXIT
           END-IF.

           MOVE WS-CYC-QUARTER      TO GH-QUARTER.
           MOVE WS-GROUP-SUPERVISOR TO GH-SUPERVISOR.
           IF WS-GROUP-SUPERVISOR = SPACES
               MOVE "UNASSIGNED" TO GH-SUPERVISOR
           END-IF.
           WRITE RPT-LINE FROM WS-GROUP-HEAD.
           MOVE WS-CYC-RESPOND-DAYS TO GN-RESPOND-DAYS.
           MOVE WS-CYC-START-DATE   TO GN-START-DATE.
           WRITE RPT-LINE FROM WS-GROUP-NOTE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-GROUP-COLUMNS.

           PERFORM 5400-PRINT-ONE-MEMBER THRU 5400-EXIT
               VARYING WS-CYC-IDX FROM 1 BY 1
               UNTIL WS-CYC-IDX > WS-CYCLE-COUNT.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "SUPERVISOR SIGNATURE ____________________  DATE ______"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       5200-EXIT.
           EXIT.

       5300-FIND-LOWEST-SUPERVISOR SECTION.
       5300-START.
           IF NOT WS-CY-PRINTED(WS-CYC-IDX)
               IF WS-CY-SUPERVISOR(WS-CYC-IDX) < WS-GROUP-SUPERVISOR
                       OR WS-FOUND-IDX = ZERO
                   MOVE WS-CY-SUPERVISOR(WS-CYC-IDX)
                       TO WS-GROUP-SUPERVISOR
                   MOVE WS-CYC-IDX TO WS-FOUND-IDX
               END-IF
           END-IF.
       5300-EXIT.
           EXIT.

       5400-PRINT-ONE-MEMBER SECTION.
       5400-START.
           IF WS-CY-PRINTED(WS-CYC-IDX)
               GO TO 5400-EXIT
           END-IF.
           IF WS-CY-SUPERVISOR(WS-CYC-IDX) NOT = WS-GROUP-SUPERVISOR
               GO TO 5400-EXIT
           END-IF.

           MOVE WS-CY-OPERATOR(WS-CYC-IDX) TO GL-OPERATOR-ID.
           MOVE WS-CY-NAME(WS-CYC-IDX)     TO GL-OPERATOR-NAME.
           MOVE WS-CY-AUTH(WS-CYC-IDX)     TO GL-AUTH.
           WRITE RPT-LINE FROM WS-GROUP-LINE.
           MOVE "Y" TO WS-CY-PRINTED-SW(WS-CYC-IDX).
       5400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-DEACTIVATE-OPERATOR
      * Deactivates the operator held in OM-RECORD under OPRMNT's
      * DEACTIVATE rule - only an active operator is changed - and
      * appends the result to the OPRMREG register with
      * WS-DEACT-REASON.
      *----------------------------------------------------------------
       6000-DEACTIVATE-OPERATOR SECTION.
       6000-START.
           MOVE SPACES         TO REG-RECORD.
           MOVE "DEACTIVATE"   TO REG-ACTION.
           MOVE OM-OPERATOR-ID TO REG-OPERATOR-ID.
           MOVE WS-TODAY-DATE  TO REG-RUN-DATE.

           IF OM-INACTIVE
               MOVE "REJECTED" TO REG-RESULT
               MOVE "OPERATOR ALREADY INACTIVE" TO REG-REASON
               WRITE REG-RECORD
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 6000-EXIT
           END-IF.

           SET OM-INACTIVE TO TRUE.
           REWRITE OM-RECORD
               INVALID KEY
                   SET OM-ACTIVE TO TRUE
                   MOVE "REJECTED" TO REG-RESULT
                   MOVE "ROSTER REWRITE FAILED" TO REG-REASON
                   WRITE REG-RECORD
                   ADD 1 TO WS-REFUSED-COUNT
                   GO TO 6000-EXIT
           END-REWRITE.

           MOVE "APPLIED"       TO REG-RESULT.
           MOVE WS-DEACT-REASON TO REG-REASON.
           WRITE REG-RECORD.
           ADD 1 TO WS-DEACT-COUNT.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-WRITE-CYCLE
      * Writes the current cycle back to OPRRCYC when this run
      * opened or closed one.
      *----------------------------------------------------------------
       7000-WRITE-CYCLE SECTION.
       7000-START.
           OPEN OUTPUT RECERT-CYCLE.
           IF CY-FILE-STATUS NOT = "00"
               DISPLAY "OPRREVW: UNABLE TO WRITE OPRRCYC - STATUS "
                   CY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 7000-EXIT
           END-IF.

           MOVE SPACES              TO CY-HEADER.
           MOVE "H"                 TO CY-TYPE.
           MOVE WS-CYC-QUARTER      TO CY-QUARTER.
           MOVE WS-CYC-START-DATE   TO CY-START-DATE.
           MOVE WS-CYC-RESPOND-DAYS TO CY-RESPOND-DAYS.
           MOVE WS-CYCLE-STATUS     TO CY-STATUS.
           WRITE CY-HEADER.

           PERFORM 7100-WRITE-ONE-CYCLE-ENTRY THRU 7100-EXIT
               VARYING WS-CYC-IDX FROM 1 BY 1
               UNTIL WS-CYC-IDX > WS-CYCLE-COUNT.
           CLOSE RECERT-CYCLE.
       7000-EXIT.
           EXIT.

       7100-WRITE-ONE-CYCLE-ENTRY SECTION.
       7100-START.
           MOVE SPACES                      TO CY-DETAIL.
           MOVE "D"                         TO CY-DTL-TYPE.
           MOVE WS-CY-OPERATOR(WS-CYC-IDX)   TO CY-OPERATOR-ID.
           MOVE WS-CY-SUPERVISOR(WS-CYC-IDX) TO CY-SUPERVISOR-ID.
           WRITE CY-DETAIL.
       7100-EXIT.
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
      * Saves the cycle if it changed, prints the totals and closes
      * the files.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           IF WS-CYCLE-CHANGED
               PERFORM 7000-WRITE-CYCLE THRU 7000-EXIT
           END-IF.

           MOVE "DORMANT ACCOUNTS FOUND        " TO CT-LABEL.
           MOVE WS-DORMANT-COUNT TO CT-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "KEPT AT CYCLE CLOSE           " TO CT-LABEL.
           MOVE WS-KEPT-COUNT TO CT-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "NOT RECERTIFIED AT CLOSE      " TO CT-LABEL.
           MOVE WS-NOT-KEPT-COUNT TO CT-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "LISTED FOR NEW CYCLE          " TO CT-LABEL.
           MOVE WS-LISTED-COUNT TO CT-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "OPERATORS DEACTIVATED         " TO CT-LABEL.
           MOVE WS-DEACT-COUNT TO CT-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.

           CLOSE SIGNON-AUDIT OPERATOR-MASTER OPR-REGISTER
               REVIEW-REPORT.
           DISPLAY "OPRREVW: DORMANT ACCOUNTS  = " WS-DORMANT-COUNT.
           DISPLAY "OPRREVW: NOT RECERTIFIED   = " WS-NOT-KEPT-COUNT.
           DISPLAY "OPRREVW: LISTED FOR CYCLE  = " WS-LISTED-COUNT.
           DISPLAY "OPRREVW: DEACTIVATED       = " WS-DEACT-COUNT.
           IF WS-REFUSED-COUNT > ZERO
               DISPLAY "OPRREVW: NOT CHANGED       = " WS-REFUSED-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
