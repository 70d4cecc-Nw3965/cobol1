       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. SEGREGATION-OF-DUTIES CONFLICT
      *                  REPORT FOR THE AUDITORS. CROSS-CHECKS
      *                  OPERATOR IDS ACROSS THE AUDIT TRAILS UNDER
      *                  FOUR RULES:
      *                    1 - A PRICE CHANGE APPROVED ON APPRLOG BY
      *                        THE OPERATOR WHO REQUESTED IT ON
      *                        PENDAPPR.
      *                    2 - A GRADEHST SCORE CORRECTED THROUGH
      *                        GRDCORR BY THE OPERATOR WHO ENTERED IT
      *                        (OR AN EARLIER VERSION OF IT).
      *                    3 - AN OPRMNT RUN THAT APPLIED A CHANGE TO
      *                        THE SIGNED-ON OPERATOR'S OWN OPRMAST
      *                        ENTRY (FROM THE OPRMREG REGISTER).
      *                    4 - AN UPDATE OR SUPERVISOR SESSION ON
      *                        SIGNAUD FROM A TERMINAL WHOSE TERMMAST
      *                        CEILING IS LOWER.
      *                  AN OPTIONAL SODCTL CARD LIMITS THE REVIEW TO
      *                  A FROM/TO DATE RANGE; WITHOUT ONE EVERYTHING
      *                  ON FILE IS REVIEWED. CONFLICTS ARE LISTED ON
      *                  SODRPTO BY RULE AND OPERATOR WITH COUNTS.
      *                  A TRAIL THAT IS NOT ON HAND IS NOTED AND ITS
      *                  RULE SKIPPED. RETURN CODE 4 WHEN ANY
      *                  CONFLICT IS FOUND.
      * 10/15/26   OPS   RULE 3 NOW READS THE SHARED MNTJRNL JOURNAL
      *                  INSTEAD OF THE OPRMREG REGISTER, WHICH EACH
      *                  OPRMNT RUN REPLACES: EVERY OPRMAST CHANGE
      *                  JOURNALED BY OPRMNT OR OPRAPPR UNDER THE
      *                  OPERATOR WHOSE ENTRY IT CHANGED IS A
      *                  CONFLICT, HOWEVER MANY RUNS AGO IT WAS MADE.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOD-CONTROL ASSIGN TO "SODCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-FILE-STATUS.
           SELECT APPROVAL-LOG ASSIGN TO "APPRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AL-FILE-STATUS.
           SELECT RESULTS-HISTORY ASSIGN TO "GRADEHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RH-FILE-STATUS.
           SELECT MAINT-JOURNAL ASSIGN TO "MNTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MJ-FILE-STATUS.
           SELECT SIGNON-AUDIT ASSIGN TO "SIGNAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.
           SELECT TERMINAL-MASTER ASSIGN TO "TERMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TERMINAL-ID
               FILE STATUS IS TM-FILE-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS OM-FILE-STATUS.
           SELECT SOD-REPORT ASSIGN TO "SODRPTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOD-CONTROL.
       01  SC-RECORD.
           05  SC-FROM-DATE-X          PIC X(08).
           05  SC-FROM-DATE REDEFINES SC-FROM-DATE-X
                                       PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SC-TO-DATE-X            PIC X(08).
           05  SC-TO-DATE REDEFINES SC-TO-DATE-X
                                       PIC 9(08).
       FD  APPROVAL-LOG.
       01  AL-RECORD.
           05  AL-OPERATOR-ID          PIC X(10).
           05  FILLER                  PIC X(01).
           05  AL-PRODUCT-ID           PIC X(05).
           05  FILLER                  PIC X(01).
           05  AL-OLD-PRICE            PIC 9(05)V99.
           05  FILLER                  PIC X(01).
           05  AL-NEW-PRICE            PIC 9(05)V99.
           05  FILLER                  PIC X(01).
           05  AL-DECISION             PIC X(08).
           05  FILLER                  PIC X(01).
           05  AL-LOG-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  AL-LOG-TIME             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  AL-REQUESTED-BY         PIC X(10).
       FD  RESULTS-HISTORY.
       COPY "GRADEHST.cpy".
       FD  MAINT-JOURNAL.
       COPY "MNTJRNL.cpy".
       FD  SIGNON-AUDIT.
       01  AUD-RECORD.
           05  AUD-OPERATOR-ID         PIC X(10).
           05  FILLER                  PIC X(01).
           05  AUD-SHIFT-CODE          PIC X(01).
           05  FILLER                  PIC X(01).
           05  AUD-TERMINAL-ID         PIC X(04).
           05  FILLER                  PIC X(01).
           05  AUD-EVENT-CODE          PIC X(03).
           05  FILLER                  PIC X(01).
           05  AUD-SIGNON-DATE         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  AUD-SIGNON-TIME         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  AUD-AUTH-LEVEL          PIC X(01).
       FD  TERMINAL-MASTER.
       COPY "TERMMAST.cpy".
       FD  OPERATOR-MASTER.
       COPY "OPRMAST.cpy".
       FD  SOD-REPORT.
       01  RPT-LINE                    PIC X(80).
       WORKING-STORAGE SECTION.
        01 SC-FILE-STATUS             PIC XX.
        01 AL-FILE-STATUS             PIC XX.
        01 RH-FILE-STATUS             PIC XX.
        01 MJ-FILE-STATUS             PIC XX.
        01 AUD-FILE-STATUS            PIC XX.
        01 TM-FILE-STATUS             PIC XX.
        01 OM-FILE-STATUS             PIC XX.
        01 RPT-FILE-STATUS            PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-FOUND-SW             PIC X(01) VALUE "N".
              88 WS-FOUND                     VALUE "Y".
           05 WS-OPRMAST-SW           PIC X(01) VALUE "N".
              88 WS-OPRMAST-OPEN              VALUE "Y".
        01 WS-TODAY-DATE              PIC 9(08).
        01 WS-FROM-DATE               PIC 9(08) VALUE ZERO.
        01 WS-TO-DATE                 PIC 9(08) VALUE 99999999.
        01 WS-RANK-IN                 PIC X(01).
        01 WS-RANK-OUT                PIC 9(01).
        01 WS-SESSION-LEVEL           PIC X(01).
        01 WS-SESSION-RANK            PIC 9(01).
        01 WS-CEILING-RANK            PIC 9(01).
        01 WS-LEVEL-BASIS             PIC X(06).
      *
      * Conflicts found, held so each rule can be printed grouped by
      * operator.
      *
        01 WS-CONFLICT-COUNT          PIC 9(03) VALUE ZERO.
        01 WS-CONFLICT-TABLE.
           05 WS-CF-ENTRY OCCURS 500 TIMES.
              10 WS-CF-RULE           PIC 9(01).
              10 WS-CF-OPERATOR       PIC X(10).
              10 WS-CF-DETAIL         PIC X(60).
              10 WS-CF-PRINTED-SW     PIC X(01).
                 88 WS-CF-PRINTED             VALUE "Y".
        01 WS-CONFLICT-OVERFLOW       PIC 9(05) VALUE ZERO.
        01 WS-NEW-RULE                PIC 9(01).
        01 WS-NEW-OPERATOR            PIC X(10).
        01 WS-NEW-DETAIL              PIC X(60).
      *
      * Current GRDCORR correction rows, matched against the rows
      * they replaced.
      *
        01 WS-CORR-COUNT              PIC 9(03) VALUE ZERO.
        01 WS-CORR-TABLE.
           05 WS-CR-ENTRY OCCURS 500 TIMES.
              10 WS-CR-STUDENT-ID     PIC X(05).
              10 WS-CR-SUBJECT        PIC X(03).
              10 WS-CR-TERM           PIC X(06).
              10 WS-CR-OPERATOR       PIC X(10).
              10 WS-CR-DATE           PIC 9(08).
              10 WS-CR-SCORE          PIC 9(03).
              10 WS-CR-FLAGGED-SW     PIC X(01).
                 88 WS-CR-FLAGGED             VALUE "Y".
        01 WS-CORR-OVERFLOW           PIC 9(05) VALUE ZERO.
        01 WS-RULE-IDX                PIC 9(01).
        01 WS-SCAN-IDX                PIC 9(03) VALUE ZERO.
        01 WS-FOUND-IDX               PIC 9(03) VALUE ZERO.
        01 WS-GROUP-OPERATOR          PIC X(10).
        01 WS-GROUP-COUNT             PIC 9(05).
        01 WS-RULE-NAMES.
           05 FILLER                  PIC X(50) VALUE
              "RULE 1 - PRICE CHANGE APPROVED BY ITS REQUESTER".
           05 FILLER                  PIC X(50) VALUE
              "RULE 2 - SCORE CORRECTED BY ITS ENTERER".
           05 FILLER                  PIC X(50) VALUE
              "RULE 3 - OWN ROSTER ENTRY CHANGED BY THE OPERATOR".
           05 FILLER                  PIC X(50) VALUE
              "RULE 4 - SESSION ABOVE TERMINAL CEILING".
        01 WS-RULE-NAME-TABLE REDEFINES WS-RULE-NAMES.
           05 WS-RULE-NAME OCCURS 4 TIMES PIC X(50).
        01 WS-TALLY-COUNTS.
           05 WS-RULE-COUNT OCCURS 4 TIMES PIC 9(05).
           05 WS-RULE-SKIP-SW OCCURS 4 TIMES PIC X(01).
           05 WS-TOTAL-COUNT          PIC 9(05) VALUE ZERO.
      *
      * Detail text for each rule, moved whole into WS-NEW-DETAIL.
      *
        01 WS-DETAIL-PRICE.
           05 FILLER                  PIC X(08) VALUE "PRODUCT ".
           05 DP-PRODUCT-ID           PIC X(05).
           05 FILLER                  PIC X(05) VALUE " OLD ".
           05 DP-OLD-PRICE            PIC ZZZZ9.99.
           05 FILLER                  PIC X(05) VALUE " NEW ".
           05 DP-NEW-PRICE            PIC ZZZZ9.99.
           05 FILLER                  PIC X(10) VALUE " APPROVED ".
           05 DP-LOG-DATE             PIC 9(08).
        01 WS-DETAIL-SCORE.
           05 FILLER                  PIC X(08) VALUE "STUDENT ".
           05 DS-STUDENT-ID           PIC X(05).
           05 FILLER                  PIC X(06) VALUE " SUBJ ".
           05 DS-SUBJECT              PIC X(03).
           05 FILLER                  PIC X(06) VALUE " TERM ".
           05 DS-TERM                 PIC X(06).
           05 FILLER                  PIC X(04) VALUE " TO ".
           05 DS-SCORE                PIC ZZ9.
           05 FILLER                  PIC X(11) VALUE " CORRECTED ".
           05 DS-DATE                 PIC 9(08).
        01 WS-DETAIL-ROSTER.
           05 FILLER                  PIC X(07) VALUE "ACTION ".
           05 DR-ACTION               PIC X(10).
           05 FILLER                  PIC X(04) VALUE " BY ".
           05 DR-PROGRAM-ID           PIC X(08).
           05 FILLER                  PIC X(04) VALUE " ON ".
           05 DR-RUN-DATE             PIC 9(08).
        01 WS-DETAIL-SESSION.
           05 FILLER                  PIC X(09) VALUE "TERMINAL ".
           05 DT-TERMINAL-ID          PIC X(04).
           05 FILLER                  PIC X(09) VALUE " CEILING ".
           05 DT-CEILING              PIC X(01).
           05 FILLER                  PIC X(09) VALUE " SESSION ".
           05 DT-LEVEL                PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DT-BASIS                PIC X(06).
           05 FILLER                  PIC X(04) VALUE " ON ".
           05 DT-DATE                 PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DT-TIME                 PIC 9(08).
      *
      * Report lines.
      *
        01 WS-TITLE-LINE.
           05 FILLER                  PIC X(36)
                         VALUE "SEGREGATION OF DUTIES REVIEW RUN ON ".
           05 TL-RUN-DATE             PIC 9(08).
        01 WS-PERIOD-LINE.
           05 FILLER                  PIC X(16)
                                      VALUE "PERIOD COVERED  ".
           05 PL-FROM-DATE            PIC 9(08).
           05 FILLER                  PIC X(04) VALUE " TO ".
           05 PL-TO-DATE              PIC 9(08).
        01 WS-RULE-HEAD.
           05 RL-RULE-NAME            PIC X(50).
        01 WS-SKIP-LINE.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 SK-FILE-NAME            PIC X(16).
           05 FILLER                  PIC X(34)
                  VALUE " NOT AVAILABLE - RULE NOT CHECKED".
        01 WS-NONE-LINE.
           05 FILLER                  PIC X(24)
                                      VALUE "    NO CONFLICTS FOUND".
        01 WS-DETAIL-LINE.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 DL-OPERATOR             PIC X(10).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-DETAIL               PIC X(60).
        01 WS-OPERATOR-TOTAL.
           05 FILLER                  PIC X(16) VALUE SPACES.
           05 FILLER                  PIC X(13) VALUE "CONFLICTS FOR".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 OT-OPERATOR             PIC X(10).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 OT-COUNT                PIC ZZ,ZZ9.
        01 WS-COUNT-LINE.
           05 CT-LABEL                PIC X(50).
           05 CT-COUNT                PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CHECK-PRICE-APPROVALS THRU 2000-EXIT.
           PERFORM 3000-CHECK-SCORE-CORRECTIONS THRU 3000-EXIT.
           PERFORM 4000-CHECK-ROSTER-CHANGES THRU 4000-EXIT.
           PERFORM 5000-CHECK-SESSION-CEILINGS THRU 5000-EXIT.
           PERFORM 6000-PRINT-ONE-RULE THRU 6000-EXIT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > 4.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Takes the review period from the control card, if any, and
      * opens the report.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-RULE-COUNT(1) WS-RULE-COUNT(2)
                        WS-RULE-COUNT(3) WS-RULE-COUNT(4).
           MOVE "N" TO WS-RULE-SKIP-SW(1) WS-RULE-SKIP-SW(2)
                       WS-RULE-SKIP-SW(3) WS-RULE-SKIP-SW(4).

           OPEN INPUT SOD-CONTROL.
           IF SC-FILE-STATUS = "00"
               READ SOD-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SC-FROM-DATE-X IS NUMERIC
                           MOVE SC-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF SC-TO-DATE-X IS NUMERIC
                           MOVE SC-TO-DATE TO WS-TO-DATE
                       END-IF
               END-READ
               CLOSE SOD-CONTROL
           END-IF.

           OPEN OUTPUT SOD-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "SODRPT: UNABLE TO OPEN SODRPTO - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-TODAY-DATE TO TL-RUN-DATE.
           WRITE RPT-LINE FROM WS-TITLE-LINE.
           MOVE WS-FROM-DATE TO PL-FROM-DATE.
           MOVE WS-TO-DATE   TO PL-TO-DATE.
           WRITE RPT-LINE FROM WS-PERIOD-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CHECK-PRICE-APPROVALS
      * Rule 1: every APPRLOG approval in the period whose approver
      * is also the operator who held the change on PENDAPPR. Lines
      * logged before the requester was carried have it blank and
      * cannot be judged.
      *----------------------------------------------------------------
       2000-CHECK-PRICE-APPROVALS SECTION.
       2000-START.
           OPEN INPUT APPROVAL-LOG.
           IF AL-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-RULE-SKIP-SW(1)
               GO TO 2000-EXIT
           END-IF.

           SET WS-EOF-SW TO "N".
           PERFORM 2100-CHECK-ONE-APPROVAL THRU 2100-EXIT
               UNTIL WS-EOF.
           CLOSE APPROVAL-LOG.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-APPROVAL SECTION.
       2100-START.
           READ APPROVAL-LOG
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.

           IF AL-DECISION NOT = "APPROVED"
               GO TO 2100-EXIT
           END-IF.
           IF AL-LOG-DATE < WS-FROM-DATE OR AL-LOG-DATE > WS-TO-DATE
               GO TO 2100-EXIT
           END-IF.
           IF AL-REQUESTED-BY = SPACES
                   OR AL-REQUESTED-BY NOT = AL-OPERATOR-ID
               GO TO 2100-EXIT
           END-IF.

           MOVE AL-PRODUCT-ID TO DP-PRODUCT-ID.
           MOVE AL-OLD-PRICE  TO DP-OLD-PRICE.
           MOVE AL-NEW-PRICE  TO DP-NEW-PRICE.
           MOVE AL-LOG-DATE   TO DP-LOG-DATE.
           MOVE 1              TO WS-NEW-RULE.
           MOVE AL-OPERATOR-ID TO WS-NEW-OPERATOR.
           MOVE WS-DETAIL-PRICE TO WS-NEW-DETAIL.
           PERFORM 7000-ADD-CONFLICT THRU 7000-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-CHECK-SCORE-CORRECTIONS
      * Rule 2: GRDCORR appends each correction as a "C" row stamped
      * with its approver and flags the row it replaced "S". The
      * corrections made in the period are loaded first; a second
      * pass over the replaced rows finds any whose operator is the
      * approver of a correction to the same student, subject and
      * term.
      *----------------------------------------------------------------
       3000-CHECK-SCORE-CORRECTIONS SECTION.
       3000-START.
           OPEN INPUT RESULTS-HISTORY.
           IF RH-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-RULE-SKIP-SW(2)
               GO TO 3000-EXIT
           END-IF.

           SET WS-EOF-SW TO "N".
           PERFORM 3100-LOAD-ONE-CORRECTION THRU 3100-EXIT
               UNTIL WS-EOF.
           CLOSE RESULTS-HISTORY.

           IF WS-CORR-OVERFLOW > ZERO
               DISPLAY "SODRPT: CORRECTION TABLE FULL - "
                   WS-CORR-OVERFLOW " CORRECTIONS NOT CHECKED"
           END-IF.
           IF WS-CORR-COUNT = ZERO
               GO TO 3000-EXIT
           END-IF.

           OPEN INPUT RESULTS-HISTORY.
           SET WS-EOF-SW TO "N".
           PERFORM 3200-CHECK-ONE-REPLACED-ROW THRU 3200-EXIT
               UNTIL WS-EOF.
           CLOSE RESULTS-HISTORY.
       3000-EXIT.
           EXIT.

       3100-LOAD-ONE-CORRECTION SECTION.
       3100-START.
           READ RESULTS-HISTORY
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.

           IF NOT RH-CORRECTION
               GO TO 3100-EXIT
           END-IF.
           IF RH-EVAL-DATE < WS-FROM-DATE OR RH-EVAL-DATE > WS-TO-DATE
               GO TO 3100-EXIT
           END-IF.
           IF WS-CORR-COUNT >= 500
               ADD 1 TO WS-CORR-OVERFLOW
               GO TO 3100-EXIT
           END-IF.

           ADD 1 TO WS-CORR-COUNT.
           MOVE RH-STUDENT-ID   TO WS-CR-STUDENT-ID(WS-CORR-COUNT).
           MOVE RH-SUBJECT-CODE TO WS-CR-SUBJECT(WS-CORR-COUNT).
           MOVE RH-TERM-CODE    TO WS-CR-TERM(WS-CORR-COUNT).
           MOVE RH-OPERATOR-ID  TO WS-CR-OPERATOR(WS-CORR-COUNT).
           MOVE RH-EVAL-DATE    TO WS-CR-DATE(WS-CORR-COUNT).
           MOVE RH-SCORE        TO WS-CR-SCORE(WS-CORR-COUNT).
           MOVE "N"             TO WS-CR-FLAGGED-SW(WS-CORR-COUNT).
       3100-EXIT.
           EXIT.

       3200-CHECK-ONE-REPLACED-ROW SECTION.
       3200-START.
           READ RESULTS-HISTORY
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3200-EXIT
           END-READ.

           IF NOT RH-SUPERSEDED
               GO TO 3200-EXIT
           END-IF.

           PERFORM 3300-MATCH-ONE-CORRECTION THRU 3300-EXIT
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-CORR-COUNT.
       3200-EXIT.
           EXIT.

       3300-MATCH-ONE-CORRECTION SECTION.
       3300-START.
           IF WS-CR-FLAGGED(WS-SCAN-IDX)
               GO TO 3300-EXIT
           END-IF.
           IF WS-CR-STUDENT-ID(WS-SCAN-IDX) NOT = RH-STUDENT-ID
                   OR WS-CR-SUBJECT(WS-SCAN-IDX) NOT = RH-SUBJECT-CODE
                   OR WS-CR-TERM(WS-SCAN-IDX) NOT = RH-TERM-CODE
                   OR WS-CR-OPERATOR(WS-SCAN-IDX) NOT = RH-OPERATOR-ID
               GO TO 3300-EXIT
           END-IF.

           MOVE "Y" TO WS-CR-FLAGGED-SW(WS-SCAN-IDX).
           MOVE WS-CR-STUDENT-ID(WS-SCAN-IDX) TO DS-STUDENT-ID.
           MOVE WS-CR-SUBJECT(WS-SCAN-IDX)    TO DS-SUBJECT.
           MOVE WS-CR-TERM(WS-SCAN-IDX)       TO DS-TERM.
           MOVE WS-CR-SCORE(WS-SCAN-IDX)      TO DS-SCORE.
           MOVE WS-CR-DATE(WS-SCAN-IDX)       TO DS-DATE.
           MOVE 2                             TO WS-NEW-RULE.
           MOVE WS-CR-OPERATOR(WS-SCAN-IDX)   TO WS-NEW-OPERATOR.
           MOVE WS-DETAIL-SCORE               TO WS-NEW-DETAIL.
           PERFORM 7000-ADD-CONFLICT THRU 7000-EXIT.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-CHECK-ROSTER-CHANGES
      * Rule 3: every OPRMAST change journaled in the period whose
      * operator is the one the changed entry belongs to. Rows with
      * no operator (unattended runs) are passed over.
      *----------------------------------------------------------------
       4000-CHECK-ROSTER-CHANGES SECTION.
       4000-START.
           OPEN INPUT MAINT-JOURNAL.
           IF MJ-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-RULE-SKIP-SW(3)
               GO TO 4000-EXIT
           END-IF.

           SET WS-EOF-SW TO "N".
           PERFORM 4100-CHECK-ONE-JOURNAL-ROW THRU 4100-EXIT
               UNTIL WS-EOF.
           CLOSE MAINT-JOURNAL.
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-JOURNAL-ROW SECTION.
       4100-START.
           READ MAINT-JOURNAL
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ.

           IF MJ-FILE-NAME NOT = "OPRMAST"
               GO TO 4100-EXIT
           END-IF.
           IF MJ-OPERATOR-ID = SPACES
                   OR MJ-OPERATOR-ID NOT = MJ-RECORD-KEY
               GO TO 4100-EXIT
           END-IF.
           IF MJ-CHANGE-DATE < WS-FROM-DATE
                   OR MJ-CHANGE-DATE > WS-TO-DATE
               GO TO 4100-EXIT
           END-IF.

           MOVE MJ-ACTION      TO DR-ACTION.
           MOVE MJ-PROGRAM-ID  TO DR-PROGRAM-ID.
           MOVE MJ-CHANGE-DATE TO DR-RUN-DATE.
           MOVE 3              TO WS-NEW-RULE.
           MOVE MJ-OPERATOR-ID TO WS-NEW-OPERATOR.
           MOVE WS-DETAIL-ROSTER TO WS-NEW-DETAIL.
           PERFORM 7000-ADD-CONFLICT THRU 7000-EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-CHECK-SESSION-CEILINGS
      * Rule 4: every sign-on in the period at update or supervisor
      * level from a terminal whose TERMMAST ceiling is lower. The
      * level is the one SIGNON recorded on the audit line; a line
      * written before the level was recorded is judged on the
      * operator's current roster level and marked so.
      *----------------------------------------------------------------
       5000-CHECK-SESSION-CEILINGS SECTION.
       5000-START.
           OPEN INPUT SIGNON-AUDIT.
           IF AUD-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-RULE-SKIP-SW(4)
               GO TO 5000-EXIT
           END-IF.

           OPEN INPUT TERMINAL-MASTER.
           IF TM-FILE-STATUS NOT = "00"
               CLOSE SIGNON-AUDIT
               MOVE "Y" TO WS-RULE-SKIP-SW(4)
               GO TO 5000-EXIT
           END-IF.

           OPEN INPUT OPERATOR-MASTER.
           IF OM-FILE-STATUS = "00"
               SET WS-OPRMAST-OPEN TO TRUE
           END-IF.

           SET WS-EOF-SW TO "N".
           PERFORM 5100-CHECK-ONE-SIGNON THRU 5100-EXIT
               UNTIL WS-EOF.

           CLOSE SIGNON-AUDIT TERMINAL-MASTER.
           IF WS-OPRMAST-OPEN
               CLOSE OPERATOR-MASTER
           END-IF.
       5000-EXIT.
           EXIT.

       5100-CHECK-ONE-SIGNON SECTION.
       5100-START.
           READ SIGNON-AUDIT
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ.

           IF AUD-EVENT-CODE NOT = "ON "
               GO TO 5100-EXIT
           END-IF.
           IF AUD-SIGNON-DATE < WS-FROM-DATE
                   OR AUD-SIGNON-DATE > WS-TO-DATE
               GO TO 5100-EXIT
           END-IF.

           MOVE AUD-AUTH-LEVEL TO WS-SESSION-LEVEL.
           MOVE "LOGGED" TO WS-LEVEL-BASIS.
           IF WS-SESSION-LEVEL = SPACE
               IF NOT WS-OPRMAST-OPEN
                   GO TO 5100-EXIT
               END-IF
               MOVE AUD-OPERATOR-ID TO OM-OPERATOR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       GO TO 5100-EXIT
               END-READ
               MOVE OM-AUTH-LEVEL TO WS-SESSION-LEVEL
               MOVE "ROSTER" TO WS-LEVEL-BASIS
           END-IF.
           IF WS-SESSION-LEVEL NOT = "U" AND WS-SESSION-LEVEL NOT = "S"
               GO TO 5100-EXIT
           END-IF.

           MOVE AUD-TERMINAL-ID TO TM-TERMINAL-ID.
           READ TERMINAL-MASTER
               INVALID KEY
                   GO TO 5100-EXIT
           END-READ.
           IF TM-MAX-AUTH = SPACE
               GO TO 5100-EXIT
           END-IF.

           MOVE WS-SESSION-LEVEL TO WS-RANK-IN.
           PERFORM 8000-RANK-AUTH-LEVEL THRU 8000-EXIT.
           MOVE WS-RANK-OUT TO WS-SESSION-RANK.
           MOVE TM-MAX-AUTH TO WS-RANK-IN.
           PERFORM 8000-RANK-AUTH-LEVEL THRU 8000-EXIT.
           MOVE WS-RANK-OUT TO WS-CEILING-RANK.
           IF WS-SESSION-RANK NOT > WS-CEILING-RANK
               GO TO 5100-EXIT
           END-IF.

           MOVE AUD-TERMINAL-ID  TO DT-TERMINAL-ID.
           MOVE TM-MAX-AUTH      TO DT-CEILING.
           MOVE WS-SESSION-LEVEL TO DT-LEVEL.
           MOVE WS-LEVEL-BASIS   TO DT-BASIS.
           MOVE AUD-SIGNON-DATE  TO DT-DATE.
           MOVE AUD-SIGNON-TIME  TO DT-TIME.
           MOVE 4                TO WS-NEW-RULE.
           MOVE AUD-OPERATOR-ID  TO WS-NEW-OPERATOR.
           MOVE WS-DETAIL-SESSION TO WS-NEW-DETAIL.
           PERFORM 7000-ADD-CONFLICT THRU 7000-EXIT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-PRINT-ONE-RULE
      * Prints the conflicts found under one rule, grouped by
      * operator in ID order with a count per operator, or notes
      * that the trail it reads was not on hand.
      *----------------------------------------------------------------
       6000-PRINT-ONE-RULE SECTION.
       6000-START.
           MOVE WS-RULE-NAME(WS-RULE-IDX) TO RL-RULE-NAME.
           WRITE RPT-LINE FROM WS-RULE-HEAD.

           IF WS-RULE-SKIP-SW(WS-RULE-IDX) = "Y"
               EVALUATE WS-RULE-IDX
                   WHEN 1
                       MOVE "APPRLOG " TO SK-FILE-NAME
                   WHEN 2
                       MOVE "GRADEHST" TO SK-FILE-NAME
                   WHEN 3
                       MOVE "MNTJRNL " TO SK-FILE-NAME
                   WHEN 4
                       MOVE "SIGNAUD/TERMMAST" TO SK-FILE-NAME
               END-EVALUATE
               WRITE RPT-LINE FROM WS-SKIP-LINE
               GO TO 6000-SPACER
           END-IF.

           IF WS-RULE-COUNT(WS-RULE-IDX) = ZERO
               WRITE RPT-LINE FROM WS-NONE-LINE
               GO TO 6000-SPACER
           END-IF.

           MOVE "N" TO WS-FOUND-SW.
           PERFORM 6100-PRINT-NEXT-OPERATOR THRU 6100-EXIT
               UNTIL WS-FOUND.

           MOVE "TOTAL CONFLICTS UNDER THIS RULE" TO CT-LABEL.
           MOVE WS-RULE-COUNT(WS-RULE-IDX) TO CT-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
       6000-SPACER.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6100-PRINT-NEXT-OPERATOR
      * Picks the lowest operator ID under the current rule not yet
      * printed and prints that operator's conflicts. Sets WS-FOUND
      * when none are left.
      *----------------------------------------------------------------
       6100-PRINT-NEXT-OPERATOR SECTION.
       6100-START.
           MOVE HIGH-VALUES TO WS-GROUP-OPERATOR.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM 6200-FIND-LOWEST-OPERATOR THRU 6200-EXIT
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-CONFLICT-COUNT.
           IF WS-FOUND-IDX = ZERO
               SET WS-FOUND TO TRUE
               GO TO 6100-EXIT
           END-IF.

           MOVE ZERO TO WS-GROUP-COUNT.
           PERFORM 6300-PRINT-ONE-CONFLICT THRU 6300-EXIT
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-CONFLICT-COUNT.

           MOVE WS-GROUP-OPERATOR TO OT-OPERATOR.
           MOVE WS-GROUP-COUNT    TO OT-COUNT.
           WRITE RPT-LINE FROM WS-OPERATOR-TOTAL.
       6100-EXIT.
           EXIT.

       6200-FIND-LOWEST-OPERATOR SECTION.
       6200-START.
           IF WS-CF-RULE(WS-SCAN-IDX) = WS-RULE-IDX
                   AND NOT WS-CF-PRINTED(WS-SCAN-IDX)
                   AND WS-CF-OPERATOR(WS-SCAN-IDX) < WS-GROUP-OPERATOR
               MOVE WS-CF-OPERATOR(WS-SCAN-IDX) TO WS-GROUP-OPERATOR
               MOVE WS-SCAN-IDX TO WS-FOUND-IDX
           END-IF.
       6200-EXIT.
           EXIT.

       6300-PRINT-ONE-CONFLICT SECTION.
       6300-START.
           IF WS-CF-RULE(WS-SCAN-IDX) NOT = WS-RULE-IDX
                   OR WS-CF-PRINTED(WS-SCAN-IDX)
               GO TO 6300-EXIT
           END-IF.
           IF WS-CF-OPERATOR(WS-SCAN-IDX) NOT = WS-GROUP-OPERATOR
               GO TO 6300-EXIT
           END-IF.
           MOVE WS-CF-OPERATOR(WS-SCAN-IDX) TO DL-OPERATOR.
           MOVE WS-CF-DETAIL(WS-SCAN-IDX)   TO DL-DETAIL.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           MOVE "Y" TO WS-CF-PRINTED-SW(WS-SCAN-IDX).
           ADD 1 TO WS-GROUP-COUNT.
       6300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-ADD-CONFLICT
      * Counts one conflict under its rule and holds it for the
      * report. Past the table limit it is still counted.
      *----------------------------------------------------------------
       7000-ADD-CONFLICT SECTION.
       7000-START.
           ADD 1 TO WS-RULE-COUNT(WS-NEW-RULE).
           ADD 1 TO WS-TOTAL-COUNT.
           IF WS-CONFLICT-COUNT >= 500
               ADD 1 TO WS-CONFLICT-OVERFLOW
               GO TO 7000-EXIT
           END-IF.
           ADD 1 TO WS-CONFLICT-COUNT.
           MOVE WS-NEW-RULE     TO WS-CF-RULE(WS-CONFLICT-COUNT).
           MOVE WS-NEW-OPERATOR TO WS-CF-OPERATOR(WS-CONFLICT-COUNT).
           MOVE WS-NEW-DETAIL   TO WS-CF-DETAIL(WS-CONFLICT-COUNT).
           MOVE "N"             TO WS-CF-PRINTED-SW(WS-CONFLICT-COUNT).
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-RANK-AUTH-LEVEL
      * Ranks an authority level I/U/S as 1/2/3 so levels can be
      * compared; anything else ranks 0.
      *----------------------------------------------------------------
       8000-RANK-AUTH-LEVEL SECTION.
       8000-START.
           EVALUATE WS-RANK-IN
               WHEN "I"
                   MOVE 1 TO WS-RANK-OUT
               WHEN "U"
                   MOVE 2 TO WS-RANK-OUT
               WHEN "S"
                   MOVE 3 TO WS-RANK-OUT
               WHEN OTHER
                   MOVE 0 TO WS-RANK-OUT
           END-EVALUATE.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Prints the count per rule for the audit file and closes the
      * report.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           MOVE "CONFLICT COUNTS BY RULE" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 9100-PRINT-ONE-COUNT THRU 9100-EXIT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > 4.
           MOVE "ALL RULES" TO CT-LABEL.
           MOVE WS-TOTAL-COUNT TO CT-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.

           IF WS-CONFLICT-OVERFLOW > ZERO
               MOVE "CONFLICTS COUNTED BUT NOT LISTED" TO CT-LABEL
               MOVE WS-CONFLICT-OVERFLOW TO CT-COUNT
               WRITE RPT-LINE FROM WS-COUNT-LINE
           END-IF.

           CLOSE SOD-REPORT.
           DISPLAY "SODRPT: CONFLICTS FOUND = " WS-TOTAL-COUNT.
           IF WS-TOTAL-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       9100-PRINT-ONE-COUNT SECTION.
       9100-START.
           MOVE WS-RULE-NAME(WS-RULE-IDX) TO CT-LABEL.
           MOVE WS-RULE-COUNT(WS-RULE-IDX) TO CT-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
       9100-EXIT.
           EXIT.
