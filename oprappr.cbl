       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRAPPR.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. THE SECOND-SUPERVISOR SIDE OF
      *                  DUAL CONTROL ON THE OPERATOR ROSTER: READS
      *                  THE REQUESTS OPRMNT HELD ON OPRPEND (AUTH-SET
      *                  TO S OR U, REACTIVATE, PIN-RESET OF A
      *                  SUPERVISOR-LEVEL OPERATOR), MATCHES THEM
      *                  AGAINST APPROVE/REJECT DECISIONS ON OPRDEC,
      *                  APPLIES THE APPROVED ONES TO OPRMAST AND
      *                  WRITES EVERY DECISION - REQUESTER, APPROVER
      *                  AND OUTCOME - TO THE OPRALOG TRAIL. THE
      *                  SIGNED-ON OPERATOR MUST HOLD SUPERVISOR
      *                  AUTHORITY AND MAY NOT DECIDE A REQUEST THEY
      *                  RAISED OR ONE THAT CHANGES THEIR OWN ENTRY;
      *                  SUCH A DECISION IS REFUSED AND THE REQUEST
      *                  STAYS HELD. AN APPROVED REQUEST THE ROSTER NO
      *                  LONGER ALLOWS IS LOGGED STALE AND DROPPED FOR
      *                  RESUBMISSION. REQUESTS PAST THE 200 THE
      *                  REVIEW TABLE HOLDS ARE SPOOLED TO OPRAWORK
      *                  AND CARRIED BACK ONTO OPRPEND UNREVIEWED.
      * 10/15/26   OPS   EVERY APPROVED REQUEST APPLIED IS JOURNALED TO
      *                  THE SHARED MNTJRNL MAINTENANCE JOURNAL WITH
      *                  THE OPRMAST BEFORE AND AFTER IMAGES AND THE
      *                  APPROVER, ALONGSIDE THE ROSTER CHANGES OPRMNT
      *                  APPLIES DIRECTLY. MNTINQ PRINTS IT.
      * 10/15/26   OPS   AN ADD OPRMNT HELD AT S OR U AUTHORITY IS
      *                  DECIDED HERE AND, IF APPROVED, WRITTEN TO THE
      *                  ROSTER FROM THE NAME, HASHED PIN AND
      *                  SUPERVISOR CARRIED ON OPRPEND. THE RUN DATE
      *                  IS CHECKED AGAINST THE OPSCAL CHANGE-FREEZE
      *                  CALENDAR THE WAY OPRMNT CHECKS IT: ON A DATE
      *                  FROZEN FOR OPERATORS OR FOR ALL MAINTENANCE
      *                  ONLY A REQUEST ENTERED AS AN EMERGENCY IS
      *                  APPLIED, AND IT IS LOGGED TO FRZEXCP; ANY
      *                  OTHER APPROVAL LEAVES THE REQUEST HELD.
      * 10/15/26   OPS   JOURNAL IMAGE WORK AREAS WIDENED TO THE 150
      *                  BYTES MNTJRNL NOW HOLDS, SO A WHOLE MASTER
      *                  RECORD IS JOURNALED.
      * 10/15/26   OPS   WITH NO OPRPEND FILE THE DECISION FILE IS
      *                  LEFT FOR 9000-TERMINATE TO CLOSE, INSTEAD OF
      *                  BEING CLOSED TWICE.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS OM-FILE-STATUS.
           SELECT PENDING-REQUESTS ASSIGN TO "OPRPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PR-FILE-STATUS.
           SELECT ROSTER-DECISIONS ASSIGN TO "OPRDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RD-FILE-STATUS.
           SELECT ROSTER-APPR-LOG ASSIGN TO "OPRALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SIGNSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SES-FILE-STATUS.
           SELECT PEND-OVERFLOW ASSIGN TO "OPRAWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OV-FILE-STATUS.
           SELECT MAINT-JOURNAL ASSIGN TO "MNTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MJ-FILE-STATUS.
           SELECT OPS-CALENDAR ASSIGN TO "OPSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT FREEZE-EXCEPTIONS ASSIGN TO "FRZEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
       COPY "OPRMAST.cpy".
       FD  PENDING-REQUESTS.
       COPY "OPRAPND.cpy".
       FD  ROSTER-DECISIONS.
       01  RD-RECORD.
           05  RD-OPERATOR-ID          PIC X(10).
           05  FILLER                  PIC X(01).
           05  RD-ACTION               PIC X(10).
           05  FILLER                  PIC X(01).
           05  RD-DECISION             PIC X(01).
       FD  ROSTER-APPR-LOG.
       COPY "OPRALOG.cpy".
       FD  SESSION-FILE.
       COPY "SESSINFO.cpy".
       FD  PEND-OVERFLOW.
       01  OV-RECORD                   PIC X(101).
       FD  MAINT-JOURNAL.
       COPY "MNTJRNL.cpy".
       FD  OPS-CALENDAR.
       COPY "OPSCAL.cpy".
       FD  FREEZE-EXCEPTIONS.
       COPY "FRZEXCP.cpy".
       WORKING-STORAGE SECTION.
        01 OM-FILE-STATUS             PIC XX.
        01 PR-FILE-STATUS             PIC XX.
        01 RD-FILE-STATUS             PIC XX.
        01 OA-FILE-STATUS             PIC XX.
        01 SES-FILE-STATUS            PIC XX.
        01 OV-FILE-STATUS             PIC XX.
        01 MJ-FILE-STATUS             PIC XX.
        01 CAL-FILE-STATUS            PIC XX.
        01 FX-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-MATCH-FOUND-SW       PIC X(01) VALUE "N".
              88 WS-MATCH-FOUND               VALUE "Y".
           05 WS-MASTER-FOUND-SW      PIC X(01) VALUE "N".
              88 WS-MASTER-FOUND              VALUE "Y".
           05 WS-CAL-EOF-SW           PIC X(01) VALUE "N".
              88 WS-CAL-EOF                   VALUE "Y".
           05 WS-FROZEN-SW            PIC X(01) VALUE "N".
              88 WS-FROZEN                    VALUE "Y".
        01 WS-SES-OPERATOR-ID         PIC X(10) VALUE SPACES.
        01 WS-SES-AUTH-LEVEL          PIC X(01) VALUE SPACE.
        01 WS-PEND-COUNT              PIC 9(03) VALUE ZERO.
        01 WS-PEND-TABLE.
           05 WS-PEND-ENTRY OCCURS 200 TIMES.
              10 WS-PT-ACTION         PIC X(10).
              10 WS-PT-OPERATOR-ID    PIC X(10).
              10 WS-PT-AUTH-LEVEL     PIC X(01).
              10 WS-PT-PIN-HASH       PIC X(04).
              10 WS-PT-REQUEST-DATE   PIC 9(08).
              10 WS-PT-REQUEST-TIME   PIC 9(08).
              10 WS-PT-REQUESTED-BY   PIC X(10).
              10 WS-PT-EMERGENCY-FLAG PIC X(01).
              10 WS-PT-OPERATOR-NAME  PIC X(30).
              10 WS-PT-SUPERVISOR-ID  PIC X(10).
              10 WS-PT-DECIDED-SW     PIC X(01).
        01 WS-SCAN-IDX                PIC 9(03) VALUE ZERO.
        01 WS-FOUND-IDX               PIC 9(03) VALUE ZERO.
        01 WS-PEND-IDX                PIC 9(03) VALUE ZERO.
        01 WS-LOG-DECISION            PIC X(08).
        01 WS-STALE-REASON            PIC X(30) VALUE SPACES.
        01 WS-FREEZE-SCOPE            PIC X(01) VALUE "O".
        01 WS-FROZEN-SCOPE            PIC X(01) VALUE SPACE.
        01 WS-FREEZE-DATE             PIC 9(08) VALUE ZERO.
        01 WS-FREEZE-REASON           PIC X(20) VALUE SPACES.
        01 WS-TODAY-DATE              PIC 9(08).
        01 WS-RUN-TIME                PIC 9(08).
        01 WS-JRNL-BEFORE             PIC X(150) VALUE SPACES.
        01 WS-OVERFLOW-COUNT          PIC 9(05) VALUE ZERO.
        01 WS-TALLY-COUNTS.
           05 WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-STALE-COUNT          PIC 9(05) VALUE ZERO.
           05 WS-REFUSED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-UNMATCHED-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-REMAINING-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-FROZEN-COUNT         PIC 9(05) VALUE ZERO.
           05 WS-EXCEPTION-COUNT      PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-LOAD-PENDING THRU 1500-EXIT.
           PERFORM 2000-PROCESS-ONE-DECISION THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 4000-REWRITE-PENDING THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF (WS-REFUSED-COUNT > ZERO OR WS-FROZEN-COUNT > ZERO)
                   AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Confirms the signed-on operator holds supervisor authority,
      * checks the run date for an operator change freeze, then
      * opens the decision file.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

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
               DISPLAY "OPRAPPR: RUN REFUSED - SIGNED-ON OPERATOR "
                   WS-SES-OPERATOR-ID " LACKS SUPERVISOR AUTHORITY"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1200-CHECK-FREEZE THRU 1200-EXIT.

           OPEN INPUT ROSTER-DECISIONS.
           IF RD-FILE-STATUS NOT = "00"
               DISPLAY "OPRAPPR: UNABLE TO OPEN OPRDEC - STATUS "
                   RD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-CHECK-FREEZE
      * Looks the run date up on the OPSCAL calendar, as OPRMNT
      * does. A date frozen for operators, or for all maintenance,
      * holds every approval this run to the emergency rule. No
      * calendar means no freeze.
      *----------------------------------------------------------------
       1200-CHECK-FREEZE SECTION.
       1200-START.
           MOVE WS-TODAY-DATE TO WS-FREEZE-DATE.
           OPEN INPUT OPS-CALENDAR.
           IF CAL-FILE-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1250-CHECK-ONE-DATE THRU 1250-EXIT
               UNTIL WS-CAL-EOF OR WS-FROZEN.
           CLOSE OPS-CALENDAR.

           IF WS-FROZEN
               DISPLAY "OPRAPPR: CHANGE FREEZE IN EFFECT - "
                   WS-FREEZE-REASON
           END-IF.
       1200-EXIT.
           EXIT.

       1250-CHECK-ONE-DATE SECTION.
       1250-START.
           READ OPS-CALENDAR
               AT END
                   SET WS-CAL-EOF TO TRUE
                   GO TO 1250-EXIT
           END-READ.

           IF CAL-DATE = WS-FREEZE-DATE
               IF CAL-FREEZE-SCOPE = WS-FREEZE-SCOPE OR CAL-FREEZE-ALL
                   SET WS-FROZEN TO TRUE
                   MOVE CAL-FREEZE-SCOPE TO WS-FROZEN-SCOPE
                   MOVE CAL-DESCRIPTION  TO WS-FREEZE-REASON
               END-IF
           END-IF.
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-LOAD-PENDING
      * Loads the held requests awaiting a decision.
      *----------------------------------------------------------------
       1500-LOAD-PENDING SECTION.
       1500-START.
           OPEN INPUT PENDING-REQUESTS.
           IF PR-FILE-STATUS NOT = "00"
               DISPLAY "OPRAPPR: NO OPRPEND FILE - NOTHING TO "
                   "APPROVE"
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF.

           OPEN OUTPUT PEND-OVERFLOW.
           IF OV-FILE-STATUS NOT = "00"
               DISPLAY "OPRAPPR: UNABLE TO OPEN OPRAWORK - STATUS "
                   OV-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1600-LOAD-ONE-PENDING THRU 1600-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE PENDING-REQUESTS PEND-OVERFLOW.

           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY "OPRAPPR: REVIEW TABLE FULL - "
                   WS-OVERFLOW-COUNT " HELD REQUESTS PAST 200 WILL BE"
                   " CARRIED UNREVIEWED"
           END-IF.
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1600-LOAD-ONE-PENDING
      * Loads one held request into the review table; once the table
      * is full the rest are spooled so the rewrite can carry them
      * through untouched.
      *----------------------------------------------------------------
       1600-LOAD-ONE-PENDING SECTION.
       1600-START.
           READ PENDING-REQUESTS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1600-EXIT
           END-READ.

           IF WS-PEND-COUNT >= 200
               MOVE PR-RECORD TO OV-RECORD
               WRITE OV-RECORD
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 1600-EXIT
           END-IF.

           ADD 1 TO WS-PEND-COUNT.
           MOVE PR-ACTION       TO WS-PT-ACTION(WS-PEND-COUNT).
           MOVE PR-OPERATOR-ID  TO WS-PT-OPERATOR-ID(WS-PEND-COUNT).
           MOVE PR-AUTH-LEVEL   TO WS-PT-AUTH-LEVEL(WS-PEND-COUNT).
           MOVE PR-PIN-HASH     TO WS-PT-PIN-HASH(WS-PEND-COUNT).
           MOVE PR-REQUEST-DATE TO WS-PT-REQUEST-DATE(WS-PEND-COUNT).
           MOVE PR-REQUEST-TIME TO WS-PT-REQUEST-TIME(WS-PEND-COUNT).
           MOVE PR-REQUESTED-BY TO WS-PT-REQUESTED-BY(WS-PEND-COUNT).
           MOVE PR-EMERGENCY-FLAG
               TO WS-PT-EMERGENCY-FLAG(WS-PEND-COUNT).
           MOVE PR-OPERATOR-NAME
               TO WS-PT-OPERATOR-NAME(WS-PEND-COUNT).
           MOVE PR-SUPERVISOR-ID
               TO WS-PT-SUPERVISOR-ID(WS-PEND-COUNT).
           MOVE "N"             TO WS-PT-DECIDED-SW(WS-PEND-COUNT).
       1600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-ONE-DECISION
      * Reads one approve/reject decision, matches it to the oldest
      * undecided request for that operator and action, and carries
      * it out. The deciding supervisor may not be the requester or
      * the operator the request changes - that decision is refused
      * and the request left held for someone else.
      *----------------------------------------------------------------
       2000-PROCESS-ONE-DECISION SECTION.
       2000-START.
           READ ROSTER-DECISIONS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.

           SET WS-MATCH-FOUND-SW TO "N".
           PERFORM 2100-MATCH-ONE-PENDING THRU 2100-EXIT
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-PEND-COUNT OR WS-MATCH-FOUND.

           IF NOT WS-MATCH-FOUND
               DISPLAY "OPRAPPR: NO HELD " RD-ACTION " FOR OPERATOR "
                   RD-OPERATOR-ID " - DECISION IGNORED"
               ADD 1 TO WS-UNMATCHED-COUNT
               GO TO 2000-EXIT
           END-IF.

           IF WS-PT-REQUESTED-BY(WS-FOUND-IDX) = WS-SES-OPERATOR-ID
               DISPLAY "OPRAPPR: " RD-ACTION " FOR OPERATOR "
                   RD-OPERATOR-ID " WAS REQUESTED BY "
                   WS-SES-OPERATOR-ID " - SECOND SUPERVISOR REQUIRED"
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 2000-EXIT
           END-IF.

           IF WS-PT-OPERATOR-ID(WS-FOUND-IDX) = WS-SES-OPERATOR-ID
               DISPLAY "OPRAPPR: " RD-ACTION " FOR OPERATOR "
                   RD-OPERATOR-ID " CHANGES THE SIGNED-ON OPERATOR"
                   " - SECOND SUPERVISOR REQUIRED"
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 2000-EXIT
           END-IF.

           IF RD-DECISION = "A"
               PERFORM 3000-APPLY-APPROVED-REQUEST THRU 3000-EXIT
           ELSE
               IF RD-DECISION = "R"
                   MOVE "REJECTED" TO WS-LOG-DECISION
                   MOVE "Y" TO WS-PT-DECIDED-SW(WS-FOUND-IDX)
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM 5000-WRITE-APPROVAL-LOG THRU 5000-EXIT
               ELSE
                   DISPLAY "OPRAPPR: DECISION " RD-DECISION
                       " FOR OPERATOR " RD-OPERATOR-ID
                       " NOT A/R - IGNORED"
                   ADD 1 TO WS-UNMATCHED-COUNT
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

       2100-MATCH-ONE-PENDING SECTION.
       2100-START.
           IF WS-PT-OPERATOR-ID(WS-SCAN-IDX) = RD-OPERATOR-ID
                   AND WS-PT-ACTION(WS-SCAN-IDX) = RD-ACTION
                   AND WS-PT-DECIDED-SW(WS-SCAN-IDX) = "N"
               SET WS-MATCH-FOUND TO TRUE
               MOVE WS-SCAN-IDX TO WS-FOUND-IDX
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-APPLY-APPROVED-REQUEST
      * Applies one approved request to the roster under OPRMNT's
      * rules. On a frozen date a request not entered as an
      * emergency is left held for a later run. A request the
      * roster no longer allows - the operator gone, or already
      * added, a REACTIVATE for an operator already active, an
      * AUTH-SET for an operator since deactivated, an ADD whose
      * supervisor is no longer an active S-level operator - is
      * stale: it is logged and dropped without touching the master.
      *----------------------------------------------------------------
       3000-APPLY-APPROVED-REQUEST SECTION.
       3000-START.
           IF WS-FROZEN AND WS-PT-EMERGENCY-FLAG(WS-FOUND-IDX) NOT = "Y"
               DISPLAY "OPRAPPR: " WS-PT-ACTION(WS-FOUND-IDX)
                   " FOR OPERATOR " WS-PT-OPERATOR-ID(WS-FOUND-IDX)
                   " NOT AN EMERGENCY - HELD FOR CHANGE FREEZE"
               ADD 1 TO WS-FROZEN-COUNT
               GO TO 3000-EXIT
           END-IF.

           OPEN I-O OPERATOR-MASTER.
           IF OM-FILE-STATUS NOT = "00"
               DISPLAY "OPRAPPR: UNABLE TO OPEN OPRMAST - STATUS "
                   OM-FILE-STATUS
               GO TO 3000-EXIT
           END-IF.

           MOVE SPACES TO WS-STALE-REASON.
           SET WS-MASTER-FOUND-SW TO "N".
           MOVE WS-PT-OPERATOR-ID(WS-FOUND-IDX) TO OM-OPERATOR-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MASTER-FOUND TO TRUE
           END-READ.

           IF WS-PT-ACTION(WS-FOUND-IDX) = "ADD"
               IF WS-MASTER-FOUND
                   MOVE "ALREADY ON ROSTER" TO WS-STALE-REASON
               END-IF
           ELSE
               IF NOT WS-MASTER-FOUND
                   MOVE "NO LONGER ON ROSTER" TO WS-STALE-REASON
               END-IF
           END-IF.

           IF WS-STALE-REASON = SPACES
               IF WS-PT-ACTION(WS-FOUND-IDX) = "REACTIVATE"
                       AND NOT OM-INACTIVE
                   MOVE "ALREADY ACTIVE" TO WS-STALE-REASON
               END-IF
               IF WS-PT-ACTION(WS-FOUND-IDX) = "AUTH-SET"
                       AND NOT OM-ACTIVE
                   MOVE "NO LONGER ACTIVE" TO WS-STALE-REASON
               END-IF
               IF WS-PT-ACTION(WS-FOUND-IDX) = "ADD"
                       AND WS-PT-SUPERVISOR-ID(WS-FOUND-IDX)
                           NOT = SPACES
                   PERFORM 3100-CHECK-SUPERVISOR THRU 3100-EXIT
               END-IF
           END-IF.

           IF WS-STALE-REASON NOT = SPACES
               DISPLAY "OPRAPPR: " WS-PT-ACTION(WS-FOUND-IDX)
                   " FOR OPERATOR " WS-PT-OPERATOR-ID(WS-FOUND-IDX)
                   " " WS-STALE-REASON " - DROPPED"
               MOVE "STALE" TO WS-LOG-DECISION
               MOVE "Y" TO WS-PT-DECIDED-SW(WS-FOUND-IDX)
               ADD 1 TO WS-STALE-COUNT
               PERFORM 5000-WRITE-APPROVAL-LOG THRU 5000-EXIT
               GO TO 3000-CLOSE
           END-IF.

           IF WS-PT-ACTION(WS-FOUND-IDX) = "ADD"
               MOVE SPACES TO WS-JRNL-BEFORE
               MOVE SPACES TO OM-RECORD
               MOVE WS-PT-OPERATOR-ID(WS-FOUND-IDX) TO OM-OPERATOR-ID
               MOVE WS-PT-OPERATOR-NAME(WS-FOUND-IDX)
                   TO OM-OPERATOR-NAME
               MOVE WS-PT-PIN-HASH(WS-FOUND-IDX) TO OM-OPERATOR-PIN
               SET OM-ACTIVE TO TRUE
               MOVE ZERO TO OM-FAIL-COUNT
               MOVE WS-PT-AUTH-LEVEL(WS-FOUND-IDX) TO OM-AUTH-LEVEL
               MOVE WS-TODAY-DATE TO OM-PIN-CHANGED-DATE
               MOVE WS-PT-SUPERVISOR-ID(WS-FOUND-IDX)
                   TO OM-SUPERVISOR-ID
               WRITE OM-RECORD
           ELSE
               MOVE OM-RECORD TO WS-JRNL-BEFORE
               PERFORM 3200-CHANGE-ENTRY THRU 3200-EXIT
               REWRITE OM-RECORD
           END-IF.
           PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
           IF WS-FROZEN
               PERFORM 6500-WRITE-FREEZE-EXCEPTION THRU 6500-EXIT
           END-IF.

           MOVE "APPROVED" TO WS-LOG-DECISION.
           MOVE "Y" TO WS-PT-DECIDED-SW(WS-FOUND-IDX).
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM 5000-WRITE-APPROVAL-LOG THRU 5000-EXIT.
       3000-CLOSE.
           CLOSE OPERATOR-MASTER.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-CHECK-SUPERVISOR
      * The supervisor an ADD names must still be on the roster,
      * active and at supervisor authority. Sets WS-STALE-REASON
      * when not. The lookup overwrites OM-RECORD, which an ADD
      * builds afresh.
      *----------------------------------------------------------------
       3100-CHECK-SUPERVISOR SECTION.
       3100-START.
           MOVE WS-PT-SUPERVISOR-ID(WS-FOUND-IDX) TO OM-OPERATOR-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   MOVE "SUPERVISOR NOT ON ROSTER" TO WS-STALE-REASON
                   GO TO 3100-EXIT
           END-READ.

           IF OM-INACTIVE
               MOVE "SUPERVISOR NOT ACTIVE" TO WS-STALE-REASON
               GO TO 3100-EXIT
           END-IF.

           IF NOT OM-AUTH-SUPERVISOR
               MOVE "SUPERVISOR NOT S AUTHORITY" TO WS-STALE-REASON
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-CHANGE-ENTRY
      * Applies a REACTIVATE, PIN-RESET or AUTH-SET to the roster
      * entry in OM-RECORD.
      *----------------------------------------------------------------
       3200-CHANGE-ENTRY SECTION.
       3200-START.
           EVALUATE WS-PT-ACTION(WS-FOUND-IDX)
               WHEN "REACTIVATE"
                   SET OM-ACTIVE TO TRUE
                   MOVE ZERO TO OM-FAIL-COUNT
               WHEN "PIN-RESET"
                   MOVE WS-PT-PIN-HASH(WS-FOUND-IDX)
                       TO OM-OPERATOR-PIN
                   MOVE ZERO TO OM-FAIL-COUNT
                   MOVE WS-TODAY-DATE TO OM-PIN-CHANGED-DATE
               WHEN "AUTH-SET"
                   MOVE WS-PT-AUTH-LEVEL(WS-FOUND-IDX)
                       TO OM-AUTH-LEVEL
           END-EVALUATE.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-REWRITE-PENDING
      * Rewrites OPRPEND with only the requests still undecided.
      *----------------------------------------------------------------
       4000-REWRITE-PENDING SECTION.
       4000-START.
           OPEN OUTPUT PENDING-REQUESTS.
           IF PR-FILE-STATUS NOT = "00"
               DISPLAY "OPRAPPR: UNABLE TO REWRITE OPRPEND - STATUS "
                   PR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4100-WRITE-ONE-PENDING THRU 4100-EXIT
               VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT.

           IF WS-OVERFLOW-COUNT > ZERO
               PERFORM 4200-CARRY-OVERFLOW THRU 4200-EXIT
           END-IF.
           CLOSE PENDING-REQUESTS.
       4000-EXIT.
           EXIT.

       4100-WRITE-ONE-PENDING SECTION.
       4100-START.
           IF WS-PT-DECIDED-SW(WS-PEND-IDX) = "Y"
               GO TO 4100-EXIT
           END-IF.
           MOVE SPACES TO PR-RECORD.
           MOVE WS-PT-ACTION(WS-PEND-IDX)       TO PR-ACTION.
           MOVE WS-PT-OPERATOR-ID(WS-PEND-IDX)  TO PR-OPERATOR-ID.
           MOVE WS-PT-AUTH-LEVEL(WS-PEND-IDX)   TO PR-AUTH-LEVEL.
           MOVE WS-PT-PIN-HASH(WS-PEND-IDX)     TO PR-PIN-HASH.
           MOVE WS-PT-REQUEST-DATE(WS-PEND-IDX) TO PR-REQUEST-DATE.
           MOVE WS-PT-REQUEST-TIME(WS-PEND-IDX) TO PR-REQUEST-TIME.
           MOVE WS-PT-REQUESTED-BY(WS-PEND-IDX) TO PR-REQUESTED-BY.
           MOVE WS-PT-EMERGENCY-FLAG(WS-PEND-IDX)
               TO PR-EMERGENCY-FLAG.
           MOVE WS-PT-OPERATOR-NAME(WS-PEND-IDX) TO PR-OPERATOR-NAME.
           MOVE WS-PT-SUPERVISOR-ID(WS-PEND-IDX) TO PR-SUPERVISOR-ID.
           WRITE PR-RECORD.
           ADD 1 TO WS-REMAINING-COUNT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-CARRY-OVERFLOW
      * Copies the held requests the review table could not hold
      * back onto OPRPEND untouched.
      *----------------------------------------------------------------
       4200-CARRY-OVERFLOW SECTION.
       4200-START.
           OPEN INPUT PEND-OVERFLOW.
           IF OV-FILE-STATUS NOT = "00"
               DISPLAY "OPRAPPR: UNABLE TO REOPEN OPRAWORK - STATUS "
                   OV-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 4200-EXIT
           END-IF.

           SET WS-EOF-SW TO "N".
           PERFORM 4300-COPY-ONE-OVERFLOW THRU 4300-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE PEND-OVERFLOW.
       4200-EXIT.
           EXIT.

       4300-COPY-ONE-OVERFLOW SECTION.
       4300-START.
           READ PEND-OVERFLOW
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4300-EXIT
           END-READ.
           MOVE OV-RECORD TO PR-RECORD.
           WRITE PR-RECORD.
           ADD 1 TO WS-REMAINING-COUNT.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-APPROVAL-LOG
      * Logs one decision - the request, who raised it, who decided
      * it and which way.
      *----------------------------------------------------------------
       5000-WRITE-APPROVAL-LOG SECTION.
       5000-START.
           OPEN EXTEND ROSTER-APPR-LOG.
           IF OA-FILE-STATUS = "05" OR OA-FILE-STATUS = "35"
               CLOSE ROSTER-APPR-LOG
               OPEN OUTPUT ROSTER-APPR-LOG
           END-IF.

           MOVE SPACES                          TO OA-RECORD.
           MOVE WS-PT-ACTION(WS-FOUND-IDX)      TO OA-ACTION.
           MOVE WS-PT-OPERATOR-ID(WS-FOUND-IDX) TO OA-OPERATOR-ID.
           MOVE WS-PT-AUTH-LEVEL(WS-FOUND-IDX)  TO OA-AUTH-LEVEL.
           MOVE WS-PT-REQUESTED-BY(WS-FOUND-IDX) TO OA-REQUESTED-BY.
           MOVE WS-PT-REQUEST-DATE(WS-FOUND-IDX) TO OA-REQUEST-DATE.
           MOVE WS-SES-OPERATOR-ID              TO OA-APPROVER-ID.
           MOVE WS-LOG-DECISION                 TO OA-DECISION.
           MOVE WS-TODAY-DATE                   TO OA-LOG-DATE.
           MOVE WS-RUN-TIME                     TO OA-LOG-TIME.
           WRITE OA-RECORD.
           CLOSE ROSTER-APPR-LOG.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-WRITE-JOURNAL
      * Appends the approved request, with the approver as the
      * operator, to the shared maintenance journal.
      *----------------------------------------------------------------
       6000-WRITE-JOURNAL SECTION.
       6000-START.
           OPEN EXTEND MAINT-JOURNAL.
           IF MJ-FILE-STATUS = "05" OR MJ-FILE-STATUS = "35"
               CLOSE MAINT-JOURNAL
               OPEN OUTPUT MAINT-JOURNAL
           END-IF.

           MOVE SPACES             TO MJ-RECORD.
           MOVE "OPRAPPR"          TO MJ-PROGRAM-ID.
           MOVE "OPRMAST"          TO MJ-FILE-NAME.
           MOVE WS-PT-OPERATOR-ID(WS-FOUND-IDX)
                                   TO MJ-RECORD-KEY.
           MOVE WS-PT-ACTION(WS-FOUND-IDX)
                                   TO MJ-ACTION.
           MOVE WS-SES-OPERATOR-ID TO MJ-OPERATOR-ID.
           MOVE WS-TODAY-DATE      TO MJ-CHANGE-DATE.
           MOVE WS-RUN-TIME        TO MJ-CHANGE-TIME.
           MOVE WS-JRNL-BEFORE     TO MJ-BEFORE-IMAGE.
           MOVE OM-RECORD          TO MJ-AFTER-IMAGE.
           WRITE MJ-RECORD.
           CLOSE MAINT-JOURNAL.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6500-WRITE-FREEZE-EXCEPTION
      * Appends the emergency request just applied, with the
      * approver as the operator, to the shared freeze-exception log
      * for the change board.
      *----------------------------------------------------------------
       6500-WRITE-FREEZE-EXCEPTION SECTION.
       6500-START.
           OPEN EXTEND FREEZE-EXCEPTIONS.
           IF FX-FILE-STATUS = "05" OR FX-FILE-STATUS = "35"
               CLOSE FREEZE-EXCEPTIONS
               OPEN OUTPUT FREEZE-EXCEPTIONS
           END-IF.

           MOVE SPACES             TO FX-RECORD.
           MOVE "OPRAPPR"          TO FX-PROGRAM-ID.
           MOVE "OPRMAST"          TO FX-FILE-NAME.
           MOVE WS-PT-OPERATOR-ID(WS-FOUND-IDX)
                                   TO FX-RECORD-KEY.
           MOVE WS-PT-ACTION(WS-FOUND-IDX)
                                   TO FX-ACTION.
           MOVE WS-SES-OPERATOR-ID TO FX-OPERATOR-ID.
           MOVE WS-TODAY-DATE      TO FX-APPLIED-DATE.
           MOVE WS-RUN-TIME        TO FX-APPLIED-TIME.
           MOVE WS-FROZEN-SCOPE    TO FX-FREEZE-SCOPE.
           MOVE WS-FREEZE-DATE     TO FX-FREEZE-DATE.
           MOVE WS-FREEZE-REASON   TO FX-FREEZE-REASON.
           WRITE FX-RECORD.
           CLOSE FREEZE-EXCEPTIONS.
           ADD 1 TO WS-EXCEPTION-COUNT.
       6500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the decision file and prints the run summary.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE ROSTER-DECISIONS.
           DISPLAY "OPRAPPR: APPLIED    = " WS-APPLIED-COUNT.
           DISPLAY "OPRAPPR: REJECTED   = " WS-REJECTED-COUNT.
           DISPLAY "OPRAPPR: STALE      = " WS-STALE-COUNT.
           DISPLAY "OPRAPPR: REFUSED    = " WS-REFUSED-COUNT.
           DISPLAY "OPRAPPR: UNMATCHED  = " WS-UNMATCHED-COUNT.
           DISPLAY "OPRAPPR: STILL HELD = " WS-REMAINING-COUNT.
           DISPLAY "OPRAPPR: HELD FOR FREEZE = " WS-FROZEN-COUNT.
           DISPLAY "OPRAPPR: FREEZE EMERGENCIES = " WS-EXCEPTION-COUNT.
       9000-EXIT.
           EXIT.
