      *                  OPERATOR ID) AND THE HASH IS WHAT LANDS ON
      *                  OM-OPERATOR-PIN. THE ONE-TIME OPRMHASH RUN
      *                  CONVERTS RECORDS WRITTEN BEFORE THIS CHANGE.
      * 10/15/26   OPS   CARRY THE OPERATOR'S SUPERVISOR ON THE
      *                  TRANSACTION FOR OPRREVW'S QUARTERLY ACCESS
      *                  RECERTIFICATION. AN ADD STORES IT AND THE
      *                  NEW SUPV-SET ACTION CHANGES OR (BLANK)
      *                  CLEARS IT. A SUPERVISOR NAMED MUST BE AN
      *                  ACTIVE S-LEVEL OPERATOR OTHER THAN THE
      *                  OPERATOR THEMSELF.
      * 10/15/26   OPS   DUAL CONTROL: AN AUTH-SET TO S OR U, A
      *                  REACTIVATE, AND A PIN-RESET OF A
      *                  SUPERVISOR-LEVEL OPERATOR ARE NO LONGER
      *                  APPLIED HERE. ONCE VALIDATED THEY ARE HELD ON
      *                  OPRPEND WITH THE SIGNED-ON REQUESTER (THE
      *                  PIN ALREADY HASHED) AND REGISTERED AS HELD;
      *                  A SECOND SUPERVISOR DECIDES THEM THROUGH
      *                  OPRAPPR, THE SAME WAY PRICAPPR DECIDES THE
      *                  PRICE CHANGES PRODMNT HOLDS ON PENDAPPR.
      * 10/15/26   OPS   EVERY OPRMREG LINE IS STAMPED WITH THE
      *                  SIGNED-ON OPERATOR AND THE RUN DATE, SO
      *                  SODRPT CAN FIND AN OPERATOR WHO CHANGED
      *                  THEIR OWN ROSTER ENTRY.
      * 10/15/26   OPS   EVERY APPLIED TRANSACTION IS JOURNALED TO THE
      *                  SHARED MNTJRNL MAINTENANCE JOURNAL WITH THE
      *                  OPRMAST BEFORE AND AFTER IMAGES AND THE
      *                  SIGNED-ON OPERATOR, SO THE CHANGE HISTORY
      *                  OUTLIVES THE REGISTER. MNTINQ PRINTS IT.
      *                  A HELD REQUEST IS JOURNALED BY OPRAPPR WHEN
      *                  IT IS APPROVED.
      * 10/15/26   OPS   CHANGE-FREEZE WINDOWS: WHEN THE OPSCAL CALENDAR
      *                  MARKS THE RUN DATE FROZEN FOR OPERATORS
      *                  OR FOR ALL MAINTENANCE, A TRANSACTION IS
      *                  REJECTED UNLESS FLAGGED AS AN EMERGENCY
      *                  (OT-EMERGENCY-FLAG = "Y") UNDER A SUPERVISOR
      *                  SESSION. AN EMERGENCY IS APPLIED AND LOGGED
      *                  TO THE SHARED FRZEXCP FILE FRZRPT PRINTS FOR
      *                  THE CHANGE BOARD.
      * 10/15/26   OPS   AN ADD AT S OR U AUTHORITY IS HELD FOR A
      *                  SECOND SUPERVISOR LIKE AN AUTH-SET TO THOSE
      *                  LEVELS; OPRPEND CARRIES ITS NAME, HASHED PIN
      *                  AND SUPERVISOR. EVERY HELD REQUEST CARRIES
      *                  WHETHER IT WAS ENTERED AS AN EMERGENCY UNDER
      *                  A SUPERVISOR SESSION, FOR OPRAPPR'S FREEZE
      *                  CHECK.
      * 10/15/26   OPS   JOURNAL IMAGE WORK AREAS WIDENED TO THE 150
      *                  BYTES MNTJRNL NOW HOLDS, SO A WHOLE MASTER
      *                  RECORD IS JOURNALED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPR-REGISTER ASSIGN TO "OPRMREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SIGNSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SES-FILE-STATUS.
           SELECT PENDING-REQUESTS ASSIGN TO "OPRPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PR-FILE-STATUS.
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
           05  OT-OPERATOR-PIN         PIC X(04).
           05  FILLER                  PIC X(01).
           05  OT-AUTH-LEVEL           PIC X(01).
           05  FILLER                  PIC X(01).
           05  OT-SUPERVISOR-ID        PIC X(10).
           05  FILLER                  PIC X(01).
           05  OT-EMERGENCY-FLAG       PIC X(01).
       FD  OPR-REGISTER.
       01  REG-RECORD.
           05  REG-ACTION              PIC X(10).
           05  REG-RESULT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-REASON              PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-RUN-BY              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-RUN-DATE            PIC 9(08).
       FD  SESSION-FILE.
       COPY "SESSINFO.cpy".
       FD  PENDING-REQUESTS.
       COPY "OPRAPND.cpy".
       FD  MAINT-JOURNAL.
       COPY "MNTJRNL.cpy".
       FD  OPS-CALENDAR.
       COPY "OPSCAL.cpy".
       FD  FREEZE-EXCEPTIONS.
       COPY "FRZEXCP.cpy".
       WORKING-STORAGE SECTION.
        01 OM-FILE-STATUS             PIC XX.
        01 OT-FILE-STATUS             PIC XX.
        01 REG-FILE-STATUS            PIC XX.
        01 SES-FILE-STATUS            PIC XX.
        01 PR-FILE-STATUS             PIC XX.
        01 MJ-FILE-STATUS             PIC XX.
        01 CAL-FILE-STATUS            PIC XX.
        01 FX-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
              88 WS-TRANS-VALID               VALUE "Y".
           05 WS-MASTER-FOUND-SW      PIC X(01) VALUE "N".
              88 WS-MASTER-FOUND              VALUE "Y".
           05 WS-HOLD-SW              PIC X(01) VALUE "N".
              88 WS-HOLD-FOR-APPROVAL         VALUE "Y".
           05 WS-CAL-EOF-SW           PIC X(01) VALUE "N".
              88 WS-CAL-EOF                   VALUE "Y".
           05 WS-FROZEN-SW            PIC X(01) VALUE "N".
              88 WS-FROZEN                    VALUE "Y".
           05 WS-EXCEPTION-SW         PIC X(01) VALUE "N".
              88 WS-FREEZE-EXCEPTION          VALUE "Y".
        01 WS-REJECT-REASON           PIC X(30) VALUE SPACES.
        01 WS-SES-OPERATOR-ID         PIC X(10) VALUE SPACES.
        01 WS-SES-AUTH-LEVEL          PIC X(01) VALUE SPACE.
        01 WS-FREEZE-SCOPE            PIC X(01) VALUE "O".
        01 WS-FROZEN-SCOPE            PIC X(01) VALUE SPACE.
        01 WS-FREEZE-DATE             PIC 9(08) VALUE ZERO.
        01 WS-FREEZE-REASON           PIC X(20) VALUE SPACES.
        01 WS-TALLY-COUNTS.
           05 WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-HELD-COUNT           PIC 9(05) VALUE ZERO.
           05 WS-EXCEPTION-COUNT      PIC 9(05) VALUE ZERO.
        01 WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
        01 WS-RUN-TIME                PIC 9(08) VALUE ZERO.
        01 WS-JRNL-BEFORE             PIC X(150) VALUE SPACES.
        01 WS-HASH-FIELDS.
           05 WS-HASH-OPERATOR        PIC X(10).
           05 WS-HASH-PIN-IN          PIC X(04).
      * Opens the transaction file, the register, and the operator
      * master. A master that does not exist yet is created empty so
      * an initial roster can be loaded through this program rather
      * than by hand. The signed-on operator is noted as the
      * requester of anything held for a second supervisor, and the
      * run date is checked for an operator change freeze.
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

           PERFORM 1200-CHECK-FREEZE THRU 1200-EXIT.

           OPEN INPUT OPR-TRANS.
           IF OT-FILE-STATUS NOT = "00"
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-CHECK-FREEZE
      * Looks the run date up on the OPSCAL calendar. A date frozen
      * for operators, or for all maintenance, holds every
      * transaction this run to the emergency rule. No calendar
      * means no freeze.
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
               DISPLAY "OPRMNT: CHANGE FREEZE IN EFFECT - "
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
      * 2000-PROCESS-ONE-TRANS
      * Reads one roster transaction, validates it, and applies it to
               GO TO 2000-EXIT
           END-IF.

           PERFORM 3500-CHECK-DUAL-CONTROL THRU 3500-EXIT.
           IF WS-HOLD-FOR-APPROVAL
               PERFORM 4800-HOLD-FOR-APPROVAL THRU 4800-EXIT
               ADD 1 TO WS-HELD-COUNT
               PERFORM 5200-WRITE-REGISTER-HELD THRU 5200-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 4000-APPLY-TRANS THRU 4000-EXIT.
           ADD 1 TO WS-APPLIED-COUNT.
           IF WS-FREEZE-EXCEPTION
               PERFORM 6500-WRITE-FREEZE-EXCEPTION THRU 6500-EXIT
           END-IF.
           PERFORM 5100-WRITE-REGISTER-APPLIED THRU 5100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-VALIDATE-TRANS
      * Confirms the action code is one of the supported actions
      * and that the transaction is consistent with the master: an ADD
      * must be a new operator with a name and a numeric PIN; the
      * other actions must name an operator already on the roster.
      * A supervisor named on an ADD or SUPV-SET is checked first,
      * since that lookup overwrites OM-RECORD. A valid card on a
      * frozen date must be an emergency.
      *----------------------------------------------------------------
       3000-VALIDATE-TRANS SECTION.
       3000-START.
                   AND OT-ACTION NOT = "REACTIVATE"
                   AND OT-ACTION NOT = "PIN-RESET"
                   AND OT-ACTION NOT = "AUTH-SET"
                   AND OT-ACTION NOT = "SUPV-SET"
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.

           IF OT-ACTION = "ADD" OR OT-ACTION = "SUPV-SET"
               IF OT-SUPERVISOR-ID NOT = SPACES
                   PERFORM 3200-CHECK-SUPERVISOR THRU 3200-EXIT
                   IF WS-REJECT-REASON NOT = SPACES
                       GO TO 3000-EXIT
                   END-IF
               END-IF
           END-IF.

           PERFORM 3100-READ-MASTER THRU 3100-EXIT.

           IF OT-ACTION = "ADD"
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3900-CHECK-FREEZE-EXCEPTION THRU 3900-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3000-EXIT
           END-IF.

           SET WS-TRANS-VALID TO TRUE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3900-CHECK-FREEZE-EXCEPTION
      * On a frozen date only an emergency card entered under a
      * supervisor session goes through, and it is marked for the
      * freeze-exception log.
      *----------------------------------------------------------------
       3900-CHECK-FREEZE-EXCEPTION SECTION.
       3900-START.
           SET WS-EXCEPTION-SW TO "N".
           IF NOT WS-FROZEN
               GO TO 3900-EXIT
           END-IF.

           IF OT-EMERGENCY-FLAG = "Y" AND WS-SES-AUTH-LEVEL = "S"
               SET WS-FREEZE-EXCEPTION TO TRUE
           ELSE
               MOVE "CHANGE FREEZE IN EFFECT" TO WS-REJECT-REASON
           END-IF.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-READ-MASTER
      * Looks the transaction's operator ID up on the master and sets
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-CHECK-SUPERVISOR
      * The supervisor named on the transaction must be on the roster,
      * active, at supervisor authority, and not the operator being
      * maintained. Sets WS-REJECT-REASON when it is not.
      *----------------------------------------------------------------
       3200-CHECK-SUPERVISOR SECTION.
       3200-START.
           IF OT-SUPERVISOR-ID = OT-OPERATOR-ID
               MOVE "OPERATOR CANNOT SUPERVISE SELF" TO WS-REJECT-REASON
               GO TO 3200-EXIT
           END-IF.

           MOVE OT-SUPERVISOR-ID TO OM-OPERATOR-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   MOVE "SUPERVISOR NOT ON ROSTER" TO WS-REJECT-REASON
                   GO TO 3200-EXIT
           END-READ.

           IF OM-INACTIVE
               MOVE "SUPERVISOR NOT ACTIVE" TO WS-REJECT-REASON
               GO TO 3200-EXIT
           END-IF.

           IF NOT OM-AUTH-SUPERVISOR
               MOVE "SUPERVISOR NOT S AUTHORITY" TO WS-REJECT-REASON
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-CHECK-DUAL-CONTROL
      * Sets WS-HOLD-FOR-APPROVAL for the actions a single
      * administrator may not apply alone: adding or raising anyone
      * at S or U, reactivating an account, and resetting a
      * supervisor-level operator's PIN. OM-RECORD still holds the
      * validated roster entry.
      *----------------------------------------------------------------
       3500-CHECK-DUAL-CONTROL SECTION.
       3500-START.
           SET WS-HOLD-SW TO "N".
           EVALUATE OT-ACTION
               WHEN "ADD"
               WHEN "AUTH-SET"
                   IF OT-AUTH-LEVEL = "S" OR OT-AUTH-LEVEL = "U"
                       SET WS-HOLD-FOR-APPROVAL TO TRUE
                   END-IF
               WHEN "REACTIVATE"
                   SET WS-HOLD-FOR-APPROVAL TO TRUE
               WHEN "PIN-RESET"
                   IF OM-AUTH-SUPERVISOR
                       SET WS-HOLD-FOR-APPROVAL TO TRUE
                   END-IF
           END-EVALUATE.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-APPLY-TRANS
      * Applies a validated transaction to the operator master and
      * journals the record before and after.
      *----------------------------------------------------------------
       4000-APPLY-TRANS SECTION.
       4000-START.
           IF OT-ACTION = "ADD"
               MOVE SPACES    TO WS-JRNL-BEFORE
           ELSE
               MOVE OM-RECORD TO WS-JRNL-BEFORE
           END-IF.

           EVALUATE OT-ACTION
               WHEN "ADD"
                   MOVE OT-OPERATOR-ID   TO OM-OPERATOR-ID
                   MOVE ZERO TO OM-FAIL-COUNT
                   MOVE OT-AUTH-LEVEL TO OM-AUTH-LEVEL
                   MOVE WS-TODAY-DATE TO OM-PIN-CHANGED-DATE
                   MOVE OT-SUPERVISOR-ID TO OM-SUPERVISOR-ID
                   WRITE OM-RECORD
               WHEN "DEACTIVATE"
                   SET OM-INACTIVE TO TRUE
               WHEN "AUTH-SET"
                   MOVE OT-AUTH-LEVEL TO OM-AUTH-LEVEL
                   REWRITE OM-RECORD
               WHEN "SUPV-SET"
                   MOVE OT-SUPERVISOR-ID TO OM-SUPERVISOR-ID
                   REWRITE OM-RECORD
           END-EVALUATE.

           PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4800-HOLD-FOR-APPROVAL
      * Appends the validated request to OPRPEND for OPRAPPR. A
      * PIN-RESET or ADD is hashed now so the pending file never
      * holds a PIN in the clear. The emergency flag goes with the
      * request only when a supervisor session entered it.
      *----------------------------------------------------------------
       4800-HOLD-FOR-APPROVAL SECTION.
       4800-START.
           OPEN EXTEND PENDING-REQUESTS.
           IF PR-FILE-STATUS = "05" OR PR-FILE-STATUS = "35"
               CLOSE PENDING-REQUESTS
               OPEN OUTPUT PENDING-REQUESTS
           END-IF.

           MOVE SPACES             TO PR-RECORD.
           MOVE OT-ACTION          TO PR-ACTION.
           MOVE OT-OPERATOR-ID     TO PR-OPERATOR-ID.
           IF OT-ACTION = "AUTH-SET" OR OT-ACTION = "ADD"
               MOVE OT-AUTH-LEVEL  TO PR-AUTH-LEVEL
           END-IF.
           IF OT-ACTION = "PIN-RESET" OR OT-ACTION = "ADD"
               PERFORM 4500-HASH-PIN THRU 4500-EXIT
               MOVE WS-HASH-PIN-OUT TO PR-PIN-HASH
           END-IF.
           IF OT-ACTION = "ADD"
               MOVE OT-OPERATOR-NAME TO PR-OPERATOR-NAME
               MOVE OT-SUPERVISOR-ID TO PR-SUPERVISOR-ID
           END-IF.
           IF OT-EMERGENCY-FLAG = "Y" AND WS-SES-AUTH-LEVEL = "S"
               SET PR-EMERGENCY TO TRUE
           ELSE
               MOVE "N" TO PR-EMERGENCY-FLAG
           END-IF.
           MOVE WS-TODAY-DATE      TO PR-REQUEST-DATE.
           MOVE WS-RUN-TIME        TO PR-REQUEST-TIME.
           MOVE WS-SES-OPERATOR-ID TO PR-REQUESTED-BY.
           WRITE PR-RECORD.
           CLOSE PENDING-REQUESTS.
       4800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-HASH-PIN
      * One-way fold of the transaction's PIN salted with its
           MOVE OT-OPERATOR-ID   TO REG-OPERATOR-ID.
           MOVE "REJECTED"       TO REG-RESULT.
           MOVE WS-REJECT-REASON TO REG-REASON.
           MOVE WS-SES-OPERATOR-ID TO REG-RUN-BY.
           MOVE WS-TODAY-DATE    TO REG-RUN-DATE.
           WRITE REG-RECORD.
       5000-EXIT.
           EXIT.
           MOVE OT-OPERATOR-ID TO REG-OPERATOR-ID.
           MOVE "APPLIED"      TO REG-RESULT.
           MOVE SPACES         TO REG-REASON.
           IF WS-FREEZE-EXCEPTION
               MOVE "EMERGENCY - FREEZE EXCEPTION" TO REG-REASON
           END-IF.
           MOVE WS-SES-OPERATOR-ID TO REG-RUN-BY.
           MOVE WS-TODAY-DATE  TO REG-RUN-DATE.
           WRITE REG-RECORD.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5200-WRITE-REGISTER-HELD
      * Writes one transaction held for a second supervisor to the
      * register.
      *----------------------------------------------------------------
       5200-WRITE-REGISTER-HELD SECTION.
       5200-START.
           MOVE SPACES         TO REG-RECORD.
           MOVE OT-ACTION      TO REG-ACTION.
           MOVE OT-OPERATOR-ID TO REG-OPERATOR-ID.
           MOVE "HELD"         TO REG-RESULT.
           MOVE "AWAITING SECOND SUPERVISOR" TO REG-REASON.
           MOVE WS-SES-OPERATOR-ID TO REG-RUN-BY.
           MOVE WS-TODAY-DATE  TO REG-RUN-DATE.
           WRITE REG-RECORD.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-WRITE-JOURNAL
      * Appends the applied transaction to the shared maintenance
      * journal.
      *----------------------------------------------------------------
       6000-WRITE-JOURNAL SECTION.
       6000-START.
           OPEN EXTEND MAINT-JOURNAL.
           IF MJ-FILE-STATUS = "05" OR MJ-FILE-STATUS = "35"
               CLOSE MAINT-JOURNAL
               OPEN OUTPUT MAINT-JOURNAL
           END-IF.

           MOVE SPACES             TO MJ-RECORD.
           MOVE "OPRMNT"           TO MJ-PROGRAM-ID.
           MOVE "OPRMAST"          TO MJ-FILE-NAME.
           MOVE OT-OPERATOR-ID     TO MJ-RECORD-KEY.
           MOVE OT-ACTION          TO MJ-ACTION.
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
      * Appends the emergency change just applied to the shared
      * freeze-exception log for the change board.
      *----------------------------------------------------------------
       6500-WRITE-FREEZE-EXCEPTION SECTION.
       6500-START.
           OPEN EXTEND FREEZE-EXCEPTIONS.
           IF FX-FILE-STATUS = "05" OR FX-FILE-STATUS = "35"
               CLOSE FREEZE-EXCEPTIONS
               OPEN OUTPUT FREEZE-EXCEPTIONS
           END-IF.

           MOVE SPACES             TO FX-RECORD.
           MOVE "OPRMNT"           TO FX-PROGRAM-ID.
           MOVE "OPRMAST"          TO FX-FILE-NAME.
           MOVE OT-OPERATOR-ID     TO FX-RECORD-KEY.
           MOVE OT-ACTION          TO FX-ACTION.
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
      * Closes the files and prints the applied/held/rejected
      * summary.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE OPR-TRANS OPR-REGISTER OPERATOR-MASTER.
           DISPLAY "OPRMNT: APPLIED  = " WS-APPLIED-COUNT.
           DISPLAY "OPRMNT: HELD     = " WS-HELD-COUNT.
           DISPLAY "OPRMNT: REJECTED = " WS-REJECTED-COUNT.
           DISPLAY "OPRMNT: FREEZE EMERGENCIES = " WS-EXCEPTION-COUNT.
       9000-EXIT.
           EXIT.
