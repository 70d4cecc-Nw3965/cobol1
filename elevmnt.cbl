       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELEVMNT.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. MAINTAINS THE ELEVGRNT
      *                  TEMPORARY AUTHORITY ELEVATION FILE FROM
      *                  GRANT / REVOKE TRANSACTIONS, SO COVER FOR A
      *                  SUPERVISOR ON LEAVE NO LONGER MEANS AN
      *                  OPRMNT AUTH-SET THAT IS NEVER UNDONE. A GRANT
      *                  GIVES AN OPERATOR A LEVEL ABOVE THEIR ROSTER
      *                  LEVEL BETWEEN A START AND END DATE AND TIME,
      *                  WITH A REASON; THE SIGNED-ON SUPERVISOR IS
      *                  RECORDED AS GRANTOR AND MUST HOLD S ON THE
      *                  ROSTER ITSELF, NOT BY ELEVATION. A REVOKE
      *                  WITHDRAWS A GRANT EARLY. EVERY GRANT AND
      *                  REVOKE IS LOGGED TO ELEVLOG AND AN
      *                  APPLIED/REJECTED REGISTER IS PRINTED ON
      *                  ELEVREG. OPRMAST IS NEVER CHANGED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSION-FILE ASSIGN TO "SIGNSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SES-FILE-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS OM-FILE-STATUS.
           SELECT ELEV-GRANTS ASSIGN TO "ELEVGRNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EG-KEY
               FILE STATUS IS EG-FILE-STATUS.
           SELECT ELEV-TRANS ASSIGN TO "ELEVTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ET-FILE-STATUS.
           SELECT ELEV-LOG ASSIGN TO "ELEVLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EL-FILE-STATUS.
           SELECT ELEV-REGISTER ASSIGN TO "ELEVREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-FILE.
       COPY "SESSINFO.cpy".
       FD  OPERATOR-MASTER.
       COPY "OPRMAST.cpy".
       FD  ELEV-GRANTS.
       COPY "ELEVGRNT.cpy".
       FD  ELEV-TRANS.
       01  ET-RECORD.
           05  ET-ACTION               PIC X(06).
           05  FILLER                  PIC X(01).
           05  ET-OPERATOR-ID          PIC X(10).
           05  FILLER                  PIC X(01).
           05  ET-AUTH-LEVEL           PIC X(01).
           05  FILLER                  PIC X(01).
           05  ET-START-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  ET-START-TIME           PIC 9(04).
           05  FILLER                  PIC X(01).
           05  ET-END-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  ET-END-TIME             PIC 9(04).
           05  FILLER                  PIC X(01).
           05  ET-REASON               PIC X(30).
       FD  ELEV-LOG.
       COPY "ELEVLOG.cpy".
       FD  ELEV-REGISTER.
       01  REG-RECORD.
           05  REG-ACTION              PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-OPERATOR-ID         PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-AUTH-LEVEL          PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-START-DATE          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-START-TIME          PIC 9(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-RESULT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-REASON              PIC X(30).
       WORKING-STORAGE SECTION.
        01 SES-FILE-STATUS            PIC XX.
        01 OM-FILE-STATUS             PIC XX.
        01 EG-FILE-STATUS             PIC XX.
        01 ET-FILE-STATUS             PIC XX.
        01 EL-FILE-STATUS             PIC XX.
        01 REG-FILE-STATUS            PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-TRANS-VALID-SW       PIC X(01) VALUE "N".
              88 WS-TRANS-VALID               VALUE "Y".
        01 WS-SES-OPERATOR-ID         PIC X(10) VALUE SPACES.
        01 WS-SES-AUTH-LEVEL          PIC X(01) VALUE SPACE.
        01 WS-REJECT-REASON           PIC X(30) VALUE SPACES.
        01 WS-TALLY-COUNTS.
           05 WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
        01 WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
        01 WS-NOW-TIME                PIC 9(08) VALUE ZERO.
        01 WS-NOW-STAMP.
           05 WS-NOW-DATE             PIC 9(08).
           05 WS-NOW-HHMM             PIC 9(04).
        01 WS-FROM-STAMP.
           05 WS-FROM-DATE            PIC 9(08).
           05 WS-FROM-HHMM            PIC 9(04).
        01 WS-TO-STAMP.
           05 WS-TO-DATE              PIC 9(08).
           05 WS-TO-HHMM              PIC 9(04).
        01 WS-CHECK-DATE              PIC 9(08).
        01 WS-CHECK-DATE-FIELDS REDEFINES WS-CHECK-DATE.
           05 WS-CHECK-YEAR           PIC 9(04).
           05 WS-CHECK-MONTH          PIC 9(02).
           05 WS-CHECK-DAY            PIC 9(02).
        01 WS-CHECK-TIME              PIC 9(04).
        01 WS-CHECK-TIME-FIELDS REDEFINES WS-CHECK-TIME.
           05 WS-CHECK-HOUR           PIC 9(02).
           05 WS-CHECK-MINUTE         PIC 9(02).
        01 WS-CHECK-OK-SW             PIC X(01) VALUE "N".
           88 WS-CHECK-OK                     VALUE "Y".
        01 WS-RANK-IN                 PIC X(01).
        01 WS-RANK-OUT                PIC 9(01).
        01 WS-BASE-RANK               PIC 9(01) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ONE-TRANS THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Reads the session - only a supervisor may grant or revoke,
      * and only one who is S on the roster, so an elevated deputy
      * cannot hand elevation on - then opens the transactions, the
      * roster, the grant file (created empty when it does not exist
      * yet), the log and the register.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-TODAY-DATE TO WS-NOW-DATE.
           DIVIDE WS-NOW-TIME BY 10000 GIVING WS-NOW-HHMM.

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
               DISPLAY "ELEVMNT: RUN REFUSED - SIGNED-ON OPERATOR "
                   WS-SES-OPERATOR-ID " LACKS SUPERVISOR AUTHORITY"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT OPERATOR-MASTER.
           IF OM-FILE-STATUS NOT = "00"
               DISPLAY "ELEVMNT: UNABLE TO OPEN OPRMAST - STATUS "
                   OM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-SES-OPERATOR-ID TO OM-OPERATOR-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   MOVE SPACE TO OM-AUTH-LEVEL
           END-READ.
           IF NOT OM-AUTH-SUPERVISOR
               DISPLAY "ELEVMNT: RUN REFUSED - SIGNED-ON OPERATOR "
                   WS-SES-OPERATOR-ID " LACKS SUPERVISOR AUTHORITY"
                   " ON THE ROSTER"
               CLOSE OPERATOR-MASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ELEV-TRANS.
           IF ET-FILE-STATUS NOT = "00"
               DISPLAY "ELEVMNT: UNABLE TO OPEN ELEVTRAN - STATUS "
                   ET-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O ELEV-GRANTS.
           IF EG-FILE-STATUS = "35"
               OPEN OUTPUT ELEV-GRANTS
               CLOSE ELEV-GRANTS
               OPEN I-O ELEV-GRANTS
           END-IF.
           IF EG-FILE-STATUS NOT = "00"
               DISPLAY "ELEVMNT: UNABLE TO OPEN ELEVGRNT - STATUS "
                   EG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND ELEV-LOG.
           IF EL-FILE-STATUS = "05" OR EL-FILE-STATUS = "35"
               CLOSE ELEV-LOG
               OPEN OUTPUT ELEV-LOG
           END-IF.
           IF EL-FILE-STATUS NOT = "00"
               DISPLAY "ELEVMNT: UNABLE TO OPEN ELEVLOG - STATUS "
                   EL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ELEV-REGISTER.
           IF REG-FILE-STATUS NOT = "00"
               DISPLAY "ELEVMNT: UNABLE TO OPEN ELEVREG - STATUS "
                   REG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-ONE-TRANS
      * Reads one grant transaction, validates it, and applies it to
      * the grant file or writes it to the register as rejected.
      *----------------------------------------------------------------
       2000-PROCESS-ONE-TRANS SECTION.
       2000-START.
           READ ELEV-TRANS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.

           PERFORM 3000-VALIDATE-TRANS THRU 3000-EXIT.
           IF NOT WS-TRANS-VALID
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM 5000-WRITE-REGISTER-REJECT THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 4000-APPLY-TRANS THRU 4000-EXIT.
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM 5100-WRITE-REGISTER-APPLIED THRU 5100-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-VALIDATE-TRANS
      * A GRANT must name an active operator other than the grantor,
      * a level above their roster level, a real window that has
      * not already ended, and a reason, and must not duplicate a
      * grant already on file. A REVOKE must name a grant that is
      * still active. On success EG-RECORD holds the grant for a
      * REVOKE to rewrite.
      *----------------------------------------------------------------
       3000-VALIDATE-TRANS SECTION.
       3000-START.
           SET WS-TRANS-VALID-SW TO "N".
           MOVE SPACES TO WS-REJECT-REASON.

           IF ET-OPERATOR-ID = SPACES OR ET-OPERATOR-ID = LOW-VALUES
               MOVE "BLANK OPERATOR ID" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.

           IF ET-ACTION NOT = "GRANT" AND ET-ACTION NOT = "REVOKE"
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.

           IF ET-START-DATE NOT NUMERIC OR ET-START-TIME NOT NUMERIC
               MOVE "START DATE/TIME NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.

           MOVE ET-OPERATOR-ID TO EG-OPERATOR-ID.
           MOVE ET-START-DATE  TO EG-START-DATE.
           MOVE ET-START-TIME  TO EG-START-TIME.

           IF ET-ACTION = "REVOKE"
               READ ELEV-GRANTS
                   INVALID KEY
                       MOVE "GRANT NOT ON FILE" TO WS-REJECT-REASON
                       GO TO 3000-EXIT
               END-READ
               IF NOT EG-STATUS-ACTIVE
                   MOVE "GRANT NO LONGER ACTIVE" TO WS-REJECT-REASON
                   GO TO 3000-EXIT
               END-IF
               SET WS-TRANS-VALID TO TRUE
               GO TO 3000-EXIT
           END-IF.

           IF ET-OPERATOR-ID = WS-SES-OPERATOR-ID
               MOVE "CANNOT GRANT TO SELF" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.

           MOVE ET-OPERATOR-ID TO OM-OPERATOR-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   MOVE "OPERATOR NOT ON ROSTER" TO WS-REJECT-REASON
                   GO TO 3000-EXIT
           END-READ.
           IF NOT OM-ACTIVE
               MOVE "OPERATOR NOT ACTIVE" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.

           IF ET-AUTH-LEVEL NOT = "I" AND ET-AUTH-LEVEL NOT = "U"
                   AND ET-AUTH-LEVEL NOT = "S"
               MOVE "AUTHORITY LEVEL NOT I/U/S" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.
           MOVE OM-AUTH-LEVEL TO WS-RANK-IN.
           PERFORM 3300-RANK-AUTH-LEVEL THRU 3300-EXIT.
           MOVE WS-RANK-OUT TO WS-BASE-RANK.
           MOVE ET-AUTH-LEVEL TO WS-RANK-IN.
           PERFORM 3300-RANK-AUTH-LEVEL THRU 3300-EXIT.
           IF WS-RANK-OUT NOT > WS-BASE-RANK
               MOVE "LEVEL NOT ABOVE ROSTER LEVEL" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.

           MOVE ET-START-DATE TO WS-CHECK-DATE.
           MOVE ET-START-TIME TO WS-CHECK-TIME.
           PERFORM 3200-CHECK-DATE-TIME THRU 3200-EXIT.
           IF NOT WS-CHECK-OK
               MOVE "START DATE/TIME NOT VALID" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.

           IF ET-END-DATE NOT NUMERIC OR ET-END-TIME NOT NUMERIC
               MOVE "END DATE/TIME NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.
           MOVE ET-END-DATE TO WS-CHECK-DATE.
           MOVE ET-END-TIME TO WS-CHECK-TIME.
           PERFORM 3200-CHECK-DATE-TIME THRU 3200-EXIT.
           IF NOT WS-CHECK-OK
               MOVE "END DATE/TIME NOT VALID" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.

           MOVE ET-START-DATE TO WS-FROM-DATE.
           MOVE ET-START-TIME TO WS-FROM-HHMM.
           MOVE ET-END-DATE   TO WS-TO-DATE.
           MOVE ET-END-TIME   TO WS-TO-HHMM.
           IF WS-TO-STAMP NOT > WS-FROM-STAMP
               MOVE "END NOT AFTER START" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.
           IF WS-TO-STAMP NOT > WS-NOW-STAMP
               MOVE "WINDOW ALREADY ENDED" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.

           IF ET-REASON = SPACES
               MOVE "BLANK REASON" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.

           MOVE ET-OPERATOR-ID TO EG-OPERATOR-ID.
           MOVE ET-START-DATE  TO EG-START-DATE.
           MOVE ET-START-TIME  TO EG-START-TIME.
           READ ELEV-GRANTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "GRANT ALREADY ON FILE" TO WS-REJECT-REASON
                   GO TO 3000-EXIT
           END-READ.

           SET WS-TRANS-VALID TO TRUE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-CHECK-DATE-TIME
      * Sets WS-CHECK-OK when WS-CHECK-DATE is a plausible YYYYMMDD
      * and WS-CHECK-TIME a real HHMM.
      *----------------------------------------------------------------
       3200-CHECK-DATE-TIME SECTION.
       3200-START.
           SET WS-CHECK-OK-SW TO "N".
           IF WS-CHECK-YEAR < 2000
                   OR WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
                   OR WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
               GO TO 3200-EXIT
           END-IF.
           IF WS-CHECK-HOUR > 23 OR WS-CHECK-MINUTE > 59
               GO TO 3200-EXIT
           END-IF.
           SET WS-CHECK-OK TO TRUE.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-RANK-AUTH-LEVEL
      * Orders the authority letters the way SIGNON does: inquiry
      * 1, update 2, supervisor 3, anything else 0.
      *----------------------------------------------------------------
       3300-RANK-AUTH-LEVEL SECTION.
       3300-START.
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
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-APPLY-TRANS
      * Writes a new grant or marks a revoked one, and logs either
      * to ELEVLOG with the signed-on supervisor.
      *----------------------------------------------------------------
       4000-APPLY-TRANS SECTION.
       4000-START.
           EVALUATE ET-ACTION
               WHEN "GRANT"
                   MOVE SPACES             TO EG-RECORD
                   MOVE ET-OPERATOR-ID     TO EG-OPERATOR-ID
                   MOVE ET-START-DATE      TO EG-START-DATE
                   MOVE ET-START-TIME      TO EG-START-TIME
                   MOVE ET-END-DATE        TO EG-END-DATE
                   MOVE ET-END-TIME        TO EG-END-TIME
                   MOVE ET-AUTH-LEVEL      TO EG-AUTH-LEVEL
                   MOVE ET-REASON          TO EG-REASON
                   MOVE WS-SES-OPERATOR-ID TO EG-GRANTED-BY
                   MOVE WS-TODAY-DATE      TO EG-GRANTED-DATE
                   SET EG-STATUS-ACTIVE TO TRUE
                   WRITE EG-RECORD
                   MOVE SPACES TO EL-RECORD
                   SET EL-EVENT-GRANT TO TRUE
               WHEN "REVOKE"
                   SET EG-STATUS-REVOKED TO TRUE
                   REWRITE EG-RECORD
                   MOVE SPACES TO EL-RECORD
                   SET EL-EVENT-REVOKE TO TRUE
           END-EVALUATE.

           MOVE EG-OPERATOR-ID     TO EL-OPERATOR-ID.
           MOVE EG-AUTH-LEVEL      TO EL-AUTH-LEVEL.
           MOVE EG-START-DATE      TO EL-GRANT-DATE.
           MOVE EG-START-TIME      TO EL-GRANT-TIME.
           MOVE WS-SES-OPERATOR-ID TO EL-BY.
           MOVE WS-TODAY-DATE      TO EL-EVENT-DATE.
           MOVE WS-NOW-TIME        TO EL-EVENT-TIME.
           WRITE EL-RECORD.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-REGISTER-REJECT
      * Writes one rejected transaction to the register with the
      * reason it was turned away.
      *----------------------------------------------------------------
       5000-WRITE-REGISTER-REJECT SECTION.
       5000-START.
           MOVE SPACES           TO REG-RECORD.
           MOVE ET-ACTION        TO REG-ACTION.
           MOVE ET-OPERATOR-ID   TO REG-OPERATOR-ID.
           MOVE ET-AUTH-LEVEL    TO REG-AUTH-LEVEL.
           MOVE ET-START-DATE    TO REG-START-DATE.
           MOVE ET-START-TIME    TO REG-START-TIME.
           MOVE "REJECTED"       TO REG-RESULT.
           MOVE WS-REJECT-REASON TO REG-REASON.
           WRITE REG-RECORD.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-WRITE-REGISTER-APPLIED
      * Writes one applied transaction to the register.
      *----------------------------------------------------------------
       5100-WRITE-REGISTER-APPLIED SECTION.
       5100-START.
           MOVE SPACES         TO REG-RECORD.
           MOVE ET-ACTION      TO REG-ACTION.
           MOVE EG-OPERATOR-ID TO REG-OPERATOR-ID.
           MOVE EG-AUTH-LEVEL  TO REG-AUTH-LEVEL.
           MOVE EG-START-DATE  TO REG-START-DATE.
           MOVE EG-START-TIME  TO REG-START-TIME.
           MOVE "APPLIED"      TO REG-RESULT.
           MOVE EG-REASON      TO REG-REASON.
           WRITE REG-RECORD.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the applied/rejected summary.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE ELEV-TRANS ELEV-REGISTER ELEV-GRANTS ELEV-LOG
               OPERATOR-MASTER.
           DISPLAY "ELEVMNT: APPLIED  = " WS-APPLIED-COUNT.
           DISPLAY "ELEVMNT: REJECTED = " WS-REJECTED-COUNT.
           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
