      *                  RECEIPT NAMING AN UNKNOWN OR INACTIVE
      *                  SUPPLIER. EVERY TRANSACTION LANDS ON THE
      *                  VENDMREG REGISTER WITH ITS RESULT.
      * 10/15/26   OPS   EVERY APPLIED TRANSACTION IS JOURNALED TO THE
      *                  SHARED MNTJRNL MAINTENANCE JOURNAL WITH THE
      *                  VENDMAST BEFORE AND AFTER IMAGES AND THE
      *                  SIGNED-ON OPERATOR, SO THE CHANGE HISTORY
      *                  OUTLIVES THE REGISTER. MNTINQ PRINTS IT.
      * 10/15/26   OPS   CHANGE-FREEZE WINDOWS: WHEN THE OPSCAL CALENDAR
      *                  MARKS THE RUN DATE FROZEN FOR REFERENCE DATA
      *                  OR FOR ALL MAINTENANCE, A TRANSACTION IS
      *                  REJECTED UNLESS FLAGGED AS AN EMERGENCY
      *                  (VT-EMERGENCY-FLAG = "Y") UNDER A SUPERVISOR
      *                  SESSION. AN EMERGENCY IS APPLIED AND LOGGED
      *                  TO THE SHARED FRZEXCP FILE FRZRPT PRINTS FOR
      *                  THE CHANGE BOARD.
      * 10/15/26   OPS   JOURNAL IMAGE WORK AREAS WIDENED TO THE 150
      *                  BYTES MNTJRNL NOW HOLDS, SO A WHOLE MASTER
      *                  RECORD IS JOURNALED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT VND-REGISTER ASSIGN TO "VENDMREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SIGNSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SES-FILE-STATUS.
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
       FD  VENDOR-MASTER.
           05  VT-VENDOR-NAME          PIC X(30).
           05  FILLER                  PIC X(01).
           05  VT-CONTACT              PIC X(20).
           05  FILLER                  PIC X(01).
           05  VT-EMERGENCY-FLAG       PIC X(01).
       FD  VND-REGISTER.
       01  REG-RECORD.
           05  REG-ACTION              PIC X(10).
           05  REG-RESULT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-REASON              PIC X(30).
       FD  SESSION-FILE.
       COPY "SESSINFO.cpy".
       FD  MAINT-JOURNAL.
       COPY "MNTJRNL.cpy".
       FD  OPS-CALENDAR.
       COPY "OPSCAL.cpy".
       FD  FREEZE-EXCEPTIONS.
       COPY "FRZEXCP.cpy".
       WORKING-STORAGE SECTION.
        01 VN-FILE-STATUS             PIC XX.
        01 VT-FILE-STATUS             PIC XX.
        01 REG-FILE-STATUS            PIC XX.
        01 SES-FILE-STATUS            PIC XX.
        01 MJ-FILE-STATUS             PIC XX.
        01 CAL-FILE-STATUS            PIC XX.
        01 FX-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-CAL-EOF-SW           PIC X(01) VALUE "N".
              88 WS-CAL-EOF                   VALUE "Y".
           05 WS-FROZEN-SW            PIC X(01) VALUE "N".
              88 WS-FROZEN                    VALUE "Y".
           05 WS-EXCEPTION-SW         PIC X(01) VALUE "N".
              88 WS-FREEZE-EXCEPTION          VALUE "Y".
           05 WS-TRANS-VALID-SW       PIC X(01) VALUE "N".
              88 WS-TRANS-VALID               VALUE "Y".
           05 WS-MASTER-FOUND-SW      PIC X(01) VALUE "N".
              88 WS-MASTER-FOUND              VALUE "Y".
        01 WS-REJECT-REASON           PIC X(30) VALUE SPACES.
        01 WS-REGISTER-RESULT         PIC X(08) VALUE SPACES.
        01 WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
        01 WS-RUN-TIME                PIC 9(08) VALUE ZERO.
        01 WS-SES-OPERATOR-ID         PIC X(10) VALUE SPACES.
        01 WS-SES-AUTH-LEVEL          PIC X(01) VALUE SPACE.
        01 WS-FREEZE-SCOPE            PIC X(01) VALUE "R".
        01 WS-FROZEN-SCOPE            PIC X(01) VALUE SPACE.
        01 WS-FREEZE-DATE             PIC 9(08) VALUE ZERO.
        01 WS-FREEZE-REASON           PIC X(20) VALUE SPACES.
        01 WS-JRNL-BEFORE             PIC X(150) VALUE SPACES.
        01 WS-TALLY-COUNTS.
           05 WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-EXCEPTION-COUNT      PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
      * 1000-INITIALIZE
      * Opens the transaction file, the register, and the vendor
      * master - created on first use so an initial roster can be
      * loaded through this program. The signed-on operator is
      * noted for the maintenance journal, and the run date is
      * checked for a change freeze.
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

           OPEN INPUT VND-TRANS.
           IF VT-FILE-STATUS NOT = "00"
               DISPLAY "VENDMNT: UNABLE TO OPEN VENDTRAN - STATUS "
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-CHECK-FREEZE
      * Looks the run date up on the OPSCAL calendar. A date frozen
      * for reference data, or for all maintenance, holds every
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
               DISPLAY "VENDMNT: CHANGE FREEZE IN EFFECT - "
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
      * Reads one vendor transaction, validates it, and applies it
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE "APPLIED"  TO WS-REGISTER-RESULT.
           MOVE SPACES     TO WS-REJECT-REASON.
           IF WS-FREEZE-EXCEPTION
               PERFORM 6500-WRITE-FREEZE-EXCEPTION THRU 6500-EXIT
               MOVE "EMERGENCY - FREEZE EXCEPTION" TO WS-REJECT-REASON
           END-IF.
           PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * 3000-VALIDATE-TRANS
      * An ADD must be a new vendor with a name; the other actions
      * must name a vendor already on the master. A valid card on a
      * frozen date must be an emergency.
      *----------------------------------------------------------------
       3000-VALIDATE-TRANS SECTION.
       3000-START.
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

           IF VT-EMERGENCY-FLAG = "Y" AND WS-SES-AUTH-LEVEL = "S"
               SET WS-FREEZE-EXCEPTION TO TRUE
           ELSE
               MOVE "CHANGE FREEZE IN EFFECT" TO WS-REJECT-REASON
           END-IF.
       3900-EXIT.
           EXIT.

       3100-READ-MASTER SECTION.
       3100-START.
           SET WS-MASTER-FOUND-SW TO "N".

      *----------------------------------------------------------------
      * 4000-APPLY-TRANS
      * Applies a validated transaction to the vendor master and
      * journals the before and after images.
      *----------------------------------------------------------------
       4000-APPLY-TRANS SECTION.
       4000-START.
           IF VT-ACTION = "ADD"
               MOVE SPACES    TO WS-JRNL-BEFORE
           ELSE
               MOVE VN-RECORD TO WS-JRNL-BEFORE
           END-IF.

           EVALUATE VT-ACTION
               WHEN "ADD"
                   MOVE VT-VENDOR-CODE TO VN-VENDOR-CODE
                   SET VN-ACTIVE TO TRUE
                   REWRITE VN-RECORD
           END-EVALUATE.

           PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
       4000-EXIT.
           EXIT.

       5000-EXIT.
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
           MOVE "VENDMNT"          TO MJ-PROGRAM-ID.
           MOVE "VENDMAST"         TO MJ-FILE-NAME.
           MOVE VT-VENDOR-CODE     TO MJ-RECORD-KEY.
           MOVE VT-ACTION          TO MJ-ACTION.
           MOVE WS-SES-OPERATOR-ID TO MJ-OPERATOR-ID.
           MOVE WS-TODAY-DATE      TO MJ-CHANGE-DATE.
           MOVE WS-RUN-TIME        TO MJ-CHANGE-TIME.
           MOVE WS-JRNL-BEFORE     TO MJ-BEFORE-IMAGE.
           MOVE VN-RECORD          TO MJ-AFTER-IMAGE.
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
           MOVE "VENDMNT"          TO FX-PROGRAM-ID.
           MOVE "VENDMAST"         TO FX-FILE-NAME.
           MOVE VT-VENDOR-CODE     TO FX-RECORD-KEY.
           MOVE VT-ACTION          TO FX-ACTION.
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
      * Closes the files and prints the applied/rejected summary.
           CLOSE VND-TRANS VND-REGISTER VENDOR-MASTER.
           DISPLAY "VENDMNT: APPLIED  = " WS-APPLIED-COUNT.
           DISPLAY "VENDMNT: REJECTED = " WS-REJECTED-COUNT.
           DISPLAY "VENDMNT: FREEZE EMERGENCIES = " WS-EXCEPTION-COUNT.
       9000-EXIT.
           EXIT.
