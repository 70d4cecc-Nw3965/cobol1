      *                  AGAINST THIS FILE AND PRODLIST SUBTOTALS BY
      *                  IT - MERCHANDISING REVIEWS BY CATEGORY, NOT
      *                  BY PRODUCT ID.
      * 10/15/26   OPS   EVERY APPLIED TRANSACTION IS JOURNALED TO THE
      *                  SHARED MNTJRNL MAINTENANCE JOURNAL WITH THE
      *                  CATGMAST BEFORE AND AFTER IMAGES AND THE
      *                  SIGNED-ON OPERATOR, SO THE CHANGE HISTORY
      *                  OUTLIVES THE REGISTER. MNTINQ PRINTS IT.
      * 10/15/26   OPS   CHANGE-FREEZE WINDOWS: WHEN THE OPSCAL CALENDAR
      *                  MARKS THE RUN DATE FROZEN FOR REFERENCE DATA
      *                  OR FOR ALL MAINTENANCE, A TRANSACTION IS
      *                  REJECTED UNLESS FLAGGED AS AN EMERGENCY
      *                  (CT-EMERGENCY-FLAG = "Y") UNDER A SUPERVISOR
      *                  SESSION. AN EMERGENCY IS APPLIED AND LOGGED
      *                  TO THE SHARED FRZEXCP FILE FRZRPT PRINTS FOR
      *                  THE CHANGE BOARD.
      * 10/15/26   OPS   JOURNAL IMAGE WORK AREAS WIDENED TO THE 150
      *                  BYTES MNTJRNL NOW HOLDS, SO A WHOLE MASTER
      *                  RECORD IS JOURNALED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CAT-REGISTER ASSIGN TO "CATGMREG"
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
       FD  CATEGORY-MASTER.
           05  CT-CATEGORY-CODE        PIC X(03).
           05  FILLER                  PIC X(01).
           05  CT-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(01).
           05  CT-EMERGENCY-FLAG       PIC X(01).
       FD  CAT-REGISTER.
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
        01 CG-FILE-STATUS              PIC XX.
        01 CT-FILE-STATUS              PIC XX.
        01 REG-FILE-STATUS             PIC XX.
        01 SES-FILE-STATUS             PIC XX.
        01 MJ-FILE-STATUS              PIC XX.
        01 CAL-FILE-STATUS             PIC XX.
        01 FX-FILE-STATUS              PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-CAL-EOF-SW           PIC X(01) VALUE "N".
              88 WS-CAL-EOF                   VALUE "Y".
           05 WS-FROZEN-SW            PIC X(01) VALUE "N".
              88 WS-FROZEN                    VALUE "Y".
           05 WS-EXCEPTION-SW         PIC X(01) VALUE "N".
              88 WS-FREEZE-EXCEPTION          VALUE "Y".
           05 WS-ENTRY-FOUND-SW       PIC X(01) VALUE "N".
              88 WS-ENTRY-FOUND               VALUE "Y".
        01 WS-CAT-COUNT                PIC 9(03) VALUE ZERO.
              10 WS-CE-DELETED-SW     PIC X(01).
        01 WS-CAT-IDX                  PIC 9(03) VALUE ZERO.
        01 WS-FOUND-IDX                PIC 9(03) VALUE ZERO.
        01 WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
        01 WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
        01 WS-SES-OPERATOR-ID          PIC X(10) VALUE SPACES.
        01 WS-SES-AUTH-LEVEL           PIC X(01) VALUE SPACE.
        01 WS-FREEZE-SCOPE             PIC X(01) VALUE "R".
        01 WS-FROZEN-SCOPE             PIC X(01) VALUE SPACE.
        01 WS-FREEZE-DATE              PIC 9(08) VALUE ZERO.
        01 WS-FREEZE-REASON           PIC X(20) VALUE SPACES.
        01 WS-JRNL-BEFORE              PIC X(150) VALUE SPACES.
        01 WS-JRNL-AFTER               PIC X(150) VALUE SPACES.
        01 WS-JRNL-IMAGE.
           05 WS-JI-CODE              PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-JI-DESCRIPTION       PIC X(20).
        01 WS-TALLY-COUNTS.
           05 WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-EXCEPTION-COUNT      PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Loads the current categories into the work table and opens
      * the transaction file and register. The signed-on operator
      * is noted for the maintenance journal, and the run date is
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

           OPEN INPUT CATEGORY-MASTER.
           IF CG-FILE-STATUS = "00"
               PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
       1100-EXIT.
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
               DISPLAY "CATGMNT: CHANGE FREEZE IN EFFECT - "
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
      * 2000-APPLY-ONE-TRAN
      * Validates and applies one ADD/CHANGE/REMOVE card. On a
      * frozen date the card must be an emergency.
      *----------------------------------------------------------------
       2000-APPLY-ONE-TRAN SECTION.
       2000-START.
               GO TO 2000-EXIT
           END-IF.

           MOVE SPACES TO REG-REASON.
           PERFORM 2700-CHECK-FREEZE-EXCEPTION THRU 2700-EXIT.
           IF REG-REASON NOT = SPACES
               PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2500-FIND-CATEGORY THRU 2500-EXIT.

           EVALUATE CT-ACTION
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-CHECK-FREEZE-EXCEPTION
      * On a frozen date only an emergency card entered under a
      * supervisor session goes through, and it is marked for the
      * freeze-exception log.
      *----------------------------------------------------------------
       2700-CHECK-FREEZE-EXCEPTION SECTION.
       2700-START.
           SET WS-EXCEPTION-SW TO "N".
           IF NOT WS-FROZEN
               GO TO 2700-EXIT
           END-IF.

           IF CT-EMERGENCY-FLAG = "Y" AND WS-SES-AUTH-LEVEL = "S"
               SET WS-FREEZE-EXCEPTION TO TRUE
           ELSE
               MOVE "CHANGE FREEZE IN EFFECT" TO REG-REASON
           END-IF.
       2700-EXIT.
           EXIT.

       3000-APPLY-ADD SECTION.
       3000-START.
           IF WS-ENTRY-FOUND
           MOVE CT-DESCRIPTION   TO WS-CE-DESCRIPTION(WS-CAT-COUNT).
           MOVE "N" TO WS-CE-DELETED-SW(WS-CAT-COUNT).
           PERFORM 2800-REGISTER-APPLIED THRU 2800-EXIT.

           MOVE SPACES TO WS-JRNL-BEFORE.
           MOVE WS-CAT-COUNT TO WS-FOUND-IDX.
           PERFORM 6100-IMAGE-ENTRY THRU 6100-EXIT.
           MOVE WS-JRNL-IMAGE TO WS-JRNL-AFTER.
           PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
       3000-EXIT.
           EXIT.

               GO TO 4000-EXIT
           END-IF.

           PERFORM 6100-IMAGE-ENTRY THRU 6100-EXIT.
           MOVE WS-JRNL-IMAGE TO WS-JRNL-BEFORE.
           MOVE CT-DESCRIPTION TO WS-CE-DESCRIPTION(WS-FOUND-IDX).
           PERFORM 2800-REGISTER-APPLIED THRU 2800-EXIT.

           PERFORM 6100-IMAGE-ENTRY THRU 6100-EXIT.
           MOVE WS-JRNL-IMAGE TO WS-JRNL-AFTER.
           PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
       4000-EXIT.
           EXIT.

               GO TO 5000-EXIT
           END-IF.

           PERFORM 6100-IMAGE-ENTRY THRU 6100-EXIT.
           MOVE WS-JRNL-IMAGE TO WS-JRNL-BEFORE.
           MOVE "Y" TO WS-CE-DELETED-SW(WS-FOUND-IDX).
           PERFORM 2800-REGISTER-APPLIED THRU 2800-EXIT.

           MOVE SPACES TO WS-JRNL-AFTER.
           PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
       5000-EXIT.
           EXIT.

           MOVE CT-ACTION        TO REG-ACTION.
           MOVE CT-CATEGORY-CODE TO REG-CATEGORY-CODE.
           MOVE "APPLIED "       TO REG-RESULT.
           IF WS-FREEZE-EXCEPTION
               MOVE "EMERGENCY - FREEZE EXCEPTION" TO REG-REASON
               PERFORM 6500-WRITE-FREEZE-EXCEPTION THRU 6500-EXIT
           END-IF.
           WRITE REG-RECORD.
           ADD 1 TO WS-APPLIED-COUNT.
       2800-EXIT.
       2900-EXIT.
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
           MOVE "CATGMNT"          TO MJ-PROGRAM-ID.
           MOVE "CATGMAST"         TO MJ-FILE-NAME.
           MOVE CT-CATEGORY-CODE   TO MJ-RECORD-KEY.
           MOVE CT-ACTION          TO MJ-ACTION.
           MOVE WS-SES-OPERATOR-ID TO MJ-OPERATOR-ID.
           MOVE WS-TODAY-DATE      TO MJ-CHANGE-DATE.
           MOVE WS-RUN-TIME        TO MJ-CHANGE-TIME.
           MOVE WS-JRNL-BEFORE     TO MJ-BEFORE-IMAGE.
           MOVE WS-JRNL-AFTER      TO MJ-AFTER-IMAGE.
           WRITE MJ-RECORD.
           CLOSE MAINT-JOURNAL.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6100-IMAGE-ENTRY
      * Lays work-table entry WS-FOUND-IDX out as a CATGMAST record
      * for the journal.
      *----------------------------------------------------------------
       6100-IMAGE-ENTRY SECTION.
       6100-START.
           MOVE WS-CE-CODE(WS-FOUND-IDX)        TO WS-JI-CODE.
           MOVE WS-CE-DESCRIPTION(WS-FOUND-IDX) TO WS-JI-DESCRIPTION.
       6100-EXIT.
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
           MOVE "CATGMNT"          TO FX-PROGRAM-ID.
           MOVE "CATGMAST"         TO FX-FILE-NAME.
           MOVE CT-CATEGORY-CODE   TO FX-RECORD-KEY.
           MOVE CT-ACTION          TO FX-ACTION.
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
      * 8000-REWRITE-MASTER
      * Replaces CATGMAST with the surviving work-table entries.
           CLOSE CAT-TRANS CAT-REGISTER.
           DISPLAY "CATGMNT: APPLIED  = " WS-APPLIED-COUNT.
           DISPLAY "CATGMNT: REJECTED = " WS-REJECTED-COUNT.
           DISPLAY "CATGMNT: FREEZE EMERGENCIES = " WS-EXCEPTION-COUNT.
       9000-EXIT.
           EXIT.
