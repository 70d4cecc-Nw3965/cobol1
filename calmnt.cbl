      *                  RUSH WINDOWS AND EXPECTED STATES AND TELLS
      *                  OPSRPT AND SHIFTCOV WHICH DAYS ARE EVEN
      *                  SUPPOSED TO HAVE A FULL STREAM.
      * 10/15/26   OPS   EVERY APPLIED TRANSACTION IS JOURNALED TO THE
      *                  SHARED MNTJRNL MAINTENANCE JOURNAL WITH THE
      *                  OPSCAL BEFORE AND AFTER IMAGES AND THE
      *                  SIGNED-ON OPERATOR, SO THE CHANGE HISTORY
      *                  OUTLIVES THE REGISTER. MNTINQ PRINTS IT.
      * 10/15/26   OPS   CALTRAN CARRIES A FREEZE SCOPE (P=PRICING,
      *                  R=REFERENCE DATA, T=TIMING PLANS,
      *                  O=OPERATORS, A=ALL, BLANK=NONE) STORED ON THE
      *                  OPSCAL DATE, SO A CHANGE-FREEZE WINDOW IS A
      *                  RUN OF FROZEN DATES THE MAINTENANCE PROGRAMS
      *                  ENFORCE. ONLY A SUPERVISOR SESSION MAY SET,
      *                  CHANGE OR LIFT A FREEZE.
      * 10/15/26   OPS   JOURNAL IMAGE WORK AREAS WIDENED TO THE 150
      *                  BYTES MNTJRNL NOW HOLDS, SO A WHOLE MASTER
      *                  RECORD IS JOURNALED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CAL-REGISTER ASSIGN TO "CALMREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SIGNSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SES-FILE-STATUS.
           SELECT MAINT-JOURNAL ASSIGN TO "MNTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MJ-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPS-CALENDAR.
           05  CT-DAY-TYPE             PIC X(01).
           05  FILLER                  PIC X(01).
           05  CT-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(01).
           05  CT-FREEZE-SCOPE         PIC X(01).
       FD  CAL-REGISTER.
       01  REG-RECORD.
           05  REG-ACTION              PIC X(10).
           05  REG-RESULT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-REASON              PIC X(30).
       FD  SESSION-FILE.
       COPY "SESSINFO.cpy".
       FD  MAINT-JOURNAL.
       COPY "MNTJRNL.cpy".
       WORKING-STORAGE SECTION.
        01 CAL-FILE-STATUS             PIC XX.
        01 CT-FILE-STATUS              PIC XX.
        01 REG-FILE-STATUS             PIC XX.
        01 SES-FILE-STATUS             PIC XX.
        01 MJ-FILE-STATUS              PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
              10 WS-CE-DATE           PIC 9(08).
              10 WS-CE-DAY-TYPE       PIC X(01).
              10 WS-CE-DESCRIPTION    PIC X(20).
              10 WS-CE-FREEZE-SCOPE   PIC X(01).
              10 WS-CE-DELETED-SW     PIC X(01).
        01 WS-CAL-IDX                  PIC 9(03) VALUE ZERO.
        01 WS-FOUND-IDX                PIC 9(03) VALUE ZERO.
        01 WS-TRAN-DATE                PIC 9(08) VALUE ZERO.
        01 WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
        01 WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
        01 WS-SES-OPERATOR-ID          PIC X(10) VALUE SPACES.
        01 WS-SES-AUTH-LEVEL           PIC X(01) VALUE SPACE.
        01 WS-JRNL-BEFORE              PIC X(150) VALUE SPACES.
        01 WS-JRNL-AFTER               PIC X(150) VALUE SPACES.
        01 WS-JRNL-IMAGE.
           05 WS-JI-DATE              PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-JI-DAY-TYPE          PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-JI-DESCRIPTION       PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-JI-FREEZE-SCOPE      PIC X(01).
        01 WS-TALLY-COUNTS.
           05 WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Loads the current calendar into the work table and opens the
      * transaction file and register. The signed-on operator is
      * noted for the maintenance journal.
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

           OPEN INPUT OPS-CALENDAR.
           IF CAL-FILE-STATUS = "00"
               PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
           MOVE CAL-DATE        TO WS-CE-DATE(WS-CAL-COUNT).
           MOVE CAL-DAY-TYPE    TO WS-CE-DAY-TYPE(WS-CAL-COUNT).
           MOVE CAL-DESCRIPTION TO WS-CE-DESCRIPTION(WS-CAL-COUNT).
           MOVE CAL-FREEZE-SCOPE
                                TO WS-CE-FREEZE-SCOPE(WS-CAL-COUNT).
           MOVE "N" TO WS-CE-DELETED-SW(WS-CAL-COUNT).
       1100-EXIT.
           EXIT.
                   PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
                   GO TO 2000-EXIT
               END-IF
               MOVE CT-FREEZE-SCOPE TO CAL-FREEZE-SCOPE
               IF NOT CAL-FREEZE-SCOPE-VALID
                   PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
                   GO TO 2000-EXIT
               END-IF
           END-IF.

           PERFORM 2500-FIND-CALENDAR-ENTRY THRU 2500-EXIT.

           PERFORM 2700-CHECK-FREEZE-AUTHORITY THRU 2700-EXIT.
           IF REG-REASON NOT = SPACES
               PERFORM 2950-REGISTER-REJECT-REASON THRU 2950-EXIT
               GO TO 2000-EXIT
           END-IF.

           EVALUATE CT-ACTION
               WHEN "ADD"
                   PERFORM 3000-APPLY-ADD THRU 3000-EXIT
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-CHECK-FREEZE-AUTHORITY
      * A freeze window is only as good as the control on it: a card
      * that sets a freeze scope, or that changes or removes a date
      * already frozen, needs a supervisor session.
      *----------------------------------------------------------------
       2700-CHECK-FREEZE-AUTHORITY SECTION.
       2700-START.
           MOVE SPACES TO REG-REASON.
           IF WS-SES-AUTH-LEVEL = "S"
               GO TO 2700-EXIT
           END-IF.

           IF CT-ACTION NOT = "REMOVE" AND CT-FREEZE-SCOPE NOT = SPACE
               MOVE "FREEZE NEEDS SUPERVISOR" TO REG-REASON
               GO TO 2700-EXIT
           END-IF.
           IF WS-ENTRY-FOUND
               IF WS-CE-FREEZE-SCOPE(WS-FOUND-IDX) NOT = SPACE
                   MOVE "FREEZE NEEDS SUPERVISOR" TO REG-REASON
               END-IF
           END-IF.
       2700-EXIT.
           EXIT.

       3000-APPLY-ADD SECTION.
       3000-START.
           IF WS-ENTRY-FOUND
           MOVE WS-TRAN-DATE   TO WS-CE-DATE(WS-CAL-COUNT).
           MOVE CT-DAY-TYPE    TO WS-CE-DAY-TYPE(WS-CAL-COUNT).
           MOVE CT-DESCRIPTION TO WS-CE-DESCRIPTION(WS-CAL-COUNT).
           MOVE CT-FREEZE-SCOPE
                               TO WS-CE-FREEZE-SCOPE(WS-CAL-COUNT).
           MOVE "N" TO WS-CE-DELETED-SW(WS-CAL-COUNT).
           PERFORM 2800-REGISTER-APPLIED THRU 2800-EXIT.

           MOVE SPACES TO WS-JRNL-BEFORE.
           MOVE WS-CAL-COUNT TO WS-FOUND-IDX.
           PERFORM 6100-IMAGE-ENTRY THRU 6100-EXIT.
           MOVE WS-JRNL-IMAGE TO WS-JRNL-AFTER.
           PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
       3000-EXIT.
           EXIT.

               GO TO 4000-EXIT
           END-IF.

           PERFORM 6100-IMAGE-ENTRY THRU 6100-EXIT.
           MOVE WS-JRNL-IMAGE TO WS-JRNL-BEFORE.
           MOVE CT-DAY-TYPE    TO WS-CE-DAY-TYPE(WS-FOUND-IDX).
           MOVE CT-DESCRIPTION TO WS-CE-DESCRIPTION(WS-FOUND-IDX).
           MOVE CT-FREEZE-SCOPE
                               TO WS-CE-FREEZE-SCOPE(WS-FOUND-IDX).
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

       2950-EXIT.
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
           MOVE "CALMNT"           TO MJ-PROGRAM-ID.
           MOVE "OPSCAL"           TO MJ-FILE-NAME.
           MOVE CT-DATE            TO MJ-RECORD-KEY.
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
      * Lays work-table entry WS-FOUND-IDX out as an OPSCAL record
      * for the journal.
      *----------------------------------------------------------------
       6100-IMAGE-ENTRY SECTION.
       6100-START.
           MOVE WS-CE-DATE(WS-FOUND-IDX)        TO WS-JI-DATE.
           MOVE WS-CE-DAY-TYPE(WS-FOUND-IDX)    TO WS-JI-DAY-TYPE.
           MOVE WS-CE-DESCRIPTION(WS-FOUND-IDX) TO WS-JI-DESCRIPTION.
           MOVE WS-CE-FREEZE-SCOPE(WS-FOUND-IDX)
                                                TO WS-JI-FREEZE-SCOPE.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-REWRITE-CALENDAR
      * Replaces OPSCAL with the surviving work-table entries.
           MOVE WS-CE-DATE(WS-CAL-IDX)        TO CAL-DATE.
           MOVE WS-CE-DAY-TYPE(WS-CAL-IDX)    TO CAL-DAY-TYPE.
           MOVE WS-CE-DESCRIPTION(WS-CAL-IDX) TO CAL-DESCRIPTION.
           MOVE WS-CE-FREEZE-SCOPE(WS-CAL-IDX) TO CAL-FREEZE-SCOPE.
           WRITE CAL-RECORD.
       8100-EXIT.
           EXIT.
