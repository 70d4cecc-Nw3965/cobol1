       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNBMNT.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. MAINTENANCE FOR THE RUNBOOK
      *                  OPERATIONS RUNBOOK (PROGRAM AND RETURN CODE,
      *                  OR PROGRAM AND ALERT-TEXT PREFIX, WITH THE
      *                  MEANING, THE RECOVERY ACTION, WHETHER THE
      *                  STREAM MAY PROCEED AND WHO TO CALL) IN THE
      *                  SAME TRANSACTION-AND-REGISTER SHAPE SYSRMNT
      *                  USES, EVERY APPLIED TRANSACTION JOURNALED TO
      *                  MNTJRNL. OPSRPT, ALRTDSP AND HANDOVER PRINT
      *                  THE ENTRY UNDER EACH FAILURE OR ALERT SO THE
      *                  NIGHT OPERATOR NO LONGER HAS TO PHONE
      *                  SOMEONE TO LEARN WHAT IT MEANS.
      * 10/15/26   OPS   THE JOURNAL KEY NOW CARRIES THE WHOLE 20-BYTE
      *                  ALERT PREFIX AND THE IMAGES THE WHOLE RUNBOOK
      *                  RECORD, MEANING AND ACTION IN FULL, NOW THAT
      *                  MNTJRNL HAS ROOM FOR THEM.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNBOOK-FILE ASSIGN TO "RUNBOOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RB-FILE-STATUS.
           SELECT RUNB-TRANS ASSIGN TO "RUNBTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RT-FILE-STATUS.
           SELECT RUNB-REGISTER ASSIGN TO "RUNBMREG"
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
       FD  RUNBOOK-FILE.
       COPY "RUNBOOK.cpy".
       FD  RUNB-TRANS.
       01  RT-RECORD.
           05  RT-ACTION               PIC X(10).
           05  FILLER                  PIC X(01).
           05  RT-PROGRAM-ID           PIC X(08).
           05  FILLER                  PIC X(01).
           05  RT-KEY-TYPE             PIC X(01).
           05  FILLER                  PIC X(01).
           05  RT-RETURN-CODE          PIC 9(04).
           05  FILLER                  PIC X(01).
           05  RT-ALERT-PREFIX         PIC X(20).
           05  FILLER                  PIC X(01).
           05  RT-MEANING              PIC X(40).
           05  FILLER                  PIC X(01).
           05  RT-RECOVERY-ACTION      PIC X(40).
           05  FILLER                  PIC X(01).
           05  RT-PROCEED              PIC X(01).
           05  FILLER                  PIC X(01).
           05  RT-CONTACT              PIC X(20).
       FD  RUNB-REGISTER.
       01  REG-RECORD.
           05  REG-ACTION              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-PROGRAM-ID          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-KEY-TYPE            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-KEY                 PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-RESULT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-REASON              PIC X(30).
       FD  SESSION-FILE.
       COPY "SESSINFO.cpy".
       FD  MAINT-JOURNAL.
       COPY "MNTJRNL.cpy".
       WORKING-STORAGE SECTION.
        01 RB-FILE-STATUS              PIC XX.
        01 RT-FILE-STATUS              PIC XX.
        01 REG-FILE-STATUS             PIC XX.
        01 SES-FILE-STATUS             PIC XX.
        01 MJ-FILE-STATUS              PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-ENTRY-FOUND-SW       PIC X(01) VALUE "N".
              88 WS-ENTRY-FOUND               VALUE "Y".
        01 WS-RB-COUNT                 PIC 9(03) VALUE ZERO.
        01 WS-RB-TABLE.
           05 WS-RB-ENTRY OCCURS 200 TIMES.
              10 WS-RB-PROGRAM        PIC X(08).
              10 WS-RB-KEY-TYPE       PIC X(01).
              10 WS-RB-RC             PIC 9(04).
              10 WS-RB-PREFIX         PIC X(20).
              10 WS-RB-MEANING        PIC X(40).
              10 WS-RB-ACTION         PIC X(40).
              10 WS-RB-PROCEED        PIC X(01).
              10 WS-RB-CONTACT        PIC X(20).
              10 WS-RB-DELETED-SW     PIC X(01).
        01 WS-RB-IDX                   PIC 9(03) VALUE ZERO.
        01 WS-FOUND-IDX                PIC 9(03) VALUE ZERO.
        01 WS-KEY-RC                   PIC 9(04) VALUE ZERO.
        01 WS-KEY-PREFIX               PIC X(20) VALUE SPACES.
        01 WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
        01 WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
        01 WS-SES-OPERATOR-ID          PIC X(10) VALUE SPACES.
        01 WS-JRNL-BEFORE              PIC X(150) VALUE SPACES.
        01 WS-JRNL-AFTER               PIC X(150) VALUE SPACES.
        01 WS-JRNL-KEY.
           05 WS-JK-PROGRAM           PIC X(08).
           05 WS-JK-KEY-TYPE          PIC X(01).
           05 WS-JK-KEY               PIC X(20).
        01 WS-JRNL-IMAGE.
           05 WS-JI-PROGRAM           PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-JI-KEY-TYPE          PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-JI-RC                PIC 9(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-JI-PREFIX            PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-JI-MEANING           PIC X(40).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-JI-ACTION            PIC X(40).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-JI-PROCEED           PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-JI-CONTACT           PIC X(20).
        01 WS-TALLY-COUNTS.
           05 WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-ONE-TRAN THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 8000-REWRITE-RUNBOOK THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Loads the current runbook into the work table and opens the
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
               END-READ
               CLOSE SESSION-FILE
           END-IF.

           OPEN INPUT RUNBOOK-FILE.
           IF RB-FILE-STATUS = "00"
               PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
                   UNTIL WS-EOF OR WS-RB-COUNT = 200
               SET WS-EOF-SW TO "N"
               CLOSE RUNBOOK-FILE
           END-IF.

           OPEN INPUT RUNB-TRANS.
           IF RT-FILE-STATUS NOT = "00"
               DISPLAY "RUNBMNT: UNABLE TO OPEN RUNBTRAN - STATUS "
                   RT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RUNB-REGISTER.
           IF REG-FILE-STATUS NOT = "00"
               DISPLAY "RUNBMNT: UNABLE TO OPEN RUNBMREG - STATUS "
                   REG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-ENTRY SECTION.
       1100-START.
           READ RUNBOOK-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.

           ADD 1 TO WS-RB-COUNT.
           MOVE RB-PROGRAM-ID   TO WS-RB-PROGRAM(WS-RB-COUNT).
           MOVE RB-KEY-TYPE     TO WS-RB-KEY-TYPE(WS-RB-COUNT).
           MOVE RB-RETURN-CODE  TO WS-RB-RC(WS-RB-COUNT).
           MOVE RB-ALERT-PREFIX TO WS-RB-PREFIX(WS-RB-COUNT).
           MOVE RB-MEANING      TO WS-RB-MEANING(WS-RB-COUNT).
           MOVE RB-ACTION       TO WS-RB-ACTION(WS-RB-COUNT).
           MOVE RB-PROCEED      TO WS-RB-PROCEED(WS-RB-COUNT).
           MOVE RB-CONTACT      TO WS-RB-CONTACT(WS-RB-COUNT).
           MOVE "N" TO WS-RB-DELETED-SW(WS-RB-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-APPLY-ONE-TRAN
      * Validates and applies one ADD/CHANGE/REMOVE card. An "R"
      * entry is keyed by a non-zero return code, an "A" entry by a
      * non-blank alert-text prefix; the other key field is ignored.
      *----------------------------------------------------------------
       2000-APPLY-ONE-TRAN SECTION.
       2000-START.
           READ RUNB-TRANS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.

           IF RT-ACTION NOT = "ADD" AND RT-ACTION NOT = "CHANGE"
                   AND RT-ACTION NOT = "REMOVE"
               MOVE "INVALID ACTION" TO REG-REASON
               PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF RT-PROGRAM-ID = SPACES
               MOVE "BLANK PROGRAM ID" TO REG-REASON
               PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF RT-KEY-TYPE NOT = "R" AND RT-KEY-TYPE NOT = "A"
               MOVE "KEY TYPE NOT R OR A" TO REG-REASON
               PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE ZERO   TO WS-KEY-RC.
           MOVE SPACES TO WS-KEY-PREFIX.
           IF RT-KEY-TYPE = "R"
               IF RT-RETURN-CODE NOT NUMERIC
                       OR RT-RETURN-CODE = ZERO
                   MOVE "RETURN CODE NOT 0001-9999" TO REG-REASON
                   PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
                   GO TO 2000-EXIT
               END-IF
               MOVE RT-RETURN-CODE TO WS-KEY-RC
           ELSE
               IF RT-ALERT-PREFIX = SPACES
                   MOVE "BLANK ALERT PREFIX" TO REG-REASON
                   PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
                   GO TO 2000-EXIT
               END-IF
               MOVE RT-ALERT-PREFIX TO WS-KEY-PREFIX
           END-IF.

           IF RT-ACTION NOT = "REMOVE"
               PERFORM 2200-VALIDATE-ENTRY THRU 2200-EXIT
               IF REG-REASON NOT = SPACES
                   PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
                   GO TO 2000-EXIT
               END-IF
           END-IF.

           PERFORM 2500-FIND-ENTRY THRU 2500-EXIT.

           EVALUATE RT-ACTION
               WHEN "ADD"
                   PERFORM 3000-APPLY-ADD THRU 3000-EXIT
               WHEN "CHANGE"
                   PERFORM 4000-APPLY-CHANGE THRU 4000-EXIT
               WHEN "REMOVE"
                   PERFORM 5000-APPLY-REMOVE THRU 5000-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-VALIDATE-ENTRY
      * An added or changed entry must say what the condition means,
      * what to do, whether the stream may proceed and who to call.
      * The first failure is left in REG-REASON.
      *----------------------------------------------------------------
       2200-VALIDATE-ENTRY SECTION.
       2200-START.
           MOVE SPACES TO REG-REASON.
           IF RT-MEANING = SPACES
               MOVE "BLANK MEANING" TO REG-REASON
               GO TO 2200-EXIT
           END-IF.
           IF RT-RECOVERY-ACTION = SPACES
               MOVE "BLANK RECOVERY ACTION" TO REG-REASON
               GO TO 2200-EXIT
           END-IF.
           IF RT-PROCEED NOT = "Y" AND RT-PROCEED NOT = "N"
               MOVE "PROCEED FLAG NOT Y/N" TO REG-REASON
               GO TO 2200-EXIT
           END-IF.
           IF RT-CONTACT = SPACES
               MOVE "BLANK CONTACT" TO REG-REASON
               GO TO 2200-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       2500-FIND-ENTRY SECTION.
       2500-START.
           SET WS-ENTRY-FOUND-SW TO "N".
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM 2600-MATCH-ONE-ENTRY THRU 2600-EXIT
               VARYING WS-RB-IDX FROM 1 BY 1
               UNTIL WS-RB-IDX > WS-RB-COUNT OR WS-ENTRY-FOUND.
       2500-EXIT.
           EXIT.

       2600-MATCH-ONE-ENTRY SECTION.
       2600-START.
           IF WS-RB-PROGRAM(WS-RB-IDX) = RT-PROGRAM-ID
                   AND WS-RB-KEY-TYPE(WS-RB-IDX) = RT-KEY-TYPE
                   AND WS-RB-RC(WS-RB-IDX) = WS-KEY-RC
                   AND WS-RB-PREFIX(WS-RB-IDX) = WS-KEY-PREFIX
                   AND WS-RB-DELETED-SW(WS-RB-IDX) = "N"
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-RB-IDX TO WS-FOUND-IDX
           END-IF.
       2600-EXIT.
           EXIT.

       3000-APPLY-ADD SECTION.
       3000-START.
           IF WS-ENTRY-FOUND
               MOVE "ENTRY ALREADY ON RUNBOOK" TO REG-REASON
               PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF WS-RB-COUNT >= 200
               MOVE "RUNBOOK TABLE FULL" TO REG-REASON
               PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
               GO TO 3000-EXIT
           END-IF.

           ADD 1 TO WS-RB-COUNT.
           MOVE RT-PROGRAM-ID      TO WS-RB-PROGRAM(WS-RB-COUNT).
           MOVE RT-KEY-TYPE        TO WS-RB-KEY-TYPE(WS-RB-COUNT).
           MOVE WS-KEY-RC          TO WS-RB-RC(WS-RB-COUNT).
           MOVE WS-KEY-PREFIX      TO WS-RB-PREFIX(WS-RB-COUNT).
           MOVE RT-MEANING         TO WS-RB-MEANING(WS-RB-COUNT).
           MOVE RT-RECOVERY-ACTION TO WS-RB-ACTION(WS-RB-COUNT).
           MOVE RT-PROCEED         TO WS-RB-PROCEED(WS-RB-COUNT).
           MOVE RT-CONTACT         TO WS-RB-CONTACT(WS-RB-COUNT).
           MOVE "N" TO WS-RB-DELETED-SW(WS-RB-COUNT).
           PERFORM 2800-REGISTER-APPLIED THRU 2800-EXIT.

           MOVE SPACES TO WS-JRNL-BEFORE.
           MOVE WS-RB-COUNT TO WS-FOUND-IDX.
           PERFORM 6100-IMAGE-ENTRY THRU 6100-EXIT.
           MOVE WS-JRNL-IMAGE TO WS-JRNL-AFTER.
           PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
       3000-EXIT.
           EXIT.

       4000-APPLY-CHANGE SECTION.
       4000-START.
           IF NOT WS-ENTRY-FOUND
               MOVE "ENTRY NOT ON RUNBOOK" TO REG-REASON
               PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
               GO TO 4000-EXIT
           END-IF.

           PERFORM 6100-IMAGE-ENTRY THRU 6100-EXIT.
           MOVE WS-JRNL-IMAGE TO WS-JRNL-BEFORE.
           MOVE RT-MEANING         TO WS-RB-MEANING(WS-FOUND-IDX).
           MOVE RT-RECOVERY-ACTION TO WS-RB-ACTION(WS-FOUND-IDX).
           MOVE RT-PROCEED         TO WS-RB-PROCEED(WS-FOUND-IDX).
           MOVE RT-CONTACT         TO WS-RB-CONTACT(WS-FOUND-IDX).
           PERFORM 2800-REGISTER-APPLIED THRU 2800-EXIT.

           PERFORM 6100-IMAGE-ENTRY THRU 6100-EXIT.
           MOVE WS-JRNL-IMAGE TO WS-JRNL-AFTER.
           PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
       4000-EXIT.
           EXIT.

       5000-APPLY-REMOVE SECTION.
       5000-START.
           IF NOT WS-ENTRY-FOUND
               MOVE "ENTRY NOT ON RUNBOOK" TO REG-REASON
               PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
               GO TO 5000-EXIT
           END-IF.

           PERFORM 6100-IMAGE-ENTRY THRU 6100-EXIT.
           MOVE WS-JRNL-IMAGE TO WS-JRNL-BEFORE.
           MOVE "Y" TO WS-RB-DELETED-SW(WS-FOUND-IDX).
           PERFORM 2800-REGISTER-APPLIED THRU 2800-EXIT.

           MOVE SPACES TO WS-JRNL-AFTER.
           PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
       5000-EXIT.
           EXIT.

       2800-REGISTER-APPLIED SECTION.
       2800-START.
           MOVE SPACES     TO REG-RECORD.
           PERFORM 2850-REGISTER-KEY THRU 2850-EXIT.
           MOVE "APPLIED " TO REG-RESULT.
           WRITE REG-RECORD.
           ADD 1 TO WS-APPLIED-COUNT.
       2800-EXIT.
           EXIT.

       2850-REGISTER-KEY SECTION.
       2850-START.
           MOVE RT-ACTION     TO REG-ACTION.
           MOVE RT-PROGRAM-ID TO REG-PROGRAM-ID.
           MOVE RT-KEY-TYPE   TO REG-KEY-TYPE.
           IF RT-KEY-TYPE = "A"
               MOVE RT-ALERT-PREFIX TO REG-KEY
           ELSE
               MOVE RT-RETURN-CODE  TO REG-KEY
           END-IF.
       2850-EXIT.
           EXIT.

       2900-REGISTER-REJECT SECTION.
       2900-START.
           PERFORM 2850-REGISTER-KEY THRU 2850-EXIT.
           MOVE "REJECTED" TO REG-RESULT.
           WRITE REG-RECORD.
           MOVE SPACES TO REG-RECORD.
           ADD 1 TO WS-REJECTED-COUNT.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-WRITE-JOURNAL
      * Appends the applied transaction to the shared maintenance
      * journal, keyed by program, key type and the return code or
      * the alert prefix.
      *----------------------------------------------------------------
       6000-WRITE-JOURNAL SECTION.
       6000-START.
           OPEN EXTEND MAINT-JOURNAL.
           IF MJ-FILE-STATUS = "05" OR MJ-FILE-STATUS = "35"
               CLOSE MAINT-JOURNAL
               OPEN OUTPUT MAINT-JOURNAL
           END-IF.

           MOVE SPACES        TO WS-JRNL-KEY.
           MOVE RT-PROGRAM-ID TO WS-JK-PROGRAM.
           MOVE RT-KEY-TYPE   TO WS-JK-KEY-TYPE.
           IF RT-KEY-TYPE = "A"
               MOVE WS-KEY-PREFIX TO WS-JK-KEY
           ELSE
               MOVE WS-KEY-RC     TO WS-JK-KEY
           END-IF.

           MOVE SPACES             TO MJ-RECORD.
           MOVE "RUNBMNT"          TO MJ-PROGRAM-ID.
           MOVE "RUNBOOK"          TO MJ-FILE-NAME.
           MOVE WS-JRNL-KEY        TO MJ-RECORD-KEY.
           MOVE RT-ACTION          TO MJ-ACTION.
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
      * Lays work-table entry WS-FOUND-IDX out as a whole RUNBOOK
      * record for the journal.
      *----------------------------------------------------------------
       6100-IMAGE-ENTRY SECTION.
       6100-START.
           MOVE WS-RB-PROGRAM(WS-FOUND-IDX)  TO WS-JI-PROGRAM.
           MOVE WS-RB-KEY-TYPE(WS-FOUND-IDX) TO WS-JI-KEY-TYPE.
           MOVE WS-RB-RC(WS-FOUND-IDX)       TO WS-JI-RC.
           MOVE WS-RB-PREFIX(WS-FOUND-IDX)   TO WS-JI-PREFIX.
           MOVE WS-RB-MEANING(WS-FOUND-IDX)  TO WS-JI-MEANING.
           MOVE WS-RB-ACTION(WS-FOUND-IDX)   TO WS-JI-ACTION.
           MOVE WS-RB-PROCEED(WS-FOUND-IDX)  TO WS-JI-PROCEED.
           MOVE WS-RB-CONTACT(WS-FOUND-IDX)  TO WS-JI-CONTACT.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-REWRITE-RUNBOOK
      * Replaces RUNBOOK with the surviving work-table entries.
      *----------------------------------------------------------------
       8000-REWRITE-RUNBOOK SECTION.
       8000-START.
           OPEN OUTPUT RUNBOOK-FILE.
           IF RB-FILE-STATUS NOT = "00"
               DISPLAY "RUNBMNT: UNABLE TO REWRITE RUNBOOK - STATUS "
                   RB-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 8000-EXIT
           END-IF.

           PERFORM 8100-WRITE-ONE-ENTRY THRU 8100-EXIT
               VARYING WS-RB-IDX FROM 1 BY 1
               UNTIL WS-RB-IDX > WS-RB-COUNT.
           CLOSE RUNBOOK-FILE.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-ENTRY SECTION.
       8100-START.
           IF WS-RB-DELETED-SW(WS-RB-IDX) = "Y"
               GO TO 8100-EXIT
           END-IF.
           MOVE SPACES TO RB-RECORD.
           MOVE WS-RB-PROGRAM(WS-RB-IDX)  TO RB-PROGRAM-ID.
           MOVE WS-RB-KEY-TYPE(WS-RB-IDX) TO RB-KEY-TYPE.
           MOVE WS-RB-RC(WS-RB-IDX)       TO RB-RETURN-CODE.
           MOVE WS-RB-PREFIX(WS-RB-IDX)   TO RB-ALERT-PREFIX.
           MOVE WS-RB-MEANING(WS-RB-IDX)  TO RB-MEANING.
           MOVE WS-RB-ACTION(WS-RB-IDX)   TO RB-ACTION.
           MOVE WS-RB-PROCEED(WS-RB-IDX)  TO RB-PROCEED.
           MOVE WS-RB-CONTACT(WS-RB-IDX)  TO RB-CONTACT.
           WRITE RB-RECORD.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the maintenance summary.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE RUNB-TRANS RUNB-REGISTER.
           DISPLAY "RUNBMNT: APPLIED  = " WS-APPLIED-COUNT.
           DISPLAY "RUNBMNT: REJECTED = " WS-REJECTED-COUNT.
       9000-EXIT.
           EXIT.
