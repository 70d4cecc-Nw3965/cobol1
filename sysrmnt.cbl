      *                  LISTS REGISTERED SYSTEMS THAT WERE DUE BUT
      *                  NEVER DELIVERED - THE SILENT MISSED FEEDS
      *                  THAT HAVE BURNED US TWICE THIS YEAR.
      * 10/15/26   OPS   EVERY APPLIED TRANSACTION IS JOURNALED TO THE
      *                  SHARED MNTJRNL MAINTENANCE JOURNAL WITH THE
      *                  SYSREG BEFORE AND AFTER IMAGES AND THE
      *                  SIGNED-ON OPERATOR, SO THE CHANGE HISTORY
      *                  OUTLIVES THE REGISTER. MNTINQ PRINTS IT.
      * 10/15/26   OPS   JOURNAL IMAGE WORK AREAS WIDENED TO THE 150
      *                  BYTES MNTJRNL NOW HOLDS, SO A WHOLE MASTER
      *                  RECORD IS JOURNALED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REG-REGISTER ASSIGN TO "SYSRMREG"
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
       FD  SYSTEM-REGISTRY.
           05  REG-RESULT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-REASON              PIC X(30).
       FD  SESSION-FILE.
       COPY "SESSINFO.cpy".
       FD  MAINT-JOURNAL.
       COPY "MNTJRNL.cpy".
       WORKING-STORAGE SECTION.
        01 SY-FILE-STATUS              PIC XX.
        01 RT-FILE-STATUS              PIC XX.
        01 REG-FILE-STATUS             PIC XX.
        01 SES-FILE-STATUS             PIC XX.
        01 MJ-FILE-STATUS              PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
        01 WS-DAY-IDX                  PIC 9(01) VALUE ZERO.
        01 WS-DAYS-VALID-SW            PIC X(01) VALUE "Y".
           88 WS-DAYS-VALID                   VALUE "Y".
        01 WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
        01 WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
        01 WS-SES-OPERATOR-ID          PIC X(10) VALUE SPACES.
        01 WS-JRNL-BEFORE              PIC X(150) VALUE SPACES.
        01 WS-JRNL-AFTER               PIC X(150) VALUE SPACES.
        01 WS-JRNL-IMAGE.
           05 WS-JI-SYSTEM            PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-JI-CONTACT           PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-JI-DAYS              PIC X(07).
        01 WS-TALLY-COUNTS.
           05 WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Loads the current registry into the work table and opens the
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

           OPEN INPUT SYSTEM-REGISTRY.
           IF SY-FILE-STATUS = "00"
               PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
           MOVE RT-EXPECTED-DAYS TO WS-RG-DAYS(WS-REG-COUNT).
           MOVE "N" TO WS-RG-DELETED-SW(WS-REG-COUNT).
           PERFORM 2800-REGISTER-APPLIED THRU 2800-EXIT.

           MOVE SPACES TO WS-JRNL-BEFORE.
           MOVE WS-REG-COUNT TO WS-FOUND-IDX.
           PERFORM 6100-IMAGE-ENTRY THRU 6100-EXIT.
           MOVE WS-JRNL-IMAGE TO WS-JRNL-AFTER.
           PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
       3000-EXIT.
           EXIT.

               GO TO 4000-EXIT
           END-IF.

           PERFORM 6100-IMAGE-ENTRY THRU 6100-EXIT.
           MOVE WS-JRNL-IMAGE TO WS-JRNL-BEFORE.
           MOVE RT-CONTACT       TO WS-RG-CONTACT(WS-FOUND-IDX).
           MOVE RT-EXPECTED-DAYS TO WS-RG-DAYS(WS-FOUND-IDX).
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
           MOVE "Y" TO WS-RG-DELETED-SW(WS-FOUND-IDX).
           PERFORM 2800-REGISTER-APPLIED THRU 2800-EXIT.

           MOVE SPACES TO WS-JRNL-AFTER.
           PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
       5000-EXIT.
           EXIT.

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
           MOVE "SYSRMNT"          TO MJ-PROGRAM-ID.
           MOVE "SYSREG"           TO MJ-FILE-NAME.
           MOVE RT-SYSTEM-CODE     TO MJ-RECORD-KEY.
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
      * Lays work-table entry WS-FOUND-IDX out as a SYSREG record for
      * the journal.
      *----------------------------------------------------------------
       6100-IMAGE-ENTRY SECTION.
       6100-START.
           MOVE WS-RG-SYSTEM(WS-FOUND-IDX)  TO WS-JI-SYSTEM.
           MOVE WS-RG-CONTACT(WS-FOUND-IDX) TO WS-JI-CONTACT.
           MOVE WS-RG-DAYS(WS-FOUND-IDX)    TO WS-JI-DAYS.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-REWRITE-REGISTRY
      * Replaces SYSREG with the surviving work-table entries.
