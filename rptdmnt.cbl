       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDMNT.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. MAINTENANCE FOR THE RPTDIST
      *                  REPORT DISTRIBUTION MASTER (REPORT, DISTRICT,
      *                  RECIPIENT, OUTPUT DESTINATION) IN THE SAME
      *                  TRANSACTION-AND-REGISTER SHAPE SYSRMNT USES.
      *                  A RECORD IS KEYED BY REPORT, DISTRICT AND
      *                  DESTINATION; CHANGE RENAMES THE RECIPIENT.
      *                  ONLY THE REPORTS RPTBURST CAN SPLIT ARE
      *                  ACCEPTED, DISTRICT ALL IS THE CITYWIDE
      *                  MANAGEMENT COPY, AND A DESTINATION MAY CARRY
      *                  ONLY ONE COPY. EVERY APPLIED TRANSACTION IS
      *                  JOURNALED TO MNTJRNL.
      * 10/15/26   OPS   JOURNAL IMAGE WORK AREAS WIDENED TO THE 150
      *                  BYTES MNTJRNL NOW HOLDS, SO A WHOLE MASTER
      *                  RECORD IS JOURNALED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIBUTION-MASTER ASSIGN TO "RPTDIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DM-FILE-STATUS.
           SELECT DIST-TRANS ASSIGN TO "RPTDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DT-FILE-STATUS.
           SELECT DIST-REGISTER ASSIGN TO "RPTDMREG"
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
       FD  DISTRIBUTION-MASTER.
       COPY "RPTDIST.cpy".
       FD  DIST-TRANS.
       01  DT-RECORD.
           05  DT-ACTION               PIC X(10).
           05  FILLER                  PIC X(01).
           05  DT-REPORT-ID            PIC X(08).
           05  FILLER                  PIC X(01).
           05  DT-DISTRICT             PIC X(03).
           05  FILLER                  PIC X(01).
           05  DT-RECIPIENT            PIC X(20).
           05  FILLER                  PIC X(01).
           05  DT-DESTINATION          PIC X(08).
       FD  DIST-REGISTER.
       01  REG-RECORD.
           05  REG-ACTION              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-REPORT-ID           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-DISTRICT            PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-DESTINATION         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-RESULT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-REASON              PIC X(30).
       FD  SESSION-FILE.
       COPY "SESSINFO.cpy".
       FD  MAINT-JOURNAL.
       COPY "MNTJRNL.cpy".
       WORKING-STORAGE SECTION.
        01 DM-FILE-STATUS              PIC XX.
        01 DT-FILE-STATUS              PIC XX.
        01 REG-FILE-STATUS             PIC XX.
        01 SES-FILE-STATUS             PIC XX.
        01 MJ-FILE-STATUS              PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-ENTRY-FOUND-SW       PIC X(01) VALUE "N".
              88 WS-ENTRY-FOUND               VALUE "Y".
           05 WS-DEST-IN-USE-SW       PIC X(01) VALUE "N".
              88 WS-DEST-IN-USE               VALUE "Y".
        01 WS-DIST-COUNT               PIC 9(03) VALUE ZERO.
        01 WS-DIST-TABLE.
           05 WS-DIST-ENTRY OCCURS 200 TIMES.
              10 WS-DT-REPORT-ID      PIC X(08).
              10 WS-DT-DISTRICT       PIC X(03).
              10 WS-DT-RECIPIENT      PIC X(20).
              10 WS-DT-DESTINATION    PIC X(08).
              10 WS-DT-DELETED-SW     PIC X(01).
        01 WS-DIST-IDX                 PIC 9(03) VALUE ZERO.
        01 WS-FOUND-IDX                PIC 9(03) VALUE ZERO.
        01 WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
        01 WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
        01 WS-SES-OPERATOR-ID          PIC X(10) VALUE SPACES.
        01 WS-JRNL-KEY.
           05 WS-JK-REPORT-ID         PIC X(08).
           05 WS-JK-DISTRICT          PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-JK-DESTINATION       PIC X(08).
        01 WS-JRNL-BEFORE              PIC X(150) VALUE SPACES.
        01 WS-JRNL-AFTER               PIC X(150) VALUE SPACES.
        01 WS-JRNL-IMAGE.
           05 WS-JI-REPORT-ID         PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-JI-DISTRICT          PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-JI-RECIPIENT         PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-JI-DESTINATION       PIC X(08).
        01 WS-TALLY-COUNTS.
           05 WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-ONE-TRAN THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 8000-REWRITE-MASTER THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Loads the current distribution master into the work table
      * and opens the transaction file and register. The signed-on
      * operator is noted for the maintenance journal.
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

           OPEN INPUT DISTRIBUTION-MASTER.
           IF DM-FILE-STATUS = "00"
               PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
                   UNTIL WS-EOF OR WS-DIST-COUNT = 200
               SET WS-EOF-SW TO "N"
               CLOSE DISTRIBUTION-MASTER
           END-IF.

           OPEN INPUT DIST-TRANS.
           IF DT-FILE-STATUS NOT = "00"
               DISPLAY "RPTDMNT: UNABLE TO OPEN RPTDTRAN - STATUS "
                   DT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT DIST-REGISTER.
           IF REG-FILE-STATUS NOT = "00"
               DISPLAY "RPTDMNT: UNABLE TO OPEN RPTDMREG - STATUS "
                   REG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-ENTRY SECTION.
       1100-START.
           READ DISTRIBUTION-MASTER
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.

           ADD 1 TO WS-DIST-COUNT.
           MOVE DM-REPORT-ID   TO WS-DT-REPORT-ID(WS-DIST-COUNT).
           MOVE DM-DISTRICT    TO WS-DT-DISTRICT(WS-DIST-COUNT).
           MOVE DM-RECIPIENT   TO WS-DT-RECIPIENT(WS-DIST-COUNT).
           MOVE DM-DESTINATION TO WS-DT-DESTINATION(WS-DIST-COUNT).
           MOVE "N" TO WS-DT-DELETED-SW(WS-DIST-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-APPLY-ONE-TRAN
      * Validates and applies one ADD/CHANGE/REMOVE card.
      *----------------------------------------------------------------
       2000-APPLY-ONE-TRAN SECTION.
       2000-START.
           READ DIST-TRANS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.

           IF DT-ACTION NOT = "ADD" AND DT-ACTION NOT = "CHANGE"
                   AND DT-ACTION NOT = "REMOVE"
               MOVE "INVALID ACTION" TO REG-REASON
               PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE DT-REPORT-ID TO DM-REPORT-ID.
           IF NOT DM-BURSTABLE-REPORT
               MOVE "REPORT NOT BURSTABLE" TO REG-REASON
               PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF DT-DISTRICT = SPACES
               MOVE "BLANK DISTRICT" TO REG-REASON
               PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF DT-DESTINATION = SPACES
               MOVE "BLANK DESTINATION" TO REG-REASON
               PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF DT-ACTION NOT = "REMOVE" AND DT-RECIPIENT = SPACES
               MOVE "BLANK RECIPIENT" TO REG-REASON
               PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2500-FIND-ENTRY THRU 2500-EXIT.

           EVALUATE DT-ACTION
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
      * 2500-FIND-ENTRY
      * Looks the card's report, district and destination up in the
      * work table, noting on the way whether the destination is
      * already carrying some other copy.
      *----------------------------------------------------------------
       2500-FIND-ENTRY SECTION.
       2500-START.
           SET WS-ENTRY-FOUND-SW TO "N".
           SET WS-DEST-IN-USE-SW TO "N".
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM 2600-MATCH-ONE-ENTRY THRU 2600-EXIT
               VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-DIST-COUNT.
       2500-EXIT.
           EXIT.

       2600-MATCH-ONE-ENTRY SECTION.
       2600-START.
           IF WS-DT-DELETED-SW(WS-DIST-IDX) = "Y"
               GO TO 2600-EXIT
           END-IF.
           IF WS-DT-DESTINATION(WS-DIST-IDX) NOT = DT-DESTINATION
               GO TO 2600-EXIT
           END-IF.
           IF WS-DT-REPORT-ID(WS-DIST-IDX) = DT-REPORT-ID
                   AND WS-DT-DISTRICT(WS-DIST-IDX) = DT-DISTRICT
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-DIST-IDX TO WS-FOUND-IDX
           ELSE
               SET WS-DEST-IN-USE TO TRUE
           END-IF.
       2600-EXIT.
           EXIT.

       3000-APPLY-ADD SECTION.
       3000-START.
           IF WS-ENTRY-FOUND
               MOVE "ALREADY ON DISTRIBUTION" TO REG-REASON
               PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF WS-DEST-IN-USE
               MOVE "DESTINATION ALREADY IN USE" TO REG-REASON
               PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF WS-DIST-COUNT >= 200
               MOVE "DISTRIBUTION TABLE FULL" TO REG-REASON
               PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
               GO TO 3000-EXIT
           END-IF.

           ADD 1 TO WS-DIST-COUNT.
           MOVE DT-REPORT-ID   TO WS-DT-REPORT-ID(WS-DIST-COUNT).
           MOVE DT-DISTRICT    TO WS-DT-DISTRICT(WS-DIST-COUNT).
           MOVE DT-RECIPIENT   TO WS-DT-RECIPIENT(WS-DIST-COUNT).
           MOVE DT-DESTINATION TO WS-DT-DESTINATION(WS-DIST-COUNT).
           MOVE "N" TO WS-DT-DELETED-SW(WS-DIST-COUNT).
           PERFORM 2800-REGISTER-APPLIED THRU 2800-EXIT.

           MOVE SPACES TO WS-JRNL-BEFORE.
           MOVE WS-DIST-COUNT TO WS-FOUND-IDX.
           PERFORM 6100-IMAGE-ENTRY THRU 6100-EXIT.
           MOVE WS-JRNL-IMAGE TO WS-JRNL-AFTER.
           PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
       3000-EXIT.
           EXIT.

       4000-APPLY-CHANGE SECTION.
       4000-START.
           IF NOT WS-ENTRY-FOUND
               MOVE "NOT ON DISTRIBUTION" TO REG-REASON
               PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
               GO TO 4000-EXIT
           END-IF.

           PERFORM 6100-IMAGE-ENTRY THRU 6100-EXIT.
           MOVE WS-JRNL-IMAGE TO WS-JRNL-BEFORE.
           MOVE DT-RECIPIENT TO WS-DT-RECIPIENT(WS-FOUND-IDX).
           PERFORM 2800-REGISTER-APPLIED THRU 2800-EXIT.

           PERFORM 6100-IMAGE-ENTRY THRU 6100-EXIT.
           MOVE WS-JRNL-IMAGE TO WS-JRNL-AFTER.
           PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
       4000-EXIT.
           EXIT.

       5000-APPLY-REMOVE SECTION.
       5000-START.
           IF NOT WS-ENTRY-FOUND
               MOVE "NOT ON DISTRIBUTION" TO REG-REASON
               PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
               GO TO 5000-EXIT
           END-IF.

           PERFORM 6100-IMAGE-ENTRY THRU 6100-EXIT.
           MOVE WS-JRNL-IMAGE TO WS-JRNL-BEFORE.
           MOVE "Y" TO WS-DT-DELETED-SW(WS-FOUND-IDX).
           PERFORM 2800-REGISTER-APPLIED THRU 2800-EXIT.

           MOVE SPACES TO WS-JRNL-AFTER.
           PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
       5000-EXIT.
           EXIT.

       2800-REGISTER-APPLIED SECTION.
       2800-START.
           MOVE SPACES         TO REG-RECORD.
           MOVE DT-ACTION      TO REG-ACTION.
           MOVE DT-REPORT-ID   TO REG-REPORT-ID.
           MOVE DT-DISTRICT    TO REG-DISTRICT.
           MOVE DT-DESTINATION TO REG-DESTINATION.
           MOVE "APPLIED "     TO REG-RESULT.
           WRITE REG-RECORD.
           ADD 1 TO WS-APPLIED-COUNT.
       2800-EXIT.
           EXIT.

       2900-REGISTER-REJECT SECTION.
       2900-START.
           MOVE DT-ACTION      TO REG-ACTION.
           MOVE DT-REPORT-ID   TO REG-REPORT-ID.
           MOVE DT-DISTRICT    TO REG-DISTRICT.
           MOVE DT-DESTINATION TO REG-DESTINATION.
           MOVE "REJECTED"     TO REG-RESULT.
           WRITE REG-RECORD.
           MOVE SPACES TO REG-RECORD.
           ADD 1 TO WS-REJECTED-COUNT.
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

           MOVE DT-REPORT-ID       TO WS-JK-REPORT-ID.
           MOVE DT-DISTRICT        TO WS-JK-DISTRICT.
           MOVE DT-DESTINATION     TO WS-JK-DESTINATION.
           MOVE SPACES             TO MJ-RECORD.
           MOVE "RPTDMNT"          TO MJ-PROGRAM-ID.
           MOVE "RPTDIST"          TO MJ-FILE-NAME.
           MOVE WS-JRNL-KEY        TO MJ-RECORD-KEY.
           MOVE DT-ACTION          TO MJ-ACTION.
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
      * Lays work-table entry WS-FOUND-IDX out as an RPTDIST record
      * for the journal.
      *----------------------------------------------------------------
       6100-IMAGE-ENTRY SECTION.
       6100-START.
           MOVE WS-DT-REPORT-ID(WS-FOUND-IDX)   TO WS-JI-REPORT-ID.
           MOVE WS-DT-DISTRICT(WS-FOUND-IDX)    TO WS-JI-DISTRICT.
           MOVE WS-DT-RECIPIENT(WS-FOUND-IDX)   TO WS-JI-RECIPIENT.
           MOVE WS-DT-DESTINATION(WS-FOUND-IDX) TO WS-JI-DESTINATION.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-REWRITE-MASTER
      * Replaces RPTDIST with the surviving work-table entries.
      *----------------------------------------------------------------
       8000-REWRITE-MASTER SECTION.
       8000-START.
           OPEN OUTPUT DISTRIBUTION-MASTER.
           IF DM-FILE-STATUS NOT = "00"
               DISPLAY "RPTDMNT: UNABLE TO REWRITE RPTDIST - STATUS "
                   DM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 8000-EXIT
           END-IF.

           PERFORM 8100-WRITE-ONE-ENTRY THRU 8100-EXIT
               VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-DIST-COUNT.
           CLOSE DISTRIBUTION-MASTER.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-ENTRY SECTION.
       8100-START.
           IF WS-DT-DELETED-SW(WS-DIST-IDX) = "Y"
               GO TO 8100-EXIT
           END-IF.
           MOVE SPACES TO DM-RECORD.
           MOVE WS-DT-REPORT-ID(WS-DIST-IDX)   TO DM-REPORT-ID.
           MOVE WS-DT-DISTRICT(WS-DIST-IDX)    TO DM-DISTRICT.
           MOVE WS-DT-RECIPIENT(WS-DIST-IDX)   TO DM-RECIPIENT.
           MOVE WS-DT-DESTINATION(WS-DIST-IDX) TO DM-DESTINATION.
           WRITE DM-RECORD.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the maintenance summary.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE DIST-TRANS DIST-REGISTER.
           DISPLAY "RPTDMNT: APPLIED  = " WS-APPLIED-COUNT.
           DISPLAY "RPTDMNT: REJECTED = " WS-REJECTED-COUNT.
       9000-EXIT.
           EXIT.
