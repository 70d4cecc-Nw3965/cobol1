      *                  PRICE - AND AN APPLIED/REJECTED REGISTER IS
      *                  PRINTED. THE MARGINRP REPORT PUTS COST AND
      *                  PRICE SIDE BY SIDE AT LAST.
      * 10/15/26   OPS   UNIT COST IS NOW KEPT AS A MOVING WEIGHTED
      *                  AVERAGE BY INVPOST FROM COSTED RECEIPTS. A
      *                  HAND-KEYED COST IS AN OVERRIDE ONLY: THE RUN
      *                  IS REFUSED UNLESS THE SIGNED-ON OPERATOR HOLDS
      *                  SUPERVISOR AUTHORITY, AND THE REGISTER SHOWS
      *                  EACH APPLIED COST AS AN OVERRIDE.
      * 10/15/26   OPS   EVERY APPLIED TRANSACTION IS JOURNALED TO THE
      *                  SHARED MNTJRNL MAINTENANCE JOURNAL WITH THE
      *                  COSTMAST BEFORE AND AFTER IMAGES AND THE
      *                  SIGNED-ON OPERATOR, SO THE CHANGE HISTORY
      *                  OUTLIVES THE REGISTER. MNTINQ PRINTS IT.
      * 10/15/26   OPS   CHANGE-FREEZE WINDOWS: WHEN THE OPSCAL CALENDAR
      *                  MARKS THE RUN DATE FROZEN FOR PRICING
      *                  OR FOR ALL MAINTENANCE, A TRANSACTION IS
      *                  REJECTED UNLESS FLAGGED AS AN EMERGENCY
      *                  (CU-EMERGENCY-FLAG = "Y") UNDER A SUPERVISOR
      *                  SESSION. AN EMERGENCY IS APPLIED AND LOGGED
      *                  TO THE SHARED FRZEXCP FILE FRZRPT PRINTS FOR
      *                  THE CHANGE BOARD.
      * 10/15/26   OPS   JOURNAL IMAGE WORK AREAS WIDENED TO THE 150
      *                  BYTES MNTJRNL NOW HOLDS, SO A WHOLE MASTER
      *                  RECORD IS JOURNALED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT COST-REGISTER ASSIGN TO "COSTMREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
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
       FD  COST-MASTER.
           05  CU-PRODUCT-ID           PIC X(05).
           05  FILLER                  PIC X(01).
           05  CU-UNIT-COST            PIC X(07).
           05  FILLER                  PIC X(01).
           05  CU-EMERGENCY-FLAG       PIC X(01).
       FD  COST-HISTORY.
       01  CH-RECORD.
           05  CH-PRODUCT-ID           PIC X(05).
           05  REG-RESULT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-REASON              PIC X(30).
       FD  MAINT-JOURNAL.
       COPY "MNTJRNL.cpy".
       FD  OPS-CALENDAR.
       COPY "OPSCAL.cpy".
       FD  FREEZE-EXCEPTIONS.
       COPY "FRZEXCP.cpy".
       WORKING-STORAGE SECTION.
        01 CM-FILE-STATUS             PIC XX.
        01 PM-FILE-STATUS             PIC XX.
        01 CH-FILE-STATUS             PIC XX.
        01 SES-FILE-STATUS            PIC XX.
        01 REG-FILE-STATUS            PIC XX.
        01 MJ-FILE-STATUS             PIC XX.
        01 CAL-FILE-STATUS            PIC XX.
        01 FX-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
              88 WS-PRODUCT-FOUND             VALUE "Y".
           05 WS-COST-EXISTS-SW       PIC X(01) VALUE "N".
              88 WS-COST-EXISTS               VALUE "Y".
           05 WS-CAL-EOF-SW           PIC X(01) VALUE "N".
              88 WS-CAL-EOF                   VALUE "Y".
           05 WS-FROZEN-SW            PIC X(01) VALUE "N".
              88 WS-FROZEN                    VALUE "Y".
           05 WS-EXCEPTION-SW         PIC X(01) VALUE "N".
              88 WS-FREEZE-EXCEPTION          VALUE "Y".
        01 WS-SES-OPERATOR-ID         PIC X(10) VALUE SPACES.
        01 WS-SES-AUTH-LEVEL          PIC X(01) VALUE SPACE.
        01 WS-FREEZE-SCOPE            PIC X(01) VALUE "P".
        01 WS-FROZEN-SCOPE            PIC X(01) VALUE SPACE.
        01 WS-FREEZE-DATE             PIC 9(08) VALUE ZERO.
        01 WS-FREEZE-REASON           PIC X(20) VALUE SPACES.
        01 WS-TODAY-DATE              PIC 9(08) VALUE ZERO.
        01 WS-RUN-TIME                PIC 9(08) VALUE ZERO.
        01 WS-JRNL-ACTION             PIC X(10) VALUE SPACES.
        01 WS-JRNL-BEFORE             PIC X(150) VALUE SPACES.
        01 WS-COST-INPUT              PIC X(07).
        01 WS-COST-INPUT-NUM REDEFINES WS-COST-INPUT
                                      PIC 9(05)V99.
        01 WS-TALLY-COUNTS.
           05 WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-EXCEPTION-COUNT      PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Reads the session for the audit stamp - a keyed cost
      * overrides the receipt-driven average, so only a supervisor
      * may run it - and opens the transaction file, the masters,
      * and the register. The cost master is created on first use.
      * The run date is checked for a pricing change freeze.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN INPUT SESSION-FILE.
           IF SES-FILE-STATUS = "00"
               READ SESSION-FILE
                       CONTINUE
                   NOT AT END
                       MOVE SES-OPERATOR-ID TO WS-SES-OPERATOR-ID
                       MOVE SES-AUTH-LEVEL  TO WS-SES-AUTH-LEVEL
               END-READ
               CLOSE SESSION-FILE
           END-IF.

           IF WS-SES-AUTH-LEVEL NOT = "S"
               DISPLAY "COSTMNT: RUN REFUSED - SIGNED-ON OPERATOR "
                   WS-SES-OPERATOR-ID " LACKS SUPERVISOR AUTHORITY"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1200-CHECK-FREEZE THRU 1200-EXIT.

           OPEN INPUT COST-TRANS.
           IF CU-FILE-STATUS NOT = "00"
               DISPLAY "COSTMNT: UNABLE TO OPEN COSTUPD - STATUS "
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-CHECK-FREEZE
      * Looks the run date up on the OPSCAL calendar. A date frozen
      * for pricing, or for all maintenance, holds every
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
               DISPLAY "COSTMNT: CHANGE FREEZE IN EFFECT - "
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
      * 2000-APPLY-ONE-COST
      * Validates one cost transaction and stores it, logging any
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2900-CHECK-FREEZE-EXCEPTION THRU 2900-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 3000-STORE-COST THRU 3000-EXIT.

           ADD 1 TO WS-APPLIED-COUNT.
           MOVE SPACES        TO REG-RECORD.
           MOVE CU-PRODUCT-ID TO REG-PRODUCT-ID.
           MOVE "APPLIED "    TO REG-RESULT.
           MOVE "OVERRIDE OF AVERAGE COST" TO REG-REASON.
           IF WS-FREEZE-EXCEPTION
               PERFORM 6500-WRITE-FREEZE-EXCEPTION THRU 6500-EXIT
               MOVE "EMERGENCY - FREEZE EXCEPTION" TO REG-REASON
           END-IF.
           WRITE REG-RECORD.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-CHECK-FREEZE-EXCEPTION
      * On a frozen date only an emergency card entered under a
      * supervisor session goes through, and it is marked for the
      * freeze-exception log.
      *----------------------------------------------------------------
       2900-CHECK-FREEZE-EXCEPTION SECTION.
       2900-START.
           SET WS-EXCEPTION-SW TO "N".
           IF NOT WS-FROZEN
               GO TO 2900-EXIT
           END-IF.

           IF CU-EMERGENCY-FLAG = "Y" AND WS-SES-AUTH-LEVEL = "S"
               SET WS-FREEZE-EXCEPTION TO TRUE
           ELSE
               MOVE "CHANGE FREEZE IN EFFECT" TO WS-REJECT-REASON
           END-IF.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-STORE-COST
      * Inserts or replaces the unit cost; a change of an existing
      * cost is logged with old and new values. Either way the
      * record is journaled before and after.
      *----------------------------------------------------------------
       3000-STORE-COST SECTION.
       3000-START.
           SET WS-COST-EXISTS-SW TO "N".
           MOVE SPACES TO WS-JRNL-BEFORE.
           MOVE "ADD"  TO WS-JRNL-ACTION.
           MOVE CU-PRODUCT-ID TO CM-PRODUCT-ID.
           READ COST-MASTER
               INVALID KEY
               NOT INVALID KEY
                   SET WS-COST-EXISTS TO TRUE
                   MOVE CM-UNIT-COST TO WS-OLD-COST
                   MOVE CM-RECORD    TO WS-JRNL-BEFORE
                   MOVE "CHANGE"     TO WS-JRNL-ACTION
           END-READ.

           MOVE CU-PRODUCT-ID     TO CM-PRODUCT-ID.
           ELSE
               WRITE CM-RECORD
           END-IF.

           PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
       3000-EXIT.
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
           MOVE "COSTMNT"          TO MJ-PROGRAM-ID.
           MOVE "COSTMAST"         TO MJ-FILE-NAME.
           MOVE CU-PRODUCT-ID      TO MJ-RECORD-KEY.
           MOVE WS-JRNL-ACTION     TO MJ-ACTION.
           MOVE WS-SES-OPERATOR-ID TO MJ-OPERATOR-ID.
           MOVE WS-TODAY-DATE      TO MJ-CHANGE-DATE.
           MOVE WS-RUN-TIME        TO MJ-CHANGE-TIME.
           MOVE WS-JRNL-BEFORE     TO MJ-BEFORE-IMAGE.
           MOVE CM-RECORD          TO MJ-AFTER-IMAGE.
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
           MOVE "COSTMNT"          TO FX-PROGRAM-ID.
           MOVE "COSTMAST"         TO FX-FILE-NAME.
           MOVE CU-PRODUCT-ID      TO FX-RECORD-KEY.
           MOVE WS-JRNL-ACTION     TO FX-ACTION.
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
           CLOSE COST-TRANS PRODUCT-MASTER COST-MASTER COST-REGISTER.
           DISPLAY "COSTMNT: APPLIED  = " WS-APPLIED-COUNT.
           DISPLAY "COSTMNT: REJECTED = " WS-REJECTED-COUNT.
           DISPLAY "COSTMNT: FREEZE EMERGENCIES = " WS-EXCEPTION-COUNT.
       9000-EXIT.
           EXIT.
