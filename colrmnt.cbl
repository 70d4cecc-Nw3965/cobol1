      *                  FROM THE UNRECOGNIZED SPELLINGS ON THE
      *                  REVIEW QUEUE AND THE SIGNAL LOG. AN
      *                  ADD-ALIAS CANNOT BE STAGED TO A FUTURE DATE.
      * 10/15/26   OPS   CHANGE-FREEZE WINDOWS: THE OPSCAL DATES FROZEN
      *                  FOR REFERENCE DATA OR FOR ALL MAINTENANCE ARE
      *                  LOADED AT START-UP, AND A TRANSACTION WHOSE
      *                  EFFECTIVE DATE (BLANK MEANS TODAY) IS FROZEN
      *                  IS REJECTED UNLESS FLAGGED AS AN EMERGENCY
      *                  (CT-EMERGENCY-FLAG = "Y") UNDER A SUPERVISOR
      *                  SESSION. AN EMERGENCY IS APPLIED OR STAGED
      *                  AND LOGGED TO THE SHARED FRZEXCP FILE FRZRPT
      *                  PRINTS FOR THE CHANGE BOARD.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SIGNAL-STATUS ASSIGN TO "SIGSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SS-FILE-STATUS.
           SELECT OPS-CALENDAR ASSIGN TO "OPSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT FREEZE-EXCEPTIONS ASSIGN TO "FRZEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COLOR-REF.
           05  CT-EFF-DATE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  CT-ALIAS-COLOR          PIC X(10).
           05  FILLER                  PIC X(01).
           05  CT-EMERGENCY-FLAG       PIC X(01).
       FD  COLOR-PENDING.
       01  CP-RECORD.
           05  CP-ACTION               PIC X(10).
           05  SS-INTERSECTION-ID      PIC X(05).
           05  FILLER                  PIC X(01).
           05  SS-SIGNAL-VALUE         PIC X(05).
       FD  OPS-CALENDAR.
       COPY "OPSCAL.cpy".
       FD  FREEZE-EXCEPTIONS.
       COPY "FRZEXCP.cpy".
       WORKING-STORAGE SECTION.
        01 CLR-REF-STATUS             PIC XX.
        01 CT-FILE-STATUS             PIC XX.
        01 AUD-FILE-STATUS            PIC XX.
        01 REG-FILE-STATUS            PIC XX.
        01 SES-FILE-STATUS            PIC XX.
        01 CAL-FILE-STATUS            PIC XX.
        01 FX-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-COLOR-FOUND-SW       PIC X(01) VALUE "N".
              88 WS-COLOR-FOUND              VALUE "Y".
           05 WS-CAL-EOF-SW           PIC X(01) VALUE "N".
              88 WS-CAL-EOF                   VALUE "Y".
           05 WS-FROZEN-SW            PIC X(01) VALUE "N".
              88 WS-FROZEN                    VALUE "Y".
           05 WS-EXCEPTION-SW         PIC X(01) VALUE "N".
              88 WS-FREEZE-EXCEPTION          VALUE "Y".
        01 WS-COLOR-COUNT             PIC 9(02) VALUE ZERO.
        01 MY-COLORS.
           05 MY-COLOR OCCURS 1 TO 50 TIMES
        01 WS-REJECT-REASON           PIC X(30) VALUE SPACES.
        01 WS-REGISTER-RESULT         PIC X(08) VALUE SPACES.
        01 WS-SES-OPERATOR-ID         PIC X(10) VALUE SPACES.
        01 WS-SES-AUTH-LEVEL          PIC X(01) VALUE SPACE.
        01 WS-FREEZE-SCOPE            PIC X(01) VALUE "R".
        01 WS-FRZ-COUNT               PIC 9(03) VALUE ZERO.
        01 WS-FRZ-TABLE.
           05 WS-FRZ-ENTRY OCCURS 100 TIMES.
              10 WS-FZ-DATE           PIC 9(08).
              10 WS-FZ-SCOPE          PIC X(01).
              10 WS-FZ-REASON         PIC X(20).
        01 WS-FRZ-IDX                 PIC 9(03) VALUE ZERO.
        01 WS-FROZEN-SCOPE            PIC X(01) VALUE SPACE.
        01 WS-FREEZE-DATE             PIC 9(08) VALUE ZERO.
        01 WS-FREEZE-REASON           PIC X(20) VALUE SPACES.
        01 WS-TODAY-DATE              PIC 9(08).
        01 SL-FILE-STATUS             PIC XX.
        01 ALR-FILE-STATUS            PIC XX.
           05 WS-HELD-COUNT           PIC 9(05) VALUE ZERO.
           05 WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-RELEASED-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-EXCEPTION-COUNT      PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Opens the transaction file and the register, captures the run
      * date/time, picks up the signed-on operator for the audit
      * trail, and loads the change-freeze dates.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
                       CONTINUE
                   NOT AT END
                       MOVE SES-OPERATOR-ID TO WS-SES-OPERATOR-ID
                       MOVE SES-AUTH-LEVEL  TO WS-SES-AUTH-LEVEL
               END-READ
               CLOSE SESSION-FILE
           END-IF.

           PERFORM 1200-LOAD-FREEZE-TABLE THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-FREEZE-TABLE
      * Loads the OPSCAL dates frozen for reference data, or for all
      * maintenance, so each transaction can be held to the
      * emergency rule on its own effective date. No calendar means
      * no freeze.
      *----------------------------------------------------------------
       1200-LOAD-FREEZE-TABLE SECTION.
       1200-START.
           OPEN INPUT OPS-CALENDAR.
           IF CAL-FILE-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF.

           PERFORM 1250-LOAD-ONE-FREEZE THRU 1250-EXIT
               UNTIL WS-CAL-EOF OR WS-FRZ-COUNT = 100.
           CLOSE OPS-CALENDAR.
       1200-EXIT.
           EXIT.

       1250-LOAD-ONE-FREEZE SECTION.
       1250-START.
           READ OPS-CALENDAR
               AT END
                   SET WS-CAL-EOF TO TRUE
                   GO TO 1250-EXIT
           END-READ.

           IF CAL-FREEZE-SCOPE NOT = WS-FREEZE-SCOPE
                   AND NOT CAL-FREEZE-ALL
               GO TO 1250-EXIT
           END-IF.

           ADD 1 TO WS-FRZ-COUNT.
           MOVE CAL-DATE         TO WS-FZ-DATE(WS-FRZ-COUNT).
           MOVE CAL-FREEZE-SCOPE TO WS-FZ-SCOPE(WS-FRZ-COUNT).
           MOVE CAL-DESCRIPTION  TO WS-FZ-REASON(WS-FRZ-COUNT).
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-LOAD-COLOR-TABLE
      * Loads the current COLRREF table. Blank records are skipped so
           MOVE WS-PT-ACTION(WS-PEND-IDX)   TO WS-CUR-ACTION.
           MOVE WS-PT-COLOR(WS-PEND-IDX)    TO WS-CUR-COLOR.
           MOVE WS-PT-EFF-DATE(WS-PEND-IDX) TO WS-CUR-EFF-DATE.
           SET WS-EXCEPTION-SW TO "N".
           ADD 1 TO WS-RELEASED-COUNT.
           PERFORM 3000-APPLY-ONE-CHANGE THRU 3000-EXIT.
       2100-EXIT.
               MOVE CT-EFF-DATE TO WS-CUR-EFF-DATE
           END-IF.

           PERFORM 2600-CHECK-FREEZE THRU 2600-EXIT.
           IF WS-FROZEN AND NOT WS-FREEZE-EXCEPTION
               MOVE "CHANGE FREEZE IN EFFECT" TO WS-REJECT-REASON
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED" TO WS-REGISTER-RESULT
               PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT
               GO TO 2500-EXIT
           END-IF.

           IF WS-CUR-EFF-DATE > WS-TODAY-DATE
                   AND WS-CUR-ACTION = "ADD-ALIAS"
               MOVE "ADD-ALIAS CANNOT BE STAGED" TO WS-REJECT-REASON
               MOVE WS-CUR-EFF-DATE TO WS-KT-EFF-DATE(WS-KEEP-COUNT)
               ADD 1 TO WS-HELD-COUNT
               MOVE SPACES TO WS-REJECT-REASON
               IF WS-FREEZE-EXCEPTION
                   PERFORM 6500-WRITE-FREEZE-EXCEPTION THRU 6500-EXIT
                   MOVE "EMERGENCY - FREEZE EXCEPTION"
                       TO WS-REJECT-REASON
               END-IF
               MOVE "HELD"  TO WS-REGISTER-RESULT
               PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT
               GO TO 2500-EXIT
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-CHECK-FREEZE
      * Looks the effective date up on the loaded freeze table. On a
      * frozen date only an emergency card entered under a
      * supervisor session goes through, and it is marked for the
      * freeze-exception log.
      *----------------------------------------------------------------
       2600-CHECK-FREEZE SECTION.
       2600-START.
           SET WS-FROZEN-SW TO "N".
           SET WS-EXCEPTION-SW TO "N".
           MOVE WS-CUR-EFF-DATE TO WS-FREEZE-DATE.
           PERFORM 2650-MATCH-ONE-FREEZE THRU 2650-EXIT
               VARYING WS-FRZ-IDX FROM 1 BY 1
               UNTIL WS-FRZ-IDX > WS-FRZ-COUNT OR WS-FROZEN.
           IF NOT WS-FROZEN
               GO TO 2600-EXIT
           END-IF.

           IF CT-EMERGENCY-FLAG = "Y" AND WS-SES-AUTH-LEVEL = "S"
               SET WS-FREEZE-EXCEPTION TO TRUE
           END-IF.
       2600-EXIT.
           EXIT.

       2650-MATCH-ONE-FREEZE SECTION.
       2650-START.
           IF WS-FZ-DATE(WS-FRZ-IDX) = WS-FREEZE-DATE
               SET WS-FROZEN TO TRUE
               MOVE WS-FZ-SCOPE(WS-FRZ-IDX)  TO WS-FROZEN-SCOPE
               MOVE WS-FZ-REASON(WS-FRZ-IDX) TO WS-FREEZE-REASON
           END-IF.
       2650-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-APPLY-ONE-CHANGE
      * Validates WS-CUR-ACTION/WS-CUR-COLOR against the current
           END-IF.

           ADD 1 TO WS-APPLIED-COUNT.
           IF WS-FREEZE-EXCEPTION
               PERFORM 6500-WRITE-FREEZE-EXCEPTION THRU 6500-EXIT
               MOVE "EMERGENCY - FREEZE EXCEPTION" TO WS-REJECT-REASON
           END-IF.
           MOVE "APPLIED" TO WS-REGISTER-RESULT.
           PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT.
           PERFORM 6000-WRITE-CHANGE-AUDIT THRU 6000-EXIT.
           CLOSE COLOR-ALIAS.

           ADD 1 TO WS-APPLIED-COUNT.
           IF WS-FREEZE-EXCEPTION
               PERFORM 6500-WRITE-FREEZE-EXCEPTION THRU 6500-EXIT
               MOVE "EMERGENCY - FREEZE EXCEPTION" TO WS-REJECT-REASON
           END-IF.
           MOVE "APPLIED" TO WS-REGISTER-RESULT.
           PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT.
           PERFORM 6000-WRITE-CHANGE-AUDIT THRU 6000-EXIT.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6500-WRITE-FREEZE-EXCEPTION
      * Appends the emergency change just applied or staged to the
      * shared freeze-exception log for the change board.
      *----------------------------------------------------------------
       6500-WRITE-FREEZE-EXCEPTION SECTION.
       6500-START.
           OPEN EXTEND FREEZE-EXCEPTIONS.
           IF FX-FILE-STATUS = "05" OR FX-FILE-STATUS = "35"
               CLOSE FREEZE-EXCEPTIONS
               OPEN OUTPUT FREEZE-EXCEPTIONS
           END-IF.

           MOVE SPACES             TO FX-RECORD.
           MOVE "COLRMNT"          TO FX-PROGRAM-ID.
           MOVE "COLRREF"          TO FX-FILE-NAME.
           MOVE WS-CUR-COLOR       TO FX-RECORD-KEY.
           MOVE WS-CUR-ACTION      TO FX-ACTION.
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
      * Closes the files and prints the run summary.
           DISPLAY "COLRMNT: HELD      = " WS-HELD-COUNT.
           DISPLAY "COLRMNT: RELEASED  = " WS-RELEASED-COUNT.
           DISPLAY "COLRMNT: REJECTED  = " WS-REJECTED-COUNT.
           DISPLAY "COLRMNT: FREEZE EMERGENCIES = " WS-EXCEPTION-COUNT.
           DISPLAY "COLRMNT: COLORS ON FILE = " WS-COLOR-COUNT.
       9000-EXIT.
           EXIT.
