       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSETMNT.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. MAINTAINS THE SIGASSET SIGNAL
      *                  EQUIPMENT REGISTER FROM A TRANSACTION FILE OF
      *                  ADD / CHANGE / RETIRE ACTIONS, THE SAME WAY
      *                  VENDMNT MAINTAINS THE VENDOR MASTER. EACH
      *                  ASSET - CONTROLLER (CTRL), SIGNAL HEAD
      *                  (HEAD), DETECTOR (DETR) OR PEDESTRIAN HEAD
      *                  (PEDH) - CARRIES ITS INTERSECTION,
      *                  MANUFACTURER, MODEL, INSTALL DATE AND
      *                  WARRANTY END DATE. A CHANGE REPLACES ONLY THE
      *                  FIELDS IT FILLS IN, SO MOVING AN ASSET TO
      *                  ANOTHER INTERSECTION NEEDS ONLY THE NEW ID. A
      *                  RETIRE TAKES ITS DATE FROM THE INSTALL-DATE
      *                  COLUMN (TODAY WHEN BLANK). THE INTERSECTION
      *                  MUST BE ON INTXMAST WHEN THE MASTER IS
      *                  PRESENT. EVERY TRANSACTION LANDS ON THE
      *                  ASSETREG REGISTER WITH ITS RESULT.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-MASTER ASSIGN TO "SIGASSET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AS-ASSET-TAG
               FILE STATUS IS AS-FILE-STATUS.
           SELECT INTERSECTION-MASTER ASSIGN TO "INTXMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IX-INTERSECTION-ID
               FILE STATUS IS IX-FILE-STATUS.
           SELECT ASSET-TRANS ASSIGN TO "ASSETTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AT-FILE-STATUS.
           SELECT ASSET-REGISTER ASSIGN TO "ASSETREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-MASTER.
       COPY "SIGASSET.cpy".
       FD  INTERSECTION-MASTER.
       COPY "INTXMAST.cpy".
       FD  ASSET-TRANS.
       01  AT-RECORD.
           05  AT-ACTION               PIC X(10).
           05  FILLER                  PIC X(01).
           05  AT-ASSET-TAG            PIC X(10).
           05  FILLER                  PIC X(01).
           05  AT-INTERSECTION-ID      PIC X(05).
           05  FILLER                  PIC X(01).
           05  AT-ASSET-TYPE           PIC X(04).
           05  FILLER                  PIC X(01).
           05  AT-MANUFACTURER         PIC X(20).
           05  FILLER                  PIC X(01).
           05  AT-MODEL                PIC X(15).
           05  FILLER                  PIC X(01).
           05  AT-INSTALL-DATE         PIC X(08).
           05  FILLER                  PIC X(01).
           05  AT-WARRANTY-END         PIC X(08).
       FD  ASSET-REGISTER.
       01  REG-RECORD.
           05  REG-ACTION              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-ASSET-TAG           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-RESULT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-REASON              PIC X(30).
       WORKING-STORAGE SECTION.
        01 AS-FILE-STATUS             PIC XX.
        01 IX-FILE-STATUS             PIC XX.
        01 AT-FILE-STATUS             PIC XX.
        01 REG-FILE-STATUS            PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-TRANS-VALID-SW       PIC X(01) VALUE "N".
              88 WS-TRANS-VALID               VALUE "Y".
           05 WS-MASTER-FOUND-SW      PIC X(01) VALUE "N".
              88 WS-MASTER-FOUND              VALUE "Y".
           05 WS-INTX-MASTER-SW       PIC X(01) VALUE "N".
              88 WS-INTX-MASTER-PRESENT       VALUE "Y".
        01 WS-REJECT-REASON           PIC X(30) VALUE SPACES.
        01 WS-REGISTER-RESULT         PIC X(08) VALUE SPACES.
        01 WS-TODAY-DATE              PIC 9(08).
        01 WS-NEW-INSTALL             PIC 9(08) VALUE ZERO.
        01 WS-NEW-WARRANTY            PIC 9(08) VALUE ZERO.
        01 WS-TYPE-CHECK              PIC X(04).
           88 WS-TYPE-VALID                   VALUE "CTRL" "HEAD"
                                                    "DETR" "PEDH".
        01 WS-TALLY-COUNTS.
           05 WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
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
      * Opens the transaction file, the register, the intersection
      * master if there is one, and the asset register - created
      * on first use so the initial inventory can be loaded through
      * this program.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           OPEN INPUT ASSET-TRANS.
           IF AT-FILE-STATUS NOT = "00"
               DISPLAY "ASSETMNT: UNABLE TO OPEN ASSETTRN - STATUS "
                   AT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ASSET-REGISTER.
           IF REG-FILE-STATUS NOT = "00"
               DISPLAY "ASSETMNT: UNABLE TO OPEN ASSETREG - STATUS "
                   REG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT INTERSECTION-MASTER.
           IF IX-FILE-STATUS = "00"
               SET WS-INTX-MASTER-PRESENT TO TRUE
           ELSE
               DISPLAY "ASSETMNT: NO INTERSECTION MASTER - IDS NOT"
                   " CHECKED"
           END-IF.

           OPEN I-O ASSET-MASTER.
           IF AS-FILE-STATUS = "35"
               OPEN OUTPUT ASSET-MASTER
               CLOSE ASSET-MASTER
               OPEN I-O ASSET-MASTER
           END-IF.
           IF AS-FILE-STATUS NOT = "00"
               DISPLAY "ASSETMNT: UNABLE TO OPEN SIGASSET - STATUS "
                   AS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-ONE-TRANS
      * Reads one asset transaction, validates it, and applies it
      * to the register or records it as rejected.
      *----------------------------------------------------------------
       2000-PROCESS-ONE-TRANS SECTION.
       2000-START.
           READ ASSET-TRANS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.

           PERFORM 3000-VALIDATE-TRANS THRU 3000-EXIT.
           IF NOT WS-TRANS-VALID
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED" TO WS-REGISTER-RESULT
               PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 4000-APPLY-TRANS THRU 4000-EXIT.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE "APPLIED"  TO WS-REGISTER-RESULT.
           MOVE SPACES     TO WS-REJECT-REASON.
           PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-VALIDATE-TRANS
      * An ADD must be a new tag with every field filled in; a
      * CHANGE or RETIRE must name an asset still in service. Dates
      * must be numeric and the warranty may not end before the
      * install.
      *----------------------------------------------------------------
       3000-VALIDATE-TRANS SECTION.
       3000-START.
           SET WS-TRANS-VALID-SW TO "N".
           MOVE SPACES TO WS-REJECT-REASON.

           IF AT-ASSET-TAG = SPACES OR AT-ASSET-TAG = LOW-VALUES
               MOVE "BLANK ASSET TAG" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.

           IF AT-ACTION NOT = "ADD" AND AT-ACTION NOT = "CHANGE"
                   AND AT-ACTION NOT = "RETIRE"
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-READ-MASTER THRU 3100-EXIT.

           IF AT-ACTION = "ADD"
               IF WS-MASTER-FOUND
                   MOVE "ASSET ALREADY ON REGISTER" TO WS-REJECT-REASON
                   GO TO 3000-EXIT
               END-IF
               IF AT-INTERSECTION-ID = SPACES
                   OR AT-ASSET-TYPE = SPACES
                   OR AT-MANUFACTURER = SPACES
                   OR AT-MODEL = SPACES
                   OR AT-INSTALL-DATE = SPACES
                   OR AT-WARRANTY-END = SPACES
                   MOVE "ADD NEEDS EVERY FIELD" TO WS-REJECT-REASON
                   GO TO 3000-EXIT
               END-IF
               MOVE ZERO TO WS-NEW-INSTALL WS-NEW-WARRANTY
           ELSE
               IF NOT WS-MASTER-FOUND
                   MOVE "ASSET NOT ON REGISTER" TO WS-REJECT-REASON
                   GO TO 3000-EXIT
               END-IF
               IF AS-RETIRED
                   MOVE "ASSET ALREADY RETIRED" TO WS-REJECT-REASON
                   GO TO 3000-EXIT
               END-IF
               MOVE AS-INSTALL-DATE TO WS-NEW-INSTALL
               MOVE AS-WARRANTY-END TO WS-NEW-WARRANTY
           END-IF.

           IF AT-ACTION = "RETIRE"
               IF AT-INSTALL-DATE NOT = SPACES
                   IF AT-INSTALL-DATE NOT NUMERIC
                       MOVE "RETIRE DATE NOT NUMERIC"
                           TO WS-REJECT-REASON
                       GO TO 3000-EXIT
                   END-IF
                   IF AT-INSTALL-DATE < AS-INSTALL-DATE
                       MOVE "RETIRED BEFORE INSTALLED"
                           TO WS-REJECT-REASON
                       GO TO 3000-EXIT
                   END-IF
               END-IF
               SET WS-TRANS-VALID TO TRUE
               GO TO 3000-EXIT
           END-IF.

           IF AT-ASSET-TYPE NOT = SPACES
               MOVE AT-ASSET-TYPE TO WS-TYPE-CHECK
               IF NOT WS-TYPE-VALID
                   MOVE "TYPE NOT CTRL/HEAD/DETR/PEDH"
                       TO WS-REJECT-REASON
                   GO TO 3000-EXIT
               END-IF
           END-IF.

           IF AT-INSTALL-DATE NOT = SPACES
               IF AT-INSTALL-DATE NOT NUMERIC
                   MOVE "INSTALL DATE NOT NUMERIC" TO WS-REJECT-REASON
                   GO TO 3000-EXIT
               END-IF
               MOVE AT-INSTALL-DATE TO WS-NEW-INSTALL
           END-IF.
           IF AT-WARRANTY-END NOT = SPACES
               IF AT-WARRANTY-END NOT NUMERIC
                   MOVE "WARRANTY DATE NOT NUMERIC" TO WS-REJECT-REASON
                   GO TO 3000-EXIT
               END-IF
               MOVE AT-WARRANTY-END TO WS-NEW-WARRANTY
           END-IF.
           IF WS-NEW-WARRANTY < WS-NEW-INSTALL
               MOVE "WARRANTY ENDS BEFORE INSTALL" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.

           IF AT-INTERSECTION-ID NOT = SPACES
                   AND WS-INTX-MASTER-PRESENT
               MOVE AT-INTERSECTION-ID TO IX-INTERSECTION-ID
               READ INTERSECTION-MASTER
                   INVALID KEY
                       MOVE "INTERSECTION NOT ON INTXMAST"
                           TO WS-REJECT-REASON
                       GO TO 3000-EXIT
               END-READ
           END-IF.

           SET WS-TRANS-VALID TO TRUE.
       3000-EXIT.
           EXIT.

       3100-READ-MASTER SECTION.
       3100-START.
           SET WS-MASTER-FOUND-SW TO "N".
           MOVE AT-ASSET-TAG TO AS-ASSET-TAG.
           READ ASSET-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MASTER-FOUND TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-APPLY-TRANS
      * Applies a validated transaction to the asset register.
      *----------------------------------------------------------------
       4000-APPLY-TRANS SECTION.
       4000-START.
           EVALUATE AT-ACTION
               WHEN "ADD"
                   MOVE SPACES             TO AS-RECORD
                   MOVE AT-ASSET-TAG       TO AS-ASSET-TAG
                   MOVE AT-INTERSECTION-ID TO AS-INTERSECTION-ID
                   MOVE AT-ASSET-TYPE      TO AS-ASSET-TYPE
                   MOVE AT-MANUFACTURER    TO AS-MANUFACTURER
                   MOVE AT-MODEL           TO AS-MODEL
                   MOVE WS-NEW-INSTALL     TO AS-INSTALL-DATE
                   MOVE WS-NEW-WARRANTY    TO AS-WARRANTY-END
                   SET AS-IN-SERVICE TO TRUE
                   MOVE ZERO               TO AS-RETIRED-DATE
                   WRITE AS-RECORD
               WHEN "CHANGE"
                   IF AT-INTERSECTION-ID NOT = SPACES
                       MOVE AT-INTERSECTION-ID TO AS-INTERSECTION-ID
                   END-IF
                   IF AT-ASSET-TYPE NOT = SPACES
                       MOVE AT-ASSET-TYPE TO AS-ASSET-TYPE
                   END-IF
                   IF AT-MANUFACTURER NOT = SPACES
                       MOVE AT-MANUFACTURER TO AS-MANUFACTURER
                   END-IF
                   IF AT-MODEL NOT = SPACES
                       MOVE AT-MODEL TO AS-MODEL
                   END-IF
                   MOVE WS-NEW-INSTALL  TO AS-INSTALL-DATE
                   MOVE WS-NEW-WARRANTY TO AS-WARRANTY-END
                   REWRITE AS-RECORD
               WHEN "RETIRE"
                   SET AS-RETIRED TO TRUE
                   IF AT-INSTALL-DATE = SPACES
                       MOVE WS-TODAY-DATE TO AS-RETIRED-DATE
                   ELSE
                       MOVE AT-INSTALL-DATE TO AS-RETIRED-DATE
                   END-IF
                   REWRITE AS-RECORD
           END-EVALUATE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-REGISTER
      * One register line per transaction.
      *----------------------------------------------------------------
       5000-WRITE-REGISTER SECTION.
       5000-START.
           MOVE SPACES             TO REG-RECORD.
           MOVE AT-ACTION          TO REG-ACTION.
           MOVE AT-ASSET-TAG       TO REG-ASSET-TAG.
           MOVE WS-REGISTER-RESULT TO REG-RESULT.
           MOVE WS-REJECT-REASON   TO REG-REASON.
           WRITE REG-RECORD.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the applied/rejected summary.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE ASSET-TRANS ASSET-REGISTER ASSET-MASTER.
           IF WS-INTX-MASTER-PRESENT
               CLOSE INTERSECTION-MASTER
           END-IF.
           DISPLAY "ASSETMNT: APPLIED  = " WS-APPLIED-COUNT.
           DISPLAY "ASSETMNT: REJECTED = " WS-REJECTED-COUNT.
       9000-EXIT.
           EXIT.
