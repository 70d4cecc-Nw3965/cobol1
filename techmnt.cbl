       IDENTIFICATION DIVISION.
       PROGRAM-ID. TECHMNT.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. MAINTAINS THE TECHMAST SIGNAL
      *                  TECHNICIAN MASTER FROM TECHTRN TRANSACTIONS
      *                  (ACTION, TECHNICIAN ID, NAME, TRADE, HOURLY
      *                  RATE - FIVE DIGITS, TWO IMPLIED DECIMALS).
      *                  ADD NEEDS ALL THREE; CHANGE REPLACES ONLY
      *                  THE FIELDS GIVEN; DEACT MAKES A TECHNICIAN
      *                  INACTIVE (LABPOST THEN REJECTS THEIR
      *                  TICKETS) AND REACT RESTORES THEM. THE RATE
      *                  DRIVES LABOR COST, SO SUPERVISOR AUTHORITY
      *                  IS REQUIRED, AS FOR COSTMNT, AND EVERY CHANGE
      *                  IS LOGGED TO TECHHST WITH OLD AND NEW RATE
      *                  AND STATUS, A TIMESTAMP AND THE SIGNED-ON
      *                  OPERATOR. AN APPLIED/REJECTED REGISTER IS
      *                  PRINTED. RC 4 WHEN ANY TRANSACTION IS
      *                  REJECTED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TECH-MASTER ASSIGN TO "TECHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TC-TECH-ID
               FILE STATUS IS TC-FILE-STATUS.
           SELECT TECH-TRANS ASSIGN TO "TECHTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TT-FILE-STATUS.
           SELECT TECH-HISTORY ASSIGN TO "TECHHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TH-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SIGNSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SES-FILE-STATUS.
           SELECT TECH-REGISTER ASSIGN TO "TECHMREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TECH-MASTER.
       COPY "TECHMAST.cpy".
       FD  TECH-TRANS.
       01  TT-RECORD.
           05  TT-ACTION               PIC X(06).
           05  FILLER                  PIC X(01).
           05  TT-TECH-ID              PIC X(06).
           05  FILLER                  PIC X(01).
           05  TT-NAME                 PIC X(30).
           05  FILLER                  PIC X(01).
           05  TT-TRADE                PIC X(10).
           05  FILLER                  PIC X(01).
           05  TT-RATE                 PIC X(05).
       FD  TECH-HISTORY.
       01  TH-RECORD.
           05  TH-TECH-ID              PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TH-ACTION               PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TH-OLD-RATE             PIC 9(03)V99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TH-NEW-RATE             PIC 9(03)V99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TH-OLD-STATUS           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TH-NEW-STATUS           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TH-CHANGE-DATE          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TH-CHANGE-TIME          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TH-OPERATOR-ID          PIC X(10).
       FD  SESSION-FILE.
       COPY "SESSINFO.cpy".
       FD  TECH-REGISTER.
       01  REG-RECORD.
           05  REG-ACTION              PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-TECH-ID             PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-NAME                PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-RESULT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-REASON              PIC X(30).
       WORKING-STORAGE SECTION.
        01 TC-FILE-STATUS             PIC XX.
        01 TT-FILE-STATUS             PIC XX.
        01 TH-FILE-STATUS             PIC XX.
        01 SES-FILE-STATUS            PIC XX.
        01 REG-FILE-STATUS            PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-TECH-EXISTS-SW       PIC X(01) VALUE "N".
              88 WS-TECH-EXISTS               VALUE "Y".
        01 WS-SES-OPERATOR-ID         PIC X(10) VALUE SPACES.
        01 WS-SES-AUTH-LEVEL          PIC X(01) VALUE SPACE.
        01 WS-TODAY-DATE              PIC 9(08).
        01 WS-RATE-INPUT              PIC X(05).
        01 WS-RATE-INPUT-NUM REDEFINES WS-RATE-INPUT
                                      PIC 9(03)V99.
        01 WS-OLD-RATE                PIC 9(03)V99 VALUE ZERO.
        01 WS-OLD-STATUS              PIC X(01) VALUE SPACE.
        01 WS-REJECT-REASON           PIC X(30) VALUE SPACES.
        01 WS-TALLY-COUNTS.
           05 WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-ONE-TECH THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Reads the session - only a supervisor may set labor rates -
      * and opens the transactions, the master and the register.
      * The technician master is created on first use.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

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
               DISPLAY "TECHMNT: RUN REFUSED - SIGNED-ON OPERATOR "
                   WS-SES-OPERATOR-ID " LACKS SUPERVISOR AUTHORITY"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT TECH-TRANS.
           IF TT-FILE-STATUS NOT = "00"
               DISPLAY "TECHMNT: UNABLE TO OPEN TECHTRN - STATUS "
                   TT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O TECH-MASTER.
           IF TC-FILE-STATUS = "35"
               OPEN OUTPUT TECH-MASTER
               CLOSE TECH-MASTER
               OPEN I-O TECH-MASTER
           END-IF.
           IF TC-FILE-STATUS NOT = "00"
               DISPLAY "TECHMNT: UNABLE TO OPEN TECHMAST - STATUS "
                   TC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT TECH-REGISTER.
           IF REG-FILE-STATUS NOT = "00"
               DISPLAY "TECHMNT: UNABLE TO OPEN TECHMREG - STATUS "
                   REG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-APPLY-ONE-TECH
      * Validates one technician transaction and applies it, logging
      * the old and new rate and status to the history.
      *----------------------------------------------------------------
       2000-APPLY-ONE-TECH SECTION.
       2000-START.
           READ TECH-TRANS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.

           MOVE SPACES TO WS-REJECT-REASON.

           IF TT-ACTION NOT = "ADD" AND TT-ACTION NOT = "CHANGE"
                   AND TT-ACTION NOT = "DEACT"
                   AND TT-ACTION NOT = "REACT"
               MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF TT-TECH-ID = SPACES
               MOVE "BLANK TECHNICIAN ID" TO WS-REJECT-REASON
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF TT-ACTION = "ADD"
                   AND (TT-NAME = SPACES OR TT-TRADE = SPACES
                        OR TT-RATE = SPACES)
               MOVE "ADD NEEDS NAME, TRADE AND RATE" TO WS-REJECT-REASON
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE TT-RATE TO WS-RATE-INPUT.
           IF (TT-ACTION = "ADD" OR TT-ACTION = "CHANGE")
                   AND WS-RATE-INPUT NOT = SPACES
               IF WS-RATE-INPUT NOT NUMERIC
                   MOVE "HOURLY RATE NOT NUMERIC" TO WS-REJECT-REASON
                   PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
                   GO TO 2000-EXIT
               END-IF
               IF WS-RATE-INPUT-NUM = ZERO
                   MOVE "ZERO HOURLY RATE" TO WS-REJECT-REASON
                   PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
                   GO TO 2000-EXIT
               END-IF
           END-IF.

           SET WS-TECH-EXISTS-SW TO "N".
           MOVE ZERO       TO WS-OLD-RATE.
           MOVE SPACE      TO WS-OLD-STATUS.
           MOVE TT-TECH-ID TO TC-TECH-ID.
           READ TECH-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-TECH-EXISTS TO TRUE
                   MOVE TC-HOURLY-RATE TO WS-OLD-RATE
                   MOVE TC-STATUS      TO WS-OLD-STATUS
           END-READ.

           IF TT-ACTION = "ADD" AND WS-TECH-EXISTS
               MOVE "TECHNICIAN ALREADY ON FILE" TO WS-REJECT-REASON
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF TT-ACTION NOT = "ADD" AND NOT WS-TECH-EXISTS
               MOVE "TECHNICIAN NOT ON FILE" TO WS-REJECT-REASON
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF TT-ACTION = "DEACT" AND TC-INACTIVE
               MOVE "TECHNICIAN ALREADY INACTIVE" TO WS-REJECT-REASON
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF TT-ACTION = "REACT" AND TC-ACTIVE
               MOVE "TECHNICIAN ALREADY ACTIVE" TO WS-REJECT-REASON
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 3000-STORE-TECH THRU 3000-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 4000-LOG-TECH-CHANGE THRU 4000-EXIT.

           ADD 1 TO WS-APPLIED-COUNT.
           MOVE SPACES     TO REG-RECORD.
           MOVE TT-ACTION  TO REG-ACTION.
           MOVE TT-TECH-ID TO REG-TECH-ID.
           MOVE TC-NAME    TO REG-NAME.
           MOVE "APPLIED " TO REG-RESULT.
           WRITE REG-RECORD.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-STORE-TECH
      * Builds the new record over the old one and writes or
      * rewrites it.
      *----------------------------------------------------------------
       3000-STORE-TECH SECTION.
       3000-START.
           IF TT-ACTION = "ADD"
               MOVE SPACES     TO TC-RECORD
               MOVE TT-TECH-ID TO TC-TECH-ID
               SET TC-ACTIVE   TO TRUE
           END-IF.
           IF TT-NAME NOT = SPACES
               MOVE TT-NAME TO TC-NAME
           END-IF.
           IF TT-TRADE NOT = SPACES
               MOVE TT-TRADE TO TC-TRADE
           END-IF.
           IF WS-RATE-INPUT NOT = SPACES
               MOVE WS-RATE-INPUT-NUM TO TC-HOURLY-RATE
           END-IF.
           IF TT-ACTION = "DEACT"
               SET TC-INACTIVE TO TRUE
           END-IF.
           IF TT-ACTION = "REACT"
               SET TC-ACTIVE TO TRUE
           END-IF.
           MOVE WS-TODAY-DATE      TO TC-CHANGED-DATE.
           MOVE WS-SES-OPERATOR-ID TO TC-CHANGED-BY.

           IF WS-TECH-EXISTS
               REWRITE TC-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO REWRITE TECHNICIAN"
                           TO WS-REJECT-REASON
               END-REWRITE
           ELSE
               WRITE TC-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO WRITE TECHNICIAN"
                           TO WS-REJECT-REASON
               END-WRITE
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-LOG-TECH-CHANGE
      * Appends the old and new rate and status, timestamp, and
      * operator to the technician history - the same trail COSTHST
      * keeps.
      *----------------------------------------------------------------
       4000-LOG-TECH-CHANGE SECTION.
       4000-START.
           OPEN EXTEND TECH-HISTORY.
           IF TH-FILE-STATUS = "05" OR TH-FILE-STATUS = "35"
               CLOSE TECH-HISTORY
               OPEN OUTPUT TECH-HISTORY
           END-IF.

           MOVE SPACES             TO TH-RECORD.
           MOVE TT-TECH-ID         TO TH-TECH-ID.
           MOVE TT-ACTION          TO TH-ACTION.
           MOVE WS-OLD-RATE        TO TH-OLD-RATE.
           MOVE TC-HOURLY-RATE     TO TH-NEW-RATE.
           MOVE WS-OLD-STATUS      TO TH-OLD-STATUS.
           MOVE TC-STATUS          TO TH-NEW-STATUS.
           ACCEPT TH-CHANGE-DATE FROM DATE YYYYMMDD.
           ACCEPT TH-CHANGE-TIME FROM TIME.
           MOVE WS-SES-OPERATOR-ID TO TH-OPERATOR-ID.
           WRITE TH-RECORD.
           CLOSE TECH-HISTORY.
       4000-EXIT.
           EXIT.

       5000-REGISTER-REJECT SECTION.
       5000-START.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES           TO REG-RECORD.
           MOVE TT-ACTION        TO REG-ACTION.
           MOVE TT-TECH-ID       TO REG-TECH-ID.
           MOVE TT-NAME          TO REG-NAME.
           MOVE "REJECTED"       TO REG-RESULT.
           MOVE WS-REJECT-REASON TO REG-REASON.
           WRITE REG-RECORD.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the applied/rejected summary.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE TECH-TRANS TECH-MASTER TECH-REGISTER.
           DISPLAY "TECHMNT: APPLIED  = " WS-APPLIED-COUNT.
           DISPLAY "TECHMNT: REJECTED = " WS-REJECTED-COUNT.
           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
