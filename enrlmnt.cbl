       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENRLMNT.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. MAINTAINS THE ENRLMAST COURSE
      *                  ENROLLMENT FILE FROM THE REGISTRAR'S ENRLTRN
      *                  ADD/DROP TRANSACTIONS (ACTION, STUDENT,
      *                  SUBJECT, ACADTERM TERM). THE STUDENT MUST BE
      *                  ON THE STUMAST ROSTER AND NOT WITHDRAWN TO
      *                  BE ADDED, AND THE TERM MUST BE ON ACADTERM
      *                  WHEN THAT FILE IS PRESENT. A DROP KEEPS THE
      *                  ROW WITH STATUS "D"; ADDING IT AGAIN
      *                  RE-ENROLLS. AN APPLIED/REJECTED REGISTER IS
      *                  PRINTED. RC 4 WHEN ANY TRANSACTION IS
      *                  REJECTED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLL-MASTER ASSIGN TO "ENRLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EN-KEY
               FILE STATUS IS EN-FILE-STATUS.
           SELECT ENROLL-TRANS ASSIGN TO "ENRLTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ET-FILE-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-STUDENT-ID
               FILE STATUS IS ST-FILE-STATUS.
           SELECT TERM-MASTER ASSIGN TO "ACADTERM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AT-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SIGNSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SES-FILE-STATUS.
           SELECT ENROLL-REGISTER ASSIGN TO "ENRLREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL-MASTER.
       COPY "ENRLMAST.cpy".
       FD  ENROLL-TRANS.
       01  ET-RECORD.
           05  ET-ACTION               PIC X(04).
           05  FILLER                  PIC X(01).
           05  ET-STUDENT-ID           PIC X(05).
           05  FILLER                  PIC X(01).
           05  ET-SUBJECT-CODE         PIC X(03).
           05  FILLER                  PIC X(01).
           05  ET-TERM-CODE            PIC X(06).
       FD  STUDENT-MASTER.
       COPY "STUMAST.cpy".
       FD  TERM-MASTER.
       01  AT-RECORD.
           05  AT-TERM-CODE            PIC X(06).
           05  FILLER                  PIC X(01).
           05  AT-START-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  AT-END-DATE             PIC 9(08).
       FD  SESSION-FILE.
       COPY "SESSINFO.cpy".
       FD  ENROLL-REGISTER.
       01  REG-RECORD.
           05  REG-ACTION              PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-STUDENT-ID          PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-STUDENT-NAME        PIC X(25).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-SUBJECT-CODE        PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-TERM-CODE           PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-RESULT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-REASON              PIC X(30).
       WORKING-STORAGE SECTION.
        01 EN-FILE-STATUS             PIC XX.
        01 ET-FILE-STATUS             PIC XX.
        01 ST-FILE-STATUS             PIC XX.
        01 AT-FILE-STATUS             PIC XX.
        01 SES-FILE-STATUS            PIC XX.
        01 REG-FILE-STATUS            PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-TERM-EOF-SW          PIC X(01) VALUE "N".
              88 WS-TERM-EOF                  VALUE "Y".
           05 WS-TERM-FOUND-SW        PIC X(01) VALUE "N".
              88 WS-TERM-FOUND                VALUE "Y".
           05 WS-ENROLL-EXISTS-SW     PIC X(01) VALUE "N".
              88 WS-ENROLL-EXISTS             VALUE "Y".
        01 WS-SES-OPERATOR-ID         PIC X(10) VALUE SPACES.
        01 WS-TODAY-DATE              PIC 9(08).
        01 WS-STUDENT-NAME            PIC X(25) VALUE SPACES.
        01 WS-REJECT-REASON           PIC X(30) VALUE SPACES.
        01 WS-TERM-COUNT              PIC 9(03) VALUE ZERO.
        01 WS-TERM-TABLE.
           05 WS-TERM-CODE OCCURS 100 TIMES PIC X(06).
        01 WS-TERM-IDX                PIC 9(03) VALUE ZERO.
        01 WS-TALLY-COUNTS.
           05 WS-ADDED-COUNT          PIC 9(05) VALUE ZERO.
           05 WS-DROPPED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-ONE-ENROLLMENT THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Loads the ACADTERM term codes and opens the transactions,
      * the roster, the enrollment file and the register. The
      * enrollment file is created on first use.
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
               END-READ
               CLOSE SESSION-FILE
           END-IF.

           OPEN INPUT TERM-MASTER.
           IF AT-FILE-STATUS = "00"
               PERFORM 1100-LOAD-ONE-TERM THRU 1100-EXIT
                   UNTIL WS-TERM-EOF
               CLOSE TERM-MASTER
           ELSE
               DISPLAY "ENRLMNT: NO ACADTERM FILE - TERMS NOT"
                   " VALIDATED"
           END-IF.

           OPEN INPUT ENROLL-TRANS.
           IF ET-FILE-STATUS NOT = "00"
               DISPLAY "ENRLMNT: UNABLE TO OPEN ENRLTRN - STATUS "
                   ET-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT STUDENT-MASTER.
           IF ST-FILE-STATUS NOT = "00"
               DISPLAY "ENRLMNT: UNABLE TO OPEN STUMAST - STATUS "
                   ST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O ENROLL-MASTER.
           IF EN-FILE-STATUS = "35"
               OPEN OUTPUT ENROLL-MASTER
               CLOSE ENROLL-MASTER
               OPEN I-O ENROLL-MASTER
           END-IF.
           IF EN-FILE-STATUS NOT = "00"
               DISPLAY "ENRLMNT: UNABLE TO OPEN ENRLMAST - STATUS "
                   EN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ENROLL-REGISTER.
           IF REG-FILE-STATUS NOT = "00"
               DISPLAY "ENRLMNT: UNABLE TO OPEN ENRLREG - STATUS "
                   REG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-TERM SECTION.
       1100-START.
           READ TERM-MASTER
               AT END
                   SET WS-TERM-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF AT-TERM-CODE = SPACES OR WS-TERM-COUNT >= 100
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-TERM-COUNT.
           MOVE AT-TERM-CODE TO WS-TERM-CODE(WS-TERM-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-APPLY-ONE-ENROLLMENT
      * Validates one add or drop against the roster and the term
      * list and applies it to the enrollment file.
      *----------------------------------------------------------------
       2000-APPLY-ONE-ENROLLMENT SECTION.
       2000-START.
           READ ENROLL-TRANS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.

           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-STUDENT-NAME.

           IF ET-ACTION NOT = "ADD" AND ET-ACTION NOT = "DROP"
               MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF ET-STUDENT-ID = SPACES OR ET-SUBJECT-CODE = SPACES
                   OR ET-TERM-CODE = SPACES
               MOVE "STUDENT, SUBJECT AND TERM NEEDED"
                   TO WS-REJECT-REASON
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE ET-STUDENT-ID TO ST-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "STUDENT NOT ON ROSTER" TO WS-REJECT-REASON
                   PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
                   GO TO 2000-EXIT
           END-READ.
           MOVE ST-STUDENT-NAME TO WS-STUDENT-NAME.
           IF ET-ACTION = "ADD" AND ST-WITHDRAWN
               MOVE "STUDENT IS WITHDRAWN" TO WS-REJECT-REASON
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF WS-TERM-COUNT > ZERO
               SET WS-TERM-FOUND-SW TO "N"
               PERFORM 2100-MATCH-ONE-TERM THRU 2100-EXIT
                   VARYING WS-TERM-IDX FROM 1 BY 1
                   UNTIL WS-TERM-IDX > WS-TERM-COUNT OR WS-TERM-FOUND
               IF NOT WS-TERM-FOUND
                   MOVE "TERM NOT ON ACADTERM" TO WS-REJECT-REASON
                   PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
                   GO TO 2000-EXIT
               END-IF
           END-IF.

           SET WS-ENROLL-EXISTS-SW TO "N".
           MOVE ET-STUDENT-ID   TO EN-STUDENT-ID.
           MOVE ET-SUBJECT-CODE TO EN-SUBJECT-CODE.
           MOVE ET-TERM-CODE    TO EN-TERM-CODE.
           READ ENROLL-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ENROLL-EXISTS TO TRUE
           END-READ.

           IF ET-ACTION = "ADD" AND WS-ENROLL-EXISTS AND EN-ENROLLED
               MOVE "ALREADY ENROLLED" TO WS-REJECT-REASON
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF ET-ACTION = "DROP" AND NOT WS-ENROLL-EXISTS
               MOVE "NOT ENROLLED" TO WS-REJECT-REASON
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF ET-ACTION = "DROP" AND EN-DROPPED
               MOVE "ALREADY DROPPED" TO WS-REJECT-REASON
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 3000-STORE-ENROLLMENT THRU 3000-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF ET-ACTION = "ADD"
               ADD 1 TO WS-ADDED-COUNT
           ELSE
               ADD 1 TO WS-DROPPED-COUNT
           END-IF.
           MOVE SPACES          TO REG-RECORD.
           MOVE ET-ACTION       TO REG-ACTION.
           MOVE ET-STUDENT-ID   TO REG-STUDENT-ID.
           MOVE WS-STUDENT-NAME TO REG-STUDENT-NAME.
           MOVE ET-SUBJECT-CODE TO REG-SUBJECT-CODE.
           MOVE ET-TERM-CODE    TO REG-TERM-CODE.
           MOVE "APPLIED "      TO REG-RESULT.
           WRITE REG-RECORD.
       2000-EXIT.
           EXIT.

       2100-MATCH-ONE-TERM SECTION.
       2100-START.
           IF WS-TERM-CODE(WS-TERM-IDX) = ET-TERM-CODE
               SET WS-TERM-FOUND TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-STORE-ENROLLMENT
      * Writes a new enrollment, or rewrites the existing row with
      * its new status.
      *----------------------------------------------------------------
       3000-STORE-ENROLLMENT SECTION.
       3000-START.
           IF ET-ACTION = "ADD"
               SET EN-ENROLLED TO TRUE
           ELSE
               SET EN-DROPPED TO TRUE
           END-IF.
           MOVE WS-TODAY-DATE      TO EN-CHANGED-DATE.
           MOVE WS-SES-OPERATOR-ID TO EN-CHANGED-BY.

           IF WS-ENROLL-EXISTS
               REWRITE EN-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO REWRITE ENROLLMENT"
                           TO WS-REJECT-REASON
               END-REWRITE
           ELSE
               WRITE EN-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO WRITE ENROLLMENT"
                           TO WS-REJECT-REASON
               END-WRITE
           END-IF.
       3000-EXIT.
           EXIT.

       5000-REGISTER-REJECT SECTION.
       5000-START.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES           TO REG-RECORD.
           MOVE ET-ACTION        TO REG-ACTION.
           MOVE ET-STUDENT-ID    TO REG-STUDENT-ID.
           MOVE WS-STUDENT-NAME  TO REG-STUDENT-NAME.
           MOVE ET-SUBJECT-CODE  TO REG-SUBJECT-CODE.
           MOVE ET-TERM-CODE     TO REG-TERM-CODE.
           MOVE "REJECTED"       TO REG-RESULT.
           MOVE WS-REJECT-REASON TO REG-REASON.
           WRITE REG-RECORD.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the add/drop summary.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE ENROLL-TRANS STUDENT-MASTER ENROLL-MASTER
               ENROLL-REGISTER.
           DISPLAY "ENRLMNT: ADDED    = " WS-ADDED-COUNT.
           DISPLAY "ENRLMNT: DROPPED  = " WS-DROPPED-COUNT.
           DISPLAY "ENRLMNT: REJECTED = " WS-REJECTED-COUNT.
           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
