      *                  TERM DIMENSION. THE FULL BOUNDARY FILE IS
      *                  HELD RAW AND THE WORKING TABLE IS REBUILT
      *                  PER TERM AS THE CARDS NEED IT.
      * 10/15/26   OPS   A CORRECTION TO A GRADE ALREADY SENT TO THE
      *                  STATE (A STSUBREG REGISTER ROW FOR THE SAME
      *                  TERM, STUDENT AND SUBJECT) FLAGS THAT ROW FOR
      *                  RESUBMISSION BY THE NEXT STATEXT RESUB RUN,
      *                  AND THE GRDCREG LINE SAYS SO.
      * 10/15/26   OPS   CERTIFIED TERMS: A CORRECTION TO A SUBJECT
      *                  AND TERM GRDCERT HAS LOCKED ON CERTLOCK IS
      *                  APPLIED ONLY WHEN THE CARD CARRIES AN
      *                  OVERRIDE REASON AND THE SIGNED-ON OPERATOR
      *                  HAS SUPERVISOR AUTHORITY; OTHERWISE THE CARD
      *                  IS REJECTED AND THE ROW LEFT AS CERTIFIED.
      *                  EVERY OVERRIDE IS LOGGED TO THE CERTEXC
      *                  CERTIFICATION-EXCEPTION REPORT.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CORRECTION-REGISTER ASSIGN TO "GRDCREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
           SELECT SUBMISSION-REGISTER ASSIGN TO "STSUBREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SU-KEY
               FILE STATUS IS SU-FILE-STATUS.
           SELECT CERT-LOCK ASSIGN TO "CERTLOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-KEY
               FILE STATUS IS CL-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SIGNSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SES-FILE-STATUS.
           SELECT CERT-EXCEPTIONS ASSIGN TO "CERTEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EX-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-HISTORY.
           05  CC-REASON-CODE          PIC X(04).
           05  FILLER                  PIC X(01).
           05  CC-APPROVER             PIC X(10).
           05  FILLER                  PIC X(01).
           05  CC-OVERRIDE-REASON      PIC X(20).
       FD  GRADE-BOUNDARY.
       COPY "GRDBND.cpy".
       FD  CORRECTION-REGISTER.
           05  REG-RESULT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-REASON              PIC X(30).
       FD  SUBMISSION-REGISTER.
       COPY "STSUBREG.cpy".
       FD  CERT-LOCK.
       COPY "CERTLOCK.cpy".
       FD  SESSION-FILE.
       COPY "SESSINFO.cpy".
       FD  CERT-EXCEPTIONS.
       01  EX-RECORD.
           05  EX-DATE                 PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EX-TIME                 PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EX-TERM-CODE            PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EX-SUBJECT              PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EX-STUDENT-ID           PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EX-OLD-SCORE            PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EX-NEW-SCORE            PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EX-REASON-CODE          PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EX-OVERRIDE-REASON      PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EX-APPROVER             PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EX-SUPERVISOR           PIC X(10).
       WORKING-STORAGE SECTION.
        01 RH-FILE-STATUS              PIC XX.
        01 WK-FILE-STATUS              PIC XX.
        01 CC-FILE-STATUS              PIC XX.
        01 GB-FILE-STATUS              PIC XX.
        01 REG-FILE-STATUS             PIC XX.
        01 SU-FILE-STATUS              PIC XX.
        01 CL-FILE-STATUS              PIC XX.
        01 SES-FILE-STATUS             PIC XX.
        01 EX-FILE-STATUS              PIC XX.
        01 WS-SES-OPERATOR-ID          PIC X(10) VALUE SPACES.
        01 WS-SES-AUTH-LEVEL           PIC X(01) VALUE SPACE.
        01 WS-LOCK-SUBJECT             PIC X(03) VALUE SPACES.
        01 MY-SCORE                    PIC 9(03).
        01 WS-GRADE                    PIC X(06).
        01 WS-SWITCHES.
              88 WS-GRADE-FOUND               VALUE "Y".
           05 WS-CARD-FOUND-SW        PIC X(01) VALUE "N".
              88 WS-CARD-FOUND                VALUE "Y".
           05 WS-SUBMISSIONS-SW       PIC X(01) VALUE "N".
              88 WS-SUBMISSIONS-OPEN          VALUE "Y".
           05 WS-LOCKS-SW             PIC X(01) VALUE "N".
              88 WS-LOCKS-OPEN                VALUE "Y".
           05 WS-LOCK-CLEAR-SW        PIC X(01) VALUE "N".
              88 WS-LOCK-CLEAR                VALUE "Y".
        01 WS-GRADE-ENTRY-COUNT        PIC 9(02) VALUE ZERO.
        01 WS-GRADE-TABLE.
           05 WS-GRADE-ENTRY OCCURS 24 TIMES INDEXED BY WS-GRADE-IX.
              10 WS-CD-APPROVER       PIC X(10).
              10 WS-CD-APPLIED-SW     PIC X(01).
              10 WS-CD-TERM           PIC X(06).
              10 WS-CD-RESUBMIT-SW    PIC X(01).
              10 WS-CD-OVERRIDE       PIC X(20).
              10 WS-CD-OVERRIDE-SW    PIC X(01).
              10 WS-CD-REFUSAL        PIC X(30).
        01 WS-CARD-IDX                 PIC 9(02) VALUE ZERO.
        01 WS-FOUND-IDX                PIC 9(02) VALUE ZERO.
        01 WS-TALLY-COUNTS.
           05 WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-RESUBMIT-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-OVERRIDE-COUNT       PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Loads the correction cards and the grade-boundary table
      * (GRADER's table, GRADER's order) and opens the register,
      * the submission register and certification locks when there
      * are any, and reads the session for override authority.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O SUBMISSION-REGISTER.
           IF SU-FILE-STATUS = "00"
               SET WS-SUBMISSIONS-OPEN TO TRUE
           END-IF.

           OPEN INPUT CERT-LOCK.
           IF CL-FILE-STATUS = "00"
               SET WS-LOCKS-OPEN TO TRUE
           END-IF.

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
       1000-EXIT.
           EXIT.

           MOVE CC-APPROVER     TO WS-CD-APPROVER(WS-CARD-COUNT).
           MOVE "N" TO WS-CD-APPLIED-SW(WS-CARD-COUNT).
           MOVE SPACES TO WS-CD-TERM(WS-CARD-COUNT).
           MOVE "N" TO WS-CD-RESUBMIT-SW(WS-CARD-COUNT).
           MOVE CC-OVERRIDE-REASON TO WS-CD-OVERRIDE(WS-CARD-COUNT).
           MOVE "N" TO WS-CD-OVERRIDE-SW(WS-CARD-COUNT).
           MOVE SPACES TO WS-CD-REFUSAL(WS-CARD-COUNT).
       1100-EXIT.
           EXIT.

      * 2100-COPY-ONE-ROW
      * One history row: an authoritative row matching an unapplied
      * card on student, subject, and old score is flagged
      * superseded on its way through, unless its subject and term
      * are certified and the card has no valid override.
      *----------------------------------------------------------------
       2100-COPY-ONE-ROW SECTION.
       2100-START.
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
                       OR WS-CARD-FOUND
               IF WS-CARD-FOUND
                   PERFORM 2300-CHECK-TERM-LOCK THRU 2300-EXIT
               END-IF
               IF WS-CARD-FOUND AND WS-LOCK-CLEAR
                   MOVE "S" TO RH-REC-STATUS
                   MOVE "Y" TO WS-CD-APPLIED-SW(WS-FOUND-IDX)
                   MOVE RH-TERM-CODE TO WS-CD-TERM(WS-FOUND-IDX)
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-CHECK-TERM-LOCK
      * A row in a subject and term GRDCERT has locked changes only
      * on a card with an override reason run by a supervisor. A
      * refused card is closed off so it matches no later row.
      *----------------------------------------------------------------
       2300-CHECK-TERM-LOCK SECTION.
       2300-START.
           SET WS-LOCK-CLEAR TO TRUE.
           IF NOT WS-LOCKS-OPEN
               GO TO 2300-EXIT
           END-IF.

           IF RH-SUBJECT-CODE = SPACES
               MOVE "*  " TO WS-LOCK-SUBJECT
           ELSE
               MOVE RH-SUBJECT-CODE TO WS-LOCK-SUBJECT
           END-IF.
           MOVE RH-TERM-CODE    TO CL-TERM-CODE.
           MOVE WS-LOCK-SUBJECT TO CL-SUBJECT-CODE.
           READ CERT-LOCK
               INVALID KEY
                   GO TO 2300-EXIT
           END-READ.
           IF NOT CL-LOCKED
               GO TO 2300-EXIT
           END-IF.

           IF WS-CD-OVERRIDE(WS-FOUND-IDX) = SPACES
               MOVE "TERM CERTIFIED - NO OVERRIDE"
                   TO WS-CD-REFUSAL(WS-FOUND-IDX)
           ELSE
               IF WS-SES-AUTH-LEVEL NOT = "S"
                   MOVE "OVERRIDE NEEDS SUPERVISOR"
                       TO WS-CD-REFUSAL(WS-FOUND-IDX)
               ELSE
                   MOVE "Y" TO WS-CD-OVERRIDE-SW(WS-FOUND-IDX)
                   GO TO 2300-EXIT
               END-IF
           END-IF.
           SET WS-LOCK-CLEAR-SW TO "N".
           MOVE "L" TO WS-CD-APPLIED-SW(WS-FOUND-IDX).
           MOVE RH-TERM-CODE TO WS-CD-TERM(WS-FOUND-IDX).
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-APPEND-CORRECTIONS
      * One regraded correction row per applied card, stamped with
           MOVE WS-CD-TERM(WS-CARD-IDX) TO RH-TERM-CODE.
           WRITE WK-RECORD FROM RH-RECORD.
           ADD 1 TO WS-APPLIED-COUNT.

           IF WS-SUBMISSIONS-OPEN
               PERFORM 3200-FLAG-RESUBMISSION THRU 3200-EXIT
           END-IF.
           IF WS-CD-OVERRIDE-SW(WS-CARD-IDX) = "Y"
               PERFORM 3300-LOG-OVERRIDE THRU 3300-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-FLAG-RESUBMISSION
      * A corrected grade the state already holds is flagged on
      * the submission register for the next STATEXT resubmission.
      *----------------------------------------------------------------
       3200-FLAG-RESUBMISSION SECTION.
       3200-START.
           MOVE RH-TERM-CODE    TO SU-TERM-CODE.
           MOVE RH-STUDENT-ID   TO SU-STUDENT-ID.
           MOVE RH-SUBJECT-CODE TO SU-SUBJECT-CODE.
           READ SUBMISSION-REGISTER
               INVALID KEY
                   GO TO 3200-EXIT
           END-READ.

           MOVE "Y"          TO SU-RESUBMIT-SW.
           MOVE RH-EVAL-DATE TO SU-CORRECTED-DATE.
           REWRITE SU-RECORD
               INVALID KEY
                   DISPLAY "GRDCORR: UNABLE TO REWRITE STSUBREG "
                       SU-KEY " - STATUS " SU-FILE-STATUS
                   GO TO 3200-EXIT
           END-REWRITE.
           MOVE "Y" TO WS-CD-RESUBMIT-SW(WS-CARD-IDX).
           ADD 1 TO WS-RESUBMIT-COUNT.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-LOG-OVERRIDE
      * One certification-exception line per correction applied to
      * a certified subject and term, naming the override reason,
      * the approver and the supervisor who ran it.
      *----------------------------------------------------------------
       3300-LOG-OVERRIDE SECTION.
       3300-START.
           ADD 1 TO WS-OVERRIDE-COUNT.
           OPEN EXTEND CERT-EXCEPTIONS.
           IF EX-FILE-STATUS = "05" OR EX-FILE-STATUS = "35"
               CLOSE CERT-EXCEPTIONS
               OPEN OUTPUT CERT-EXCEPTIONS
           END-IF.
           IF EX-FILE-STATUS NOT = "00"
               DISPLAY "GRDCORR: UNABLE TO OPEN CERTEXC - STATUS "
                   EX-FILE-STATUS " - OVERRIDE FOR STUDENT "
                   RH-STUDENT-ID " NOT LOGGED"
               GO TO 3300-EXIT
           END-IF.

           MOVE SPACES                         TO EX-RECORD.
           MOVE RH-EVAL-DATE                   TO EX-DATE.
           MOVE RH-EVAL-TIME                   TO EX-TIME.
           MOVE RH-TERM-CODE                   TO EX-TERM-CODE.
           MOVE WS-CD-SUBJECT(WS-CARD-IDX)     TO EX-SUBJECT.
           MOVE RH-STUDENT-ID                  TO EX-STUDENT-ID.
           MOVE WS-CD-OLD-SCORE(WS-CARD-IDX)   TO EX-OLD-SCORE.
           MOVE WS-CD-NEW-SCORE(WS-CARD-IDX)   TO EX-NEW-SCORE.
           MOVE WS-CD-REASON-CODE(WS-CARD-IDX) TO EX-REASON-CODE.
           MOVE WS-CD-OVERRIDE(WS-CARD-IDX)    TO EX-OVERRIDE-REASON.
           MOVE WS-CD-APPROVER(WS-CARD-IDX)    TO EX-APPROVER.
           MOVE WS-SES-OPERATOR-ID             TO EX-SUPERVISOR.
           WRITE EX-RECORD.
           CLOSE CERT-EXCEPTIONS.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-COPY-WORK-BACK
      * Replaces GRADEHST with the corrected work file.
               VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > WS-CARD-COUNT.
           CLOSE CORRECTION-REGISTER.
           IF WS-SUBMISSIONS-OPEN
               CLOSE SUBMISSION-REGISTER
           END-IF.
           IF WS-LOCKS-OPEN
               CLOSE CERT-LOCK
           END-IF.
       8000-EXIT.
           EXIT.

           MOVE WS-CD-REASON-CODE(WS-CARD-IDX) TO REG-REASON-CODE.
           IF WS-CD-APPLIED-SW(WS-CARD-IDX) = "Y"
               MOVE "APPLIED " TO REG-RESULT
               IF WS-CD-OVERRIDE-SW(WS-CARD-IDX) = "Y"
                   MOVE "CERTIFIED TERM - OVERRIDDEN" TO REG-REASON
               END-IF
               IF WS-CD-RESUBMIT-SW(WS-CARD-IDX) = "Y"
                   MOVE "SENT TO STATE - RESUBMIT" TO REG-REASON
               END-IF
           ELSE
               MOVE "REJECTED" TO REG-RESULT
               IF WS-CD-APPLIED-SW(WS-CARD-IDX) = "L"
                   MOVE WS-CD-REFUSAL(WS-CARD-IDX) TO REG-REASON
               ELSE
                   MOVE "NO MATCHING AUTHORITATIVE ROW" TO REG-REASON
               END-IF
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
           WRITE REG-RECORD.
               WS-APPLIED-COUNT.
           DISPLAY "GRDCORR: CARDS REJECTED      = "
               WS-REJECTED-COUNT.
           DISPLAY "GRDCORR: STATE RESUBMISSIONS = "
               WS-RESUBMIT-COUNT.
           DISPLAY "GRDCORR: TERM OVERRIDES      = "
               WS-OVERRIDE-COUNT.
       9000-EXIT.
           EXIT.
