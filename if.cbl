      *                  TERM CODE IS STAMPED ON EVERY RESULTS-
      *                  HISTORY ROW SO GRDDIST AND TRANSCRP CAN
      *                  COMPARE TERMS PROPERLY.
      * 10/15/26   OPS   COURSE ENROLLMENT: WHEN THE ENRLMAST FILE
      *                  ENRLMNT KEEPS IS PRESENT AND A RUN TERM IS
      *                  IN EFFECT, A SCORE FOR A SUBJECT THE STUDENT
      *                  IS NOT ENROLLED IN FOR THAT TERM (NO ROW, OR
      *                  DROPPED) IS HELD OUT OF GRADING TO GRADHELD
      *                  INSTEAD OF GRADED. GRADHELD ROWS NOW CARRY A
      *                  HOLD REASON - "DUPLICATE" OR "NOT ENROLLED".
      *                  WITHOUT ENRLMAST GRADING IS UNCHANGED.
      * 10/15/26   OPS   THE SCOREIN LAYOUT MOVED TO THE SHARED
      *                  SCOREIN.CPY, WHICH NOW CARRIES THE KEYING
      *                  OPERATOR. GRADING DOES NOT USE IT; SCORSCRN
      *                  SCREENS THE BATCH BY IT BEFORE THIS RUN.
      * 10/15/26   OPS   CERTIFIED TERMS: WHEN GRDCERT HAS LOCKED A
      *                  SUBJECT FOR THE RUN TERM ON CERTLOCK, A NEW
      *                  SCORE FOR IT IS HELD TO GRADHELD AS "TERM
      *                  LOCKED" INSTEAD OF CHANGING A SIGNED ROSTER.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TERM-MASTER ASSIGN TO "ACADTERM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AT-FILE-STATUS.
           SELECT ENROLL-MASTER ASSIGN TO "ENRLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EN-KEY
               FILE STATUS IS EN-FILE-STATUS.
           SELECT CERT-LOCK ASSIGN TO "CERTLOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-KEY
               FILE STATUS IS CL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-BOUNDARY.
       COPY "GRDBND.cpy".
       FD  SCORE-INPUT.
       COPY "SCOREIN.cpy".
       FD  RESULTS-HISTORY.
       COPY "GRADEHST.cpy".
       FD  SESSION-FILE.
           05  HR-HELD-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  HR-HELD-TIME            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  HR-HOLD-REASON          PIC X(12).
       FD  JOB-LOG.
       COPY "JOBLOG.cpy".
       FD  TERM-MASTER.
           05  AT-START-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  AT-END-DATE             PIC 9(08).
       FD  ENROLL-MASTER.
       COPY "ENRLMAST.cpy".
       FD  CERT-LOCK.
       COPY "CERTLOCK.cpy".
       WORKING-STORAGE SECTION.
        01 JL-FILE-STATUS      PIC XX.
        01 WS-JL-START-TIME    PIC 9(08) VALUE ZERO.
              88 WS-ROSTER-PRESENT            VALUE "Y".
           05 WS-STUDENT-OK-SW        PIC X(01) VALUE "N".
              88 WS-STUDENT-OK                VALUE "Y".
           05 WS-ENROLL-PRESENT-SW    PIC X(01) VALUE "N".
              88 WS-ENROLL-PRESENT            VALUE "Y".
           05 WS-ENROLLED-SW          PIC X(01) VALUE "N".
              88 WS-ENROLLED                  VALUE "Y".
           05 WS-LOCK-PRESENT-SW      PIC X(01) VALUE "N".
              88 WS-LOCK-PRESENT              VALUE "Y".
           05 WS-TERM-LOCKED-SW       PIC X(01) VALUE "N".
              88 WS-TERM-LOCKED               VALUE "Y".
        01 EN-FILE-STATUS              PIC XX.
        01 CL-FILE-STATUS              PIC XX.
        01 WS-STUDENT-NAME             PIC X(25) VALUE SPACES.
        01 WS-SWITCHES.
           05 WS-GRADE-FOUND-SW       PIC X(01) VALUE "N".
           ELSE
               DISPLAY "GRADER: NO STUDENT ROSTER - IDS NOT VALIDATED"
           END-IF.

           OPEN INPUT ENROLL-MASTER.
           IF EN-FILE-STATUS = "00"
               IF WS-RUN-TERM NOT = SPACES
                   SET WS-ENROLL-PRESENT TO TRUE
               ELSE
                   CLOSE ENROLL-MASTER
                   DISPLAY "GRADER: NO RUN TERM - ENROLLMENT NOT"
                       " CHECKED"
               END-IF
           END-IF.

           OPEN INPUT CERT-LOCK.
           IF CL-FILE-STATUS = "00"
               IF WS-RUN-TERM NOT = SPACES
                   SET WS-LOCK-PRESENT TO TRUE
               ELSE
                   CLOSE CERT-LOCK
               END-IF
           END-IF.
           PERFORM 1030-SORT-GRADE-TABLE THRU 1030-EXIT.

           OPEN INPUT SCORE-INPUT.
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3165-CHECK-TERM-LOCK THRU 3165-EXIT.
           IF WS-TERM-LOCKED
               PERFORM 3195-HOLD-TERM-LOCKED THRU 3195-EXIT
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3160-CHECK-ENROLLMENT THRU 3160-EXIT.
           IF NOT WS-ENROLLED
               PERFORM 3190-HOLD-NOT-ENROLLED THRU 3190-EXIT
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3170-CHECK-RUN-DUPLICATE THRU 3170-EXIT.
           IF WS-SEEN-FOUND
               PERFORM 3180-HOLD-DUPLICATE THRU 3180-EXIT
       3150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3160-CHECK-ENROLLMENT
      * Confirms the student is enrolled in the score's subject for
      * the run term. With no enrollment file every score passes.
      *----------------------------------------------------------------
       3160-CHECK-ENROLLMENT SECTION.
       3160-START.
           IF NOT WS-ENROLL-PRESENT
               SET WS-ENROLLED TO TRUE
               GO TO 3160-EXIT
           END-IF.

           SET WS-ENROLLED-SW TO "N".
           MOVE WS-STUDENT-ID   TO EN-STUDENT-ID.
           MOVE WS-SUBJECT-CODE TO EN-SUBJECT-CODE.
           MOVE WS-RUN-TERM     TO EN-TERM-CODE.
           READ ENROLL-MASTER
               INVALID KEY
                   GO TO 3160-EXIT
           END-READ.
           IF EN-ENROLLED
               SET WS-ENROLLED TO TRUE
           END-IF.
       3160-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3165-CHECK-TERM-LOCK
      * A subject whose run-term roster GRDCERT has certified is
      * locked against new scores.
      *----------------------------------------------------------------
       3165-CHECK-TERM-LOCK SECTION.
       3165-START.
           SET WS-TERM-LOCKED-SW TO "N".
           IF NOT WS-LOCK-PRESENT
               GO TO 3165-EXIT
           END-IF.

           MOVE WS-RUN-TERM     TO CL-TERM-CODE.
           MOVE WS-SUBJECT-CODE TO CL-SUBJECT-CODE.
           READ CERT-LOCK
               INVALID KEY
                   GO TO 3165-EXIT
           END-READ.
           IF CL-LOCKED
               SET WS-TERM-LOCKED TO TRUE
           END-IF.
       3165-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3170-CHECK-RUN-DUPLICATE
      * Looks for this student/subject pair among the scores already
           MOVE MY-SCORE        TO HR-HELD-SCORE.
           ACCEPT HR-HELD-DATE FROM DATE YYYYMMDD.
           ACCEPT HR-HELD-TIME FROM TIME.
           MOVE "DUPLICATE"     TO HR-HOLD-REASON.
           WRITE HR-RECORD.
           CLOSE HELD-RECORDS.
       3180-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3190-HOLD-NOT-ENROLLED
      * Writes a score for a subject the student is not enrolled in
      * this term to the held-records file, so the registrar either
      * enrolls the student or discards the score.
      *----------------------------------------------------------------
       3190-HOLD-NOT-ENROLLED SECTION.
       3190-START.
           ADD 1 TO WS-HELD-COUNT.
           DISPLAY "GRADER: HELD - STUDENT " WS-STUDENT-ID
               " NOT ENROLLED IN SUBJECT " WS-SUBJECT-CODE
               " FOR TERM " WS-RUN-TERM.

           OPEN EXTEND HELD-RECORDS.
           IF HR-FILE-STATUS = "05" OR HR-FILE-STATUS = "35"
               CLOSE HELD-RECORDS
               OPEN OUTPUT HELD-RECORDS
           END-IF.

           MOVE SPACES          TO HR-RECORD.
           MOVE WS-STUDENT-ID   TO HR-STUDENT-ID.
           MOVE WS-SUBJECT-CODE TO HR-SUBJECT-CODE.
           MOVE ZERO            TO HR-FIRST-SCORE.
           MOVE MY-SCORE        TO HR-HELD-SCORE.
           ACCEPT HR-HELD-DATE FROM DATE YYYYMMDD.
           ACCEPT HR-HELD-TIME FROM TIME.
           MOVE "NOT ENROLLED"  TO HR-HOLD-REASON.
           WRITE HR-RECORD.
           CLOSE HELD-RECORDS.
       3190-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3195-HOLD-TERM-LOCKED
      * Writes a score for a certified subject and term to the
      * held-records file; only a GRDCORR correction under a
      * supervisor's override may change the signed roster.
      *----------------------------------------------------------------
       3195-HOLD-TERM-LOCKED SECTION.
       3195-START.
           ADD 1 TO WS-HELD-COUNT.
           DISPLAY "GRADER: HELD - STUDENT " WS-STUDENT-ID
               " SUBJECT " WS-SUBJECT-CODE
               " - TERM " WS-RUN-TERM " IS CERTIFIED AND LOCKED".

           OPEN EXTEND HELD-RECORDS.
           IF HR-FILE-STATUS = "05" OR HR-FILE-STATUS = "35"
               CLOSE HELD-RECORDS
               OPEN OUTPUT HELD-RECORDS
           END-IF.

           MOVE SPACES          TO HR-RECORD.
           MOVE WS-STUDENT-ID   TO HR-STUDENT-ID.
           MOVE WS-SUBJECT-CODE TO HR-SUBJECT-CODE.
           MOVE ZERO            TO HR-FIRST-SCORE.
           MOVE MY-SCORE        TO HR-HELD-SCORE.
           ACCEPT HR-HELD-DATE FROM DATE YYYYMMDD.
           ACCEPT HR-HELD-TIME FROM TIME.
           MOVE "TERM LOCKED"   TO HR-HOLD-REASON.
           WRITE HR-RECORD.
           CLOSE HELD-RECORDS.
       3195-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-TALLY-AND-DISPLAY
      * Tallies the grade toward the run's pass/fail summary and
           IF WS-ROSTER-PRESENT
               CLOSE STUDENT-MASTER
           END-IF.
           IF WS-ENROLL-PRESENT
               CLOSE ENROLL-MASTER
           END-IF.
           IF WS-LOCK-PRESENT
               CLOSE CERT-LOCK
           END-IF.
           DISPLAY "GRADER: PASSED   = " WS-PASS-COUNT.
           DISPLAY "GRADER: FAILED   = " WS-FAIL-COUNT.
           DISPLAY "GRADER: REVIEW   = " WS-REVIEW-COUNT.
