       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDCERT.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. TERM-END GRADE ROSTER
      *                  CERTIFICATION. PRINTS CERTRPT, A ROSTER PER
      *                  SUBJECT OF THE TERM'S AUTHORITATIVE GRADEHST
      *                  RESULTS (THE LATEST PER STUDENT) WITH A LINE
      *                  FOR THE INSTRUCTOR'S SIGNATURE. THE TERM IS
      *                  ON THE CERTCTL CARD, OR ELSE THE ACADTERM
      *                  TERM COVERING TODAY, OR ELSE THE ONE ENDED
      *                  MOST RECENTLY. CERTCRD CARDS (TERM, SUBJECT,
      *                  CERTIFYING INSTRUCTOR) FROM A SIGNED ROSTER
      *                  LOCK THAT SUBJECT AND TERM ON CERTLOCK, WITH
      *                  THE ROSTER'S COUNT AND SCORE HASH; GRADER
      *                  THEN HOLDS NEW SCORES FOR IT AND GRDCORR
      *                  NEEDS A SUPERVISOR'S OVERRIDE. LOCKING TAKES
      *                  SUPERVISOR AUTHORITY. EVERY CARD'S OUTCOME
      *                  IS LISTED ON CERTREG; RC 4 ON ANY REJECT.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-CONTROL ASSIGN TO "CERTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CT-FILE-STATUS.
           SELECT CERT-CARDS ASSIGN TO "CERTCRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CC-FILE-STATUS.
           SELECT TERM-MASTER ASSIGN TO "ACADTERM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AT-FILE-STATUS.
           SELECT RESULTS-HISTORY ASSIGN TO "GRADEHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RH-FILE-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-STUDENT-ID
               FILE STATUS IS ST-FILE-STATUS.
           SELECT CERT-LOCK ASSIGN TO "CERTLOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-KEY
               FILE STATUS IS CL-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SIGNSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SES-FILE-STATUS.
           SELECT CERT-REGISTER ASSIGN TO "CERTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
           SELECT CERT-REPORT ASSIGN TO "CERTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CERT-CONTROL.
       01  CT-RECORD.
           05  CT-TERM-CODE            PIC X(06).
       FD  CERT-CARDS.
       01  CC-RECORD.
           05  CC-TERM-CODE            PIC X(06).
           05  FILLER                  PIC X(01).
           05  CC-SUBJECT-CODE         PIC X(03).
           05  FILLER                  PIC X(01).
           05  CC-INSTRUCTOR           PIC X(10).
       FD  TERM-MASTER.
       01  AT-RECORD.
           05  AT-TERM-CODE            PIC X(06).
           05  FILLER                  PIC X(01).
           05  AT-START-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  AT-END-DATE             PIC 9(08).
       FD  RESULTS-HISTORY.
       COPY "GRADEHST.cpy".
       FD  STUDENT-MASTER.
       COPY "STUMAST.cpy".
       FD  CERT-LOCK.
       COPY "CERTLOCK.cpy".
       FD  SESSION-FILE.
       COPY "SESSINFO.cpy".
       FD  CERT-REGISTER.
       01  REG-RECORD.
           05  REG-TERM-CODE           PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-SUBJECT             PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-INSTRUCTOR          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-RESULT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-REASON              PIC X(30).
       FD  CERT-REPORT.
       01  RPT-LINE                    PIC X(80).
       WORKING-STORAGE SECTION.
        01 CT-FILE-STATUS              PIC XX.
        01 CC-FILE-STATUS              PIC XX.
        01 AT-FILE-STATUS              PIC XX.
        01 RH-FILE-STATUS              PIC XX.
        01 ST-FILE-STATUS              PIC XX.
        01 CL-FILE-STATUS              PIC XX.
        01 SES-FILE-STATUS             PIC XX.
        01 REG-FILE-STATUS             PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-ROSTER-PRESENT-SW    PIC X(01) VALUE "N".
              88 WS-ROSTER-PRESENT            VALUE "Y".
           05 WS-PAIR-FOUND-SW        PIC X(01) VALUE "N".
              88 WS-PAIR-FOUND                VALUE "Y".
        01 WS-SES-OPERATOR-ID          PIC X(10) VALUE SPACES.
        01 WS-SES-AUTH-LEVEL           PIC X(01) VALUE SPACE.
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-SELECT-TERM              PIC X(06) VALUE SPACES.
        01 WS-CURRENT-TERM             PIC X(06) VALUE SPACES.
        01 WS-ENDED-TERM               PIC X(06) VALUE SPACES.
        01 WS-ENDED-DATE               PIC 9(08) VALUE ZERO.
      *    LATEST AUTHORITATIVE GRADE PER SUBJECT AND STUDENT.
      *    WS-GR-KEY ORDERS THE ROSTER.
        01 WS-GRADE-COUNT              PIC 9(04) VALUE ZERO.
        01 WS-GRADE-TABLE.
           05 WS-GR-ENTRY OCCURS 5000 TIMES.
              10 WS-GR-KEY.
                 15 WS-GR-SUBJECT     PIC X(03).
                 15 WS-GR-STUDENT-ID  PIC X(05).
              10 WS-GR-SCORE          PIC 9(03).
              10 WS-GR-GRADE          PIC X(06).
              10 WS-GR-STAMP          PIC X(16).
              10 WS-GR-PRINTED-SW     PIC X(01).
                 88 WS-GR-PRINTED             VALUE "Y".
        01 WS-GRADE-IDX                PIC 9(04) VALUE ZERO.
        01 WS-FOUND-IDX                PIC 9(04) VALUE ZERO.
        01 WS-LOW-IDX                  PIC 9(04) VALUE ZERO.
        01 WS-LOW-KEY                  PIC X(08) VALUE SPACES.
        01 WS-PRINTED-COUNT            PIC 9(04) VALUE ZERO.
        01 WS-PRIOR-SUBJECT            PIC X(03) VALUE SPACES.
        01 WS-ROW-SUBJECT              PIC X(03) VALUE SPACES.
        01 WS-ROW-STAMP.
           05 WS-ROW-DATE             PIC 9(08).
           05 WS-ROW-TIME             PIC 9(08).
        01 WS-CARD-SUBJECT             PIC X(03) VALUE SPACES.
        01 WS-SUBJECT-GRADES           PIC 9(05) VALUE ZERO.
        01 WS-SUBJECT-HASH             PIC 9(09) VALUE ZERO.
        01 WS-TALLY-COUNTS.
           05 WS-LOCKED-COUNT         PIC 9(05) VALUE ZERO.
           05 WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(40) VALUE
                  "GRADE ROSTER FOR CERTIFICATION - TERM".
           05 HL-TERM                 PIC X(06).
           05 FILLER                  PIC X(10) VALUE "  RUN DATE".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 HL-RUN-DATE             PIC 9(08).
        01 WS-SUBJECT-LINE.
           05 FILLER                  PIC X(08) VALUE "SUBJECT ".
           05 SL-SUBJECT              PIC X(03).
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 SL-STATUS               PIC X(60).
        01 WS-STATUS-CERTIFIED.
           05 FILLER                  PIC X(13) VALUE "CERTIFIED BY ".
           05 SC-INSTRUCTOR           PIC X(10).
           05 FILLER                  PIC X(04) VALUE " ON ".
           05 SC-DATE                 PIC 9(08).
           05 FILLER                  PIC X(10) VALUE " - LOCKED ".
        01 WS-COLUMN-LINE.
           05 FILLER                  PIC X(30) VALUE
                  "    STUDENT  NAME             ".
           05 FILLER                  PIC X(30) VALUE
                  "           SCORE   GRADE      ".
        01 WS-DETAIL-LINE.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 DL-STUDENT-ID           PIC X(05).
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 DL-NAME                 PIC X(25).
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 DL-SCORE                PIC ZZ9.
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 DL-GRADE                PIC X(06).
        01 WS-COUNT-LINE.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 FILLER                  PIC X(24) VALUE
                  "GRADES ON ROSTER".
           05 CL-COUNT-OUT            PIC ZZZZ9.
        01 WS-SIGNATURE-LINE.
           05 FILLER                  PIC X(30) VALUE
                  "    INSTRUCTOR SIGNATURE _____".
           05 FILLER                  PIC X(30) VALUE
                  "_______________  DATE ________".
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-ONE-GRADE THRU 2000-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE RESULTS-HISTORY.
           PERFORM 3000-APPLY-CARDS THRU 3000-EXIT.
           PERFORM 4000-PRINT-ROSTER THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Reads the session, settles the term, and opens the history,
      * the roster, the lock file, the register and the report.
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

           OPEN INPUT CERT-CONTROL.
           IF CT-FILE-STATUS = "00"
               READ CERT-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CT-TERM-CODE TO WS-SELECT-TERM
               END-READ
               CLOSE CERT-CONTROL
           END-IF.

           IF WS-SELECT-TERM = SPACES
               PERFORM 1100-FIND-TERM THRU 1100-EXIT
           END-IF.
           IF WS-SELECT-TERM = SPACES
               DISPLAY "GRDCERT: NO TERM ON CERTCTL OR ACADTERM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT RESULTS-HISTORY.
           IF RH-FILE-STATUS NOT = "00"
               DISPLAY "GRDCERT: UNABLE TO OPEN GRADEHST - STATUS "
                   RH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT STUDENT-MASTER.
           IF ST-FILE-STATUS = "00"
               SET WS-ROSTER-PRESENT TO TRUE
           END-IF.

           OPEN I-O CERT-LOCK.
           IF CL-FILE-STATUS = "35"
               OPEN OUTPUT CERT-LOCK
               CLOSE CERT-LOCK
               OPEN I-O CERT-LOCK
           END-IF.
           IF CL-FILE-STATUS NOT = "00"
               DISPLAY "GRDCERT: UNABLE TO OPEN CERTLOCK - STATUS "
                   CL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CERT-REGISTER.
           IF REG-FILE-STATUS NOT = "00"
               DISPLAY "GRDCERT: UNABLE TO OPEN CERTREG - STATUS "
                   REG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CERT-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "GRDCERT: UNABLE TO OPEN CERTRPT - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-FIND-TERM
      * The ACADTERM term whose window covers today, or failing that
      * the one that ended most recently.
      *----------------------------------------------------------------
       1100-FIND-TERM SECTION.
       1100-START.
           OPEN INPUT TERM-MASTER.
           IF AT-FILE-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1150-CHECK-ONE-TERM THRU 1150-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE TERM-MASTER.
           IF WS-CURRENT-TERM NOT = SPACES
               MOVE WS-CURRENT-TERM TO WS-SELECT-TERM
           ELSE
               MOVE WS-ENDED-TERM TO WS-SELECT-TERM
           END-IF.
       1100-EXIT.
           EXIT.

       1150-CHECK-ONE-TERM SECTION.
       1150-START.
           READ TERM-MASTER
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1150-EXIT
           END-READ.
           IF AT-START-DATE NOT NUMERIC OR AT-END-DATE NOT NUMERIC
               GO TO 1150-EXIT
           END-IF.
           IF WS-TODAY-DATE >= AT-START-DATE
                   AND WS-TODAY-DATE <= AT-END-DATE
               MOVE AT-TERM-CODE TO WS-CURRENT-TERM
           END-IF.
           IF AT-END-DATE < WS-TODAY-DATE
                   AND AT-END-DATE > WS-ENDED-DATE
               MOVE AT-END-DATE  TO WS-ENDED-DATE
               MOVE AT-TERM-CODE TO WS-ENDED-TERM
           END-IF.
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LOAD-ONE-GRADE
      * Keeps the latest authoritative row for each subject and
      * student in the term. A blank subject is GRADER's "*".
      *----------------------------------------------------------------
       2000-LOAD-ONE-GRADE SECTION.
       2000-START.
           READ RESULTS-HISTORY
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.

           IF RH-TERM-CODE NOT = WS-SELECT-TERM
                   OR NOT RH-AUTHORITATIVE
               GO TO 2000-EXIT
           END-IF.

           IF RH-SUBJECT-CODE = SPACES
               MOVE "*  " TO WS-ROW-SUBJECT
           ELSE
               MOVE RH-SUBJECT-CODE TO WS-ROW-SUBJECT
           END-IF.
           MOVE RH-EVAL-DATE TO WS-ROW-DATE.
           MOVE RH-EVAL-TIME TO WS-ROW-TIME.
           SET WS-PAIR-FOUND-SW TO "N".
           PERFORM 2100-FIND-ONE-PAIR THRU 2100-EXIT
               VARYING WS-GRADE-IDX FROM 1 BY 1
               UNTIL WS-GRADE-IDX > WS-GRADE-COUNT
                   OR WS-PAIR-FOUND.

           IF WS-PAIR-FOUND
               IF WS-ROW-STAMP >= WS-GR-STAMP(WS-FOUND-IDX)
                   MOVE RH-SCORE     TO WS-GR-SCORE(WS-FOUND-IDX)
                   MOVE RH-GRADE     TO WS-GR-GRADE(WS-FOUND-IDX)
                   MOVE WS-ROW-STAMP TO WS-GR-STAMP(WS-FOUND-IDX)
               END-IF
               GO TO 2000-EXIT
           END-IF.

           IF WS-GRADE-COUNT >= 5000
               DISPLAY "GRDCERT: OVER 5000 GRADES FOR TERM "
                   WS-SELECT-TERM " - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-GRADE-COUNT.
           MOVE WS-ROW-SUBJECT TO WS-GR-SUBJECT(WS-GRADE-COUNT).
           MOVE RH-STUDENT-ID  TO WS-GR-STUDENT-ID(WS-GRADE-COUNT).
           MOVE RH-SCORE       TO WS-GR-SCORE(WS-GRADE-COUNT).
           MOVE RH-GRADE       TO WS-GR-GRADE(WS-GRADE-COUNT).
           MOVE WS-ROW-STAMP   TO WS-GR-STAMP(WS-GRADE-COUNT).
           MOVE "N"            TO WS-GR-PRINTED-SW(WS-GRADE-COUNT).
       2000-EXIT.
           EXIT.

       2100-FIND-ONE-PAIR SECTION.
       2100-START.
           IF WS-GR-SUBJECT(WS-GRADE-IDX) = WS-ROW-SUBJECT
                   AND WS-GR-STUDENT-ID(WS-GRADE-IDX) = RH-STUDENT-ID
               SET WS-PAIR-FOUND TO TRUE
               MOVE WS-GRADE-IDX TO WS-FOUND-IDX
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-APPLY-CARDS
      * Locks each subject a certification card names, for the
      * roster term only. No card file means a roster-only run.
      *----------------------------------------------------------------
       3000-APPLY-CARDS SECTION.
       3000-START.
           OPEN INPUT CERT-CARDS.
           IF CC-FILE-STATUS NOT = "00"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-APPLY-ONE-CARD THRU 3100-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE CERT-CARDS.
       3000-EXIT.
           EXIT.

       3100-APPLY-ONE-CARD SECTION.
       3100-START.
           READ CERT-CARDS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.

           MOVE SPACES          TO REG-RECORD.
           MOVE CC-TERM-CODE    TO REG-TERM-CODE.
           MOVE CC-SUBJECT-CODE TO REG-SUBJECT.
           MOVE CC-INSTRUCTOR   TO REG-INSTRUCTOR.
           IF CC-SUBJECT-CODE = SPACES
               MOVE "*  " TO WS-CARD-SUBJECT
           ELSE
               MOVE CC-SUBJECT-CODE TO WS-CARD-SUBJECT
           END-IF.

           IF WS-SES-AUTH-LEVEL NOT = "S"
               MOVE "LOCKING NEEDS SUPERVISOR" TO REG-REASON
               PERFORM 3300-REGISTER-REJECT THRU 3300-EXIT
               GO TO 3100-EXIT
           END-IF.
           IF CC-TERM-CODE NOT = WS-SELECT-TERM
               MOVE "NOT THE ROSTER TERM" TO REG-REASON
               PERFORM 3300-REGISTER-REJECT THRU 3300-EXIT
               GO TO 3100-EXIT
           END-IF.
           IF CC-INSTRUCTOR = SPACES
               MOVE "NO CERTIFYING INSTRUCTOR" TO REG-REASON
               PERFORM 3300-REGISTER-REJECT THRU 3300-EXIT
               GO TO 3100-EXIT
           END-IF.

           MOVE ZERO TO WS-SUBJECT-GRADES WS-SUBJECT-HASH.
           PERFORM 3200-SUM-ONE-GRADE THRU 3200-EXIT
               VARYING WS-GRADE-IDX FROM 1 BY 1
               UNTIL WS-GRADE-IDX > WS-GRADE-COUNT.
           IF WS-SUBJECT-GRADES = ZERO
               MOVE "NO GRADES FOR SUBJECT IN TERM" TO REG-REASON
               PERFORM 3300-REGISTER-REJECT THRU 3300-EXIT
               GO TO 3100-EXIT
           END-IF.

           MOVE CC-TERM-CODE    TO CL-TERM-CODE.
           MOVE WS-CARD-SUBJECT TO CL-SUBJECT-CODE.
           READ CERT-LOCK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "ALREADY CERTIFIED" TO REG-REASON
                   PERFORM 3300-REGISTER-REJECT THRU 3300-EXIT
                   GO TO 3100-EXIT
           END-READ.

           MOVE "Y"                TO CL-LOCK-SW.
           MOVE CC-INSTRUCTOR      TO CL-CERTIFIED-BY.
           MOVE WS-SES-OPERATOR-ID TO CL-LOCKED-BY.
           MOVE WS-TODAY-DATE      TO CL-LOCKED-DATE.
           MOVE WS-SUBJECT-GRADES  TO CL-GRADE-COUNT.
           MOVE WS-SUBJECT-HASH    TO CL-SCORE-HASH.
           WRITE CL-RECORD
               INVALID KEY
                   MOVE "UNABLE TO WRITE CERTLOCK" TO REG-REASON
                   PERFORM 3300-REGISTER-REJECT THRU 3300-EXIT
                   GO TO 3100-EXIT
           END-WRITE.

           MOVE "APPLIED " TO REG-RESULT.
           WRITE REG-RECORD.
           ADD 1 TO WS-LOCKED-COUNT.
       3100-EXIT.
           EXIT.

       3200-SUM-ONE-GRADE SECTION.
       3200-START.
           IF WS-GR-SUBJECT(WS-GRADE-IDX) = WS-CARD-SUBJECT
               ADD 1 TO WS-SUBJECT-GRADES
               ADD WS-GR-SCORE(WS-GRADE-IDX) TO WS-SUBJECT-HASH
           END-IF.
       3200-EXIT.
           EXIT.

       3300-REGISTER-REJECT SECTION.
       3300-START.
           MOVE "REJECTED" TO REG-RESULT.
           WRITE REG-RECORD.
           ADD 1 TO WS-REJECTED-COUNT.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-PRINT-ROSTER
      * Prints the grades lowest subject and student first, each
      * subject headed with its certification status and closed
      * with its count and the signature line.
      *----------------------------------------------------------------
       4000-PRINT-ROSTER SECTION.
       4000-START.
           MOVE WS-SELECT-TERM TO HL-TERM.
           MOVE WS-TODAY-DATE  TO HL-RUN-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE.

           IF WS-GRADE-COUNT = ZERO
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "NO AUTHORITATIVE GRADES ON FILE FOR THE TERM"
                   TO RPT-LINE
               WRITE RPT-LINE
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4100-PRINT-NEXT-GRADE THRU 4100-EXIT
               UNTIL WS-PRINTED-COUNT >= WS-GRADE-COUNT.
           PERFORM 4300-CLOSE-SUBJECT THRU 4300-EXIT.
       4000-EXIT.
           EXIT.

       4100-PRINT-NEXT-GRADE SECTION.
       4100-START.
           MOVE HIGH-VALUES TO WS-LOW-KEY.
           MOVE ZERO        TO WS-LOW-IDX.
           PERFORM 4150-CHECK-ONE-LOW THRU 4150-EXIT
               VARYING WS-GRADE-IDX FROM 1 BY 1
               UNTIL WS-GRADE-IDX > WS-GRADE-COUNT.

           IF WS-GR-SUBJECT(WS-LOW-IDX) NOT = WS-PRIOR-SUBJECT
               IF WS-PRIOR-SUBJECT NOT = SPACES
                   PERFORM 4300-CLOSE-SUBJECT THRU 4300-EXIT
               END-IF
               MOVE WS-GR-SUBJECT(WS-LOW-IDX) TO WS-PRIOR-SUBJECT
               PERFORM 4200-OPEN-SUBJECT THRU 4200-EXIT
           END-IF.

           MOVE WS-GR-STUDENT-ID(WS-LOW-IDX) TO DL-STUDENT-ID.
           MOVE SPACES                       TO DL-NAME.
           IF WS-ROSTER-PRESENT
               MOVE WS-GR-STUDENT-ID(WS-LOW-IDX) TO ST-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE "*** NOT ON STUMAST ***" TO DL-NAME
                   NOT INVALID KEY
                       MOVE ST-STUDENT-NAME TO DL-NAME
               END-READ
           END-IF.
           MOVE WS-GR-SCORE(WS-LOW-IDX) TO DL-SCORE.
           MOVE WS-GR-GRADE(WS-LOW-IDX) TO DL-GRADE.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

           MOVE "Y" TO WS-GR-PRINTED-SW(WS-LOW-IDX).
           ADD 1 TO WS-PRINTED-COUNT.
           ADD 1 TO WS-SUBJECT-GRADES.
       4100-EXIT.
           EXIT.

       4150-CHECK-ONE-LOW SECTION.
       4150-START.
           IF NOT WS-GR-PRINTED(WS-GRADE-IDX)
                   AND WS-GR-KEY(WS-GRADE-IDX) < WS-LOW-KEY
               MOVE WS-GR-KEY(WS-GRADE-IDX) TO WS-LOW-KEY
               MOVE WS-GRADE-IDX            TO WS-LOW-IDX
           END-IF.
       4150-EXIT.
           EXIT.

       4200-OPEN-SUBJECT SECTION.
       4200-START.
           MOVE ZERO TO WS-SUBJECT-GRADES.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-PRIOR-SUBJECT TO SL-SUBJECT.
           MOVE WS-SELECT-TERM   TO CL-TERM-CODE.
           MOVE WS-PRIOR-SUBJECT TO CL-SUBJECT-CODE.
           READ CERT-LOCK
               INVALID KEY
                   MOVE "NOT CERTIFIED" TO SL-STATUS
               NOT INVALID KEY
                   MOVE CL-CERTIFIED-BY TO SC-INSTRUCTOR
                   MOVE CL-LOCKED-DATE  TO SC-DATE
                   MOVE WS-STATUS-CERTIFIED TO SL-STATUS
           END-READ.
           WRITE RPT-LINE FROM WS-SUBJECT-LINE.
           WRITE RPT-LINE FROM WS-COLUMN-LINE.
       4200-EXIT.
           EXIT.

       4300-CLOSE-SUBJECT SECTION.
       4300-START.
           MOVE WS-SUBJECT-GRADES TO CL-COUNT-OUT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-SIGNATURE-LINE.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the run summary.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE CERT-LOCK CERT-REGISTER CERT-REPORT.
           IF WS-ROSTER-PRESENT
               CLOSE STUDENT-MASTER
           END-IF.
           DISPLAY "GRDCERT: TERM " WS-SELECT-TERM
               " - GRADES ON ROSTER = " WS-GRADE-COUNT.
           DISPLAY "GRDCERT: SUBJECTS LOCKED = " WS-LOCKED-COUNT.
           DISPLAY "GRDCERT: CARDS REJECTED  = " WS-REJECTED-COUNT.
           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
