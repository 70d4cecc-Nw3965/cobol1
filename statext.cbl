       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATEXT.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. STATE EDUCATION REPORTING
      *                  EXTRACT, REPLACING THE RE-KEYING OF FINAL
      *                  GRADES FROM TRANSCRP PRINTOUTS. CUTS THE
      *                  STATSUB SUBMISSION FILE FOR ONE ACADTERM
      *                  TERM FROM THE AUTHORITATIVE GRADEHST ROWS
      *                  (THE LATEST PER STUDENT AND SUBJECT): AN "H"
      *                  HEADER WITH THE SUBMISSION SEQUENCE NUMBER
      *                  DRAWN FROM STEXSEQ (THE PBSEQ PATTERN), ONE
      *                  "D" DETAIL PER GRADE WITH THE STUMAST NAME,
      *                  AND A "T" TRAILER WITH THE RECORD COUNT AND
      *                  A SCORE HASH TOTAL. THE STEXCTL CARD NAMES
      *                  THE TERM (BLANK TAKES THE TERM COVERING
      *                  TODAY, OR ELSE THE ONE ENDED MOST RECENTLY)
      *                  AND THE MODE - FULL, OR RESUB FOR ONLY THE
      *                  GRADES GRDCORR HAS CORRECTED SINCE THEY WERE
      *                  SENT. A STUDENT WITH NO STUMAST ENTRY IS
      *                  NEVER SENT (RC 4). EVERY GRADE SENT IS
      *                  RECORDED ON THE STSUBREG REGISTER.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-CONTROL ASSIGN TO "STEXCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XC-FILE-STATUS.
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
           SELECT SUBMISSION-REGISTER ASSIGN TO "STSUBREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SU-KEY
               FILE STATUS IS SU-FILE-STATUS.
           SELECT EXPORT-SEQUENCE ASSIGN TO "STEXSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SQ-FILE-STATUS.
           SELECT STATE-SUBMISSION ASSIGN TO "STATSUB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SB-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-CONTROL.
       01  XC-RECORD.
           05  XC-TERM-CODE            PIC X(06).
           05  FILLER                  PIC X(01).
           05  XC-MODE                 PIC X(05).
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
       FD  SUBMISSION-REGISTER.
       COPY "STSUBREG.cpy".
       FD  EXPORT-SEQUENCE.
       01  SQ-RECORD.
           05  SQ-NEXT-NUMBER          PIC 9(06).
       FD  STATE-SUBMISSION.
       01  SB-RECORD.
           05  SB-REC-TYPE             PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SB-STUDENT-ID           PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SB-STUDENT-NAME         PIC X(25).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SB-SUBJECT-CODE         PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SB-SCORE                PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SB-GRADE                PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SB-TERM-CODE            PIC X(06).
       01  SB-CONTROL-REC.
           05  SB-CTL-TYPE             PIC X(01).
           05  FILLER                  PIC X(01).
           05  SB-CTL-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SB-CTL-SEQUENCE         PIC 9(06).
           05  FILLER                  PIC X(01).
           05  SB-CTL-TERM             PIC X(06).
           05  FILLER                  PIC X(01).
           05  SB-CTL-MODE             PIC X(05).
           05  FILLER                  PIC X(01).
           05  SB-CTL-COUNT            PIC 9(07).
           05  FILLER                  PIC X(01).
           05  SB-CTL-HASH             PIC 9(11).
       WORKING-STORAGE SECTION.
        01 XC-FILE-STATUS              PIC XX.
        01 AT-FILE-STATUS              PIC XX.
        01 RH-FILE-STATUS              PIC XX.
        01 ST-FILE-STATUS              PIC XX.
        01 SU-FILE-STATUS              PIC XX.
        01 SQ-FILE-STATUS              PIC XX.
        01 SB-FILE-STATUS              PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-TERM-FOUND-SW        PIC X(01) VALUE "N".
              88 WS-TERM-FOUND                VALUE "Y".
           05 WS-PAIR-FOUND-SW        PIC X(01) VALUE "N".
              88 WS-PAIR-FOUND                VALUE "Y".
           05 WS-REGISTERED-SW        PIC X(01) VALUE "N".
              88 WS-REGISTERED                VALUE "Y".
        01 WS-EXTRACT-DATE             PIC 9(08).
        01 WS-EXTRACT-TIME             PIC 9(08).
        01 WS-SELECT-TERM              PIC X(06) VALUE SPACES.
        01 WS-CURRENT-TERM             PIC X(06) VALUE SPACES.
        01 WS-ENDED-TERM               PIC X(06) VALUE SPACES.
        01 WS-ENDED-DATE               PIC 9(08) VALUE ZERO.
        01 WS-MODE                     PIC X(05) VALUE "FULL ".
           88 WS-FULL-MODE                    VALUE "FULL ".
           88 WS-RESUB-MODE                   VALUE "RESUB".
        01 WS-SEQUENCE-NO              PIC 9(06) VALUE 1.
      *    LATEST AUTHORITATIVE GRADE PER STUDENT AND SUBJECT.
        01 WS-GRADE-COUNT              PIC 9(04) VALUE ZERO.
        01 WS-GRADE-TABLE.
           05 WS-GR-ENTRY OCCURS 5000 TIMES.
              10 WS-GR-STUDENT-ID     PIC X(05).
              10 WS-GR-SUBJECT        PIC X(03).
              10 WS-GR-SCORE          PIC 9(03).
              10 WS-GR-GRADE          PIC X(06).
              10 WS-GR-STAMP          PIC X(16).
        01 WS-GRADE-IDX                PIC 9(04) VALUE ZERO.
        01 WS-FOUND-IDX                PIC 9(04) VALUE ZERO.
        01 WS-ROW-STAMP.
           05 WS-ROW-DATE             PIC 9(08).
           05 WS-ROW-TIME             PIC 9(08).
        01 WS-TALLY-COUNTS.
           05 WS-HISTORY-READ         PIC 9(07) VALUE ZERO.
           05 WS-RECORD-COUNT         PIC 9(07) VALUE ZERO.
           05 WS-REFUSED-COUNT        PIC 9(05) VALUE ZERO.
        01 WS-SCORE-HASH               PIC 9(11) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-ONE-GRADE THRU 2000-EXIT
               UNTIL WS-EOF.
           CLOSE RESULTS-HISTORY.
           PERFORM 3000-BEGIN-SUBMISSION THRU 3000-EXIT.
           PERFORM 4000-SUBMIT-ONE-GRADE THRU 4000-EXIT
               VARYING WS-GRADE-IDX FROM 1 BY 1
               UNTIL WS-GRADE-IDX > WS-GRADE-COUNT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Reads the control card, settles the term against ACADTERM,
      * and opens the history, the roster and the register.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-EXTRACT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-EXTRACT-TIME FROM TIME.

           OPEN INPUT EXTRACT-CONTROL.
           IF XC-FILE-STATUS = "00"
               READ EXTRACT-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE XC-TERM-CODE TO WS-SELECT-TERM
                       IF XC-MODE NOT = SPACES
                           MOVE XC-MODE TO WS-MODE
                       END-IF
               END-READ
               CLOSE EXTRACT-CONTROL
           END-IF.

           IF NOT WS-FULL-MODE AND NOT WS-RESUB-MODE
               DISPLAY "STATEXT: STEXCTL MODE " WS-MODE
                   " NOT FULL OR RESUB - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-FIND-TERM THRU 1100-EXIT.
           IF WS-SELECT-TERM = SPACES
               DISPLAY "STATEXT: NO TERM ON STEXCTL OR ACADTERM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT WS-TERM-FOUND
               DISPLAY "STATEXT: TERM " WS-SELECT-TERM
                   " IS NOT ON ACADTERM - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT STUDENT-MASTER.
           IF ST-FILE-STATUS NOT = "00"
               DISPLAY "STATEXT: UNABLE TO OPEN STUMAST - STATUS "
                   ST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O SUBMISSION-REGISTER.
           IF SU-FILE-STATUS = "35"
               OPEN OUTPUT SUBMISSION-REGISTER
               CLOSE SUBMISSION-REGISTER
               OPEN I-O SUBMISSION-REGISTER
           END-IF.
           IF SU-FILE-STATUS NOT = "00"
               DISPLAY "STATEXT: UNABLE TO OPEN STSUBREG - STATUS "
                   SU-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT RESULTS-HISTORY.
           IF RH-FILE-STATUS NOT = "00"
               DISPLAY "STATEXT: UNABLE TO OPEN GRADEHST - STATUS "
                   RH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-FIND-TERM
      * Checks the card's term is on ACADTERM. With no term on the
      * card, takes the term whose window covers today, or failing
      * that the one that ended most recently.
      *----------------------------------------------------------------
       1100-FIND-TERM SECTION.
       1100-START.
           OPEN INPUT TERM-MASTER.
           IF AT-FILE-STATUS NOT = "00"
               DISPLAY "STATEXT: UNABLE TO OPEN ACADTERM - STATUS "
                   AT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1150-CHECK-ONE-TERM THRU 1150-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE TERM-MASTER.
           IF WS-SELECT-TERM NOT = SPACES
               GO TO 1100-EXIT
           END-IF.
           IF WS-CURRENT-TERM NOT = SPACES
               MOVE WS-CURRENT-TERM TO WS-SELECT-TERM
           ELSE
               MOVE WS-ENDED-TERM TO WS-SELECT-TERM
           END-IF.
           IF WS-SELECT-TERM NOT = SPACES
               SET WS-TERM-FOUND TO TRUE
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
           IF WS-SELECT-TERM NOT = SPACES
                   AND AT-TERM-CODE = WS-SELECT-TERM
               SET WS-TERM-FOUND TO TRUE
           END-IF.
           IF AT-START-DATE NOT NUMERIC OR AT-END-DATE NOT NUMERIC
               GO TO 1150-EXIT
           END-IF.
           IF WS-EXTRACT-DATE >= AT-START-DATE
                   AND WS-EXTRACT-DATE <= AT-END-DATE
               MOVE AT-TERM-CODE TO WS-CURRENT-TERM
           END-IF.
           IF AT-END-DATE < WS-EXTRACT-DATE
                   AND AT-END-DATE > WS-ENDED-DATE
               MOVE AT-END-DATE  TO WS-ENDED-DATE
               MOVE AT-TERM-CODE TO WS-ENDED-TERM
           END-IF.
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LOAD-ONE-GRADE
      * Keeps the latest authoritative row for each student and
      * subject in the term; superseded rows are never sent. In a
      * resubmission only the grades the register has flagged as
      * corrected since they were sent are kept.
      *----------------------------------------------------------------
       2000-LOAD-ONE-GRADE SECTION.
       2000-START.
           READ RESULTS-HISTORY
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-HISTORY-READ.

           IF RH-TERM-CODE NOT = WS-SELECT-TERM
                   OR NOT RH-AUTHORITATIVE
               GO TO 2000-EXIT
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

           IF WS-RESUB-MODE
               MOVE WS-SELECT-TERM  TO SU-TERM-CODE
               MOVE RH-STUDENT-ID   TO SU-STUDENT-ID
               MOVE RH-SUBJECT-CODE TO SU-SUBJECT-CODE
               READ SUBMISSION-REGISTER
                   INVALID KEY
                       GO TO 2000-EXIT
               END-READ
               IF NOT SU-RESUBMIT
                   GO TO 2000-EXIT
               END-IF
           END-IF.

           IF WS-GRADE-COUNT >= 5000
               DISPLAY "STATEXT: OVER 5000 GRADES FOR TERM "
                   WS-SELECT-TERM " - NOTHING SUBMITTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-GRADE-COUNT.
           MOVE RH-STUDENT-ID   TO WS-GR-STUDENT-ID(WS-GRADE-COUNT).
           MOVE RH-SUBJECT-CODE TO WS-GR-SUBJECT(WS-GRADE-COUNT).
           MOVE RH-SCORE        TO WS-GR-SCORE(WS-GRADE-COUNT).
           MOVE RH-GRADE        TO WS-GR-GRADE(WS-GRADE-COUNT).
           MOVE WS-ROW-STAMP    TO WS-GR-STAMP(WS-GRADE-COUNT).
       2000-EXIT.
           EXIT.

       2100-FIND-ONE-PAIR SECTION.
       2100-START.
           IF WS-GR-STUDENT-ID(WS-GRADE-IDX) = RH-STUDENT-ID
                   AND WS-GR-SUBJECT(WS-GRADE-IDX) = RH-SUBJECT-CODE
               SET WS-PAIR-FOUND TO TRUE
               MOVE WS-GRADE-IDX TO WS-FOUND-IDX
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-BEGIN-SUBMISSION
      * Draws the submission sequence number, opens the submission
      * file, and writes the control header. A resubmission with
      * nothing corrected ends here without using a number.
      *----------------------------------------------------------------
       3000-BEGIN-SUBMISSION SECTION.
       3000-START.
           IF WS-RESUB-MODE AND WS-GRADE-COUNT = ZERO
               DISPLAY "STATEXT: NO CORRECTED GRADES TO RESUBMIT"
                   " FOR TERM " WS-SELECT-TERM
               CLOSE STUDENT-MASTER SUBMISSION-REGISTER
               STOP RUN
           END-IF.

           PERFORM 3100-NEXT-SEQUENCE THRU 3100-EXIT.

           OPEN OUTPUT STATE-SUBMISSION.
           IF SB-FILE-STATUS NOT = "00"
               DISPLAY "STATEXT: UNABLE TO OPEN STATSUB - STATUS "
                   SB-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES          TO SB-CONTROL-REC.
           MOVE "H"             TO SB-CTL-TYPE.
           MOVE WS-EXTRACT-DATE TO SB-CTL-DATE.
           MOVE WS-SEQUENCE-NO  TO SB-CTL-SEQUENCE.
           MOVE WS-SELECT-TERM  TO SB-CTL-TERM.
           MOVE WS-MODE         TO SB-CTL-MODE.
           MOVE ZERO            TO SB-CTL-COUNT.
           MOVE ZERO            TO SB-CTL-HASH.
           WRITE SB-CONTROL-REC.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-NEXT-SEQUENCE
      * Draws the next submission number from the STEXSEQ file and
      * advances it. A missing file starts the numbering at one.
      *----------------------------------------------------------------
       3100-NEXT-SEQUENCE SECTION.
       3100-START.
           MOVE 1 TO WS-SEQUENCE-NO.
           OPEN INPUT EXPORT-SEQUENCE.
           IF SQ-FILE-STATUS = "00"
               READ EXPORT-SEQUENCE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SQ-NEXT-NUMBER TO WS-SEQUENCE-NO
               END-READ
               CLOSE EXPORT-SEQUENCE
           END-IF.

           OPEN OUTPUT EXPORT-SEQUENCE.
           IF SQ-FILE-STATUS NOT = "00"
               DISPLAY "STATEXT: UNABLE TO REWRITE STEXSEQ, STATUS="
                   SQ-FILE-STATUS
               GO TO 3100-EXIT
           END-IF.
           COMPUTE SQ-NEXT-NUMBER = WS-SEQUENCE-NO + 1.
           WRITE SQ-RECORD.
           CLOSE EXPORT-SEQUENCE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-SUBMIT-ONE-GRADE
      * One detail per grade whose student is on STUMAST, folding
      * the score into the hash total and recording the grade on
      * the submission register. A student the roster does not
      * know is refused and listed.
      *----------------------------------------------------------------
       4000-SUBMIT-ONE-GRADE SECTION.
       4000-START.
           MOVE WS-GR-STUDENT-ID(WS-GRADE-IDX) TO ST-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "STATEXT: REFUSED - STUDENT "
                       WS-GR-STUDENT-ID(WS-GRADE-IDX) " SUBJECT "
                       WS-GR-SUBJECT(WS-GRADE-IDX)
                       " NOT ON STUMAST"
                   ADD 1 TO WS-REFUSED-COUNT
                   GO TO 4000-EXIT
           END-READ.

           MOVE SPACES                      TO SB-RECORD.
           MOVE "D"                         TO SB-REC-TYPE.
           MOVE WS-GR-STUDENT-ID(WS-GRADE-IDX) TO SB-STUDENT-ID.
           MOVE ST-STUDENT-NAME             TO SB-STUDENT-NAME.
           MOVE WS-GR-SUBJECT(WS-GRADE-IDX) TO SB-SUBJECT-CODE.
           MOVE WS-GR-SCORE(WS-GRADE-IDX)   TO SB-SCORE.
           MOVE WS-GR-GRADE(WS-GRADE-IDX)   TO SB-GRADE.
           MOVE WS-SELECT-TERM              TO SB-TERM-CODE.
           WRITE SB-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           ADD WS-GR-SCORE(WS-GRADE-IDX) TO WS-SCORE-HASH.

           PERFORM 4100-REGISTER-ONE-GRADE THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

       4100-REGISTER-ONE-GRADE SECTION.
       4100-START.
           MOVE WS-SELECT-TERM              TO SU-TERM-CODE.
           MOVE WS-GR-STUDENT-ID(WS-GRADE-IDX) TO SU-STUDENT-ID.
           MOVE WS-GR-SUBJECT(WS-GRADE-IDX) TO SU-SUBJECT-CODE.
           SET WS-REGISTERED-SW TO "N".
           READ SUBMISSION-REGISTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-REGISTERED TO TRUE
           END-READ.

           MOVE WS-GR-SCORE(WS-GRADE-IDX)   TO SU-SCORE.
           MOVE WS-GR-GRADE(WS-GRADE-IDX)   TO SU-GRADE.
           MOVE WS-SEQUENCE-NO              TO SU-SEQUENCE.
           MOVE WS-EXTRACT-DATE             TO SU-SUBMIT-DATE.
           MOVE "N"                         TO SU-RESUBMIT-SW.
           IF WS-REGISTERED
               REWRITE SU-RECORD
                   INVALID KEY
                       DISPLAY "STATEXT: UNABLE TO REWRITE STSUBREG "
                           SU-KEY " - STATUS " SU-FILE-STATUS
               END-REWRITE
           ELSE
               MOVE ZERO TO SU-CORRECTED-DATE
               WRITE SU-RECORD
                   INVALID KEY
                       DISPLAY "STATEXT: UNABLE TO WRITE STSUBREG "
                           SU-KEY " - STATUS " SU-FILE-STATUS
               END-WRITE
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Writes the control trailer, closes the files, and prints
      * the submission summary.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           MOVE SPACES          TO SB-CONTROL-REC.
           MOVE "T"             TO SB-CTL-TYPE.
           MOVE WS-EXTRACT-DATE TO SB-CTL-DATE.
           MOVE WS-SEQUENCE-NO  TO SB-CTL-SEQUENCE.
           MOVE WS-SELECT-TERM  TO SB-CTL-TERM.
           MOVE WS-MODE         TO SB-CTL-MODE.
           MOVE WS-RECORD-COUNT TO SB-CTL-COUNT.
           MOVE WS-SCORE-HASH   TO SB-CTL-HASH.
           WRITE SB-CONTROL-REC.
           CLOSE STATE-SUBMISSION STUDENT-MASTER SUBMISSION-REGISTER.

           DISPLAY "STATEXT: SUBMISSION " WS-SEQUENCE-NO " TERM "
               WS-SELECT-TERM " " WS-MODE.
           DISPLAY "STATEXT: GRADES SENT      = " WS-RECORD-COUNT.
           DISPLAY "STATEXT: SCORE HASH       = " WS-SCORE-HASH.
           DISPLAY "STATEXT: STUDENTS REFUSED = " WS-REFUSED-COUNT.
           IF WS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
