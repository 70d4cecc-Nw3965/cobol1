       IDENTIFICATION DIVISION.
       PROGRAM-ID. STNDCALC.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. TERM-END ACADEMIC STANDING RUN.
      *                  FOR THE STNDCTL TERM (OR THE ACADTERM TERM
      *                  COVERING TODAY, OR THE ONE THAT ENDED MOST
      *                  RECENTLY) EACH STUDENT'S FINAL AUTHORITATIVE
      *                  GRADEHST GRADE PER SUBJECT IS TAKEN, AS
      *                  TRANSCRP DOES, AND AVERAGED ON GRADER'S
      *                  FOUR-POINT SCALE (A=4 THROUGH F=0, REVIEW
      *                  EXCLUDED). THE STNDRULE REFERENCE FILE GIVES
      *                  THE MINIMUM GPA AND MINIMUM SUBJECTS GRADED
      *                  FOR DEAN (DEAN'S LIST), GOOD AND PROB
      *                  (PROBATION), TRIED IN THAT ORDER; A STUDENT
      *                  MEETING NONE IS SUSP (SUSPENSION). WITHOUT
      *                  STNDRULE THE STANDARD RULES BELOW APPLY. A
      *                  PROBATION FOLLOWING PROBATION IN THE PRIOR
      *                  ACADTERM TERM ESCALATES TO SUSPENSION. ONE
      *                  STNDHST ROW IS KEPT PER STUDENT PER TERM (A
      *                  RERUN REPLACES IT), THE STANDING LIST IS
      *                  PRINTED BY CATEGORY, AND STNDLTR CARRIES A
      *                  MAIL-MERGE ROW FOR EVERY DEAN'S LIST,
      *                  PROBATION AND SUSPENSION STUDENT.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-CONTROL ASSIGN TO "STNDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-FILE-STATUS.
           SELECT TERM-MASTER ASSIGN TO "ACADTERM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AT-FILE-STATUS.
           SELECT STANDING-RULES ASSIGN TO "STNDRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.
           SELECT RESULTS-HISTORY ASSIGN TO "GRADEHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RH-FILE-STATUS.
           SELECT STANDING-HISTORY ASSIGN TO "STNDHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SG-KEY
               FILE STATUS IS SG-FILE-STATUS.
           SELECT STANDING-REPORT ASSIGN TO "STNDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT STANDING-LETTERS ASSIGN TO "STNDLTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-CONTROL.
       01  SC-RECORD.
           05  SC-TERM-CODE            PIC X(06).
       FD  TERM-MASTER.
       01  AT-RECORD.
           05  AT-TERM-CODE            PIC X(06).
           05  FILLER                  PIC X(01).
           05  AT-START-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  AT-END-DATE             PIC 9(08).
       FD  STANDING-RULES.
       01  RL-RECORD.
           05  RL-STANDING             PIC X(04).
           05  FILLER                  PIC X(01).
           05  RL-MIN-GPA              PIC 9(01)V99.
           05  FILLER                  PIC X(01).
           05  RL-MIN-SUBJECTS         PIC 9(02).
       FD  RESULTS-HISTORY.
       COPY "GRADEHST.cpy".
       FD  STANDING-HISTORY.
       COPY "STNDHST.cpy".
       FD  STANDING-REPORT.
       01  RPT-LINE                    PIC X(80).
       FD  STANDING-LETTERS.
       01  LT-RECORD.
           05  LT-STUDENT-ID           PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LT-STUDENT-NAME         PIC X(25).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LT-TERM-CODE            PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LT-STANDING             PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LT-STANDING-TITLE       PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LT-GPA                  PIC 9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LT-SUBJECTS             PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LT-ESCALATED            PIC X(01).
       WORKING-STORAGE SECTION.
        01 SC-FILE-STATUS              PIC XX.
        01 AT-FILE-STATUS              PIC XX.
        01 RL-FILE-STATUS              PIC XX.
        01 RH-FILE-STATUS              PIC XX.
        01 SG-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 LT-FILE-STATUS              PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-FOUND-SW             PIC X(01) VALUE "N".
              88 WS-FOUND                     VALUE "Y".
           05 WS-HISTORY-EXISTS-SW    PIC X(01) VALUE "N".
              88 WS-HISTORY-EXISTS            VALUE "Y".
           05 WS-GPA-COUNTABLE-SW     PIC X(01) VALUE "N".
              88 WS-GPA-COUNTABLE             VALUE "Y".
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-SELECT-TERM              PIC X(06) VALUE SPACES.
        01 WS-SELECT-START             PIC 9(08) VALUE ZERO.
        01 WS-PRIOR-TERM               PIC X(06) VALUE SPACES.
        01 WS-PRIOR-END                PIC 9(08) VALUE ZERO.
        01 WS-ENDED-TERM               PIC X(06) VALUE SPACES.
        01 WS-ENDED-DATE               PIC 9(08) VALUE ZERO.
        01 WS-TERM-COUNT               PIC 9(03) VALUE ZERO.
        01 WS-TERM-TABLE.
           05 WS-TM-ENTRY OCCURS 100 TIMES.
              10 WS-TM-CODE           PIC X(06).
              10 WS-TM-START          PIC 9(08).
              10 WS-TM-END            PIC 9(08).
        01 WS-TERM-IDX                 PIC 9(03) VALUE ZERO.
      *    STANDING RULES, TRIED IN ORDER - 1 DEAN, 2 GOOD, 3 PROB.
      *    THE STANDARD RULES STAND UNTIL STNDRULE OVERRIDES THEM.
        01 WS-RULE-DEFAULTS.
           05 FILLER                  PIC X(04) VALUE "DEAN".
           05 FILLER                  PIC 9(01)V99 VALUE 3.50.
           05 FILLER                  PIC 9(02) VALUE 03.
           05 FILLER                  PIC X(20) VALUE
                  "DEAN'S LIST".
           05 FILLER                  PIC X(04) VALUE "GOOD".
           05 FILLER                  PIC 9(01)V99 VALUE 2.00.
           05 FILLER                  PIC 9(02) VALUE 01.
           05 FILLER                  PIC X(20) VALUE
                  "GOOD STANDING".
           05 FILLER                  PIC X(04) VALUE "PROB".
           05 FILLER                  PIC 9(01)V99 VALUE 1.00.
           05 FILLER                  PIC 9(02) VALUE 01.
           05 FILLER                  PIC X(20) VALUE
                  "ACADEMIC PROBATION".
           05 FILLER                  PIC X(04) VALUE "SUSP".
           05 FILLER                  PIC 9(01)V99 VALUE ZERO.
           05 FILLER                  PIC 9(02) VALUE ZERO.
           05 FILLER                  PIC X(20) VALUE
                  "ACADEMIC SUSPENSION".
        01 WS-RULE-TABLE REDEFINES WS-RULE-DEFAULTS.
           05 WS-RULE-ENTRY OCCURS 4 TIMES.
              10 WS-RULE-STANDING     PIC X(04).
              10 WS-RULE-MIN-GPA      PIC 9(01)V99.
              10 WS-RULE-MIN-SUBJECTS PIC 9(02).
              10 WS-RULE-TITLE        PIC X(20).
        01 WS-RULE-IDX                 PIC 9(01) VALUE ZERO.
        01 WS-CATEGORY                 PIC 9(01) VALUE ZERO.
      *    FINAL GRADE PER STUDENT AND SUBJECT - THE LATEST
      *    AUTHORITATIVE ROW WINS.
        01 WS-FINAL-COUNT              PIC 9(04) VALUE ZERO.
        01 WS-FINAL-TABLE.
           05 WS-FN-ENTRY OCCURS 5000 TIMES.
              10 WS-FN-STUDENT-ID     PIC X(05).
              10 WS-FN-SUBJECT        PIC X(03).
              10 WS-FN-STAMP          PIC 9(16).
              10 WS-FN-GRADE          PIC X(06).
        01 WS-FINAL-IDX                PIC 9(04) VALUE ZERO.
        01 WS-FOUND-IDX                PIC 9(04) VALUE ZERO.
        01 WS-ROW-STAMP.
           05 WS-ROW-DATE             PIC 9(08).
           05 WS-ROW-TIME             PIC 9(08).
        01 WS-ROW-STAMP-NUM REDEFINES WS-ROW-STAMP PIC 9(16).
        01 WS-STUDENT-COUNT            PIC 9(04) VALUE ZERO.
        01 WS-STUDENT-TABLE.
           05 WS-SD-ENTRY OCCURS 2000 TIMES.
              10 WS-SD-STUDENT-ID     PIC X(05).
              10 WS-SD-NAME           PIC X(25).
              10 WS-SD-POINTS         PIC 9(04).
              10 WS-SD-SUBJECTS       PIC 9(03).
              10 WS-SD-GPA            PIC 9(01)V99.
              10 WS-SD-CATEGORY       PIC 9(01).
              10 WS-SD-ESCALATED      PIC X(01).
              10 WS-SD-PRINTED-SW     PIC X(01).
                 88 WS-SD-PRINTED             VALUE "Y".
        01 WS-STUDENT-IDX              PIC 9(04) VALUE ZERO.
        01 WS-GPA-POINTS-ONE           PIC 9(01) VALUE ZERO.
        01 WS-LOW-IDX                  PIC 9(04) VALUE ZERO.
        01 WS-LOW-KEY                  PIC X(05) VALUE SPACES.
        01 WS-CATEGORY-LISTED          PIC 9(04) VALUE ZERO.
        01 WS-TALLY-COUNTS.
           05 WS-HISTORY-READ         PIC 9(07) VALUE ZERO.
           05 WS-NO-GRADE-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-ESCALATED-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-LETTER-COUNT         PIC 9(05) VALUE ZERO.
           05 WS-TABLE-FULL-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-CATEGORY-COUNT OCCURS 4 TIMES PIC 9(05).
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(30) VALUE
                  "ACADEMIC STANDING - TERM".
           05 HL-TERM                 PIC X(06).
           05 FILLER                  PIC X(14) VALUE
                  "  PRIOR TERM ".
           05 HL-PRIOR-TERM           PIC X(06).
        01 WS-CATEGORY-LINE.
           05 CT-TITLE                PIC X(20).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 CT-STANDING             PIC X(04).
        01 WS-DETAIL-LINE.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 DL-STUDENT-ID           PIC X(05).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-NAME                 PIC X(25).
           05 FILLER                  PIC X(06) VALUE "  GPA ".
           05 DL-GPA                  PIC 9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-SUBJECTS             PIC ZZ9.
           05 FILLER                  PIC X(09) VALUE " SUBJECTS".
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-NOTE                 PIC X(18).
        01 WS-COUNT-LINE.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 CL-LABEL                PIC X(24).
           05 CL-COUNT                PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-TAKE-ONE-RESULT THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 3000-TALLY-ONE-FINAL THRU 3000-EXIT
               VARYING WS-FINAL-IDX FROM 1 BY 1
               UNTIL WS-FINAL-IDX > WS-FINAL-COUNT.
           PERFORM 4000-SET-ONE-STANDING THRU 4000-EXIT
               VARYING WS-STUDENT-IDX FROM 1 BY 1
               UNTIL WS-STUDENT-IDX > WS-STUDENT-COUNT.
           PERFORM 5000-PRINT-ONE-CATEGORY THRU 5000-EXIT
               VARYING WS-CATEGORY FROM 1 BY 1
               UNTIL WS-CATEGORY > 4.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Settles the term and the one before it, loads the standing
      * rules, and opens the history, the standing history, the
      * report and the letter extract.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-CATEGORY-COUNT(1) WS-CATEGORY-COUNT(2)
                        WS-CATEGORY-COUNT(3) WS-CATEGORY-COUNT(4).

           OPEN INPUT STANDING-CONTROL.
           IF SC-FILE-STATUS = "00"
               READ STANDING-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SC-TERM-CODE TO WS-SELECT-TERM
               END-READ
               CLOSE STANDING-CONTROL
           END-IF.

           OPEN INPUT TERM-MASTER.
           IF AT-FILE-STATUS NOT = "00"
               DISPLAY "STNDCALC: UNABLE TO OPEN ACADTERM - STATUS "
                   AT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-ONE-TERM THRU 1100-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE TERM-MASTER.
           IF WS-SELECT-TERM = SPACES
               MOVE WS-ENDED-TERM TO WS-SELECT-TERM
           END-IF.
           IF WS-SELECT-TERM = SPACES
               DISPLAY "STNDCALC: NO TERM ON STNDCTL OR ACADTERM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-FIND-PRIOR-TERM THRU 1200-EXIT.

           OPEN INPUT STANDING-RULES.
           IF RL-FILE-STATUS = "00"
               PERFORM 1300-LOAD-ONE-RULE THRU 1300-EXIT
                   UNTIL WS-EOF
               SET WS-EOF-SW TO "N"
               CLOSE STANDING-RULES
           ELSE
               DISPLAY "STNDCALC: NO STNDRULE FILE - STANDARD RULES"
                   " APPLY"
           END-IF.

           OPEN INPUT RESULTS-HISTORY.
           IF RH-FILE-STATUS NOT = "00"
               DISPLAY "STNDCALC: UNABLE TO OPEN GRADEHST - STATUS "
                   RH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O STANDING-HISTORY.
           IF SG-FILE-STATUS = "35"
               OPEN OUTPUT STANDING-HISTORY
               CLOSE STANDING-HISTORY
               OPEN I-O STANDING-HISTORY
           END-IF.
           IF SG-FILE-STATUS NOT = "00"
               DISPLAY "STNDCALC: UNABLE TO OPEN STNDHST - STATUS "
                   SG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT STANDING-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "STNDCALC: UNABLE TO OPEN STNDRPT - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT STANDING-LETTERS.
           IF LT-FILE-STATUS NOT = "00"
               DISPLAY "STNDCALC: UNABLE TO OPEN STNDLTR - STATUS "
                   LT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-SELECT-TERM TO HL-TERM.
           MOVE WS-PRIOR-TERM  TO HL-PRIOR-TERM.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-ONE-TERM
      * Keeps each term's window and notes the term covering today
      * and the one that ended most recently.
      *----------------------------------------------------------------
       1100-LOAD-ONE-TERM SECTION.
       1100-START.
           READ TERM-MASTER
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF AT-TERM-CODE = SPACES OR AT-START-DATE NOT NUMERIC
                   OR AT-END-DATE NOT NUMERIC
               GO TO 1100-EXIT
           END-IF.
           IF WS-TERM-COUNT >= 100
               ADD 1 TO WS-TABLE-FULL-COUNT
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-TERM-COUNT.
           MOVE AT-TERM-CODE  TO WS-TM-CODE(WS-TERM-COUNT).
           MOVE AT-START-DATE TO WS-TM-START(WS-TERM-COUNT).
           MOVE AT-END-DATE   TO WS-TM-END(WS-TERM-COUNT).

           IF WS-SELECT-TERM = SPACES
                   AND WS-TODAY-DATE >= AT-START-DATE
                   AND WS-TODAY-DATE <= AT-END-DATE
               MOVE AT-TERM-CODE TO WS-SELECT-TERM
           END-IF.
           IF AT-END-DATE < WS-TODAY-DATE
                   AND AT-END-DATE > WS-ENDED-DATE
               MOVE AT-END-DATE  TO WS-ENDED-DATE
               MOVE AT-TERM-CODE TO WS-ENDED-TERM
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-FIND-PRIOR-TERM
      * The prior term is the one that ended last before the run
      * term started. A run term not on ACADTERM has no prior term,
      * so no probation escalates.
      *----------------------------------------------------------------
       1200-FIND-PRIOR-TERM SECTION.
       1200-START.
           MOVE ZERO TO WS-SELECT-START.
           PERFORM 1210-MATCH-RUN-TERM THRU 1210-EXIT
               VARYING WS-TERM-IDX FROM 1 BY 1
               UNTIL WS-TERM-IDX > WS-TERM-COUNT.
           IF WS-SELECT-START = ZERO
               DISPLAY "STNDCALC: TERM " WS-SELECT-TERM
                   " NOT ON ACADTERM - NO PRIOR TERM"
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1220-CHECK-PRIOR-TERM THRU 1220-EXIT
               VARYING WS-TERM-IDX FROM 1 BY 1
               UNTIL WS-TERM-IDX > WS-TERM-COUNT.
       1200-EXIT.
           EXIT.

       1210-MATCH-RUN-TERM SECTION.
       1210-START.
           IF WS-TM-CODE(WS-TERM-IDX) = WS-SELECT-TERM
               MOVE WS-TM-START(WS-TERM-IDX) TO WS-SELECT-START
           END-IF.
       1210-EXIT.
           EXIT.

       1220-CHECK-PRIOR-TERM SECTION.
       1220-START.
           IF WS-TM-END(WS-TERM-IDX) < WS-SELECT-START
                   AND WS-TM-END(WS-TERM-IDX) > WS-PRIOR-END
               MOVE WS-TM-END(WS-TERM-IDX)  TO WS-PRIOR-END
               MOVE WS-TM-CODE(WS-TERM-IDX) TO WS-PRIOR-TERM
           END-IF.
       1220-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-LOAD-ONE-RULE
      * Overrides the threshold for one standing. Only DEAN, GOOD
      * and PROB carry thresholds - SUSP is what meets none.
      *----------------------------------------------------------------
       1300-LOAD-ONE-RULE SECTION.
       1300-START.
           READ STANDING-RULES
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1300-EXIT
           END-READ.
           IF RL-MIN-GPA NOT NUMERIC OR RL-MIN-SUBJECTS NOT NUMERIC
               DISPLAY "STNDCALC: STNDRULE " RL-STANDING
                   " NOT NUMERIC - IGNORED"
               GO TO 1300-EXIT
           END-IF.
           SET WS-FOUND-SW TO "N".
           PERFORM 1310-MATCH-ONE-RULE THRU 1310-EXIT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > 3 OR WS-FOUND.
           IF NOT WS-FOUND
               DISPLAY "STNDCALC: STNDRULE " RL-STANDING
                   " IS NOT DEAN/GOOD/PROB - IGNORED"
           END-IF.
       1300-EXIT.
           EXIT.

       1310-MATCH-ONE-RULE SECTION.
       1310-START.
           IF WS-RULE-STANDING(WS-RULE-IDX) = RL-STANDING
               SET WS-FOUND TO TRUE
               MOVE RL-MIN-GPA      TO WS-RULE-MIN-GPA(WS-RULE-IDX)
               MOVE RL-MIN-SUBJECTS TO
                   WS-RULE-MIN-SUBJECTS(WS-RULE-IDX)
           END-IF.
       1310-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-TAKE-ONE-RESULT
      * Keeps the latest authoritative grade per student and subject
      * in the term, and the student's name.
      *----------------------------------------------------------------
       2000-TAKE-ONE-RESULT SECTION.
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

           SET WS-FOUND-SW TO "N".
           PERFORM 2100-MATCH-ONE-FINAL THRU 2100-EXIT
               VARYING WS-FINAL-IDX FROM 1 BY 1
               UNTIL WS-FINAL-IDX > WS-FINAL-COUNT OR WS-FOUND.
           IF NOT WS-FOUND
               IF WS-FINAL-COUNT >= 5000
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   GO TO 2000-EXIT
               END-IF
               ADD 1 TO WS-FINAL-COUNT
               MOVE WS-FINAL-COUNT  TO WS-FOUND-IDX
               MOVE RH-STUDENT-ID   TO WS-FN-STUDENT-ID(WS-FOUND-IDX)
               MOVE RH-SUBJECT-CODE TO WS-FN-SUBJECT(WS-FOUND-IDX)
               MOVE ZERO            TO WS-FN-STAMP(WS-FOUND-IDX)
           END-IF.
           IF WS-ROW-STAMP-NUM >= WS-FN-STAMP(WS-FOUND-IDX)
               MOVE WS-ROW-STAMP-NUM TO WS-FN-STAMP(WS-FOUND-IDX)
               MOVE RH-GRADE         TO WS-FN-GRADE(WS-FOUND-IDX)
           END-IF.

           PERFORM 2200-FIND-STUDENT THRU 2200-EXIT.
           IF WS-FOUND AND RH-STUDENT-NAME NOT = SPACES
               MOVE RH-STUDENT-NAME TO WS-SD-NAME(WS-FOUND-IDX)
           END-IF.
       2000-EXIT.
           EXIT.

       2100-MATCH-ONE-FINAL SECTION.
       2100-START.
           IF WS-FN-STUDENT-ID(WS-FINAL-IDX) = RH-STUDENT-ID
                   AND WS-FN-SUBJECT(WS-FINAL-IDX) = RH-SUBJECT-CODE
               SET WS-FOUND TO TRUE
               MOVE WS-FINAL-IDX TO WS-FOUND-IDX
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-FIND-STUDENT
      * Points WS-FOUND-IDX at the RH-STUDENT-ID student's slot,
      * adding the slot if this is the student's first result.
      * WS-FOUND is left off only when the table is full.
      *----------------------------------------------------------------
       2200-FIND-STUDENT SECTION.
       2200-START.
           SET WS-FOUND-SW TO "N".
           PERFORM 2250-MATCH-ONE-STUDENT THRU 2250-EXIT
               VARYING WS-STUDENT-IDX FROM 1 BY 1
               UNTIL WS-STUDENT-IDX > WS-STUDENT-COUNT OR WS-FOUND.
           IF WS-FOUND
               GO TO 2200-EXIT
           END-IF.
           IF WS-STUDENT-COUNT >= 2000
               ADD 1 TO WS-TABLE-FULL-COUNT
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-STUDENT-COUNT.
           MOVE WS-STUDENT-COUNT TO WS-FOUND-IDX.
           INITIALIZE WS-SD-ENTRY(WS-FOUND-IDX).
           MOVE RH-STUDENT-ID TO WS-SD-STUDENT-ID(WS-FOUND-IDX).
           MOVE "N"           TO WS-SD-PRINTED-SW(WS-FOUND-IDX).
           SET WS-FOUND TO TRUE.
       2200-EXIT.
           EXIT.

       2250-MATCH-ONE-STUDENT SECTION.
       2250-START.
           IF WS-SD-STUDENT-ID(WS-STUDENT-IDX) = RH-STUDENT-ID
               SET WS-FOUND TO TRUE
               MOVE WS-STUDENT-IDX TO WS-FOUND-IDX
           END-IF.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-TALLY-ONE-FINAL
      * Folds a final subject grade into its student's grade points
      * - A=4 down to F=0. REVIEW and unknown letters do not count.
      *----------------------------------------------------------------
       3000-TALLY-ONE-FINAL SECTION.
       3000-START.
           SET WS-GPA-COUNTABLE-SW TO "N".
           EVALUATE WS-FN-GRADE(WS-FINAL-IDX)
               WHEN "A     "
                   MOVE 4 TO WS-GPA-POINTS-ONE
                   SET WS-GPA-COUNTABLE TO TRUE
               WHEN "B     "
                   MOVE 3 TO WS-GPA-POINTS-ONE
                   SET WS-GPA-COUNTABLE TO TRUE
               WHEN "C     "
                   MOVE 2 TO WS-GPA-POINTS-ONE
                   SET WS-GPA-COUNTABLE TO TRUE
               WHEN "D     "
                   MOVE 1 TO WS-GPA-POINTS-ONE
                   SET WS-GPA-COUNTABLE TO TRUE
               WHEN "F     "
                   MOVE 0 TO WS-GPA-POINTS-ONE
                   SET WS-GPA-COUNTABLE TO TRUE
           END-EVALUATE.
           IF NOT WS-GPA-COUNTABLE
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-FN-STUDENT-ID(WS-FINAL-IDX) TO RH-STUDENT-ID.
           PERFORM 2200-FIND-STUDENT THRU 2200-EXIT.
           IF NOT WS-FOUND
               GO TO 3000-EXIT
           END-IF.
           ADD WS-GPA-POINTS-ONE TO WS-SD-POINTS(WS-FOUND-IDX).
           ADD 1 TO WS-SD-SUBJECTS(WS-FOUND-IDX).
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-SET-ONE-STANDING
      * Applies the rules to one student, escalates a second
      * probation in a row, and records the standing in the history
      * and, where a letter goes out, the letter extract.
      *----------------------------------------------------------------
       4000-SET-ONE-STANDING SECTION.
       4000-START.
           IF WS-SD-SUBJECTS(WS-STUDENT-IDX) = ZERO
               ADD 1 TO WS-NO-GRADE-COUNT
               MOVE ZERO TO WS-SD-CATEGORY(WS-STUDENT-IDX)
               GO TO 4000-EXIT
           END-IF.
           COMPUTE WS-SD-GPA(WS-STUDENT-IDX) ROUNDED =
               WS-SD-POINTS(WS-STUDENT-IDX)
               / WS-SD-SUBJECTS(WS-STUDENT-IDX).

           MOVE 4 TO WS-SD-CATEGORY(WS-STUDENT-IDX).
           SET WS-FOUND-SW TO "N".
           PERFORM 4100-TRY-ONE-RULE THRU 4100-EXIT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > 3 OR WS-FOUND.

           MOVE "N" TO WS-SD-ESCALATED(WS-STUDENT-IDX).
           IF WS-SD-CATEGORY(WS-STUDENT-IDX) = 3
                   AND WS-PRIOR-TERM NOT = SPACES
               MOVE WS-SD-STUDENT-ID(WS-STUDENT-IDX) TO SG-STUDENT-ID
               MOVE WS-PRIOR-TERM TO SG-TERM-CODE
               READ STANDING-HISTORY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SG-PROBATION
                           MOVE 4 TO WS-SD-CATEGORY(WS-STUDENT-IDX)
                           MOVE "Y" TO
                               WS-SD-ESCALATED(WS-STUDENT-IDX)
                           ADD 1 TO WS-ESCALATED-COUNT
                       END-IF
               END-READ
           END-IF.
           MOVE WS-SD-CATEGORY(WS-STUDENT-IDX) TO WS-CATEGORY.
           ADD 1 TO WS-CATEGORY-COUNT(WS-CATEGORY).

           PERFORM 4200-STORE-STANDING THRU 4200-EXIT.
           IF WS-CATEGORY NOT = 2
               PERFORM 4300-WRITE-LETTER THRU 4300-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-TRY-ONE-RULE SECTION.
       4100-START.
           IF WS-SD-GPA(WS-STUDENT-IDX) >= WS-RULE-MIN-GPA(WS-RULE-IDX)
                   AND WS-SD-SUBJECTS(WS-STUDENT-IDX)
                       >= WS-RULE-MIN-SUBJECTS(WS-RULE-IDX)
               SET WS-FOUND TO TRUE
               MOVE WS-RULE-IDX TO WS-SD-CATEGORY(WS-STUDENT-IDX)
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-STORE-STANDING
      * Writes the student's row for the term, or replaces the row
      * an earlier run of the same term left.
      *----------------------------------------------------------------
       4200-STORE-STANDING SECTION.
       4200-START.
           SET WS-HISTORY-EXISTS-SW TO "N".
           MOVE WS-SD-STUDENT-ID(WS-STUDENT-IDX) TO SG-STUDENT-ID.
           MOVE WS-SELECT-TERM TO SG-TERM-CODE.
           READ STANDING-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HISTORY-EXISTS TO TRUE
           END-READ.

           MOVE SPACES TO SG-RECORD.
           MOVE WS-SD-STUDENT-ID(WS-STUDENT-IDX) TO SG-STUDENT-ID.
           MOVE WS-SELECT-TERM                   TO SG-TERM-CODE.
           MOVE WS-SD-NAME(WS-STUDENT-IDX)       TO SG-STUDENT-NAME.
           MOVE WS-RULE-STANDING(WS-CATEGORY)    TO SG-STANDING.
           MOVE WS-SD-GPA(WS-STUDENT-IDX)        TO SG-GPA.
           MOVE WS-SD-SUBJECTS(WS-STUDENT-IDX)   TO SG-SUBJECTS.
           MOVE WS-SD-ESCALATED(WS-STUDENT-IDX)  TO SG-ESCALATED.
           MOVE WS-TODAY-DATE                    TO SG-RUN-DATE.
           IF WS-HISTORY-EXISTS
               REWRITE SG-RECORD
                   INVALID KEY
                       DISPLAY "STNDCALC: UNABLE TO REWRITE STNDHST "
                           SG-KEY " - STATUS " SG-FILE-STATUS
               END-REWRITE
           ELSE
               WRITE SG-RECORD
                   INVALID KEY
                       DISPLAY "STNDCALC: UNABLE TO WRITE STNDHST "
                           SG-KEY " - STATUS " SG-FILE-STATUS
               END-WRITE
           END-IF.
       4200-EXIT.
           EXIT.

       4300-WRITE-LETTER SECTION.
       4300-START.
           MOVE SPACES TO LT-RECORD.
           MOVE WS-SD-STUDENT-ID(WS-STUDENT-IDX) TO LT-STUDENT-ID.
           MOVE WS-SD-NAME(WS-STUDENT-IDX)       TO LT-STUDENT-NAME.
           MOVE WS-SELECT-TERM                   TO LT-TERM-CODE.
           MOVE WS-RULE-STANDING(WS-CATEGORY)    TO LT-STANDING.
           MOVE WS-RULE-TITLE(WS-CATEGORY)       TO LT-STANDING-TITLE.
           MOVE WS-SD-GPA(WS-STUDENT-IDX)        TO LT-GPA.
           MOVE WS-SD-SUBJECTS(WS-STUDENT-IDX)   TO LT-SUBJECTS.
           MOVE WS-SD-ESCALATED(WS-STUDENT-IDX)  TO LT-ESCALATED.
           WRITE LT-RECORD.
           ADD 1 TO WS-LETTER-COUNT.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-PRINT-ONE-CATEGORY
      * One standing's students in student ID order - each pass
      * picks the lowest ID not yet printed - and its count.
      *----------------------------------------------------------------
       5000-PRINT-ONE-CATEGORY SECTION.
       5000-START.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RULE-TITLE(WS-CATEGORY)    TO CT-TITLE.
           MOVE WS-RULE-STANDING(WS-CATEGORY) TO CT-STANDING.
           WRITE RPT-LINE FROM WS-CATEGORY-LINE.

           MOVE ZERO TO WS-CATEGORY-LISTED.
           PERFORM 5100-PRINT-NEXT-STUDENT THRU 5100-EXIT
               UNTIL WS-CATEGORY-LISTED
                   = WS-CATEGORY-COUNT(WS-CATEGORY).

           MOVE SPACES                      TO WS-COUNT-LINE.
           MOVE "STUDENTS"                  TO CL-LABEL.
           MOVE WS-CATEGORY-COUNT(WS-CATEGORY) TO CL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
       5000-EXIT.
           EXIT.

       5100-PRINT-NEXT-STUDENT SECTION.
       5100-START.
           MOVE HIGH-VALUES TO WS-LOW-KEY.
           MOVE ZERO TO WS-LOW-IDX.
           PERFORM 5200-CHECK-ONE-STUDENT THRU 5200-EXIT
               VARYING WS-STUDENT-IDX FROM 1 BY 1
               UNTIL WS-STUDENT-IDX > WS-STUDENT-COUNT.
           MOVE "Y" TO WS-SD-PRINTED-SW(WS-LOW-IDX).
           ADD 1 TO WS-CATEGORY-LISTED.

           MOVE WS-SD-STUDENT-ID(WS-LOW-IDX) TO DL-STUDENT-ID.
           MOVE WS-SD-NAME(WS-LOW-IDX)       TO DL-NAME.
           MOVE WS-SD-GPA(WS-LOW-IDX)        TO DL-GPA.
           MOVE WS-SD-SUBJECTS(WS-LOW-IDX)   TO DL-SUBJECTS.
           MOVE SPACES                       TO DL-NOTE.
           IF WS-SD-ESCALATED(WS-LOW-IDX) = "Y"
               MOVE "2ND PROBATION TERM" TO DL-NOTE
           END-IF.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
       5100-EXIT.
           EXIT.

       5200-CHECK-ONE-STUDENT SECTION.
       5200-START.
           IF WS-SD-PRINTED(WS-STUDENT-IDX)
                   OR WS-SD-CATEGORY(WS-STUDENT-IDX) NOT = WS-CATEGORY
               GO TO 5200-EXIT
           END-IF.
           IF WS-SD-STUDENT-ID(WS-STUDENT-IDX) < WS-LOW-KEY
               MOVE WS-SD-STUDENT-ID(WS-STUDENT-IDX) TO WS-LOW-KEY
               MOVE WS-STUDENT-IDX TO WS-LOW-IDX
           END-IF.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the run summary.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           IF WS-NO-GRADE-COUNT > ZERO
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES                      TO WS-COUNT-LINE
               MOVE "NO COUNTABLE GRADES"       TO CL-LABEL
               MOVE WS-NO-GRADE-COUNT           TO CL-COUNT
               WRITE RPT-LINE FROM WS-COUNT-LINE
           END-IF.
           CLOSE RESULTS-HISTORY STANDING-HISTORY STANDING-REPORT
               STANDING-LETTERS.
           DISPLAY "STNDCALC: TERM           = " WS-SELECT-TERM.
           DISPLAY "STNDCALC: STUDENTS       = " WS-STUDENT-COUNT.
           DISPLAY "STNDCALC: DEAN'S LIST    = " WS-CATEGORY-COUNT(1).
           DISPLAY "STNDCALC: GOOD STANDING  = " WS-CATEGORY-COUNT(2).
           DISPLAY "STNDCALC: PROBATION      = " WS-CATEGORY-COUNT(3).
           DISPLAY "STNDCALC: SUSPENSION     = " WS-CATEGORY-COUNT(4).
           DISPLAY "STNDCALC: ESCALATED      = " WS-ESCALATED-COUNT.
           DISPLAY "STNDCALC: LETTERS        = " WS-LETTER-COUNT.
           IF WS-TABLE-FULL-COUNT > ZERO
               DISPLAY "STNDCALC: TABLE FULL - ROWS NOT TAKEN = "
                   WS-TABLE-FULL-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
