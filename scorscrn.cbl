       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCORSCRN.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. STATISTICAL SCREENING OF THE
      *                  SCOREIN BATCH, RUN AHEAD OF GRADER. FOR EACH
      *                  SUBJECT, AND FOR EACH OPERATOR WHO KEYED
      *                  SCORES IN IT, THE MEAN, STANDARD DEVIATION
      *                  AND TEN-POINT SCORE DISTRIBUTION ARE SET
      *                  AGAINST THE SAME SUBJECT'S AUTHORITATIVE
      *                  GRADEHST RESULTS FROM PRIOR TERMS. A GROUP
      *                  IS FLAGGED WHEN ITS MEAN MOVES MORE THAN THE
      *                  TOLERANCE, WHEN ITS SPREAD FALLS BELOW THE
      *                  SET SHARE OF THE HISTORY'S, OR WHEN ANY
      *                  TEN-POINT BAND HOLDS MORE OF THE BATCH THAN
      *                  HISTORY WOULD BY OVER THE CLUSTER MARGIN.
      *                  SCRNCTL SETS THE TOLERANCES (DEFAULTS 15
      *                  POINTS, 40 PCT, 30 PCT) AND THE SMALLEST
      *                  GROUP WORTH SCREENING (DEFAULT 5). THE LINES
      *                  OF A FLAGGED GROUP - THE WHOLE SUBJECT WHEN
      *                  THE SUBJECT IS FLAGGED - MOVE FROM SCOREIN
      *                  TO THE SCRNHOLD FILE UNTIL A SUPERVISOR
      *                  RELEASES THEM THROUGH SCRNREL; THE REST STAY
      *                  ON SCOREIN FOR GRADER. THE SCREENING IS
      *                  PRINTED ON SCRNRPT. RC 4 WHEN ANY LINE IS
      *                  HELD.
      * 10/15/26   OPS   A LINE SCRNREL RELEASED (SI-RELEASED) IS
      *                  LEFT OUT OF THE SCREENING AND PASSED
      *                  STRAIGHT THROUGH TO GRADER, SO A SUPERVISOR'S
      *                  RELEASE IS NOT UNDONE BY THE NEXT RUN.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCREEN-CONTROL ASSIGN TO "SCRNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-FILE-STATUS.
           SELECT TERM-MASTER ASSIGN TO "ACADTERM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AT-FILE-STATUS.
           SELECT SCORE-INPUT ASSIGN TO "SCOREIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SI-FILE-STATUS.
           SELECT RESULTS-HISTORY ASSIGN TO "GRADEHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RH-FILE-STATUS.
           SELECT SCREEN-HOLD ASSIGN TO "SCRNHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HD-FILE-STATUS.
           SELECT SCREEN-REPORT ASSIGN TO "SCRNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCREEN-CONTROL.
       01  SC-RECORD.
           05  SC-MEAN-TOLERANCE       PIC X(03).
           05  FILLER                  PIC X(01).
           05  SC-SPREAD-PCT           PIC X(03).
           05  FILLER                  PIC X(01).
           05  SC-CLUSTER-PCT          PIC X(03).
           05  FILLER                  PIC X(01).
           05  SC-MIN-GROUP            PIC X(03).
       FD  TERM-MASTER.
       01  AT-RECORD.
           05  AT-TERM-CODE            PIC X(06).
           05  FILLER                  PIC X(01).
           05  AT-START-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  AT-END-DATE             PIC 9(08).
       FD  SCORE-INPUT.
       COPY "SCOREIN.cpy".
       FD  RESULTS-HISTORY.
       COPY "GRADEHST.cpy".
       FD  SCREEN-HOLD.
       COPY "SCRNHOLD.cpy".
       FD  SCREEN-REPORT.
       01  RPT-LINE                    PIC X(100).
       WORKING-STORAGE SECTION.
        01 SC-FILE-STATUS              PIC XX.
        01 AT-FILE-STATUS              PIC XX.
        01 SI-FILE-STATUS              PIC XX.
        01 RH-FILE-STATUS              PIC XX.
        01 HD-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-FOUND-SW             PIC X(01) VALUE "N".
              88 WS-FOUND                     VALUE "Y".
           05 WS-HISTORY-OPEN-SW      PIC X(01) VALUE "N".
              88 WS-HISTORY-OPEN              VALUE "Y".
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-NOW-TIME                 PIC 9(08).
        01 WS-RUN-TERM                 PIC X(06) VALUE SPACES.
      *    TOLERANCES - SCRNCTL OVERRIDES ANY THAT ARE NUMERIC.
        01 WS-MEAN-TOLERANCE           PIC 9(03) VALUE 15.
        01 WS-SPREAD-PCT               PIC 9(03) VALUE 40.
        01 WS-CLUSTER-PCT              PIC 9(03) VALUE 30.
        01 WS-MIN-GROUP                PIC 9(03) VALUE 5.
        01 WS-CARD-VALUE               PIC X(03).
        01 WS-CARD-VALUE-NUM REDEFINES WS-CARD-VALUE PIC 9(03).
      *    THE BATCH AS READ, WITH EACH LINE'S GROUPS.
        01 WS-LINE-COUNT               PIC 9(04) VALUE ZERO.
        01 WS-LINE-TABLE.
           05 WS-LN-ENTRY OCCURS 5000 TIMES.
              10 WS-LN-TEXT           PIC X(26).
              10 WS-LN-SUBJECT-GROUP  PIC 9(03).
              10 WS-LN-OPER-GROUP     PIC 9(03).
        01 WS-LINE-IDX                 PIC 9(04) VALUE ZERO.
      *    ONE GROUP PER SUBJECT (OPERATOR "*ALL") AND PER SUBJECT
      *    AND OPERATOR. WS-GP-KEY ORDERS THE REPORT.
        01 WS-GROUP-COUNT              PIC 9(03) VALUE ZERO.
        01 WS-GROUP-TABLE.
           05 WS-GP-ENTRY OCCURS 300 TIMES.
              10 WS-GP-KEY.
                 15 WS-GP-SUBJECT     PIC X(03).
                 15 WS-GP-OPERATOR    PIC X(10).
              10 WS-GP-COUNT          PIC 9(05).
              10 WS-GP-SUM            PIC 9(07).
              10 WS-GP-SUM-SQUARES    PIC 9(09).
              10 WS-GP-BAND OCCURS 10 TIMES PIC 9(05).
              10 WS-GP-MEAN           PIC 9(03)V99.
              10 WS-GP-DEVIATION      PIC 9(03)V99.
              10 WS-GP-SUBJECT-GROUP  PIC 9(03).
              10 WS-GP-HISTORY-IDX    PIC 9(03).
              10 WS-GP-REASON         PIC X(20).
              10 WS-GP-PRINTED-SW     PIC X(01).
                 88 WS-GP-PRINTED             VALUE "Y".
        01 WS-GROUP-IDX                PIC 9(03) VALUE ZERO.
        01 WS-FOUND-IDX                PIC 9(03) VALUE ZERO.
        01 WS-FIND-KEY.
           05 WS-FIND-SUBJECT         PIC X(03).
           05 WS-FIND-OPERATOR        PIC X(10).
      *    PRIOR-TERM HISTORY PER SUBJECT IN THE BATCH.
        01 WS-HISTORY-COUNT            PIC 9(03) VALUE ZERO.
        01 WS-HISTORY-TABLE.
           05 WS-HS-ENTRY OCCURS 100 TIMES.
              10 WS-HS-SUBJECT        PIC X(03).
              10 WS-HS-COUNT          PIC 9(07).
              10 WS-HS-SUM            PIC 9(09).
              10 WS-HS-SUM-SQUARES    PIC 9(11).
              10 WS-HS-BAND OCCURS 10 TIMES PIC 9(07).
              10 WS-HS-MEAN           PIC 9(03)V99.
              10 WS-HS-DEVIATION      PIC 9(03)V99.
        01 WS-HISTORY-IDX              PIC 9(03) VALUE ZERO.
        01 WS-BAND-IDX                 PIC 9(02) VALUE ZERO.
        01 WS-SCORE                    PIC 9(03) VALUE ZERO.
        01 WS-WORK-COUNT               PIC 9(07) VALUE ZERO.
        01 WS-WORK-SUM                 PIC 9(09) VALUE ZERO.
        01 WS-WORK-SUM-SQUARES         PIC 9(11) VALUE ZERO.
        01 WS-WORK-MEAN                PIC 9(03)V9(04) VALUE ZERO.
        01 WS-WORK-VARIANCE            PIC S9(07)V9(04) VALUE ZERO.
        01 WS-WORK-DEVIATION           PIC 9(03)V99 VALUE ZERO.
        01 WS-MEAN-SHIFT               PIC S9(03)V99 VALUE ZERO.
        01 WS-BATCH-SHARE              PIC S9(03)V99 VALUE ZERO.
        01 WS-HISTORY-SHARE            PIC S9(03)V99 VALUE ZERO.
        01 WS-LOW-IDX                  PIC 9(03) VALUE ZERO.
        01 WS-LOW-KEY                  PIC X(13) VALUE SPACES.
        01 WS-PRINTED-COUNT            PIC 9(03) VALUE ZERO.
        01 WS-HOLD-REASON              PIC X(20) VALUE SPACES.
        01 WS-TALLY-COUNTS.
           05 WS-HISTORY-READ         PIC 9(07) VALUE ZERO.
           05 WS-FLAGGED-COUNT        PIC 9(03) VALUE ZERO.
           05 WS-HELD-COUNT           PIC 9(05) VALUE ZERO.
           05 WS-PASSED-COUNT         PIC 9(05) VALUE ZERO.
           05 WS-RELEASED-COUNT       PIC 9(05) VALUE ZERO.
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(30) VALUE
                  "SCOREIN BATCH SCREENING - TERM".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 HL-TERM                 PIC X(06).
           05 FILLER                  PIC X(11) VALUE "  MEAN TOL ".
           05 HL-MEAN-TOLERANCE       PIC ZZ9.
           05 FILLER                  PIC X(12) VALUE "  SPREAD PCT".
           05 HL-SPREAD-PCT           PIC ZZZ9.
           05 FILLER                  PIC X(13) VALUE "  CLUSTER PCT".
           05 HL-CLUSTER-PCT          PIC ZZZ9.
        01 WS-COLUMN-LINE.
           05 FILLER                  PIC X(30) VALUE
                  "SUBJ  OPERATOR  COUNT    MEAN ".
           05 FILLER                  PIC X(30) VALUE
                  "  STDDEV  HIST MEAN  HIST SD  ".
           05 FILLER                  PIC X(06) VALUE
                  "RESULT".
        01 WS-DETAIL-LINE.
           05 DL-SUBJECT              PIC X(03).
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 DL-OPERATOR             PIC X(10).
           05 DL-COUNT                PIC ZZZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-MEAN                 PIC ZZ9.99.
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 DL-DEVIATION            PIC ZZ9.99.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 DL-HIST-MEAN            PIC ZZ9.99.
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 DL-HIST-DEVIATION       PIC ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-RESULT               PIC X(20).
        01 WS-BAND-LINE.
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 BL-LABEL                PIC X(11).
           05 BL-BAND OCCURS 10 TIMES.
              10 FILLER               PIC X(02).
              10 BL-PCT               PIC ZZ9.
        01 WS-BAND-HEADING.
           05 FILLER                  PIC X(30) VALUE
                  "     PCT IN BAND   0-  10-  20".
           05 FILLER                  PIC X(30) VALUE
                  "-  30-  40-  50-  60-  70-  80".
           05 FILLER                  PIC X(06) VALUE
                  "-  90-".
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-TAKE-ONE-LINE THRU 2000-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE SCORE-INPUT.
           IF WS-HISTORY-OPEN
               PERFORM 3000-TAKE-ONE-HISTORY THRU 3000-EXIT
                   UNTIL WS-EOF
               CLOSE RESULTS-HISTORY
           END-IF.
           PERFORM 3500-HISTORY-STATS THRU 3500-EXIT
               VARYING WS-HISTORY-IDX FROM 1 BY 1
               UNTIL WS-HISTORY-IDX > WS-HISTORY-COUNT.
           PERFORM 4000-SCREEN-ONE-GROUP THRU 4000-EXIT
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT.
           PERFORM 5000-PRINT-SCREENING THRU 5000-EXIT.
           PERFORM 6000-SPLIT-BATCH THRU 6000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Takes the tolerances and the run term, and opens the batch,
      * the history and the report.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.

           OPEN INPUT SCREEN-CONTROL.
           IF SC-FILE-STATUS = "00"
               READ SCREEN-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1100-TAKE-TOLERANCES THRU 1100-EXIT
               END-READ
               CLOSE SCREEN-CONTROL
           END-IF.
           IF WS-MIN-GROUP = ZERO
               MOVE 1 TO WS-MIN-GROUP
           END-IF.

           OPEN INPUT TERM-MASTER.
           IF AT-FILE-STATUS = "00"
               PERFORM 1200-CHECK-ONE-TERM THRU 1200-EXIT
                   UNTIL WS-EOF
               SET WS-EOF-SW TO "N"
               CLOSE TERM-MASTER
           END-IF.

           OPEN INPUT SCORE-INPUT.
           IF SI-FILE-STATUS NOT = "00"
               DISPLAY "SCORSCRN: UNABLE TO OPEN SCOREIN - STATUS "
                   SI-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT RESULTS-HISTORY.
           IF RH-FILE-STATUS = "00"
               SET WS-HISTORY-OPEN TO TRUE
           ELSE
               DISPLAY "SCORSCRN: NO GRADEHST HISTORY - NOTHING TO"
                   " COMPARE"
           END-IF.

           OPEN OUTPUT SCREEN-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "SCORSCRN: UNABLE TO OPEN SCRNRPT - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-RUN-TERM       TO HL-TERM.
           MOVE WS-MEAN-TOLERANCE TO HL-MEAN-TOLERANCE.
           MOVE WS-SPREAD-PCT     TO HL-SPREAD-PCT.
           MOVE WS-CLUSTER-PCT    TO HL-CLUSTER-PCT.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-COLUMN-LINE.
       1000-EXIT.
           EXIT.

       1100-TAKE-TOLERANCES SECTION.
       1100-START.
           MOVE SC-MEAN-TOLERANCE TO WS-CARD-VALUE.
           IF WS-CARD-VALUE NUMERIC
               MOVE WS-CARD-VALUE-NUM TO WS-MEAN-TOLERANCE
           END-IF.
           MOVE SC-SPREAD-PCT TO WS-CARD-VALUE.
           IF WS-CARD-VALUE NUMERIC
               MOVE WS-CARD-VALUE-NUM TO WS-SPREAD-PCT
           END-IF.
           MOVE SC-CLUSTER-PCT TO WS-CARD-VALUE.
           IF WS-CARD-VALUE NUMERIC
               MOVE WS-CARD-VALUE-NUM TO WS-CLUSTER-PCT
           END-IF.
           MOVE SC-MIN-GROUP TO WS-CARD-VALUE.
           IF WS-CARD-VALUE NUMERIC
               MOVE WS-CARD-VALUE-NUM TO WS-MIN-GROUP
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-CHECK-ONE-TERM
      * The run term is the ACADTERM term covering today, as GRADER
      * stamps it; its own results are not history.
      *----------------------------------------------------------------
       1200-CHECK-ONE-TERM SECTION.
       1200-START.
           READ TERM-MASTER
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1200-EXIT
           END-READ.
           IF WS-TODAY-DATE >= AT-START-DATE
                   AND WS-TODAY-DATE <= AT-END-DATE
               MOVE AT-TERM-CODE TO WS-RUN-TERM
           END-IF.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-TAKE-ONE-LINE
      * Keeps the line and folds its score into its subject group
      * and its subject/operator group. A batch too big to hold is
      * left untouched for GRADER.
      *----------------------------------------------------------------
       2000-TAKE-ONE-LINE SECTION.
       2000-START.
           READ SCORE-INPUT
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF WS-LINE-COUNT >= 5000
               DISPLAY "SCORSCRN: BATCH OVER 5000 LINES - NOT"
                   " SCREENED, SCOREIN LEFT AS IS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SI-RECORD TO WS-LN-TEXT(WS-LINE-COUNT).
           IF SI-RELEASED
               MOVE ZERO TO WS-LN-SUBJECT-GROUP(WS-LINE-COUNT)
                            WS-LN-OPER-GROUP(WS-LINE-COUNT)
               ADD 1 TO WS-RELEASED-COUNT
               GO TO 2000-EXIT
           END-IF.

           MOVE SI-SCORE TO WS-SCORE.
           IF SI-SCORE NOT NUMERIC
               MOVE ZERO TO WS-SCORE
           END-IF.
           IF SI-SUBJECT-CODE = SPACES
               MOVE "*  " TO WS-FIND-SUBJECT
           ELSE
               MOVE SI-SUBJECT-CODE TO WS-FIND-SUBJECT
           END-IF.

           MOVE "*ALL" TO WS-FIND-OPERATOR.
           PERFORM 2100-FIND-GROUP THRU 2100-EXIT.
           MOVE WS-FOUND-IDX TO WS-LN-SUBJECT-GROUP(WS-LINE-COUNT).
           PERFORM 2200-ADD-TO-GROUP THRU 2200-EXIT.
           IF WS-FOUND-IDX = ZERO
               MOVE ZERO TO WS-LN-OPER-GROUP(WS-LINE-COUNT)
               GO TO 2000-EXIT
           END-IF.

           IF SI-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-FIND-OPERATOR
           ELSE
               MOVE SI-OPERATOR-ID TO WS-FIND-OPERATOR
           END-IF.
           PERFORM 2100-FIND-GROUP THRU 2100-EXIT.
           MOVE WS-FOUND-IDX TO WS-LN-OPER-GROUP(WS-LINE-COUNT).
           PERFORM 2200-ADD-TO-GROUP THRU 2200-EXIT.
           IF WS-FOUND-IDX NOT = ZERO
               MOVE WS-LN-SUBJECT-GROUP(WS-LINE-COUNT)
                   TO WS-GP-SUBJECT-GROUP(WS-FOUND-IDX)
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-FIND-GROUP
      * Points WS-FOUND-IDX at the WS-FIND-KEY group, adding it if
      * new. Zero when the table is full - the line is then not
      * screened.
      *----------------------------------------------------------------
       2100-FIND-GROUP SECTION.
       2100-START.
           SET WS-FOUND-SW TO "N".
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM 2150-MATCH-ONE-GROUP THRU 2150-EXIT
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT OR WS-FOUND.
           IF WS-FOUND
               GO TO 2100-EXIT
           END-IF.
           IF WS-GROUP-COUNT >= 300
               DISPLAY "SCORSCRN: GROUP TABLE FULL - " WS-FIND-KEY
                   " NOT SCREENED"
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-GROUP-COUNT.
           MOVE WS-GROUP-COUNT TO WS-FOUND-IDX.
           INITIALIZE WS-GP-ENTRY(WS-FOUND-IDX).
           MOVE WS-FIND-KEY  TO WS-GP-KEY(WS-FOUND-IDX).
           MOVE WS-FOUND-IDX TO WS-GP-SUBJECT-GROUP(WS-FOUND-IDX).
           MOVE "N"          TO WS-GP-PRINTED-SW(WS-FOUND-IDX).
       2100-EXIT.
           EXIT.

       2150-MATCH-ONE-GROUP SECTION.
       2150-START.
           IF WS-GP-KEY(WS-GROUP-IDX) = WS-FIND-KEY
               SET WS-FOUND TO TRUE
               MOVE WS-GROUP-IDX TO WS-FOUND-IDX
           END-IF.
       2150-EXIT.
           EXIT.

       2200-ADD-TO-GROUP SECTION.
       2200-START.
           IF WS-FOUND-IDX = ZERO
               GO TO 2200-EXIT
           END-IF.
           PERFORM 8000-SCORE-BAND THRU 8000-EXIT.
           ADD 1        TO WS-GP-COUNT(WS-FOUND-IDX).
           ADD WS-SCORE TO WS-GP-SUM(WS-FOUND-IDX).
           COMPUTE WS-GP-SUM-SQUARES(WS-FOUND-IDX) =
               WS-GP-SUM-SQUARES(WS-FOUND-IDX) + WS-SCORE * WS-SCORE.
           ADD 1 TO WS-GP-BAND(WS-FOUND-IDX, WS-BAND-IDX).
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-TAKE-ONE-HISTORY
      * Folds each authoritative prior-term result for a subject in
      * the batch into that subject's history.
      *----------------------------------------------------------------
       3000-TAKE-ONE-HISTORY SECTION.
       3000-START.
           READ RESULTS-HISTORY
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           ADD 1 TO WS-HISTORY-READ.
           IF NOT RH-AUTHORITATIVE OR RH-SCORE NOT NUMERIC
               GO TO 3000-EXIT
           END-IF.
           IF WS-RUN-TERM NOT = SPACES AND RH-TERM-CODE = WS-RUN-TERM
               GO TO 3000-EXIT
           END-IF.

           MOVE RH-SUBJECT-CODE TO WS-FIND-SUBJECT.
           MOVE "*ALL"          TO WS-FIND-OPERATOR.
           SET WS-FOUND-SW TO "N".
           PERFORM 2150-MATCH-ONE-GROUP THRU 2150-EXIT
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT OR WS-FOUND.
           IF NOT WS-FOUND
               GO TO 3000-EXIT
           END-IF.

           IF WS-GP-HISTORY-IDX(WS-FOUND-IDX) = ZERO
               IF WS-HISTORY-COUNT >= 100
                   GO TO 3000-EXIT
               END-IF
               ADD 1 TO WS-HISTORY-COUNT
               INITIALIZE WS-HS-ENTRY(WS-HISTORY-COUNT)
               MOVE RH-SUBJECT-CODE TO WS-HS-SUBJECT(WS-HISTORY-COUNT)
               MOVE WS-HISTORY-COUNT
                   TO WS-GP-HISTORY-IDX(WS-FOUND-IDX)
           END-IF.
           MOVE WS-GP-HISTORY-IDX(WS-FOUND-IDX) TO WS-HISTORY-IDX.

           MOVE RH-SCORE TO WS-SCORE.
           PERFORM 8000-SCORE-BAND THRU 8000-EXIT.
           ADD 1        TO WS-HS-COUNT(WS-HISTORY-IDX).
           ADD WS-SCORE TO WS-HS-SUM(WS-HISTORY-IDX).
           COMPUTE WS-HS-SUM-SQUARES(WS-HISTORY-IDX) =
               WS-HS-SUM-SQUARES(WS-HISTORY-IDX)
               + WS-SCORE * WS-SCORE.
           ADD 1 TO WS-HS-BAND(WS-HISTORY-IDX, WS-BAND-IDX).
       3000-EXIT.
           EXIT.

       3500-HISTORY-STATS SECTION.
       3500-START.
           MOVE WS-HS-COUNT(WS-HISTORY-IDX)       TO WS-WORK-COUNT.
           MOVE WS-HS-SUM(WS-HISTORY-IDX)         TO WS-WORK-SUM.
           MOVE WS-HS-SUM-SQUARES(WS-HISTORY-IDX)
               TO WS-WORK-SUM-SQUARES.
           PERFORM 8100-MEAN-AND-DEVIATION THRU 8100-EXIT.
           MOVE WS-WORK-MEAN      TO WS-HS-MEAN(WS-HISTORY-IDX).
           MOVE WS-WORK-DEVIATION TO WS-HS-DEVIATION(WS-HISTORY-IDX).
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-SCREEN-ONE-GROUP
      * Works out the group's mean and spread and, when both the
      * group and its subject's history are big enough to judge,
      * tests for a mean shift, a collapsed spread and a cluster.
      *----------------------------------------------------------------
       4000-SCREEN-ONE-GROUP SECTION.
       4000-START.
           MOVE WS-GP-COUNT(WS-GROUP-IDX)       TO WS-WORK-COUNT.
           MOVE WS-GP-SUM(WS-GROUP-IDX)         TO WS-WORK-SUM.
           MOVE WS-GP-SUM-SQUARES(WS-GROUP-IDX) TO WS-WORK-SUM-SQUARES.
           PERFORM 8100-MEAN-AND-DEVIATION THRU 8100-EXIT.
           MOVE WS-WORK-MEAN      TO WS-GP-MEAN(WS-GROUP-IDX).
           MOVE WS-WORK-DEVIATION TO WS-GP-DEVIATION(WS-GROUP-IDX).

      *    AN OPERATOR GROUP TAKES ITS SUBJECT'S HISTORY.
           MOVE WS-GP-SUBJECT-GROUP(WS-GROUP-IDX) TO WS-FOUND-IDX.
           MOVE WS-GP-HISTORY-IDX(WS-FOUND-IDX)
               TO WS-GP-HISTORY-IDX(WS-GROUP-IDX).

           IF WS-GP-COUNT(WS-GROUP-IDX) < WS-MIN-GROUP
               MOVE "TOO FEW TO SCREEN" TO WS-GP-REASON(WS-GROUP-IDX)
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-GP-HISTORY-IDX(WS-GROUP-IDX) TO WS-HISTORY-IDX.
           IF WS-HISTORY-IDX = ZERO
               MOVE "NO HISTORY" TO WS-GP-REASON(WS-GROUP-IDX)
               GO TO 4000-EXIT
           END-IF.
           IF WS-HS-COUNT(WS-HISTORY-IDX) < WS-MIN-GROUP
               MOVE "NO HISTORY" TO WS-GP-REASON(WS-GROUP-IDX)
               GO TO 4000-EXIT
           END-IF.

           COMPUTE WS-MEAN-SHIFT = WS-GP-MEAN(WS-GROUP-IDX)
               - WS-HS-MEAN(WS-HISTORY-IDX).
           IF WS-MEAN-SHIFT > WS-MEAN-TOLERANCE
                   OR WS-MEAN-SHIFT < ZERO - WS-MEAN-TOLERANCE
               MOVE "MEAN SHIFT" TO WS-GP-REASON(WS-GROUP-IDX)
               ADD 1 TO WS-FLAGGED-COUNT
               GO TO 4000-EXIT
           END-IF.

           IF WS-GP-DEVIATION(WS-GROUP-IDX) * 100
                   < WS-HS-DEVIATION(WS-HISTORY-IDX) * WS-SPREAD-PCT
               MOVE "SPREAD COLLAPSED" TO WS-GP-REASON(WS-GROUP-IDX)
               ADD 1 TO WS-FLAGGED-COUNT
               GO TO 4000-EXIT
           END-IF.

           SET WS-FOUND-SW TO "N".
           PERFORM 4100-CHECK-ONE-BAND THRU 4100-EXIT
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 10 OR WS-FOUND.
           IF WS-FOUND
               MOVE "SCORE CLUSTER" TO WS-GP-REASON(WS-GROUP-IDX)
               ADD 1 TO WS-FLAGGED-COUNT
               GO TO 4000-EXIT
           END-IF.

           MOVE "PASSED" TO WS-GP-REASON(WS-GROUP-IDX).
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-BAND SECTION.
       4100-START.
           COMPUTE WS-BATCH-SHARE ROUNDED =
               WS-GP-BAND(WS-GROUP-IDX, WS-BAND-IDX) * 100
               / WS-GP-COUNT(WS-GROUP-IDX).
           COMPUTE WS-HISTORY-SHARE ROUNDED =
               WS-HS-BAND(WS-HISTORY-IDX, WS-BAND-IDX) * 100
               / WS-HS-COUNT(WS-HISTORY-IDX).
           IF WS-BATCH-SHARE - WS-HISTORY-SHARE > WS-CLUSTER-PCT
               SET WS-FOUND TO TRUE
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-PRINT-SCREENING
      * The groups in subject order, each subject's own line first
      * and then its operators, with the subject's band shares set
      * against its history - each pass picks the lowest group not
      * yet printed.
      *----------------------------------------------------------------
       5000-PRINT-SCREENING SECTION.
       5000-START.
           PERFORM 5100-PRINT-NEXT-GROUP THRU 5100-EXIT
               UNTIL WS-PRINTED-COUNT = WS-GROUP-COUNT.
       5000-EXIT.
           EXIT.

       5100-PRINT-NEXT-GROUP SECTION.
       5100-START.
           MOVE HIGH-VALUES TO WS-LOW-KEY.
           MOVE ZERO TO WS-LOW-IDX.
           PERFORM 5200-CHECK-ONE-GROUP THRU 5200-EXIT
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT.
           MOVE "Y" TO WS-GP-PRINTED-SW(WS-LOW-IDX).
           ADD 1 TO WS-PRINTED-COUNT.
           MOVE WS-GP-HISTORY-IDX(WS-LOW-IDX) TO WS-HISTORY-IDX.

           IF WS-GP-OPERATOR(WS-LOW-IDX) = "*ALL"
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES                      TO WS-DETAIL-LINE.
           MOVE WS-GP-SUBJECT(WS-LOW-IDX)   TO DL-SUBJECT.
           MOVE WS-GP-OPERATOR(WS-LOW-IDX)  TO DL-OPERATOR.
           MOVE WS-GP-COUNT(WS-LOW-IDX)     TO DL-COUNT.
           MOVE WS-GP-MEAN(WS-LOW-IDX)      TO DL-MEAN.
           MOVE WS-GP-DEVIATION(WS-LOW-IDX) TO DL-DEVIATION.
           IF WS-HISTORY-IDX NOT = ZERO
               MOVE WS-HS-MEAN(WS-HISTORY-IDX)      TO DL-HIST-MEAN
               MOVE WS-HS-DEVIATION(WS-HISTORY-IDX)
                   TO DL-HIST-DEVIATION
           END-IF.
           MOVE WS-GP-REASON(WS-LOW-IDX)    TO DL-RESULT.
           IF WS-GP-REASON(WS-LOW-IDX) = "MEAN SHIFT"
                   OR WS-GP-REASON(WS-LOW-IDX) = "SPREAD COLLAPSED"
                   OR WS-GP-REASON(WS-LOW-IDX) = "SCORE CLUSTER"
               STRING "** " WS-GP-REASON(WS-LOW-IDX)
                   DELIMITED BY SIZE INTO DL-RESULT
           END-IF.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

           IF WS-GP-OPERATOR(WS-LOW-IDX) = "*ALL"
               PERFORM 5300-PRINT-BANDS THRU 5300-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

       5200-CHECK-ONE-GROUP SECTION.
       5200-START.
           IF WS-GP-PRINTED(WS-GROUP-IDX)
               GO TO 5200-EXIT
           END-IF.
           IF WS-GP-KEY(WS-GROUP-IDX) < WS-LOW-KEY
               MOVE WS-GP-KEY(WS-GROUP-IDX) TO WS-LOW-KEY
               MOVE WS-GROUP-IDX TO WS-LOW-IDX
           END-IF.
       5200-EXIT.
           EXIT.

       5300-PRINT-BANDS SECTION.
       5300-START.
           WRITE RPT-LINE FROM WS-BAND-HEADING.
           MOVE SPACES  TO WS-BAND-LINE.
           MOVE "BATCH" TO BL-LABEL.
           PERFORM 5310-BATCH-BAND THRU 5310-EXIT
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 10.
           WRITE RPT-LINE FROM WS-BAND-LINE.
           IF WS-HISTORY-IDX = ZERO
               GO TO 5300-EXIT
           END-IF.
           MOVE SPACES    TO WS-BAND-LINE.
           MOVE "HISTORY" TO BL-LABEL.
           PERFORM 5320-HISTORY-BAND THRU 5320-EXIT
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 10.
           WRITE RPT-LINE FROM WS-BAND-LINE.
       5300-EXIT.
           EXIT.

       5310-BATCH-BAND SECTION.
       5310-START.
           COMPUTE WS-BATCH-SHARE ROUNDED =
               WS-GP-BAND(WS-LOW-IDX, WS-BAND-IDX) * 100
               / WS-GP-COUNT(WS-LOW-IDX).
           MOVE WS-BATCH-SHARE TO BL-PCT(WS-BAND-IDX).
       5310-EXIT.
           EXIT.

       5320-HISTORY-BAND SECTION.
       5320-START.
           COMPUTE WS-HISTORY-SHARE ROUNDED =
               WS-HS-BAND(WS-HISTORY-IDX, WS-BAND-IDX) * 100
               / WS-HS-COUNT(WS-HISTORY-IDX).
           MOVE WS-HISTORY-SHARE TO BL-PCT(WS-BAND-IDX).
       5320-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-SPLIT-BATCH
      * Writes SCOREIN back with only the lines of unflagged groups
      * and those a supervisor has already released, and appends the
      * rest to the hold file.
      *----------------------------------------------------------------
       6000-SPLIT-BATCH SECTION.
       6000-START.
           IF WS-FLAGGED-COUNT = ZERO
               MOVE WS-LINE-COUNT TO WS-PASSED-COUNT
               GO TO 6000-EXIT
           END-IF.

           OPEN OUTPUT SCORE-INPUT.
           IF SI-FILE-STATUS NOT = "00"
               DISPLAY "SCORSCRN: UNABLE TO REWRITE SCOREIN - STATUS "
                   SI-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND SCREEN-HOLD.
           IF HD-FILE-STATUS = "05" OR HD-FILE-STATUS = "35"
               CLOSE SCREEN-HOLD
               OPEN OUTPUT SCREEN-HOLD
           END-IF.

           PERFORM 6100-SPLIT-ONE-LINE THRU 6100-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT.
           CLOSE SCORE-INPUT SCREEN-HOLD.
       6000-EXIT.
           EXIT.

       6100-SPLIT-ONE-LINE SECTION.
       6100-START.
           MOVE WS-LN-TEXT(WS-LINE-IDX) TO SI-RECORD.
           IF SI-RELEASED
               WRITE SI-RECORD
               ADD 1 TO WS-PASSED-COUNT
               GO TO 6100-EXIT
           END-IF.
           MOVE SPACES TO WS-HOLD-REASON.
           MOVE WS-LN-SUBJECT-GROUP(WS-LINE-IDX) TO WS-GROUP-IDX.
           PERFORM 6200-CHECK-GROUP-FLAG THRU 6200-EXIT.
           IF WS-HOLD-REASON = SPACES
               MOVE WS-LN-OPER-GROUP(WS-LINE-IDX) TO WS-GROUP-IDX
               PERFORM 6200-CHECK-GROUP-FLAG THRU 6200-EXIT
           END-IF.

           IF WS-HOLD-REASON = SPACES
               MOVE WS-LN-TEXT(WS-LINE-IDX) TO SI-RECORD
               WRITE SI-RECORD
               ADD 1 TO WS-PASSED-COUNT
               GO TO 6100-EXIT
           END-IF.

           MOVE SPACES                  TO HD-RECORD.
           MOVE WS-LN-TEXT(WS-LINE-IDX) TO HD-SCORE-LINE.
           MOVE WS-HOLD-REASON          TO HD-REASON.
           MOVE WS-TODAY-DATE           TO HD-HELD-DATE.
           MOVE WS-NOW-TIME             TO HD-HELD-TIME.
           WRITE HD-RECORD.
           ADD 1 TO WS-HELD-COUNT.
       6100-EXIT.
           EXIT.

       6200-CHECK-GROUP-FLAG SECTION.
       6200-START.
           IF WS-GROUP-IDX = ZERO
               GO TO 6200-EXIT
           END-IF.
           IF WS-GP-REASON(WS-GROUP-IDX) = "MEAN SHIFT"
                   OR WS-GP-REASON(WS-GROUP-IDX) = "SPREAD COLLAPSED"
                   OR WS-GP-REASON(WS-GROUP-IDX) = "SCORE CLUSTER"
               MOVE WS-GP-REASON(WS-GROUP-IDX) TO WS-HOLD-REASON
           END-IF.
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-SCORE-BAND
      * The ten-point band of WS-SCORE - 0-9 is band 1, and 90
      * through 100 share band 10.
      *----------------------------------------------------------------
       8000-SCORE-BAND SECTION.
       8000-START.
           DIVIDE WS-SCORE BY 10 GIVING WS-BAND-IDX.
           ADD 1 TO WS-BAND-IDX.
           IF WS-BAND-IDX > 10
               MOVE 10 TO WS-BAND-IDX
           END-IF.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8100-MEAN-AND-DEVIATION
      * Mean and population standard deviation from the count, sum
      * and sum of squares in the WS-WORK fields.
      *----------------------------------------------------------------
       8100-MEAN-AND-DEVIATION SECTION.
       8100-START.
           MOVE ZERO TO WS-WORK-MEAN WS-WORK-DEVIATION.
           IF WS-WORK-COUNT = ZERO
               GO TO 8100-EXIT
           END-IF.
           COMPUTE WS-WORK-MEAN ROUNDED =
               WS-WORK-SUM / WS-WORK-COUNT.
           COMPUTE WS-WORK-VARIANCE ROUNDED =
               WS-WORK-SUM-SQUARES / WS-WORK-COUNT
               - WS-WORK-MEAN * WS-WORK-MEAN.
           IF WS-WORK-VARIANCE > ZERO
               COMPUTE WS-WORK-DEVIATION ROUNDED =
                   WS-WORK-VARIANCE ** 0.5
           END-IF.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the report and prints the run summary.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE SCREEN-REPORT.
           DISPLAY "SCORSCRN: LINES READ     = " WS-LINE-COUNT.
           DISPLAY "SCORSCRN: GROUPS FLAGGED = " WS-FLAGGED-COUNT.
           DISPLAY "SCORSCRN: LINES PASSED   = " WS-PASSED-COUNT.
           DISPLAY "SCORSCRN: LINES HELD     = " WS-HELD-COUNT.
           DISPLAY "SCORSCRN: ALREADY RELEASED = " WS-RELEASED-COUNT.
           IF WS-HELD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
