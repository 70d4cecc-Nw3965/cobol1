       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENRLMISS.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. TERM-END MISSING-GRADE REPORT:
      *                  LISTS EVERY ENRLMAST ENROLLMENT FOR THE TERM
      *                  THAT HAS NO AUTHORITATIVE GRADEHST ROW FOR
      *                  THE SAME STUDENT, SUBJECT AND TERM, GROUPED
      *                  BY SUBJECT WITH A COUNT PER SUBJECT, SO
      *                  MISSING GRADES ARE CHASED BEFORE TRANSCRP
      *                  RUNS. THE TERM COMES FROM THE ENRMCTL CARD,
      *                  OR ELSE THE ACADTERM TERM COVERING TODAY,
      *                  OR ELSE THE TERM THAT ENDED MOST RECENTLY.
      *                  DROPPED ENROLLMENTS ARE NOT LISTED. RC 4
      *                  WHEN ANY GRADE IS MISSING.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MISS-CONTROL ASSIGN TO "ENRMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MC-FILE-STATUS.
           SELECT TERM-MASTER ASSIGN TO "ACADTERM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AT-FILE-STATUS.
           SELECT RESULTS-HISTORY ASSIGN TO "GRADEHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RH-FILE-STATUS.
           SELECT ENROLL-MASTER ASSIGN TO "ENRLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EN-KEY
               FILE STATUS IS EN-FILE-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-STUDENT-ID
               FILE STATUS IS ST-FILE-STATUS.
           SELECT MISS-REPORT ASSIGN TO "ENRMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MISS-CONTROL.
       01  MC-RECORD.
           05  MC-TERM-CODE            PIC X(06).
       FD  TERM-MASTER.
       01  AT-RECORD.
           05  AT-TERM-CODE            PIC X(06).
           05  FILLER                  PIC X(01).
           05  AT-START-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  AT-END-DATE             PIC 9(08).
       FD  RESULTS-HISTORY.
       COPY "GRADEHST.cpy".
       FD  ENROLL-MASTER.
       COPY "ENRLMAST.cpy".
       FD  STUDENT-MASTER.
       COPY "STUMAST.cpy".
       FD  MISS-REPORT.
       01  RPT-LINE                    PIC X(80).
       WORKING-STORAGE SECTION.
        01 MC-FILE-STATUS              PIC XX.
        01 AT-FILE-STATUS              PIC XX.
        01 RH-FILE-STATUS              PIC XX.
        01 EN-FILE-STATUS              PIC XX.
        01 ST-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-ROSTER-PRESENT-SW    PIC X(01) VALUE "N".
              88 WS-ROSTER-PRESENT            VALUE "Y".
           05 WS-GRADED-SW            PIC X(01) VALUE "N".
              88 WS-GRADED                    VALUE "Y".
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-SELECT-TERM              PIC X(06) VALUE SPACES.
        01 WS-ENDED-TERM               PIC X(06) VALUE SPACES.
        01 WS-ENDED-DATE               PIC 9(08) VALUE ZERO.
      *    STUDENT/SUBJECT PAIRS GRADED IN THE TERM.
        01 WS-GRADED-COUNT             PIC 9(04) VALUE ZERO.
        01 WS-GRADED-TABLE.
           05 WS-GD-ENTRY OCCURS 5000 TIMES.
              10 WS-GD-STUDENT-ID     PIC X(05).
              10 WS-GD-SUBJECT        PIC X(03).
        01 WS-GRADED-IDX               PIC 9(04) VALUE ZERO.
      *    ENROLLMENTS WITH NO GRADE. WS-MS-KEY ORDERS THE REPORT.
        01 WS-MISSING-COUNT            PIC 9(04) VALUE ZERO.
        01 WS-MISSING-TABLE.
           05 WS-MS-ENTRY OCCURS 3000 TIMES.
              10 WS-MS-KEY.
                 15 WS-MS-SUBJECT     PIC X(03).
                 15 WS-MS-STUDENT-ID  PIC X(05).
              10 WS-MS-NAME           PIC X(25).
              10 WS-MS-PRINTED-SW     PIC X(01).
                 88 WS-MS-PRINTED             VALUE "Y".
        01 WS-MISSING-IDX              PIC 9(04) VALUE ZERO.
        01 WS-LOW-IDX                  PIC 9(04) VALUE ZERO.
        01 WS-LOW-KEY                  PIC X(08) VALUE SPACES.
        01 WS-PRINTED-COUNT            PIC 9(04) VALUE ZERO.
        01 WS-PRIOR-SUBJECT            PIC X(03) VALUE SPACES.
        01 WS-SUBJECT-MISSING          PIC 9(04) VALUE ZERO.
        01 WS-TALLY-COUNTS.
           05 WS-HISTORY-READ         PIC 9(07) VALUE ZERO.
           05 WS-ENROLL-COUNT         PIC 9(05) VALUE ZERO.
           05 WS-TABLE-FULL-COUNT     PIC 9(05) VALUE ZERO.
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(32) VALUE
                  "ENROLLMENTS WITH NO GRADE - TERM".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 HL-TERM                 PIC X(06).
        01 WS-SUBJECT-LINE.
           05 FILLER                  PIC X(08) VALUE "SUBJECT ".
           05 SL-SUBJECT              PIC X(03).
        01 WS-DETAIL-LINE.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 DL-STUDENT-ID           PIC X(05).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-NAME                 PIC X(25).
        01 WS-COUNT-LINE.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 CL-LABEL                PIC X(24).
           05 CL-COUNT                PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-ONE-GRADE THRU 2000-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           PERFORM 3000-CHECK-ONE-ENROLLMENT THRU 3000-EXIT
               UNTIL WS-EOF.
           PERFORM 4000-PRINT-MISSING THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Settles the term and opens the history, the enrollment file,
      * the roster and the report.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           OPEN INPUT MISS-CONTROL.
           IF MC-FILE-STATUS = "00"
               READ MISS-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE MC-TERM-CODE TO WS-SELECT-TERM
               END-READ
               CLOSE MISS-CONTROL
           END-IF.

           IF WS-SELECT-TERM = SPACES
               PERFORM 1100-FIND-TERM THRU 1100-EXIT
           END-IF.
           IF WS-SELECT-TERM = SPACES
               DISPLAY "ENRLMISS: NO TERM ON ENRMCTL OR ACADTERM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ENROLL-MASTER.
           IF EN-FILE-STATUS NOT = "00"
               DISPLAY "ENRLMISS: UNABLE TO OPEN ENRLMAST - STATUS "
                   EN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT RESULTS-HISTORY.
           IF RH-FILE-STATUS NOT = "00"
               DISPLAY "ENRLMISS: NO GRADEHST HISTORY - EVERY"
                   " ENROLLMENT IS UNGRADED"
               SET WS-EOF TO TRUE
           END-IF.

           OPEN INPUT STUDENT-MASTER.
           IF ST-FILE-STATUS = "00"
               SET WS-ROSTER-PRESENT TO TRUE
           END-IF.

           OPEN OUTPUT MISS-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "ENRLMISS: UNABLE TO OPEN ENRMRPT - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-SELECT-TERM TO HL-TERM.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-FIND-TERM
      * The ACADTERM term whose window covers today, or failing that
      * the one that ended most recently - the term-end run usually
      * comes after the last day.
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
           IF WS-SELECT-TERM = SPACES
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
               MOVE AT-TERM-CODE TO WS-SELECT-TERM
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
      * Remembers each student/subject pair with an authoritative
      * result for the term. Superseded rows do not count.
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

           PERFORM 2100-FIND-GRADED THRU 2100-EXIT.
           IF WS-GRADED
               GO TO 2000-EXIT
           END-IF.
           IF WS-GRADED-COUNT >= 5000
               ADD 1 TO WS-TABLE-FULL-COUNT
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-GRADED-COUNT.
           MOVE RH-STUDENT-ID   TO WS-GD-STUDENT-ID(WS-GRADED-COUNT).
           MOVE RH-SUBJECT-CODE TO WS-GD-SUBJECT(WS-GRADED-COUNT).
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-FIND-GRADED
      * Sets WS-GRADED when the RH-STUDENT-ID/RH-SUBJECT-CODE pair is
      * already in the graded table.
      *----------------------------------------------------------------
       2100-FIND-GRADED SECTION.
       2100-START.
           SET WS-GRADED-SW TO "N".
           PERFORM 2150-MATCH-ONE-GRADED THRU 2150-EXIT
               VARYING WS-GRADED-IDX FROM 1 BY 1
               UNTIL WS-GRADED-IDX > WS-GRADED-COUNT OR WS-GRADED.
       2100-EXIT.
           EXIT.

       2150-MATCH-ONE-GRADED SECTION.
       2150-START.
           IF WS-GD-STUDENT-ID(WS-GRADED-IDX) = RH-STUDENT-ID
                   AND WS-GD-SUBJECT(WS-GRADED-IDX) = RH-SUBJECT-CODE
               SET WS-GRADED TO TRUE
           END-IF.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-CHECK-ONE-ENROLLMENT
      * An enrolled row for the term with no graded pair joins the
      * missing list.
      *----------------------------------------------------------------
       3000-CHECK-ONE-ENROLLMENT SECTION.
       3000-START.
           READ ENROLL-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           IF EN-TERM-CODE NOT = WS-SELECT-TERM OR NOT EN-ENROLLED
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-ENROLL-COUNT.

           MOVE EN-STUDENT-ID   TO RH-STUDENT-ID.
           MOVE EN-SUBJECT-CODE TO RH-SUBJECT-CODE.
           PERFORM 2100-FIND-GRADED THRU 2100-EXIT.
           IF WS-GRADED
               GO TO 3000-EXIT
           END-IF.

           IF WS-MISSING-COUNT >= 3000
               ADD 1 TO WS-TABLE-FULL-COUNT
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-MISSING-COUNT.
           MOVE EN-SUBJECT-CODE TO WS-MS-SUBJECT(WS-MISSING-COUNT).
           MOVE EN-STUDENT-ID   TO WS-MS-STUDENT-ID(WS-MISSING-COUNT).
           MOVE "N"             TO WS-MS-PRINTED-SW(WS-MISSING-COUNT).
           MOVE SPACES          TO WS-MS-NAME(WS-MISSING-COUNT).
           IF WS-ROSTER-PRESENT
               MOVE EN-STUDENT-ID TO ST-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE "NOT ON ROSTER"
                           TO WS-MS-NAME(WS-MISSING-COUNT)
                   NOT INVALID KEY
                       MOVE ST-STUDENT-NAME
                           TO WS-MS-NAME(WS-MISSING-COUNT)
               END-READ
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-PRINT-MISSING
      * The missing list by subject, then student - each pass picks
      * the lowest entry not yet printed - with a count as each
      * subject ends.
      *----------------------------------------------------------------
       4000-PRINT-MISSING SECTION.
       4000-START.
           IF WS-MISSING-COUNT = ZERO
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "EVERY ENROLLMENT HAS A GRADE" TO RPT-LINE
               WRITE RPT-LINE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-PRINT-NEXT-MISSING THRU 4100-EXIT
               UNTIL WS-PRINTED-COUNT = WS-MISSING-COUNT.
           PERFORM 4300-PRINT-SUBJECT-COUNT THRU 4300-EXIT.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES                 TO WS-COUNT-LINE.
           MOVE "TOTAL MISSING GRADES"  TO CL-LABEL.
           MOVE WS-MISSING-COUNT       TO CL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
       4000-EXIT.
           EXIT.

       4100-PRINT-NEXT-MISSING SECTION.
       4100-START.
           MOVE HIGH-VALUES TO WS-LOW-KEY.
           MOVE ZERO TO WS-LOW-IDX.
           PERFORM 4200-CHECK-ONE-MISSING THRU 4200-EXIT
               VARYING WS-MISSING-IDX FROM 1 BY 1
               UNTIL WS-MISSING-IDX > WS-MISSING-COUNT.
           MOVE "Y" TO WS-MS-PRINTED-SW(WS-LOW-IDX).
           ADD 1 TO WS-PRINTED-COUNT.

           IF WS-PRINTED-COUNT = 1
                   OR WS-MS-SUBJECT(WS-LOW-IDX) NOT = WS-PRIOR-SUBJECT
               IF WS-PRINTED-COUNT > 1
                   PERFORM 4300-PRINT-SUBJECT-COUNT THRU 4300-EXIT
               END-IF
               MOVE WS-MS-SUBJECT(WS-LOW-IDX) TO WS-PRIOR-SUBJECT
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-PRIOR-SUBJECT TO SL-SUBJECT
               WRITE RPT-LINE FROM WS-SUBJECT-LINE
           END-IF.

           MOVE WS-MS-STUDENT-ID(WS-LOW-IDX) TO DL-STUDENT-ID.
           MOVE WS-MS-NAME(WS-LOW-IDX)       TO DL-NAME.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-SUBJECT-MISSING.
       4100-EXIT.
           EXIT.

       4200-CHECK-ONE-MISSING SECTION.
       4200-START.
           IF WS-MS-PRINTED(WS-MISSING-IDX)
               GO TO 4200-EXIT
           END-IF.
           IF WS-MS-KEY(WS-MISSING-IDX) < WS-LOW-KEY
               MOVE WS-MS-KEY(WS-MISSING-IDX) TO WS-LOW-KEY
               MOVE WS-MISSING-IDX TO WS-LOW-IDX
           END-IF.
       4200-EXIT.
           EXIT.

       4300-PRINT-SUBJECT-COUNT SECTION.
       4300-START.
           MOVE SPACES                 TO WS-COUNT-LINE.
           MOVE "MISSING IN SUBJECT"    TO CL-LABEL.
           MOVE WS-SUBJECT-MISSING     TO CL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE ZERO TO WS-SUBJECT-MISSING.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the run summary.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE ENROLL-MASTER MISS-REPORT.
           IF RH-FILE-STATUS = "00" OR RH-FILE-STATUS = "10"
               CLOSE RESULTS-HISTORY
           END-IF.
           IF WS-ROSTER-PRESENT
               CLOSE STUDENT-MASTER
           END-IF.
           DISPLAY "ENRLMISS: TERM             = " WS-SELECT-TERM.
           DISPLAY "ENRLMISS: ENROLLMENTS      = " WS-ENROLL-COUNT.
           DISPLAY "ENRLMISS: MISSING GRADES   = " WS-MISSING-COUNT.
           IF WS-TABLE-FULL-COUNT > ZERO
               DISPLAY "ENRLMISS: TABLE FULL - ROWS NOT CHECKED = "
                   WS-TABLE-FULL-COUNT
           END-IF.
           IF WS-MISSING-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
