      *                  CODE: WHEN PRESENT ONLY ROWS GRADER STAMPED
      *                  WITH THAT ACADTERM TERM COUNT, SO SEMESTERS
      *                  WITH DIFFERENT CUTOFFS COMPARE PROPERLY.
      * 10/15/26   OPS   A "Y" IN COLUMN 17 OF THE GRDDCTL CARD ALSO
      *                  WRITES THE GRDDCSV COMMA-DELIMITED EXTRACT -
      *                  A HEADER ROW, THEN ONE ROW PER GRADE LINE
      *                  WITH UNEDITED COUNTS AND PERCENTAGES - FOR THE
      *                  REGISTRAR'S SPREADSHEETS.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DIST-REPORT ASSIGN TO "GRDDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "GRDDCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-HISTORY.
           05  DC-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  DC-TERM-CODE            PIC X(06).
           05  FILLER                  PIC X(01).
           05  DC-EXTRACT-SW           PIC X(01).
       FD  DIST-REPORT.
       01  RPT-LINE                    PIC X(90).
       FD  EXTRACT-FILE.
       01  XL-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
        01 RH-FILE-STATUS              PIC XX.
        01 DC-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 XL-FILE-STATUS              PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-DATE-FIXED-SW        PIC X(01) VALUE "N".
              88 WS-DATE-FIXED                VALUE "Y".
           05 WS-EXTRACT-SW           PIC X(01) VALUE "N".
              88 WS-EXTRACT-WANTED            VALUE "Y".
        01 WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
        01 WS-SELECT-TERM              PIC X(06) VALUE SPACES.
        01 WS-GRADE-SLOTS              PIC 9(01) VALUE 7.
           05 DL-CUM-PCT              PIC ZZ9.99.
           05 FILLER                  PIC X(03) VALUE "% |".
           05 DL-HISTOGRAM            PIC X(20).
        01 WS-EXTRACT-HEADER.
           05 FILLER                  PIC X(34) VALUE
                  "ROW_TYPE,GRADE,RUN_DATE,TERM_CODE,".
           05 FILLER                  PIC X(35) VALUE
                  "RUN_COUNT,RUN_PCT,CUM_COUNT,CUM_PCT".
        01 WS-EXTRACT-ROW.
           05 XR-ROW-TYPE             PIC X(08).
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-GRADE                PIC X(06).
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-RUN-DATE             PIC 9(08).
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-TERM-CODE            PIC X(06).
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-RUN-COUNT            PIC 9(05).
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-RUN-PCT              PIC 9(03).99.
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-CUM-COUNT            PIC 9(05).
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-CUM-PCT              PIC 9(03).99.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
      * 1000-INITIALIZE
      * Resolves the run date - the GRDDCTL card when present,
      * otherwise the newest date on the history (found with a first
      * pass) - then opens the history for the tally pass, the
      * report, and the extract when the card asks for it.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
                           SET WS-DATE-FIXED TO TRUE
                       END-IF
                       MOVE DC-TERM-CODE TO WS-SELECT-TERM
                       IF DC-EXTRACT-SW = "Y"
                           SET WS-EXTRACT-WANTED TO TRUE
                       END-IF
               END-READ
               CLOSE DIST-CONTROL
           END-IF.
               STOP RUN
           END-IF.

           IF WS-EXTRACT-WANTED
               OPEN OUTPUT EXTRACT-FILE
               IF XL-FILE-STATUS NOT = "00"
                   DISPLAY "GRDDIST: UNABLE TO OPEN GRDDCSV - STATUS "
                       XL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               WRITE XL-LINE FROM WS-EXTRACT-HEADER
           END-IF.

           MOVE WS-RUN-DATE TO HL-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-CUM-PCT             TO DL-CUM-PCT.
           MOVE WS-HISTOGRAM           TO DL-HISTOGRAM.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

           MOVE "GRADE"                TO XR-ROW-TYPE.
           MOVE WS-GRADE-LABEL(WS-IDX) TO XR-GRADE.
           MOVE WS-RUN-DATE            TO XR-RUN-DATE.
           MOVE WS-SELECT-TERM         TO XR-TERM-CODE.
           MOVE WS-RUN-COUNT(WS-IDX)   TO XR-RUN-COUNT.
           MOVE WS-RUN-PCT             TO XR-RUN-PCT.
           MOVE WS-CUM-COUNT(WS-IDX)   TO XR-CUM-COUNT.
           MOVE WS-CUM-PCT             TO XR-CUM-PCT.
           IF WS-EXTRACT-WANTED
               WRITE XL-LINE FROM WS-EXTRACT-ROW
           END-IF.
       4100-EXIT.
           EXIT.

       9000-TERMINATE SECTION.
       9000-START.
           CLOSE RESULTS-HISTORY DIST-REPORT.
           IF WS-EXTRACT-WANTED
               CLOSE EXTRACT-FILE
           END-IF.
           DISPLAY "GRDDIST: RUN RESULTS        = " WS-RUN-TOTAL.
           DISPLAY "GRDDIST: CUMULATIVE RESULTS = " WS-CUM-TOTAL.
       9000-EXIT.
