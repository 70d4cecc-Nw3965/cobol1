       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRZRPT.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. CHANGE-FREEZE EXCEPTION REPORT
      *                  FOR THE CHANGE BOARD. LISTS ON FRZRPTO EVERY
      *                  FRZEXCP ROW - A CHANGE A MAINTENANCE PROGRAM
      *                  APPLIED ON A DATE THE OPSCAL CALENDAR MARKS
      *                  FROZEN, BECAUSE IT WAS FLAGGED AS AN
      *                  EMERGENCY UNDER A SUPERVISOR SESSION - WITH
      *                  WHO, WHAT, WHEN AND WHICH FREEZE, THEN THE
      *                  TOTALS BY FREEZE SCOPE. AN OPTIONAL FRZRCTL
      *                  CARD LIMITS THE REPORT TO A RANGE OF APPLIED
      *                  DATES; WITHOUT ONE EVERY ROW IS LISTED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-CONTROL ASSIGN TO "FRZRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FC-FILE-STATUS.
           SELECT FREEZE-EXCEPTIONS ASSIGN TO "FRZEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-FILE-STATUS.
           SELECT FREEZE-REPORT ASSIGN TO "FRZRPTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-CONTROL.
       01  FC-RECORD.
           05  FC-FROM-DATE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  FC-TO-DATE              PIC X(08).
       FD  FREEZE-EXCEPTIONS.
       COPY "FRZEXCP.cpy".
       FD  FREEZE-REPORT.
       01  RPT-LINE                    PIC X(120).
       WORKING-STORAGE SECTION.
        01 FC-FILE-STATUS              PIC XX.
        01 FX-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-LOG-OPEN-SW          PIC X(01) VALUE "N".
              88 WS-LOG-OPEN                  VALUE "Y".
        01 WS-FROM-DATE                PIC 9(08) VALUE ZERO.
        01 WS-TO-DATE                  PIC 9(08) VALUE 99999999.
        01 WS-RUN-DATE                 PIC 9(08).
        01 WS-TALLY-COUNTS.
           05 WS-READ-COUNT           PIC 9(07) VALUE ZERO.
           05 WS-LISTED-COUNT         PIC 9(07) VALUE ZERO.
           05 WS-PRICING-COUNT        PIC 9(07) VALUE ZERO.
           05 WS-REFERENCE-COUNT      PIC 9(07) VALUE ZERO.
           05 WS-TIMING-COUNT         PIC 9(07) VALUE ZERO.
           05 WS-OPERATORS-COUNT      PIC 9(07) VALUE ZERO.
           05 WS-ALL-COUNT            PIC 9(07) VALUE ZERO.
        01 WS-HEADER-LINE-1.
           05 FILLER                  PIC X(40) VALUE
                  "CHANGE-FREEZE EXCEPTION REPORT      RUN ".
           05 HL-RUN-DATE             PIC 9(08).
        01 WS-HEADER-LINE-2.
           05 FILLER                  PIC X(14) VALUE
                  "APPLIED DATES ".
           05 HL-FROM-DATE            PIC 9(08).
           05 FILLER                  PIC X(03) VALUE " - ".
           05 HL-TO-DATE              PIC 9(08).
        01 WS-SCOPE-KEY-LINE.
           05 FILLER                  PIC X(50) VALUE
               "SCOPE: P PRICING  R REFERENCE DATA  T TIMING PLANS".
           05 FILLER                  PIC X(30) VALUE
               "  O OPERATORS  A ALL".
        01 WS-COLUMN-LINE.
           05 FILLER                  PIC X(40) VALUE
               "APPLIED  TIME     PROGRAM  FILE     KEY ".
           05 FILLER                  PIC X(40) VALUE
               "                 ACTION     OPERATOR    ".
           05 FILLER                  PIC X(20) VALUE
               "S  FROZEN   REASON".
        01 WS-DETAIL-LINE.
           05 DL-APPLIED-DATE         PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-APPLIED-TIME         PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-PROGRAM-ID           PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-FILE-NAME            PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-RECORD-KEY           PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-ACTION               PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-OPERATOR-ID          PIC X(10).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-FREEZE-SCOPE         PIC X(01).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-FREEZE-DATE          PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-FREEZE-REASON        PIC X(20).
        01 WS-COUNT-LINE.
           05 CL-LABEL                PIC X(30).
           05 CL-COUNT                PIC Z,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-LOG-OPEN
               PERFORM 2000-LIST-ONE-EXCEPTION THRU 2000-EXIT
                   UNTIL WS-EOF
               CLOSE FREEZE-EXCEPTIONS
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Picks up the optional date-range card, opens the exception
      * log and the report, and prints the heading. No FRZRCTL card
      * means every date; no FRZEXCP yet means no emergency has ever
      * been applied during a freeze, and the report says so.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT REPORT-CONTROL.
           IF FC-FILE-STATUS = "00"
               READ REPORT-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FC-FROM-DATE NUMERIC
                           MOVE FC-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF FC-TO-DATE NUMERIC
                           MOVE FC-TO-DATE TO WS-TO-DATE
                       END-IF
               END-READ
               CLOSE REPORT-CONTROL
           END-IF.

           OPEN INPUT FREEZE-EXCEPTIONS.
           IF FX-FILE-STATUS = "00"
               SET WS-LOG-OPEN TO TRUE
           ELSE
               IF FX-FILE-STATUS NOT = "35"
                   DISPLAY "FRZRPT: UNABLE TO OPEN FRZEXCP - STATUS "
                       FX-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT FREEZE-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "FRZRPT: UNABLE TO OPEN FRZRPTO - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-RUN-DATE  TO HL-RUN-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE-1.
           MOVE WS-FROM-DATE TO HL-FROM-DATE.
           MOVE WS-TO-DATE   TO HL-TO-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE-2.
           WRITE RPT-LINE FROM WS-SCOPE-KEY-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-COLUMN-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LIST-ONE-EXCEPTION
      * Reads one exception row and, when it was applied inside the
      * requested range, prints it and counts it under its freeze
      * scope.
      *----------------------------------------------------------------
       2000-LIST-ONE-EXCEPTION SECTION.
       2000-START.
           READ FREEZE-EXCEPTIONS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.

           IF FX-APPLIED-DATE < WS-FROM-DATE
                   OR FX-APPLIED-DATE > WS-TO-DATE
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-LISTED-COUNT.
           EVALUATE FX-FREEZE-SCOPE
               WHEN "P"
                   ADD 1 TO WS-PRICING-COUNT
               WHEN "R"
                   ADD 1 TO WS-REFERENCE-COUNT
               WHEN "T"
                   ADD 1 TO WS-TIMING-COUNT
               WHEN "O"
                   ADD 1 TO WS-OPERATORS-COUNT
               WHEN OTHER
                   ADD 1 TO WS-ALL-COUNT
           END-EVALUATE.

           MOVE FX-APPLIED-DATE  TO DL-APPLIED-DATE.
           MOVE FX-APPLIED-TIME  TO DL-APPLIED-TIME.
           MOVE FX-PROGRAM-ID    TO DL-PROGRAM-ID.
           MOVE FX-FILE-NAME     TO DL-FILE-NAME.
           MOVE FX-RECORD-KEY    TO DL-RECORD-KEY.
           MOVE FX-ACTION        TO DL-ACTION.
           MOVE FX-OPERATOR-ID   TO DL-OPERATOR-ID.
           MOVE FX-FREEZE-SCOPE  TO DL-FREEZE-SCOPE.
           MOVE FX-FREEZE-DATE   TO DL-FREEZE-DATE.
           MOVE FX-FREEZE-REASON TO DL-FREEZE-REASON.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Prints NONE when nothing was listed, then the totals by
      * freeze scope, and closes the report.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           IF WS-LISTED-COUNT = ZERO
               MOVE "  NONE" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE "PRICING FREEZE EXCEPTIONS     " TO CL-LABEL.
           MOVE WS-PRICING-COUNT TO CL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "REFERENCE-DATA EXCEPTIONS     " TO CL-LABEL.
           MOVE WS-REFERENCE-COUNT TO CL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "TIMING-PLAN EXCEPTIONS        " TO CL-LABEL.
           MOVE WS-TIMING-COUNT TO CL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "OPERATOR EXCEPTIONS           " TO CL-LABEL.
           MOVE WS-OPERATORS-COUNT TO CL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "ALL-MAINTENANCE EXCEPTIONS    " TO CL-LABEL.
           MOVE WS-ALL-COUNT TO CL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "TOTAL EXCEPTIONS LISTED       " TO CL-LABEL.
           MOVE WS-LISTED-COUNT TO CL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.

           CLOSE FREEZE-REPORT.
           DISPLAY "FRZRPT: EXCEPTIONS READ   = " WS-READ-COUNT.
           DISPLAY "FRZRPT: EXCEPTIONS LISTED = " WS-LISTED-COUNT.
       9000-EXIT.
           EXIT.
