       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNBCOV.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. RUNBOOK COVERAGE REPORT. READS
      *                  EVERY RUN ON JOBLOG THAT ENDED WITH A
      *                  NON-ZERO RETURN CODE AND EVERY CRITICAL OR
      *                  WARNING ALERT ON OPSALERT, AND LISTS ON
      *                  RUNBCRPT EACH PROGRAM AND RETURN CODE, AND
      *                  EACH PROGRAM AND ALERT TEXT, THAT THE RUNBOOK
      *                  HAS NO ENTRY FOR - WITH HOW OFTEN IT WAS SEEN
      *                  AND WHEN LAST - SO THE GAPS GET WRITTEN UP
      *                  THROUGH RUNBMNT BEFORE THE NEXT NIGHT
      *                  OPERATOR MEETS THEM.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNBOOK-FILE ASSIGN TO "RUNBOOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RB-FILE-STATUS.
           SELECT JOB-LOG ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JL-FILE-STATUS.
           SELECT ALERT-QUEUE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AQ-FILE-STATUS.
           SELECT COVERAGE-REPORT ASSIGN TO "RUNBCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNBOOK-FILE.
       COPY "RUNBOOK.cpy".
       FD  JOB-LOG.
       COPY "JOBLOG.cpy".
       FD  ALERT-QUEUE.
       COPY "OPSALRT.cpy".
       FD  COVERAGE-REPORT.
       01  RPT-LINE                    PIC X(90).
       WORKING-STORAGE SECTION.
        01 RB-FILE-STATUS              PIC XX.
        01 JL-FILE-STATUS              PIC XX.
        01 AQ-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-COVERED-SW           PIC X(01) VALUE "N".
              88 WS-COVERED                   VALUE "Y".
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-RB-COUNT                 PIC 9(03) VALUE ZERO.
        01 WS-RB-TABLE.
           05 WS-RB-ENTRY OCCURS 200 TIMES.
              10 WS-RB-PROGRAM        PIC X(08).
              10 WS-RB-KEY-TYPE       PIC X(01).
              10 WS-RB-RC             PIC 9(04).
              10 WS-RB-PREFIX         PIC X(20).
              10 WS-RB-PREFIX-LEN     PIC 9(02).
        01 WS-RB-IDX                   PIC 9(03) VALUE ZERO.
        01 WS-RB-POS                   PIC 9(02) VALUE ZERO.
        01 WS-GAP-COUNT                PIC 9(03) VALUE ZERO.
        01 WS-GAP-TABLE.
           05 WS-GAP-ENTRY OCCURS 300 TIMES.
              10 WS-GAP-PROGRAM       PIC X(08).
              10 WS-GAP-KIND          PIC X(01).
              10 WS-GAP-RC            PIC 9(04).
              10 WS-GAP-SEVERITY      PIC 9(01).
              10 WS-GAP-TEXT          PIC X(40).
              10 WS-GAP-SEEN          PIC 9(05).
              10 WS-GAP-LAST-DATE     PIC 9(08).
        01 WS-GAP-IDX                  PIC 9(03) VALUE ZERO.
        01 WS-GAP-HIT-IDX              PIC 9(03) VALUE ZERO.
        01 WS-NEW-GAP.
           05 WS-NG-PROGRAM           PIC X(08).
           05 WS-NG-KIND              PIC X(01).
           05 WS-NG-RC                PIC 9(04).
           05 WS-NG-SEVERITY          PIC 9(01).
           05 WS-NG-TEXT              PIC X(40).
           05 WS-NG-DATE              PIC 9(08).
        01 WS-TALLY-COUNTS.
           05 WS-BAD-RUN-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-ALERT-COUNT          PIC 9(05) VALUE ZERO.
           05 WS-UNCOVERED-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-RC-GAP-COUNT         PIC 9(03) VALUE ZERO.
           05 WS-ALERT-GAP-COUNT      PIC 9(03) VALUE ZERO.
           05 WS-GAP-DROPPED          PIC 9(05) VALUE ZERO.
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(29) VALUE
                  "RUNBOOK COVERAGE REPORT FOR  ".
           05 HL-DATE                 PIC 9(08).
           05 FILLER                  PIC X(19) VALUE
                  "  RUNBOOK ENTRIES  ".
           05 HL-ENTRIES              PIC ZZ9.
        01 WS-RC-GAP-LINE.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 RG-PROGRAM              PIC X(08).
           05 FILLER                  PIC X(04) VALUE " RC ".
           05 RG-RC                   PIC ZZZ9.
           05 FILLER                  PIC X(07) VALUE "  SEEN ".
           05 RG-SEEN                 PIC ZZZZ9.
           05 FILLER                  PIC X(07) VALUE "  LAST ".
           05 RG-LAST-DATE            PIC 9(08).
        01 WS-ALERT-GAP-LINE.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 AG-PROGRAM              PIC X(08).
           05 FILLER                  PIC X(05) VALUE " SEV ".
           05 AG-SEVERITY             PIC 9(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AG-TEXT                 PIC X(40).
           05 FILLER                  PIC X(06) VALUE " SEEN ".
           05 AG-SEEN                 PIC ZZZZ9.
           05 FILLER                  PIC X(06) VALUE " LAST ".
           05 AG-LAST-DATE            PIC 9(08).
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SCAN-JOBLOG THRU 2000-EXIT.
           PERFORM 3000-SCAN-ALERTS THRU 3000-EXIT.
           PERFORM 5000-PRINT-GAPS THRU 5000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Loads the runbook and opens the report. With no runbook on
      * file every failure and alert is a gap.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           OPEN INPUT RUNBOOK-FILE.
           IF RB-FILE-STATUS = "00"
               PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
                   UNTIL WS-EOF OR WS-RB-COUNT = 200
               SET WS-EOF-SW TO "N"
               CLOSE RUNBOOK-FILE
           END-IF.

           OPEN OUTPUT COVERAGE-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "RUNBCOV: UNABLE TO OPEN RUNBCRPT - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-TODAY-DATE TO HL-DATE.
           MOVE WS-RB-COUNT   TO HL-ENTRIES.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-ONE-ENTRY
      * Tables one runbook entry. An alert entry's prefix is
      * measured so it can be matched against the start of the
      * alert text, as ALRTDSP matches it.
      *----------------------------------------------------------------
       1100-LOAD-ONE-ENTRY SECTION.
       1100-START.
           READ RUNBOOK-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.

           ADD 1 TO WS-RB-COUNT.
           MOVE RB-PROGRAM-ID   TO WS-RB-PROGRAM(WS-RB-COUNT).
           MOVE RB-KEY-TYPE     TO WS-RB-KEY-TYPE(WS-RB-COUNT).
           MOVE RB-RETURN-CODE  TO WS-RB-RC(WS-RB-COUNT).
           MOVE RB-ALERT-PREFIX TO WS-RB-PREFIX(WS-RB-COUNT).
           MOVE ZERO TO WS-RB-PREFIX-LEN(WS-RB-COUNT).
           IF RB-KEY-ALERT
               PERFORM 1150-MEASURE-ONE-BYTE THRU 1150-EXIT
                   VARYING WS-RB-POS FROM 20 BY -1
                   UNTIL WS-RB-POS = ZERO
                       OR WS-RB-PREFIX-LEN(WS-RB-COUNT) > ZERO
           END-IF.
       1100-EXIT.
           EXIT.

       1150-MEASURE-ONE-BYTE SECTION.
       1150-START.
           IF WS-RB-PREFIX(WS-RB-COUNT)(WS-RB-POS:1) NOT = SPACE
               MOVE WS-RB-POS TO WS-RB-PREFIX-LEN(WS-RB-COUNT)
           END-IF.
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-SCAN-JOBLOG
      * Checks every run on the job log that ended with a non-zero
      * return code for a runbook entry.
      *----------------------------------------------------------------
       2000-SCAN-JOBLOG SECTION.
       2000-START.
           OPEN INPUT JOB-LOG.
           IF JL-FILE-STATUS NOT = "00"
               DISPLAY "RUNBCOV: NO JOBLOG ON FILE - RUNS NOT CHECKED"
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-CHECK-ONE-RUN THRU 2100-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE JOB-LOG.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-RUN SECTION.
       2100-START.
           READ JOB-LOG
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.

           IF JL-RETURN-CODE = ZERO
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-BAD-RUN-COUNT.

           SET WS-COVERED-SW TO "N".
           PERFORM 2200-MATCH-ONE-RC THRU 2200-EXIT
               VARYING WS-RB-IDX FROM 1 BY 1
               UNTIL WS-RB-IDX > WS-RB-COUNT OR WS-COVERED.
           IF WS-COVERED
               GO TO 2100-EXIT
           END-IF.

           MOVE SPACES         TO WS-NEW-GAP.
           MOVE JL-PROGRAM-ID  TO WS-NG-PROGRAM.
           MOVE "R"            TO WS-NG-KIND.
           MOVE JL-RETURN-CODE TO WS-NG-RC.
           MOVE ZERO           TO WS-NG-SEVERITY.
           MOVE JL-RUN-DATE    TO WS-NG-DATE.
           PERFORM 4000-NOTE-GAP THRU 4000-EXIT.
       2100-EXIT.
           EXIT.

       2200-MATCH-ONE-RC SECTION.
       2200-START.
           IF WS-RB-KEY-TYPE(WS-RB-IDX) = "R"
                   AND WS-RB-PROGRAM(WS-RB-IDX) = JL-PROGRAM-ID
                   AND WS-RB-RC(WS-RB-IDX) = JL-RETURN-CODE
               SET WS-COVERED TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-SCAN-ALERTS
      * Checks every critical and warning alert on the queue, open
      * or acknowledged, for a runbook entry whose prefix matches
      * the start of its text.
      *----------------------------------------------------------------
       3000-SCAN-ALERTS SECTION.
       3000-START.
           OPEN INPUT ALERT-QUEUE.
           IF AQ-FILE-STATUS NOT = "00"
               DISPLAY "RUNBCOV: NO OPSALERT ON FILE - ALERTS NOT"
                   " CHECKED"
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-CHECK-ONE-ALERT THRU 3100-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE ALERT-QUEUE.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-ALERT SECTION.
       3100-START.
           READ ALERT-QUEUE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.

           IF NOT AQ-SEV-CRITICAL AND NOT AQ-SEV-WARNING
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-ALERT-COUNT.

           SET WS-COVERED-SW TO "N".
           PERFORM 3200-MATCH-ONE-PREFIX THRU 3200-EXIT
               VARYING WS-RB-IDX FROM 1 BY 1
               UNTIL WS-RB-IDX > WS-RB-COUNT OR WS-COVERED.
           IF WS-COVERED
               GO TO 3100-EXIT
           END-IF.

           MOVE SPACES         TO WS-NEW-GAP.
           MOVE AQ-PROGRAM-ID  TO WS-NG-PROGRAM.
           MOVE "A"            TO WS-NG-KIND.
           MOVE ZERO           TO WS-NG-RC.
           MOVE AQ-SEVERITY    TO WS-NG-SEVERITY.
           MOVE AQ-ALERT-TEXT  TO WS-NG-TEXT.
           MOVE AQ-ALERT-DATE  TO WS-NG-DATE.
           PERFORM 4000-NOTE-GAP THRU 4000-EXIT.
       3100-EXIT.
           EXIT.

       3200-MATCH-ONE-PREFIX SECTION.
       3200-START.
           IF WS-RB-KEY-TYPE(WS-RB-IDX) NOT = "A"
                   OR WS-RB-PROGRAM(WS-RB-IDX) NOT = AQ-PROGRAM-ID
                   OR WS-RB-PREFIX-LEN(WS-RB-IDX) = ZERO
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-RB-PREFIX-LEN(WS-RB-IDX) TO WS-RB-POS.
           IF AQ-ALERT-TEXT(1:WS-RB-POS) =
                   WS-RB-PREFIX(WS-RB-IDX)(1:WS-RB-POS)
               SET WS-COVERED TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-NOTE-GAP
      * Counts an uncovered return code or alert against its line on
      * the gap table, starting a new line the first time it is
      * seen. A full table drops the gap and says so at the end.
      *----------------------------------------------------------------
       4000-NOTE-GAP SECTION.
       4000-START.
           ADD 1 TO WS-UNCOVERED-COUNT.
           MOVE ZERO TO WS-GAP-HIT-IDX.
           PERFORM 4100-MATCH-ONE-GAP THRU 4100-EXIT
               VARYING WS-GAP-IDX FROM 1 BY 1
               UNTIL WS-GAP-IDX > WS-GAP-COUNT
                   OR WS-GAP-HIT-IDX > ZERO.

           IF WS-GAP-HIT-IDX = ZERO
               IF WS-GAP-COUNT >= 300
                   ADD 1 TO WS-GAP-DROPPED
                   GO TO 4000-EXIT
               END-IF
               ADD 1 TO WS-GAP-COUNT
               MOVE WS-GAP-COUNT   TO WS-GAP-HIT-IDX
               MOVE WS-NG-PROGRAM  TO WS-GAP-PROGRAM(WS-GAP-HIT-IDX)
               MOVE WS-NG-KIND     TO WS-GAP-KIND(WS-GAP-HIT-IDX)
               MOVE WS-NG-RC       TO WS-GAP-RC(WS-GAP-HIT-IDX)
               MOVE WS-NG-SEVERITY TO WS-GAP-SEVERITY(WS-GAP-HIT-IDX)
               MOVE WS-NG-TEXT     TO WS-GAP-TEXT(WS-GAP-HIT-IDX)
               MOVE ZERO           TO WS-GAP-SEEN(WS-GAP-HIT-IDX)
               MOVE ZERO           TO WS-GAP-LAST-DATE(WS-GAP-HIT-IDX)
               IF WS-NG-KIND = "R"
                   ADD 1 TO WS-RC-GAP-COUNT
               ELSE
                   ADD 1 TO WS-ALERT-GAP-COUNT
               END-IF
           END-IF.

           ADD 1 TO WS-GAP-SEEN(WS-GAP-HIT-IDX).
           IF WS-NG-DATE > WS-GAP-LAST-DATE(WS-GAP-HIT-IDX)
               MOVE WS-NG-DATE TO WS-GAP-LAST-DATE(WS-GAP-HIT-IDX)
           END-IF.
       4000-EXIT.
           EXIT.

       4100-MATCH-ONE-GAP SECTION.
       4100-START.
           IF WS-GAP-PROGRAM(WS-GAP-IDX) = WS-NG-PROGRAM
                   AND WS-GAP-KIND(WS-GAP-IDX) = WS-NG-KIND
                   AND WS-GAP-RC(WS-GAP-IDX) = WS-NG-RC
                   AND WS-GAP-TEXT(WS-GAP-IDX) = WS-NG-TEXT
               MOVE WS-GAP-IDX TO WS-GAP-HIT-IDX
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-PRINT-GAPS
      * Lists the return codes with no entry, then the alerts with
      * no entry, in the order each was first seen.
      *----------------------------------------------------------------
       5000-PRINT-GAPS SECTION.
       5000-START.
           MOVE "RETURN CODES WITH NO RUNBOOK ENTRY" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 5100-PRINT-ONE-RC-GAP THRU 5100-EXIT
               VARYING WS-GAP-IDX FROM 1 BY 1
               UNTIL WS-GAP-IDX > WS-GAP-COUNT.
           IF WS-RC-GAP-COUNT = ZERO
               MOVE "  NONE - EVERY BAD RETURN CODE IS COVERED"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE "ALERTS WITH NO RUNBOOK ENTRY" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 5200-PRINT-ONE-ALERT-GAP THRU 5200-EXIT
               VARYING WS-GAP-IDX FROM 1 BY 1
               UNTIL WS-GAP-IDX > WS-GAP-COUNT.
           IF WS-ALERT-GAP-COUNT = ZERO
               MOVE "  NONE - EVERY CRITICAL AND WARNING ALERT IS"
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE "  COVERED" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

           IF WS-GAP-DROPPED > ZERO
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "GAP TABLE FULL - FURTHER GAPS NOT LISTED"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-RC-GAP SECTION.
       5100-START.
           IF WS-GAP-KIND(WS-GAP-IDX) NOT = "R"
               GO TO 5100-EXIT
           END-IF.
           MOVE WS-GAP-PROGRAM(WS-GAP-IDX)   TO RG-PROGRAM.
           MOVE WS-GAP-RC(WS-GAP-IDX)        TO RG-RC.
           MOVE WS-GAP-SEEN(WS-GAP-IDX)      TO RG-SEEN.
           MOVE WS-GAP-LAST-DATE(WS-GAP-IDX) TO RG-LAST-DATE.
           WRITE RPT-LINE FROM WS-RC-GAP-LINE.
       5100-EXIT.
           EXIT.

       5200-PRINT-ONE-ALERT-GAP SECTION.
       5200-START.
           IF WS-GAP-KIND(WS-GAP-IDX) NOT = "A"
               GO TO 5200-EXIT
           END-IF.
           MOVE WS-GAP-PROGRAM(WS-GAP-IDX)   TO AG-PROGRAM.
           MOVE WS-GAP-SEVERITY(WS-GAP-IDX)  TO AG-SEVERITY.
           MOVE WS-GAP-TEXT(WS-GAP-IDX)      TO AG-TEXT.
           MOVE WS-GAP-SEEN(WS-GAP-IDX)      TO AG-SEEN.
           MOVE WS-GAP-LAST-DATE(WS-GAP-IDX) TO AG-LAST-DATE.
           WRITE RPT-LINE FROM WS-ALERT-GAP-LINE.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the report and prints the run summary. Any gap is a
      * warning return code, so the gap list is not missed.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE COVERAGE-REPORT.
           IF WS-UNCOVERED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "RUNBCOV: BAD RUNS CHECKED  = " WS-BAD-RUN-COUNT.
           DISPLAY "RUNBCOV: ALERTS CHECKED    = " WS-ALERT-COUNT.
           DISPLAY "RUNBCOV: RC GAPS           = " WS-RC-GAP-COUNT.
           DISPLAY "RUNBCOV: ALERT GAPS        = " WS-ALERT-GAP-COUNT.
       9000-EXIT.
           EXIT.
