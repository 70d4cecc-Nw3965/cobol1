      *                  THAT THE FULL STREAM IS NOT SCHEDULED, SO A
      *                  QUIET SUNDAY STOPS READING LIKE NINE FAILED
      *                  JOBS.
      * 10/15/26   OPS   EVERY RUN FLAGGED WITH A BAD RETURN CODE NOW
      *                  HAS ITS RUNBOOK ENTRY (MAINTAINED BY RUNBMNT)
      *                  PRINTED UNDER IT - WHAT THE CODE MEANS, THE
      *                  RECOVERY ACTION, WHETHER THE STREAM MAY
      *                  PROCEED AND WHO TO CALL - OR A NOTE THAT THE
      *                  RUNBOOK HAS NO ENTRY FOR IT.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPS-CALENDAR ASSIGN TO "OPSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT RUNBOOK-FILE ASSIGN TO "RUNBOOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RB-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-LOG.
       01  RPT-LINE                    PIC X(100).
       FD  OPS-CALENDAR.
       COPY "OPSCAL.cpy".
       FD  RUNBOOK-FILE.
       COPY "RUNBOOK.cpy".
       WORKING-STORAGE SECTION.
        01 JL-FILE-STATUS              PIC XX.
        01 CAL-FILE-STATUS             PIC XX.
        01 WS-DAY-TYPE                 PIC X(01) VALUE "W".
        01 OC-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 RB-FILE-STATUS              PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 DL-RC                   PIC ZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-FLAG                 PIC X(12).
        01 WS-RB-COUNT                 PIC 9(03) VALUE ZERO.
        01 WS-RB-TABLE.
           05 WS-RB-ENTRY OCCURS 200 TIMES.
              10 WS-RB-PROGRAM        PIC X(08).
              10 WS-RB-RC             PIC 9(04).
              10 WS-RB-MEANING        PIC X(40).
              10 WS-RB-ACTION         PIC X(40).
              10 WS-RB-PROCEED        PIC X(01).
              10 WS-RB-CONTACT        PIC X(20).
        01 WS-RB-IDX                   PIC 9(03) VALUE ZERO.
        01 WS-RB-HIT-IDX               PIC 9(03) VALUE ZERO.
        01 WS-RB-MEANING-LINE.
           05 FILLER                  PIC X(13) VALUE
                  "   RUNBOOK:  ".
           05 RB1-MEANING             PIC X(40).
           05 FILLER                  PIC X(09) VALUE "  STREAM ".
           05 RB1-PROCEED             PIC X(07).
        01 WS-RB-ACTION-LINE.
           05 FILLER                  PIC X(13) VALUE
                  "   ACTION:   ".
           05 RB2-ACTION              PIC X(40).
           05 FILLER                  PIC X(07) VALUE "  CALL ".
           05 RB2-CONTACT             PIC X(20).
        01 WS-MISSING-LINE.
           05 FILLER                  PIC X(18) VALUE
                  "NEVER APPEARED:   ".
           END-IF.

           PERFORM 1200-LOOKUP-DAY-TYPE THRU 1200-EXIT.
           PERFORM 1300-LOAD-RUNBOOK THRU 1300-EXIT.

           MOVE WS-REPORT-DATE TO HL-DATE.
           MOVE WS-DAY-TYPE    TO HL-DAY-TYPE.
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-LOAD-RUNBOOK
      * Loads the return-code entries of the RUNBOOK operations
      * runbook. No runbook simply means every bad return code is
      * reported as having no entry.
      *----------------------------------------------------------------
       1300-LOAD-RUNBOOK SECTION.
       1300-START.
           OPEN INPUT RUNBOOK-FILE.
           IF RB-FILE-STATUS NOT = "00"
               GO TO 1300-EXIT
           END-IF.

           PERFORM 1350-LOAD-ONE-ENTRY THRU 1350-EXIT
               UNTIL WS-EOF OR WS-RB-COUNT = 200.
           SET WS-EOF-SW TO "N".
           CLOSE RUNBOOK-FILE.
       1300-EXIT.
           EXIT.

       1350-LOAD-ONE-ENTRY SECTION.
       1350-START.
           READ RUNBOOK-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1350-EXIT
           END-READ.

           IF NOT RB-KEY-RETURN-CODE
               GO TO 1350-EXIT
           END-IF.

           ADD 1 TO WS-RB-COUNT.
           MOVE RB-PROGRAM-ID  TO WS-RB-PROGRAM(WS-RB-COUNT).
           MOVE RB-RETURN-CODE TO WS-RB-RC(WS-RB-COUNT).
           MOVE RB-MEANING     TO WS-RB-MEANING(WS-RB-COUNT).
           MOVE RB-ACTION      TO WS-RB-ACTION(WS-RB-COUNT).
           MOVE RB-PROCEED     TO WS-RB-PROCEED(WS-RB-COUNT).
           MOVE RB-CONTACT     TO WS-RB-CONTACT(WS-RB-COUNT).
       1350-EXIT.
           EXIT.

       1100-CLEAR-ONE-FLAG SECTION.
       1100-START.
           MOVE "N" TO WS-SEEN-SW(WS-EXP-IDX).
           END-IF.

           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           IF JL-RETURN-CODE > ZERO
               PERFORM 3000-PRINT-RUNBOOK-ENTRY THRU 3000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-PRINT-RUNBOOK-ENTRY
      * Prints the runbook entry for the run's program and return
      * code under its detail line.
      *----------------------------------------------------------------
       3000-PRINT-RUNBOOK-ENTRY SECTION.
       3000-START.
           MOVE ZERO TO WS-RB-HIT-IDX.
           PERFORM 3100-MATCH-ONE-ENTRY THRU 3100-EXIT
               VARYING WS-RB-IDX FROM 1 BY 1
               UNTIL WS-RB-IDX > WS-RB-COUNT OR WS-RB-HIT-IDX > ZERO.

           IF WS-RB-HIT-IDX = ZERO
               MOVE "   RUNBOOK:  NO ENTRY FOR THIS RETURN CODE"
                   TO RPT-LINE
               WRITE RPT-LINE
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-RB-MEANING(WS-RB-HIT-IDX) TO RB1-MEANING.
           IF WS-RB-PROCEED(WS-RB-HIT-IDX) = "Y"
               MOVE "PROCEED" TO RB1-PROCEED
           ELSE
               MOVE "HOLD   " TO RB1-PROCEED
           END-IF.
           WRITE RPT-LINE FROM WS-RB-MEANING-LINE.
           MOVE WS-RB-ACTION(WS-RB-HIT-IDX)  TO RB2-ACTION.
           MOVE WS-RB-CONTACT(WS-RB-HIT-IDX) TO RB2-CONTACT.
           WRITE RPT-LINE FROM WS-RB-ACTION-LINE.
       3000-EXIT.
           EXIT.

       3100-MATCH-ONE-ENTRY SECTION.
       3100-START.
           IF WS-RB-PROGRAM(WS-RB-IDX) = JL-PROGRAM-ID
                   AND WS-RB-RC(WS-RB-IDX) = JL-RETURN-CODE
               MOVE WS-RB-IDX TO WS-RB-HIT-IDX
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-LIST-MISSING-PROGRAMS
      * Lists every program in the standard stream with no job-log
