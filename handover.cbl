      *                  SIGREVW QUEUE AND LISTS ONLY ITEMS NOT YET
      *                  CLOSED THROUGH SIGDISP - "UNWORKED" FINALLY
      *                  MEANS UNWORKED.
      * 10/15/26   OPS   A RUN IN TONIGHT'S RUNS WITH A NON-ZERO RETURN
      *                  CODE NOW HAS ITS RUNBOOK ENTRY (MAINTAINED BY
      *                  RUNBMNT) PRINTED UNDER IT, THE SAME LINES
      *                  OPSRPT PRINTS, SO THE INCOMING SHIFT KNOWS
      *                  WHAT EACH FAILURE MEANS AND WHO TO CALL.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HANDOVER-REPORT ASSIGN TO "HANDOVRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT RUNBOOK-FILE ASSIGN TO "RUNBOOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RB-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
           05  MC-ACTION-TAKEN         PIC X(30).
       FD  HANDOVER-REPORT.
       01  RPT-LINE                    PIC X(100).
       FD  RUNBOOK-FILE.
       COPY "RUNBOOK.cpy".
       WORKING-STORAGE SECTION.
        01 CTL-FILE-STATUS             PIC XX.
        01 JL-FILE-STATUS              PIC XX.
        01 MD-FILE-STATUS              PIC XX.
        01 MC-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 RB-FILE-STATUS              PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 JD-REJ                  PIC ZZZZZZ9.
           05 FILLER                  PIC X(04) VALUE " RC ".
           05 JD-RC                   PIC ZZZ9.
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
        01 WS-REVIEW-LINE.
           05 RV-INTERSECTION         PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
               CLOSE CONTROL-CARD-FILE
           END-IF.

           PERFORM 1100-LOAD-RUNBOOK THRU 1100-EXIT.

           OPEN OUTPUT HANDOVER-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "HANDOVER: UNABLE TO OPEN HANDOVRP - STATUS "
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-RUNBOOK
      * Loads the return-code entries of the RUNBOOK operations
      * runbook. No runbook simply means every failed run is shown
      * as having no entry.
      *----------------------------------------------------------------
       1100-LOAD-RUNBOOK SECTION.
       1100-START.
           OPEN INPUT RUNBOOK-FILE.
           IF RB-FILE-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF.

           PERFORM 1150-LOAD-ONE-ENTRY THRU 1150-EXIT
               UNTIL WS-EOF OR WS-RB-COUNT = 200.
           SET WS-EOF-SW TO "N".
           CLOSE RUNBOOK-FILE.
       1100-EXIT.
           EXIT.

       1150-LOAD-ONE-ENTRY SECTION.
       1150-START.
           READ RUNBOOK-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1150-EXIT
           END-READ.

           IF NOT RB-KEY-RETURN-CODE
               GO TO 1150-EXIT
           END-IF.

           ADD 1 TO WS-RB-COUNT.
           MOVE RB-PROGRAM-ID  TO WS-RB-PROGRAM(WS-RB-COUNT).
           MOVE RB-RETURN-CODE TO WS-RB-RC(WS-RB-COUNT).
           MOVE RB-MEANING     TO WS-RB-MEANING(WS-RB-COUNT).
           MOVE RB-ACTION      TO WS-RB-ACTION(WS-RB-COUNT).
           MOVE RB-PROCEED     TO WS-RB-PROCEED(WS-RB-COUNT).
           MOVE RB-CONTACT     TO WS-RB-CONTACT(WS-RB-COUNT).
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LIST-JOBLOG-RESULTS
      * Section one of the packet: tonight's runs off the shared job
      * log, counts and return codes included, with the runbook
      * entry under any run that ended badly.
      *----------------------------------------------------------------
       2000-LIST-JOBLOG-RESULTS SECTION.
       2000-START.
           MOVE JL-RETURN-CODE      TO JD-RC.
           WRITE RPT-LINE FROM WS-JOBLOG-LINE.
           ADD 1 TO WS-JOBLOG-COUNT.
           IF JL-RETURN-CODE > ZERO
               PERFORM 2200-PRINT-RUNBOOK-ENTRY THRU 2200-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-PRINT-RUNBOOK-ENTRY SECTION.
       2200-START.
           MOVE ZERO TO WS-RB-HIT-IDX.
           PERFORM 2250-MATCH-ONE-ENTRY THRU 2250-EXIT
               VARYING WS-RB-IDX FROM 1 BY 1
               UNTIL WS-RB-IDX > WS-RB-COUNT OR WS-RB-HIT-IDX > ZERO.

           IF WS-RB-HIT-IDX = ZERO
               MOVE "   RUNBOOK:  NO ENTRY FOR THIS RETURN CODE"
                   TO RPT-LINE
               WRITE RPT-LINE
               GO TO 2200-EXIT
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
       2200-EXIT.
           EXIT.

       2250-MATCH-ONE-ENTRY SECTION.
       2250-START.
           IF WS-RB-PROGRAM(WS-RB-IDX) = JL-PROGRAM-ID
                   AND WS-RB-RC(WS-RB-IDX) = JL-RETURN-CODE
               MOVE WS-RB-IDX TO WS-RB-HIT-IDX
           END-IF.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-LIST-REVIEW-EXCEPTIONS
      * Section two: the signal-review exceptions still sitting
