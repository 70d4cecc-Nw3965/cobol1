      *                  QUEUE WITH THE ACKNOWLEDGED ALERTS MARKED,
      *                  SO THE NIGHT SHIFT FINALLY SEES WHAT THE DAY
      *                  SHIFT'S RUNS RAISED.
      * 10/15/26   OPS   EACH OPEN ALERT NOW HAS THE RUNBOOK ENTRY
      *                  (MAINTAINED BY RUNBMNT) FOR ITS PROGRAM AND
      *                  ALERT TEXT PRINTED UNDER IT - MEANING,
      *                  RECOVERY ACTION, WHETHER THE STREAM MAY
      *                  PROCEED AND WHO TO CALL. A CRITICAL ALERT
      *                  WITH NO ENTRY SAYS SO.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ALERT-REPORT ASSIGN TO "ALRTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT RUNBOOK-FILE ASSIGN TO "RUNBOOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RB-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-QUEUE.
       01  WK-RECORD                   PIC X(85).
       FD  ALERT-REPORT.
       01  RPT-LINE                    PIC X(90).
       FD  RUNBOOK-FILE.
       COPY "RUNBOOK.cpy".
       WORKING-STORAGE SECTION.
        01 AQ-FILE-STATUS              PIC XX.
        01 AK-FILE-STATUS              PIC XX.
        01 WK-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 RB-FILE-STATUS              PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-ACKED-NOW-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-CARRIED-COUNT        PIC 9(05) VALUE ZERO.
        01 WS-RUN-DATE                 PIC 9(08).
        01 WS-RB-COUNT                 PIC 9(03) VALUE ZERO.
        01 WS-RB-TABLE.
           05 WS-RB-ENTRY OCCURS 200 TIMES.
              10 WS-RB-PROGRAM        PIC X(08).
              10 WS-RB-PREFIX         PIC X(20).
              10 WS-RB-PREFIX-LEN     PIC 9(02).
              10 WS-RB-MEANING        PIC X(40).
              10 WS-RB-ACTION         PIC X(40).
              10 WS-RB-PROCEED        PIC X(01).
              10 WS-RB-CONTACT        PIC X(20).
        01 WS-RB-IDX                   PIC 9(03) VALUE ZERO.
        01 WS-RB-HIT-IDX               PIC 9(03) VALUE ZERO.
        01 WS-RB-HIT-LEN               PIC 9(02) VALUE ZERO.
        01 WS-RB-POS                   PIC 9(02) VALUE ZERO.
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
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(29) VALUE
                  "OPEN OPERATIONS ALERTS AT   ".

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Loads the acknowledgement cards and the runbook and opens
      * the shift report.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
               CLOSE ACK-CARDS
           END-IF.

           PERFORM 1200-LOAD-RUNBOOK THRU 1200-EXIT.

           OPEN OUTPUT ALERT-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "ALRTDSP: UNABLE TO OPEN ALRTRPT - STATUS "
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-RUNBOOK
      * Loads the alert entries of the RUNBOOK operations runbook,
      * measuring each alert-text prefix so it can be matched
      * against the start of the alert text. No runbook simply means
      * no entries are printed.
      *----------------------------------------------------------------
       1200-LOAD-RUNBOOK SECTION.
       1200-START.
           OPEN INPUT RUNBOOK-FILE.
           IF RB-FILE-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF.

           PERFORM 1250-LOAD-ONE-ENTRY THRU 1250-EXIT
               UNTIL WS-EOF OR WS-RB-COUNT = 200.
           SET WS-EOF-SW TO "N".
           CLOSE RUNBOOK-FILE.
       1200-EXIT.
           EXIT.

       1250-LOAD-ONE-ENTRY SECTION.
       1250-START.
           READ RUNBOOK-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1250-EXIT
           END-READ.

           IF NOT RB-KEY-ALERT OR RB-ALERT-PREFIX = SPACES
               GO TO 1250-EXIT
           END-IF.

           ADD 1 TO WS-RB-COUNT.
           MOVE RB-PROGRAM-ID   TO WS-RB-PROGRAM(WS-RB-COUNT).
           MOVE RB-ALERT-PREFIX TO WS-RB-PREFIX(WS-RB-COUNT).
           MOVE RB-MEANING      TO WS-RB-MEANING(WS-RB-COUNT).
           MOVE RB-ACTION       TO WS-RB-ACTION(WS-RB-COUNT).
           MOVE RB-PROCEED      TO WS-RB-PROCEED(WS-RB-COUNT).
           MOVE RB-CONTACT      TO WS-RB-CONTACT(WS-RB-COUNT).
           MOVE ZERO TO WS-RB-PREFIX-LEN(WS-RB-COUNT).
           PERFORM 1260-MEASURE-ONE-BYTE THRU 1260-EXIT
               VARYING WS-RB-POS FROM 20 BY -1
               UNTIL WS-RB-POS = ZERO
                   OR WS-RB-PREFIX-LEN(WS-RB-COUNT) > ZERO.
       1250-EXIT.
           EXIT.

       1260-MEASURE-ONE-BYTE SECTION.
       1260-START.
           IF WS-RB-PREFIX(WS-RB-COUNT)(WS-RB-POS:1) NOT = SPACE
               MOVE WS-RB-POS TO WS-RB-PREFIX-LEN(WS-RB-COUNT)
           END-IF.
       1260-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PRINT-OPEN-ALERTS
      * Lists every open alert, severity 1 first, by reading the
           MOVE AQ-ALERT-TEXT  TO DL-TEXT.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-OPEN-COUNT.
           PERFORM 2300-PRINT-RUNBOOK-ENTRY THRU 2300-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-PRINT-RUNBOOK-ENTRY
      * Prints the runbook entry for the alert under its detail
      * line - the entry for the alert's program whose prefix
      * matches the most of the alert text.
      *----------------------------------------------------------------
       2300-PRINT-RUNBOOK-ENTRY SECTION.
       2300-START.
           MOVE ZERO TO WS-RB-HIT-IDX WS-RB-HIT-LEN.
           PERFORM 2350-MATCH-ONE-ENTRY THRU 2350-EXIT
               VARYING WS-RB-IDX FROM 1 BY 1
               UNTIL WS-RB-IDX > WS-RB-COUNT.

           IF WS-RB-HIT-IDX = ZERO
               IF AQ-SEV-CRITICAL
                   MOVE "   RUNBOOK:  NO ENTRY FOR THIS ALERT"
                       TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
               GO TO 2300-EXIT
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
       2300-EXIT.
           EXIT.

       2350-MATCH-ONE-ENTRY SECTION.
       2350-START.
           IF WS-RB-PROGRAM(WS-RB-IDX) NOT = AQ-PROGRAM-ID
               GO TO 2350-EXIT
           END-IF.
           IF WS-RB-PREFIX-LEN(WS-RB-IDX) NOT > WS-RB-HIT-LEN
               GO TO 2350-EXIT
           END-IF.
           MOVE WS-RB-PREFIX-LEN(WS-RB-IDX) TO WS-RB-POS.
           IF AQ-ALERT-TEXT(1:WS-RB-POS) =
                   WS-RB-PREFIX(WS-RB-IDX)(1:WS-RB-POS)
               MOVE WS-RB-IDX TO WS-RB-HIT-IDX
               MOVE WS-RB-POS TO WS-RB-HIT-LEN
           END-IF.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-APPLY-ACKNOWLEDGEMENTS
      * Rewrites the queue through a work file, marking every open
