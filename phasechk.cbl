       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHASECHK.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. SIGNAL PHASE-SEQUENCE CHECK OVER
      *                  THE SIGNAL LOG, THE COMPANION TO PEDCHK. EACH
      *                  INTERSECTION'S READINGS ARE WALKED IN LOG
      *                  DATE/TIME ORDER AND EVERY CHANGE OF COLOR IS
      *                  CHECKED AGAINST THE PHSEQREF TABLE OF
      *                  PERMITTED FROM/TO PAIRS, MAINTAINED BY
      *                  OPERATIONS WITHOUT A RECOMPILE - AN "*" ON
      *                  EITHER SIDE MATCHES ANY COLOR, SO ONE LINE
      *                  LETS EVERY COLOR DROP TO FLASH OR OFF. AN
      *                  ILLEGAL CHANGE (GREEN STRAIGHT TO RED) GOES
      *                  ON THE PHSEQRPT SAFETY EXCEPTION REPORT AND
      *                  INTO THE SIGREVW QUEUE WITH THE CHANGE AS
      *                  ITS RAISE REASON. AN INTERSECTION WITH AS
      *                  MANY ILLEGAL CHANGES IN THE RUN AS THE
      *                  PHSEQCTL THRESHOLD (DEFAULT 3) RAISES A
      *                  SEVERITY-1 OPSALERT. THE LAST COLOR AND
      *                  TIME CHECKED PER INTERSECTION ARE KEPT ON
      *                  PHSEQST, SO THE NEXT RUN PICKS UP THE
      *                  SEQUENCE WHERE THIS ONE LEFT OFF AND NEVER
      *                  RAISES THE SAME CHANGE TWICE. A BLANK
      *                  READING IS A SENSOR FAULT, NOT A PHASE, AND
      *                  IS PASSED OVER.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEQUENCE-CONTROL ASSIGN TO "PHSEQCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-FILE-STATUS.
           SELECT SEQUENCE-REF ASSIGN TO "PHSEQREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PQ-FILE-STATUS.
           SELECT SEQUENCE-STATE ASSIGN TO "PHSEQST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PS-FILE-STATUS.
           SELECT SIGNAL-LOG ASSIGN TO "TLSIGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-FILE-STATUS.
           SELECT SIGNAL-REVIEW ASSIGN TO "SIGREVW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SR-SEQ-NO
               FILE STATUS IS SR-FILE-STATUS.
           SELECT REVIEW-SEQUENCE ASSIGN TO "SIGRVSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RVS-FILE-STATUS.
           SELECT ALERT-QUEUE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AQ-FILE-STATUS.
           SELECT SEQUENCE-REPORT ASSIGN TO "PHSEQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SEQUENCE-CONTROL.
       01  PC-RECORD.
           05  PC-ALERT-THRESHOLD      PIC X(03).
       FD  SEQUENCE-REF.
       01  PQ-RECORD.
           05  PQ-FROM-COLOR           PIC X(10).
           05  FILLER                  PIC X(01).
           05  PQ-TO-COLOR             PIC X(10).
       FD  SEQUENCE-STATE.
       01  PS-RECORD.
           05  PS-INTERSECTION-ID      PIC X(05).
           05  FILLER                  PIC X(01).
           05  PS-LAST-COLOR           PIC X(10).
           05  FILLER                  PIC X(01).
           05  PS-LAST-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PS-LAST-TIME            PIC 9(08).
       FD  SIGNAL-LOG.
       01  SL-RECORD.
           05  SL-INTERSECTION-ID      PIC X(05).
           05  FILLER                  PIC X(01).
           05  SL-SIGNAL-VALUE         PIC X(10).
           05  FILLER                  PIC X(01).
           05  SL-PED-SIGNAL           PIC X(08).
           05  FILLER                  PIC X(01).
           05  SL-LOG-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SL-LOG-TIME             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SL-OPERATOR-ID          PIC X(10).
       FD  SIGNAL-REVIEW.
       COPY "SIGREVW.cpy".
       FD  REVIEW-SEQUENCE.
       01  RVS-RECORD.
           05  RVS-NEXT-NUMBER         PIC 9(07).
       FD  ALERT-QUEUE.
       COPY "OPSALRT.cpy".
       FD  SEQUENCE-REPORT.
       01  RPT-LINE                    PIC X(80).
       WORKING-STORAGE SECTION.
        01 PC-FILE-STATUS              PIC XX.
        01 PQ-FILE-STATUS              PIC XX.
        01 PS-FILE-STATUS              PIC XX.
        01 SL-FILE-STATUS              PIC XX.
        01 SR-FILE-STATUS              PIC XX.
        01 RVS-FILE-STATUS             PIC XX.
        01 AQ-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-FOUND-SW             PIC X(01) VALUE "N".
              88 WS-FOUND                     VALUE "Y".
           05 WS-PERMITTED-SW         PIC X(01) VALUE "N".
              88 WS-PERMITTED                 VALUE "Y".
        01 WS-ALERT-THRESHOLD          PIC 9(03) VALUE 3.
        01 WS-PAIR-COUNT               PIC 9(03) VALUE ZERO.
        01 WS-PAIR-TABLE.
           05 WS-PAIR-ENTRY OCCURS 200 TIMES.
              10 WS-PR-FROM           PIC X(10).
              10 WS-PR-TO             PIC X(10).
        01 WS-PAIR-IDX                 PIC 9(03) VALUE ZERO.
        01 WS-STATE-COUNT              PIC 9(03) VALUE ZERO.
        01 WS-STATE-TABLE.
           05 WS-STATE-ENTRY OCCURS 500 TIMES.
              10 WS-ST-INTERSECTION   PIC X(05).
              10 WS-ST-COLOR          PIC X(10).
              10 WS-ST-DATE           PIC 9(08).
              10 WS-ST-TIME           PIC 9(08).
              10 WS-ST-VIOLATIONS     PIC 9(05).
        01 WS-STATE-IDX                PIC 9(03) VALUE ZERO.
        01 WS-FOUND-IDX                PIC 9(03) VALUE ZERO.
        01 WS-REVIEW-SEQ-NO            PIC 9(07) VALUE ZERO.
        01 WS-FROM-COLOR               PIC X(10) VALUE SPACES.
        01 WS-RAISE-REASON             PIC X(30) VALUE SPACES.
        01 WS-ALERT-TEXT               PIC X(40) VALUE SPACES.
        01 WS-ALERT-COUNT              PIC ZZZ9.
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-TALLY-COUNTS.
           05 WS-READ-COUNT           PIC 9(07) VALUE ZERO.
           05 WS-CHANGE-COUNT         PIC 9(07) VALUE ZERO.
           05 WS-ILLEGAL-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-BLANK-COUNT          PIC 9(07) VALUE ZERO.
           05 WS-EARLIER-COUNT        PIC 9(07) VALUE ZERO.
           05 WS-ALERTED-COUNT        PIC 9(05) VALUE ZERO.
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(34) VALUE
                  "SIGNAL PHASE-SEQUENCE EXCEPTIONS  ".
           05 HL-DATE                 PIC 9(08).
        01 WS-DETAIL-LINE.
           05 DL-INTERSECTION         PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-LOG-DATE             PIC 9(08).
           05 FILLER                  PIC X(01) VALUE "/".
           05 DL-LOG-TIME             PIC 9(08).
           05 FILLER                  PIC X(16) VALUE
                  " ILLEGAL CHANGE ".
           05 DL-FROM-COLOR           PIC X(10).
           05 FILLER                  PIC X(04) VALUE " TO ".
           05 DL-TO-COLOR             PIC X(10).
        01 WS-REPEAT-LINE.
           05 FILLER                  PIC X(13) VALUE
                  "ALERT RAISED ".
           05 RL-INTERSECTION         PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RL-COUNT                PIC ZZZZ9.
           05 FILLER                  PIC X(16) VALUE
                  " ILLEGAL CHANGES".
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CHECK-ONE-READING THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 5000-ALERT-REPEATERS THRU 5000-EXIT.
           PERFORM 8000-SAVE-SEQUENCE-STATE THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Loads the alert threshold, the permitted-sequence table -
      * without it every change would be illegal, so it is required
      * - and the carried sequence state, then opens the log and
      * the report.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           OPEN INPUT SEQUENCE-CONTROL.
           IF PC-FILE-STATUS = "00"
               READ SEQUENCE-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PC-ALERT-THRESHOLD NUMERIC
                           AND PC-ALERT-THRESHOLD > "000"
                           MOVE PC-ALERT-THRESHOLD
                               TO WS-ALERT-THRESHOLD
                       END-IF
               END-READ
               CLOSE SEQUENCE-CONTROL
           END-IF.

           OPEN INPUT SEQUENCE-REF.
           IF PQ-FILE-STATUS NOT = "00"
               DISPLAY "PHASECHK: UNABLE TO OPEN PHSEQREF - STATUS "
                   PQ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-ONE-PAIR THRU 1100-EXIT
               UNTIL WS-EOF OR WS-PAIR-COUNT = 200.
           SET WS-EOF-SW TO "N".
           CLOSE SEQUENCE-REF.
           IF WS-PAIR-COUNT = ZERO
               DISPLAY "PHASECHK: PHSEQREF HOLDS NO PERMITTED"
                   " SEQUENCES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT SEQUENCE-STATE.
           IF PS-FILE-STATUS = "00"
               PERFORM 1200-LOAD-ONE-STATE THRU 1200-EXIT
                   UNTIL WS-EOF OR WS-STATE-COUNT = 500
               SET WS-EOF-SW TO "N"
               CLOSE SEQUENCE-STATE
           END-IF.

           OPEN INPUT SIGNAL-LOG.
           IF SL-FILE-STATUS NOT = "00"
               DISPLAY "PHASECHK: UNABLE TO OPEN TLSIGLOG - STATUS "
                   SL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT SEQUENCE-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "PHASECHK: UNABLE TO OPEN PHSEQRPT - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-TODAY-DATE TO HL-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-PAIR SECTION.
       1100-START.
           READ SEQUENCE-REF
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF PQ-FROM-COLOR = SPACES OR PQ-TO-COLOR = SPACES
               DISPLAY "PHASECHK: PHSEQREF ENTRY SKIPPED - "
                   PQ-RECORD
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-PAIR-COUNT.
           MOVE PQ-FROM-COLOR TO WS-PR-FROM(WS-PAIR-COUNT).
           MOVE PQ-TO-COLOR   TO WS-PR-TO(WS-PAIR-COUNT).
       1100-EXIT.
           EXIT.

       1200-LOAD-ONE-STATE SECTION.
       1200-START.
           READ SEQUENCE-STATE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1200-EXIT
           END-READ.
           IF PS-LAST-DATE NOT NUMERIC OR PS-LAST-TIME NOT NUMERIC
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-STATE-COUNT.
           MOVE PS-INTERSECTION-ID
               TO WS-ST-INTERSECTION(WS-STATE-COUNT).
           MOVE PS-LAST-COLOR TO WS-ST-COLOR(WS-STATE-COUNT).
           MOVE PS-LAST-DATE  TO WS-ST-DATE(WS-STATE-COUNT).
           MOVE PS-LAST-TIME  TO WS-ST-TIME(WS-STATE-COUNT).
           MOVE ZERO          TO WS-ST-VIOLATIONS(WS-STATE-COUNT).
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CHECK-ONE-READING
      * One log row. The log is appended as readings arrive, so
      * each intersection's rows come in time order; a row stamped
      * no later than the last one checked for its intersection was
      * covered by an earlier run (or arrived out of order) and is
      * passed over. The first reading ever seen for a site only
      * starts its sequence.
      *----------------------------------------------------------------
       2000-CHECK-ONE-READING SECTION.
       2000-START.
           READ SIGNAL-LOG
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.

           ADD 1 TO WS-READ-COUNT.
           IF SL-SIGNAL-VALUE = SPACES
               ADD 1 TO WS-BLANK-COUNT
               GO TO 2000-EXIT
           END-IF.

           SET WS-FOUND-SW TO "N".
           PERFORM 2100-MATCH-ONE-STATE THRU 2100-EXIT
               VARYING WS-STATE-IDX FROM 1 BY 1
               UNTIL WS-STATE-IDX > WS-STATE-COUNT OR WS-FOUND.
           IF NOT WS-FOUND
               IF WS-STATE-COUNT < 500
                   ADD 1 TO WS-STATE-COUNT
                   MOVE WS-STATE-COUNT TO WS-FOUND-IDX
                   MOVE SL-INTERSECTION-ID
                       TO WS-ST-INTERSECTION(WS-FOUND-IDX)
                   MOVE ZERO TO WS-ST-VIOLATIONS(WS-FOUND-IDX)
                   PERFORM 2200-ADVANCE-STATE THRU 2200-EXIT
               END-IF
               GO TO 2000-EXIT
           END-IF.

           IF SL-LOG-DATE < WS-ST-DATE(WS-FOUND-IDX)
               OR (SL-LOG-DATE = WS-ST-DATE(WS-FOUND-IDX)
                   AND SL-LOG-TIME NOT > WS-ST-TIME(WS-FOUND-IDX))
               ADD 1 TO WS-EARLIER-COUNT
               GO TO 2000-EXIT
           END-IF.

           IF SL-SIGNAL-VALUE = WS-ST-COLOR(WS-FOUND-IDX)
               PERFORM 2200-ADVANCE-STATE THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-CHANGE-COUNT.
           MOVE WS-ST-COLOR(WS-FOUND-IDX) TO WS-FROM-COLOR.
           SET WS-PERMITTED-SW TO "N".
           PERFORM 2300-MATCH-ONE-PAIR THRU 2300-EXIT
               VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT OR WS-PERMITTED.
           IF NOT WS-PERMITTED
               PERFORM 3000-REPORT-ILLEGAL-CHANGE THRU 3000-EXIT
           END-IF.
           PERFORM 2200-ADVANCE-STATE THRU 2200-EXIT.
       2000-EXIT.
           EXIT.

       2100-MATCH-ONE-STATE SECTION.
       2100-START.
           IF WS-ST-INTERSECTION(WS-STATE-IDX) = SL-INTERSECTION-ID
               SET WS-FOUND TO TRUE
               MOVE WS-STATE-IDX TO WS-FOUND-IDX
           END-IF.
       2100-EXIT.
           EXIT.

       2200-ADVANCE-STATE SECTION.
       2200-START.
           MOVE SL-SIGNAL-VALUE TO WS-ST-COLOR(WS-FOUND-IDX).
           MOVE SL-LOG-DATE     TO WS-ST-DATE(WS-FOUND-IDX).
           MOVE SL-LOG-TIME     TO WS-ST-TIME(WS-FOUND-IDX).
       2200-EXIT.
           EXIT.

       2300-MATCH-ONE-PAIR SECTION.
       2300-START.
           IF (WS-PR-FROM(WS-PAIR-IDX) = WS-FROM-COLOR
                   OR WS-PR-FROM(WS-PAIR-IDX) = "*")
               AND (WS-PR-TO(WS-PAIR-IDX) = SL-SIGNAL-VALUE
                   OR WS-PR-TO(WS-PAIR-IDX) = "*")
               SET WS-PERMITTED TO TRUE
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-REPORT-ILLEGAL-CHANGE
      * One exception line, one review-queue item naming the change,
      * and the intersection's tally for the run.
      *----------------------------------------------------------------
       3000-REPORT-ILLEGAL-CHANGE SECTION.
       3000-START.
           ADD 1 TO WS-ILLEGAL-COUNT.
           ADD 1 TO WS-ST-VIOLATIONS(WS-FOUND-IDX).

           MOVE SL-INTERSECTION-ID TO DL-INTERSECTION.
           MOVE SL-LOG-DATE        TO DL-LOG-DATE.
           MOVE SL-LOG-TIME        TO DL-LOG-TIME.
           MOVE WS-FROM-COLOR      TO DL-FROM-COLOR.
           MOVE SL-SIGNAL-VALUE    TO DL-TO-COLOR.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

           MOVE SPACES TO WS-RAISE-REASON.
           STRING "ILLEGAL PHASE " DELIMITED BY SIZE
                  WS-FROM-COLOR    DELIMITED BY SPACE
                  " TO "           DELIMITED BY SIZE
                  SL-SIGNAL-VALUE  DELIMITED BY SPACE
                  INTO WS-RAISE-REASON
           END-STRING.
           PERFORM 3100-LOG-REVIEW-ITEM THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-LOG-REVIEW-ITEM
      * Inserts the illegal change on the keyed review queue under
      * the next sequence number, status open, the way SIGEVAL
      * queues its color exceptions.
      *----------------------------------------------------------------
       3100-LOG-REVIEW-ITEM SECTION.
       3100-START.
           PERFORM 3200-NEXT-REVIEW-SEQ THRU 3200-EXIT.

           OPEN I-O SIGNAL-REVIEW.
           IF SR-FILE-STATUS = "35"
               OPEN OUTPUT SIGNAL-REVIEW
               CLOSE SIGNAL-REVIEW
               OPEN I-O SIGNAL-REVIEW
           END-IF.
           IF SR-FILE-STATUS NOT = "00"
               DISPLAY "PHASECHK: UNABLE TO OPEN SIGREVW, STATUS="
                   SR-FILE-STATUS
               GO TO 3100-EXIT
           END-IF.

           MOVE SPACES             TO SR-RECORD.
           MOVE WS-REVIEW-SEQ-NO   TO SR-SEQ-NO.
           MOVE SL-INTERSECTION-ID TO SR-INTERSECTION-ID.
           MOVE SL-SIGNAL-VALUE    TO SR-SIGNAL-VALUE.
           MOVE SL-LOG-DATE        TO SR-REVIEW-DATE.
           MOVE SL-LOG-TIME        TO SR-REVIEW-TIME.
           SET SR-OPEN TO TRUE.
           MOVE SPACES             TO SR-ASSIGNED-TO.
           MOVE SPACES             TO SR-CLOSE-REASON.
           MOVE WS-RAISE-REASON    TO SR-RAISE-REASON.
           WRITE SR-RECORD.
           CLOSE SIGNAL-REVIEW.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-NEXT-REVIEW-SEQ
      * Draws the next review sequence number from SIGRVSEQ and
      * advances it. A missing sequence file starts at one.
      *----------------------------------------------------------------
       3200-NEXT-REVIEW-SEQ SECTION.
       3200-START.
           MOVE 1 TO WS-REVIEW-SEQ-NO.
           OPEN INPUT REVIEW-SEQUENCE.
           IF RVS-FILE-STATUS = "00"
               READ REVIEW-SEQUENCE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RVS-NEXT-NUMBER TO WS-REVIEW-SEQ-NO
               END-READ
               CLOSE REVIEW-SEQUENCE
           END-IF.

           OPEN OUTPUT REVIEW-SEQUENCE.
           IF RVS-FILE-STATUS NOT = "00"
               DISPLAY "PHASECHK: UNABLE TO REWRITE SIGRVSEQ,"
                   " STATUS=" RVS-FILE-STATUS
               GO TO 3200-EXIT
           END-IF.
           COMPUTE RVS-NEXT-NUMBER = WS-REVIEW-SEQ-NO + 1.
           WRITE RVS-RECORD.
           CLOSE REVIEW-SEQUENCE.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-ALERT-REPEATERS
      * A severity-1 alert for every intersection whose illegal
      * changes this run reached the threshold.
      *----------------------------------------------------------------
       5000-ALERT-REPEATERS SECTION.
       5000-START.
           IF WS-ILLEGAL-COUNT = ZERO
               GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 5100-CHECK-ONE-SITE THRU 5100-EXIT
               VARYING WS-STATE-IDX FROM 1 BY 1
               UNTIL WS-STATE-IDX > WS-STATE-COUNT.
       5000-EXIT.
           EXIT.

       5100-CHECK-ONE-SITE SECTION.
       5100-START.
           IF WS-ST-VIOLATIONS(WS-STATE-IDX) < WS-ALERT-THRESHOLD
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-ALERTED-COUNT.
           MOVE WS-ST-INTERSECTION(WS-STATE-IDX) TO RL-INTERSECTION.
           MOVE WS-ST-VIOLATIONS(WS-STATE-IDX)   TO RL-COUNT.
           WRITE RPT-LINE FROM WS-REPEAT-LINE.

           MOVE WS-ST-VIOLATIONS(WS-STATE-IDX) TO WS-ALERT-COUNT.
           MOVE SPACES TO WS-ALERT-TEXT.
           STRING "INTX "                         DELIMITED BY SIZE
                  WS-ST-INTERSECTION(WS-STATE-IDX) DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  WS-ALERT-COUNT                  DELIMITED BY SIZE
                  " ILLEGAL PHASE CHANGES"        DELIMITED BY SIZE
                  INTO WS-ALERT-TEXT
           END-STRING.
           PERFORM 5500-WRITE-ALERT THRU 5500-EXIT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5500-WRITE-ALERT
      * Appends a severity-1 record to the shared OPSALERT queue.
      *----------------------------------------------------------------
       5500-WRITE-ALERT SECTION.
       5500-START.
           OPEN EXTEND ALERT-QUEUE.
           IF AQ-FILE-STATUS = "05" OR AQ-FILE-STATUS = "35"
               CLOSE ALERT-QUEUE
               OPEN OUTPUT ALERT-QUEUE
           END-IF.
           IF AQ-FILE-STATUS NOT = "00"
               DISPLAY "PHASECHK: UNABLE TO OPEN OPSALERT, STATUS="
                   AQ-FILE-STATUS
               GO TO 5500-EXIT
           END-IF.

           MOVE SPACES        TO AQ-RECORD.
           MOVE "PHASECHK"    TO AQ-PROGRAM-ID.
           MOVE 1             TO AQ-SEVERITY.
           MOVE WS-ALERT-TEXT TO AQ-ALERT-TEXT.
           ACCEPT AQ-ALERT-DATE FROM DATE YYYYMMDD.
           ACCEPT AQ-ALERT-TIME FROM TIME.
           SET AQ-ALERT-OPEN TO TRUE.
           MOVE SPACES        TO AQ-ACK-OPERATOR.
           WRITE AQ-RECORD.
           CLOSE ALERT-QUEUE.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-SAVE-SEQUENCE-STATE
      * Rewrites the state file with each intersection's last
      * color and time checked.
      *----------------------------------------------------------------
       8000-SAVE-SEQUENCE-STATE SECTION.
       8000-START.
           OPEN OUTPUT SEQUENCE-STATE.
           IF PS-FILE-STATUS NOT = "00"
               DISPLAY "PHASECHK: UNABLE TO REWRITE PHSEQST,"
                   " STATUS=" PS-FILE-STATUS
               GO TO 8000-EXIT
           END-IF.

           PERFORM 8100-SAVE-ONE-STATE THRU 8100-EXIT
               VARYING WS-STATE-IDX FROM 1 BY 1
               UNTIL WS-STATE-IDX > WS-STATE-COUNT.
           CLOSE SEQUENCE-STATE.
       8000-EXIT.
           EXIT.

       8100-SAVE-ONE-STATE SECTION.
       8100-START.
           MOVE SPACES TO PS-RECORD.
           MOVE WS-ST-INTERSECTION(WS-STATE-IDX) TO PS-INTERSECTION-ID.
           MOVE WS-ST-COLOR(WS-STATE-IDX)        TO PS-LAST-COLOR.
           MOVE WS-ST-DATE(WS-STATE-IDX)         TO PS-LAST-DATE.
           MOVE WS-ST-TIME(WS-STATE-IDX)         TO PS-LAST-TIME.
           WRITE PS-RECORD.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Prints the verdict. Any illegal change fails the step, as
      * PEDCHK does for its conflicts.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-ILLEGAL-COUNT = ZERO
               MOVE "NO ILLEGAL PHASE CHANGES ON THE LOG" TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE SIGNAL-LOG SEQUENCE-REPORT.
           DISPLAY "PHASECHK: READINGS SCANNED = " WS-READ-COUNT.
           DISPLAY "PHASECHK: COLOR CHANGES    = " WS-CHANGE-COUNT.
           DISPLAY "PHASECHK: ILLEGAL CHANGES  = " WS-ILLEGAL-COUNT.
           DISPLAY "PHASECHK: BLANK READINGS   = " WS-BLANK-COUNT.
           DISPLAY "PHASECHK: ALREADY CHECKED  = " WS-EARLIER-COUNT.
           DISPLAY "PHASECHK: SITES ALERTED    = " WS-ALERTED-COUNT.
       9000-EXIT.
           EXIT.
