       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHASEDUR.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. OBSERVED PHASE-DURATION
      *                  COMPLIANCE AGAINST THE TLPLAN TIMING PLANS.
      *                  EACH INTERSECTION'S TLSIGLOG READINGS ARE
      *                  WALKED IN TIME ORDER; THE DWELL IN A COLOR IS
      *                  THE TIME FROM THE FIRST READING OF THAT COLOR
      *                  TO THE FIRST READING OF THE NEXT, AND IT IS
      *                  COMPARED WITH THE PLAN'S TP-IN-DURATION FOR
      *                  THAT INTERSECTION AND COLOR. EVERY YELLOW
      *                  SHORTER THAN PLAN IS LISTED - THE LIABILITY
      *                  CASE. A GREEN IS OFF PLAN WHEN IT RUNS LONG
      *                  OR SHORT BY MORE THAN THE TOLERANCE, AND A
      *                  PLAN WHOSE GREENS ARE OFF THE SAME WAY IN AT
      *                  LEAST THE SET SHARE OF DWELLS IS FLAGGED AS
      *                  CONSISTENTLY LONG OR SHORT. THE WORST
      *                  OFFENDERS ARE SUMMARIZED BY INTXMAST
      *                  DISTRICT, WORST DISTRICT FIRST. THE PHDURCTL
      *                  CARD SETS THE GREEN TOLERANCE IN SECONDS
      *                  (DEFAULT 5), THE SHARE IN PERCENT (DEFAULT
      *                  50), THE LONGEST GAP BETWEEN READINGS A
      *                  DWELL MAY SPAN (DEFAULT 300 SECONDS - A
      *                  LONGER GAP IS A FEED OUTAGE, NOT A PHASE)
      *                  AND AN OPTIONAL FIRST LOG DATE TO MEASURE
      *                  FROM. A BLANK READING BREAKS THE DWELL.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DURATION-CONTROL ASSIGN TO "PHDURCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DC-FILE-STATUS.
           SELECT TIMING-PLAN ASSIGN TO "TLPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TP-FILE-STATUS.
           SELECT SIGNAL-LOG ASSIGN TO "TLSIGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-FILE-STATUS.
           SELECT INTERSECTION-MASTER ASSIGN TO "INTXMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IX-INTERSECTION-ID
               FILE STATUS IS IX-FILE-STATUS.
           SELECT COMPLIANCE-REPORT ASSIGN TO "PHDURRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DURATION-CONTROL.
       01  DC-RECORD.
           05  DC-GREEN-TOL-SECS       PIC X(03).
           05  FILLER                  PIC X(01).
           05  DC-OFF-PLAN-PCT         PIC X(03).
           05  FILLER                  PIC X(01).
           05  DC-MAX-GAP-SECS         PIC X(04).
           05  FILLER                  PIC X(01).
           05  DC-FROM-DATE            PIC X(08).
       FD  TIMING-PLAN.
       01  TP-RECORD.
           05  TP-IN-INTERSECTION      PIC X(05).
           05  FILLER                  PIC X(01).
           05  TP-IN-COLOR             PIC X(06).
           05  FILLER                  PIC X(01).
           05  TP-IN-DURATION          PIC X(03).
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
       FD  INTERSECTION-MASTER.
       COPY "INTXMAST.cpy".
       FD  COMPLIANCE-REPORT.
       01  RPT-LINE                    PIC X(90).
       WORKING-STORAGE SECTION.
        01 DC-FILE-STATUS              PIC XX.
        01 TP-FILE-STATUS              PIC XX.
        01 SL-FILE-STATUS              PIC XX.
        01 IX-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-FOUND-SW             PIC X(01) VALUE "N".
              88 WS-FOUND                     VALUE "Y".
           05 WS-INTX-MASTER-SW       PIC X(01) VALUE "N".
              88 WS-INTX-MASTER-PRESENT       VALUE "Y".
        01 WS-GREEN-TOL-SECS           PIC 9(03) VALUE 5.
        01 WS-OFF-PLAN-PCT             PIC 9(03) VALUE 50.
        01 WS-MAX-GAP-SECS             PIC 9(04) VALUE 300.
        01 WS-FROM-DATE                PIC 9(08) VALUE ZERO.
        01 WS-PLAN-COUNT               PIC 9(03) VALUE ZERO.
        01 WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 200 TIMES.
              10 WS-PL-INTERSECTION   PIC X(05).
              10 WS-PL-COLOR          PIC X(06).
              10 WS-PL-SECONDS        PIC 9(03).
              10 WS-PL-DWELLS         PIC 9(05).
              10 WS-PL-TOTAL-SECS     PIC 9(09).
              10 WS-PL-LONG           PIC 9(05).
              10 WS-PL-SHORT          PIC 9(05).
        01 WS-PLAN-IDX                 PIC 9(03) VALUE ZERO.
        01 WS-PLAN-FOUND-IDX           PIC 9(03) VALUE ZERO.
        01 WS-STATE-COUNT              PIC 9(03) VALUE ZERO.
        01 WS-STATE-TABLE.
           05 WS-STATE-ENTRY OCCURS 500 TIMES.
              10 WS-ST-INTERSECTION   PIC X(05).
              10 WS-ST-COLOR          PIC X(10).
              10 WS-ST-START-STAMP    PIC 9(11).
              10 WS-ST-LAST-STAMP     PIC 9(11).
              10 WS-ST-START-SW       PIC X(01).
                 88 WS-ST-START-KNOWN         VALUE "Y".
              10 WS-ST-YELLOW-SHORT   PIC 9(05).
              10 WS-ST-GREEN-OFF      PIC 9(05).
        01 WS-STATE-IDX                PIC 9(03) VALUE ZERO.
        01 WS-FOUND-IDX                PIC 9(03) VALUE ZERO.
        01 WS-DIST-COUNT               PIC 9(02) VALUE ZERO.
        01 WS-DIST-TABLE.
           05 WS-DIST-ENTRY OCCURS 50 TIMES.
              10 WS-DS-DISTRICT       PIC X(03).
              10 WS-DS-TOTAL          PIC 9(07).
              10 WS-DS-YELLOW-SHORT   PIC 9(07).
              10 WS-DS-GREEN-OFF      PIC 9(07).
              10 WS-DS-WORST-INTX     PIC X(05).
              10 WS-DS-WORST-COUNT    PIC 9(07).
        01 WS-DIST-IDX                 PIC 9(02) VALUE ZERO.
        01 WS-DIST-FOUND-IDX           PIC 9(02) VALUE ZERO.
        01 WS-SORT-PASS                PIC 9(02) VALUE ZERO.
        01 WS-SORT-LIMIT               PIC 9(02) VALUE ZERO.
        01 WS-SORT-HOLD                PIC X(36).
        01 WS-DISTRICT                 PIC X(03).
        01 WS-SITE-TOTAL               PIC 9(07) VALUE ZERO.
        01 WS-LOG-TIME                 PIC 9(08).
        01 WS-LOG-TIME-FIELDS REDEFINES WS-LOG-TIME.
           05 WS-LT-HOURS             PIC 9(02).
           05 WS-LT-MINUTES           PIC 9(02).
           05 WS-LT-SECONDS           PIC 9(02).
           05 WS-LT-HUNDREDTHS        PIC 9(02).
        01 WS-STAMP                    PIC 9(11) VALUE ZERO.
        01 WS-DWELL-SECS               PIC 9(11) VALUE ZERO.
        01 WS-GAP-SECS                 PIC 9(11) VALUE ZERO.
        01 WS-PLAN-SECS                PIC 9(05) VALUE ZERO.
        01 WS-AVERAGE-SECS             PIC 9(05) VALUE ZERO.
        01 WS-OFF-TEST                 PIC 9(09) VALUE ZERO.
        01 WS-DWELL-TEST               PIC 9(09) VALUE ZERO.
        01 WS-D2S-DATE                 PIC 9(08).
        01 WS-D2S-FIELDS REDEFINES WS-D2S-DATE.
           05 WS-D2S-YEAR              PIC 9(04).
           05 WS-D2S-MONTH             PIC 9(02).
           05 WS-D2S-DAY               PIC 9(02).
        01 WS-D2S-SERIAL               PIC 9(08).
        01 WS-D2S-PRIOR-YEAR           PIC 9(04).
        01 WS-D2S-LEAP-COUNT           PIC 9(06).
        01 WS-D2S-WORK                 PIC 9(06).
        01 WS-D2S-REMAINDER            PIC 9(04).
        01 WS-MONTH-OFFSETS.
           05 FILLER      PIC X(18) VALUE "000031059090120151".
           05 FILLER      PIC X(18) VALUE "181212243273304334".
        01 WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSETS.
           05 WS-MONTH-OFFSET OCCURS 12 TIMES PIC 9(03).
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-TALLY-COUNTS.
           05 WS-READ-COUNT           PIC 9(07) VALUE ZERO.
           05 WS-DWELL-COUNT          PIC 9(07) VALUE ZERO.
           05 WS-UNPLANNED-COUNT      PIC 9(07) VALUE ZERO.
           05 WS-GAP-COUNT            PIC 9(07) VALUE ZERO.
           05 WS-YELLOW-SHORT-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-GREEN-FLAG-COUNT     PIC 9(05) VALUE ZERO.
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(34) VALUE
                  "PHASE-DURATION COMPLIANCE REPORT  ".
           05 HL-DATE                 PIC 9(08).
        01 WS-YELLOW-LINE.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 YL-INTERSECTION         PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 YL-LOG-DATE             PIC 9(08).
           05 FILLER                  PIC X(01) VALUE "/".
           05 YL-LOG-TIME             PIC 9(08).
           05 FILLER                  PIC X(14) VALUE
                  " YELLOW PLAN  ".
           05 YL-PLAN                 PIC ZZ9.
           05 FILLER                  PIC X(10) VALUE " OBSERVED ".
           05 YL-OBSERVED             PIC ZZZZ9.
        01 WS-GREEN-LINE.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 GL-INTERSECTION         PIC X(05).
           05 FILLER                  PIC X(12) VALUE " GREEN PLAN ".
           05 GL-PLAN                 PIC ZZ9.
           05 FILLER                  PIC X(05) VALUE " AVG ".
           05 GL-AVERAGE              PIC ZZZZ9.
           05 FILLER                  PIC X(08) VALUE " DWELLS ".
           05 GL-DWELLS               PIC ZZZZ9.
           05 FILLER                  PIC X(06) VALUE " LONG ".
           05 GL-LONG                 PIC ZZZZ9.
           05 FILLER                  PIC X(07) VALUE " SHORT ".
           05 GL-SHORT                PIC ZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 GL-VERDICT              PIC X(15).
        01 WS-DISTRICT-LINE.
           05 FILLER                  PIC X(11) VALUE "  DISTRICT ".
           05 DL-DISTRICT             PIC X(03).
           05 FILLER                  PIC X(15) VALUE
                  " YELLOW SHORT  ".
           05 DL-YELLOW-SHORT         PIC ZZZZZZ9.
           05 FILLER                  PIC X(11) VALUE " GREEN OFF ".
           05 DL-GREEN-OFF            PIC ZZZZZZ9.
           05 FILLER                  PIC X(07) VALUE " WORST ".
           05 DL-WORST-INTX           PIC X(05).
           05 FILLER                  PIC X(02) VALUE " (".
           05 DL-WORST-COUNT          PIC ZZZZZZ9.
           05 FILLER                  PIC X(01) VALUE ")".
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-WALK-ONE-READING THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 5000-PRINT-GREEN-COMPLIANCE THRU 5000-EXIT.
           PERFORM 6000-SUMMARIZE-DISTRICTS THRU 6000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Settles the run settings, loads the timing plans - without
      * them there is nothing to comply with - and opens the log,
      * the intersection master (optional, for the district), and
      * the report.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           OPEN INPUT DURATION-CONTROL.
           IF DC-FILE-STATUS = "00"
               READ DURATION-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1050-APPLY-DURATION-CONTROL
                           THRU 1050-EXIT
               END-READ
               CLOSE DURATION-CONTROL
           END-IF.

           OPEN INPUT TIMING-PLAN.
           IF TP-FILE-STATUS NOT = "00"
               DISPLAY "PHASEDUR: UNABLE TO OPEN TLPLAN - STATUS "
                   TP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-ONE-PLAN THRU 1100-EXIT
               UNTIL WS-EOF OR WS-PLAN-COUNT = 200.
           SET WS-EOF-SW TO "N".
           CLOSE TIMING-PLAN.

           OPEN INPUT SIGNAL-LOG.
           IF SL-FILE-STATUS NOT = "00"
               DISPLAY "PHASEDUR: UNABLE TO OPEN TLSIGLOG - STATUS "
                   SL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT INTERSECTION-MASTER.
           IF IX-FILE-STATUS = "00"
               SET WS-INTX-MASTER-PRESENT TO TRUE
           ELSE
               DISPLAY "PHASEDUR: NO INTERSECTION MASTER - DISTRICTS"
                   " SHOWN AS ???"
           END-IF.

           OPEN OUTPUT COMPLIANCE-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "PHASEDUR: UNABLE TO OPEN PHDURRPT - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-TODAY-DATE TO HL-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "YELLOWS SHORTER THAN PLAN" TO RPT-LINE.
           WRITE RPT-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-APPLY-DURATION-CONTROL
      * Takes each PHDURCTL setting that is present and sensible; a
      * blank or bad one leaves the default.
      *----------------------------------------------------------------
       1050-APPLY-DURATION-CONTROL SECTION.
       1050-START.
           IF DC-GREEN-TOL-SECS NUMERIC
               MOVE DC-GREEN-TOL-SECS TO WS-GREEN-TOL-SECS
           END-IF.
           IF DC-OFF-PLAN-PCT NUMERIC
               IF DC-OFF-PLAN-PCT > "000" AND DC-OFF-PLAN-PCT
                       NOT > "100"
                   MOVE DC-OFF-PLAN-PCT TO WS-OFF-PLAN-PCT
               END-IF
           END-IF.
           IF DC-MAX-GAP-SECS NUMERIC
               IF DC-MAX-GAP-SECS > "0000"
                   MOVE DC-MAX-GAP-SECS TO WS-MAX-GAP-SECS
               END-IF
           END-IF.
           IF DC-FROM-DATE NUMERIC
               MOVE DC-FROM-DATE TO WS-FROM-DATE
           END-IF.
       1050-EXIT.
           EXIT.

       1100-LOAD-ONE-PLAN SECTION.
       1100-START.
           READ TIMING-PLAN
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF TP-IN-INTERSECTION = SPACES
               OR TP-IN-DURATION NOT NUMERIC
               OR TP-IN-DURATION = "000"
               DISPLAY "PHASEDUR: PLAN ENTRY SKIPPED - " TP-RECORD
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-PLAN-COUNT.
           MOVE TP-IN-INTERSECTION TO WS-PL-INTERSECTION(WS-PLAN-COUNT).
           MOVE TP-IN-COLOR        TO WS-PL-COLOR(WS-PLAN-COUNT).
           MOVE TP-IN-DURATION     TO WS-PL-SECONDS(WS-PLAN-COUNT).
           MOVE ZERO TO WS-PL-DWELLS(WS-PLAN-COUNT).
           MOVE ZERO TO WS-PL-TOTAL-SECS(WS-PLAN-COUNT).
           MOVE ZERO TO WS-PL-LONG(WS-PLAN-COUNT).
           MOVE ZERO TO WS-PL-SHORT(WS-PLAN-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-WALK-ONE-READING
      * One log row. A change of color closes the dwell in the old
      * color, measured only when the start of that dwell was seen
      * and no feed gap falls inside it. A blank reading breaks the
      * dwell; a row stamped before the last one for its site is
      * out of order and passed over.
      *----------------------------------------------------------------
       2000-WALK-ONE-READING SECTION.
       2000-START.
           READ SIGNAL-LOG
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.

           IF SL-LOG-DATE NOT NUMERIC OR SL-LOG-TIME NOT NUMERIC
               GO TO 2000-EXIT
           END-IF.
           IF SL-LOG-DATE < WS-FROM-DATE
               GO TO 2000-EXIT
           END-IF.

           SET WS-FOUND-SW TO "N".
           PERFORM 2100-MATCH-ONE-STATE THRU 2100-EXIT
               VARYING WS-STATE-IDX FROM 1 BY 1
               UNTIL WS-STATE-IDX > WS-STATE-COUNT OR WS-FOUND.

           IF SL-SIGNAL-VALUE = SPACES
               IF WS-FOUND
                   MOVE "N" TO WS-ST-START-SW(WS-FOUND-IDX)
                   MOVE SPACES TO WS-ST-COLOR(WS-FOUND-IDX)
               END-IF
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2200-STAMP-READING THRU 2200-EXIT.

           IF NOT WS-FOUND
               IF WS-STATE-COUNT < 500
                   ADD 1 TO WS-STATE-COUNT
                   MOVE WS-STATE-COUNT TO WS-FOUND-IDX
                   MOVE SL-INTERSECTION-ID
                       TO WS-ST-INTERSECTION(WS-FOUND-IDX)
                   MOVE SL-SIGNAL-VALUE TO WS-ST-COLOR(WS-FOUND-IDX)
                   MOVE WS-STAMP TO WS-ST-START-STAMP(WS-FOUND-IDX)
                   MOVE WS-STAMP TO WS-ST-LAST-STAMP(WS-FOUND-IDX)
                   MOVE "N"  TO WS-ST-START-SW(WS-FOUND-IDX)
                   MOVE ZERO TO WS-ST-YELLOW-SHORT(WS-FOUND-IDX)
                   MOVE ZERO TO WS-ST-GREEN-OFF(WS-FOUND-IDX)
               END-IF
               GO TO 2000-EXIT
           END-IF.

           IF WS-STAMP < WS-ST-LAST-STAMP(WS-FOUND-IDX)
               GO TO 2000-EXIT
           END-IF.
           COMPUTE WS-GAP-SECS =
               WS-STAMP - WS-ST-LAST-STAMP(WS-FOUND-IDX).
           MOVE WS-STAMP TO WS-ST-LAST-STAMP(WS-FOUND-IDX).
           IF WS-GAP-SECS > WS-MAX-GAP-SECS
               ADD 1 TO WS-GAP-COUNT
               MOVE "N" TO WS-ST-START-SW(WS-FOUND-IDX)
           END-IF.

           IF SL-SIGNAL-VALUE = WS-ST-COLOR(WS-FOUND-IDX)
               GO TO 2000-EXIT
           END-IF.

           IF WS-ST-START-KNOWN(WS-FOUND-IDX)
               COMPUTE WS-DWELL-SECS =
                   WS-STAMP - WS-ST-START-STAMP(WS-FOUND-IDX)
               PERFORM 3000-MEASURE-DWELL THRU 3000-EXIT
           END-IF.

           MOVE SL-SIGNAL-VALUE TO WS-ST-COLOR(WS-FOUND-IDX).
           MOVE WS-STAMP        TO WS-ST-START-STAMP(WS-FOUND-IDX).
           MOVE "Y"             TO WS-ST-START-SW(WS-FOUND-IDX).
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

      *----------------------------------------------------------------
      * 2200-STAMP-READING
      * The reading's moment in whole seconds - day serial times
      * 86400 plus the seconds into the day - so a dwell across
      * midnight measures true.
      *----------------------------------------------------------------
       2200-STAMP-READING SECTION.
       2200-START.
           MOVE SL-LOG-DATE TO WS-D2S-DATE.
           PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
           MOVE SL-LOG-TIME TO WS-LOG-TIME.
           COMPUTE WS-STAMP = WS-D2S-SERIAL * 86400
               + WS-LT-HOURS * 3600
               + WS-LT-MINUTES * 60
               + WS-LT-SECONDS.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-MEASURE-DWELL
      * Books a closed dwell against the plan for its intersection
      * and color. A yellow under plan is listed on the spot; a
      * green outside tolerance is tallied for the plan.
      *----------------------------------------------------------------
       3000-MEASURE-DWELL SECTION.
       3000-START.
           IF WS-ST-COLOR(WS-FOUND-IDX)(7:4) NOT = SPACES
               ADD 1 TO WS-UNPLANNED-COUNT
               GO TO 3000-EXIT
           END-IF.
           MOVE ZERO TO WS-PLAN-FOUND-IDX.
           PERFORM 3100-MATCH-ONE-PLAN THRU 3100-EXIT
               VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                  OR WS-PLAN-FOUND-IDX > ZERO.
           IF WS-PLAN-FOUND-IDX = ZERO
               ADD 1 TO WS-UNPLANNED-COUNT
               GO TO 3000-EXIT
           END-IF.

           ADD 1 TO WS-DWELL-COUNT.
           ADD 1 TO WS-PL-DWELLS(WS-PLAN-FOUND-IDX).
           ADD WS-DWELL-SECS TO WS-PL-TOTAL-SECS(WS-PLAN-FOUND-IDX).
           MOVE WS-PL-SECONDS(WS-PLAN-FOUND-IDX) TO WS-PLAN-SECS.

           IF WS-PL-COLOR(WS-PLAN-FOUND-IDX) = "yellow"
               IF WS-DWELL-SECS < WS-PLAN-SECS
                   ADD 1 TO WS-YELLOW-SHORT-COUNT
                   ADD 1 TO WS-ST-YELLOW-SHORT(WS-FOUND-IDX)
                   MOVE SL-INTERSECTION-ID TO YL-INTERSECTION
                   MOVE SL-LOG-DATE        TO YL-LOG-DATE
                   MOVE SL-LOG-TIME        TO YL-LOG-TIME
                   MOVE WS-PLAN-SECS       TO YL-PLAN
                   MOVE WS-DWELL-SECS      TO YL-OBSERVED
                   WRITE RPT-LINE FROM WS-YELLOW-LINE
               END-IF
               GO TO 3000-EXIT
           END-IF.

           IF WS-PL-COLOR(WS-PLAN-FOUND-IDX) NOT = "green "
               GO TO 3000-EXIT
           END-IF.
           IF WS-DWELL-SECS > WS-PLAN-SECS + WS-GREEN-TOL-SECS
               ADD 1 TO WS-PL-LONG(WS-PLAN-FOUND-IDX)
               ADD 1 TO WS-ST-GREEN-OFF(WS-FOUND-IDX)
               GO TO 3000-EXIT
           END-IF.
           IF WS-DWELL-SECS + WS-GREEN-TOL-SECS < WS-PLAN-SECS
               ADD 1 TO WS-PL-SHORT(WS-PLAN-FOUND-IDX)
               ADD 1 TO WS-ST-GREEN-OFF(WS-FOUND-IDX)
           END-IF.
       3000-EXIT.
           EXIT.

       3100-MATCH-ONE-PLAN SECTION.
       3100-START.
           IF WS-PL-INTERSECTION(WS-PLAN-IDX) = SL-INTERSECTION-ID
               AND WS-PL-COLOR(WS-PLAN-IDX) =
                   WS-ST-COLOR(WS-FOUND-IDX)(1:6)
               MOVE WS-PLAN-IDX TO WS-PLAN-FOUND-IDX
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-PRINT-GREEN-COMPLIANCE
      * One line per green plan that was observed, flagged when its
      * greens ran long (or short) in at least the set share of
      * dwells.
      *----------------------------------------------------------------
       5000-PRINT-GREEN-COMPLIANCE SECTION.
       5000-START.
           IF WS-YELLOW-SHORT-COUNT = ZERO
               MOVE "  NONE" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "GREEN DWELL AGAINST PLAN" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 5100-PRINT-ONE-GREEN THRU 5100-EXIT
               VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-GREEN SECTION.
       5100-START.
           IF WS-PL-COLOR(WS-PLAN-IDX) NOT = "green "
               OR WS-PL-DWELLS(WS-PLAN-IDX) = ZERO
               GO TO 5100-EXIT
           END-IF.

           COMPUTE WS-AVERAGE-SECS ROUNDED =
               WS-PL-TOTAL-SECS(WS-PLAN-IDX)
               / WS-PL-DWELLS(WS-PLAN-IDX).
           COMPUTE WS-DWELL-TEST =
               WS-PL-DWELLS(WS-PLAN-IDX) * WS-OFF-PLAN-PCT.
           MOVE SPACES TO GL-VERDICT.
           COMPUTE WS-OFF-TEST = WS-PL-LONG(WS-PLAN-IDX) * 100.
           IF WS-OFF-TEST NOT < WS-DWELL-TEST
               MOVE "RUNS LONG" TO GL-VERDICT
           END-IF.
           COMPUTE WS-OFF-TEST = WS-PL-SHORT(WS-PLAN-IDX) * 100.
           IF WS-OFF-TEST NOT < WS-DWELL-TEST
               MOVE "RUNS SHORT" TO GL-VERDICT
           END-IF.
           IF GL-VERDICT NOT = SPACES
               ADD 1 TO WS-GREEN-FLAG-COUNT
           END-IF.

           MOVE WS-PL-INTERSECTION(WS-PLAN-IDX) TO GL-INTERSECTION.
           MOVE WS-PL-SECONDS(WS-PLAN-IDX)      TO GL-PLAN.
           MOVE WS-AVERAGE-SECS                 TO GL-AVERAGE.
           MOVE WS-PL-DWELLS(WS-PLAN-IDX)       TO GL-DWELLS.
           MOVE WS-PL-LONG(WS-PLAN-IDX)         TO GL-LONG.
           MOVE WS-PL-SHORT(WS-PLAN-IDX)        TO GL-SHORT.
           WRITE RPT-LINE FROM WS-GREEN-LINE.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-SUMMARIZE-DISTRICTS
      * Rolls each offending intersection into its INTXMAST
      * district, remembering the worst site per district, and
      * prints the districts worst first.
      *----------------------------------------------------------------
       6000-SUMMARIZE-DISTRICTS SECTION.
       6000-START.
           PERFORM 6100-ROLL-ONE-SITE THRU 6100-EXIT
               VARYING WS-STATE-IDX FROM 1 BY 1
               UNTIL WS-STATE-IDX > WS-STATE-COUNT.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "WORST OFFENDERS BY DISTRICT, WORST FIRST" TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-DIST-COUNT = ZERO
               MOVE "  NONE" TO RPT-LINE
               WRITE RPT-LINE
               GO TO 6000-EXIT
           END-IF.

           IF WS-DIST-COUNT > 1
               COMPUTE WS-SORT-LIMIT = WS-DIST-COUNT - 1
               PERFORM 6300-SORT-ONE-PASS THRU 6300-EXIT
                   VARYING WS-SORT-PASS FROM 1 BY 1
                   UNTIL WS-SORT-PASS > WS-SORT-LIMIT
           END-IF.
           PERFORM 6500-PRINT-ONE-DISTRICT THRU 6500-EXIT
               VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-DIST-COUNT.
       6000-EXIT.
           EXIT.

       6100-ROLL-ONE-SITE SECTION.
       6100-START.
           COMPUTE WS-SITE-TOTAL = WS-ST-YELLOW-SHORT(WS-STATE-IDX)
               + WS-ST-GREEN-OFF(WS-STATE-IDX).
           IF WS-SITE-TOTAL = ZERO
               GO TO 6100-EXIT
           END-IF.

           MOVE "???" TO WS-DISTRICT.
           IF WS-INTX-MASTER-PRESENT
               MOVE WS-ST-INTERSECTION(WS-STATE-IDX)
                   TO IX-INTERSECTION-ID
               READ INTERSECTION-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IX-DISTRICT TO WS-DISTRICT
               END-READ
           END-IF.

           MOVE ZERO TO WS-DIST-FOUND-IDX.
           PERFORM 6200-MATCH-ONE-DISTRICT THRU 6200-EXIT
               VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-DIST-COUNT
                  OR WS-DIST-FOUND-IDX > ZERO.
           IF WS-DIST-FOUND-IDX = ZERO
               IF WS-DIST-COUNT >= 50
                   GO TO 6100-EXIT
               END-IF
               ADD 1 TO WS-DIST-COUNT
               MOVE WS-DIST-COUNT TO WS-DIST-FOUND-IDX
               MOVE WS-DISTRICT TO WS-DS-DISTRICT(WS-DIST-FOUND-IDX)
               MOVE ZERO TO WS-DS-TOTAL(WS-DIST-FOUND-IDX)
               MOVE ZERO TO WS-DS-YELLOW-SHORT(WS-DIST-FOUND-IDX)
               MOVE ZERO TO WS-DS-GREEN-OFF(WS-DIST-FOUND-IDX)
               MOVE SPACES TO WS-DS-WORST-INTX(WS-DIST-FOUND-IDX)
               MOVE ZERO TO WS-DS-WORST-COUNT(WS-DIST-FOUND-IDX)
           END-IF.

           ADD WS-SITE-TOTAL TO WS-DS-TOTAL(WS-DIST-FOUND-IDX).
           ADD WS-ST-YELLOW-SHORT(WS-STATE-IDX)
               TO WS-DS-YELLOW-SHORT(WS-DIST-FOUND-IDX).
           ADD WS-ST-GREEN-OFF(WS-STATE-IDX)
               TO WS-DS-GREEN-OFF(WS-DIST-FOUND-IDX).
           IF WS-SITE-TOTAL > WS-DS-WORST-COUNT(WS-DIST-FOUND-IDX)
               MOVE WS-ST-INTERSECTION(WS-STATE-IDX)
                   TO WS-DS-WORST-INTX(WS-DIST-FOUND-IDX)
               MOVE WS-SITE-TOTAL
                   TO WS-DS-WORST-COUNT(WS-DIST-FOUND-IDX)
           END-IF.
       6100-EXIT.
           EXIT.

       6200-MATCH-ONE-DISTRICT SECTION.
       6200-START.
           IF WS-DS-DISTRICT(WS-DIST-IDX) = WS-DISTRICT
               MOVE WS-DIST-IDX TO WS-DIST-FOUND-IDX
           END-IF.
       6200-EXIT.
           EXIT.

       6300-SORT-ONE-PASS SECTION.
       6300-START.
           PERFORM 6400-SORT-ONE-COMPARE THRU 6400-EXIT
               VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-SORT-LIMIT.
       6300-EXIT.
           EXIT.

       6400-SORT-ONE-COMPARE SECTION.
       6400-START.
           IF WS-DS-TOTAL(WS-DIST-IDX) < WS-DS-TOTAL(WS-DIST-IDX + 1)
               MOVE WS-DIST-ENTRY(WS-DIST-IDX) TO WS-SORT-HOLD
               MOVE WS-DIST-ENTRY(WS-DIST-IDX + 1)
                   TO WS-DIST-ENTRY(WS-DIST-IDX)
               MOVE WS-SORT-HOLD TO WS-DIST-ENTRY(WS-DIST-IDX + 1)
           END-IF.
       6400-EXIT.
           EXIT.

       6500-PRINT-ONE-DISTRICT SECTION.
       6500-START.
           MOVE WS-DS-DISTRICT(WS-DIST-IDX)     TO DL-DISTRICT.
           MOVE WS-DS-YELLOW-SHORT(WS-DIST-IDX) TO DL-YELLOW-SHORT.
           MOVE WS-DS-GREEN-OFF(WS-DIST-IDX)    TO DL-GREEN-OFF.
           MOVE WS-DS-WORST-INTX(WS-DIST-IDX)   TO DL-WORST-INTX.
           MOVE WS-DS-WORST-COUNT(WS-DIST-IDX)  TO DL-WORST-COUNT.
           WRITE RPT-LINE FROM WS-DISTRICT-LINE.
       6500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-DATE-TO-SERIAL
      * Converts WS-D2S-DATE (YYYYMMDD) to a day serial, the same
      * arithmetic SIGAGING uses.
      *----------------------------------------------------------------
       8000-DATE-TO-SERIAL SECTION.
       8000-START.
           COMPUTE WS-D2S-PRIOR-YEAR = WS-D2S-YEAR - 1.
           DIVIDE WS-D2S-PRIOR-YEAR BY 4 GIVING WS-D2S-LEAP-COUNT.
           DIVIDE WS-D2S-PRIOR-YEAR BY 100 GIVING WS-D2S-WORK.
           SUBTRACT WS-D2S-WORK FROM WS-D2S-LEAP-COUNT.
           DIVIDE WS-D2S-PRIOR-YEAR BY 400 GIVING WS-D2S-WORK.
           ADD WS-D2S-WORK TO WS-D2S-LEAP-COUNT.

           COMPUTE WS-D2S-SERIAL = WS-D2S-YEAR * 365
               + WS-D2S-LEAP-COUNT
               + WS-MONTH-OFFSET(WS-D2S-MONTH)
               + WS-D2S-DAY.

           IF WS-D2S-MONTH > 2
               DIVIDE WS-D2S-YEAR BY 4 GIVING WS-D2S-WORK
                   REMAINDER WS-D2S-REMAINDER
               IF WS-D2S-REMAINDER = ZERO
                   DIVIDE WS-D2S-YEAR BY 100 GIVING WS-D2S-WORK
                       REMAINDER WS-D2S-REMAINDER
                   IF WS-D2S-REMAINDER NOT = ZERO
                       ADD 1 TO WS-D2S-SERIAL
                   ELSE
                       DIVIDE WS-D2S-YEAR BY 400 GIVING WS-D2S-WORK
                           REMAINDER WS-D2S-REMAINDER
                       IF WS-D2S-REMAINDER = ZERO
                           ADD 1 TO WS-D2S-SERIAL
                       END-IF
                   END-IF
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the run summary; RC 4 when a
      * yellow ran short or a green plan was flagged.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE SIGNAL-LOG COMPLIANCE-REPORT.
           IF WS-INTX-MASTER-PRESENT
               CLOSE INTERSECTION-MASTER
           END-IF.
           DISPLAY "PHASEDUR: READINGS SCANNED = " WS-READ-COUNT.
           DISPLAY "PHASEDUR: DWELLS MEASURED  = " WS-DWELL-COUNT.
           DISPLAY "PHASEDUR: NO PLAN FOR COLOR = " WS-UNPLANNED-COUNT.
           DISPLAY "PHASEDUR: FEED GAPS        = " WS-GAP-COUNT.
           DISPLAY "PHASEDUR: SHORT YELLOWS    = "
               WS-YELLOW-SHORT-COUNT.
           DISPLAY "PHASEDUR: GREEN PLANS OFF  = " WS-GREEN-FLAG-COUNT.
           IF WS-YELLOW-SHORT-COUNT > ZERO
               OR WS-GREEN-FLAG-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
