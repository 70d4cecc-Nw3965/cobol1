       IDENTIFICATION DIVISION.
       PROGRAM-ID. TMCEXP.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. PERIODIC INTERSECTION STATUS
      *                  FEED TO THE TRAFFIC MANAGEMENT CENTER AND
      *                  THE PUBLIC-WORKS GIS, IN PLACE OF PHONE
      *                  CALLS TO THE SIGNAL DESK. ONE DETAIL PER
      *                  INTXMAST INTERSECTION WITH ITS LOCATION,
      *                  DISTRICT AND SERVICE FLAG, THE LATEST
      *                  CLASSIFIED STATE ON TLSIGLOG, THE OLDEST
      *                  OPEN TLMAINT ORDER AND ANY TLOUTAGE PLANNED
      *                  WINDOW COVERING TODAY, EACH WITH ITS AGE,
      *                  IN THE TMCFEED.CPY LAYOUT. HEADER AND
      *                  TRAILER CARRY THE COUNT AND A RUN SEQUENCE
      *                  NUMBER FROM TMCSEQ (THE PBEXPORT PATTERN),
      *                  AND EVERY RUN IS LOGGED ON THE TMCREG
      *                  TRANSMIT REGISTER. "CHANGES" ON THE TMCFCTL
      *                  CARD CUTS ONLY INTERSECTIONS WHOSE STATUS
      *                  DIFFERS FROM THE TMCSNAP SNAPSHOT OF THE
      *                  LAST FEED, PLUS AN "X" FOR EACH ONE GONE
      *                  FROM THE MASTER, SO THE GIS CAN REFRESH
      *                  WITHOUT RELOADING THE ROSTER. THE SNAPSHOT
      *                  IS REWRITTEN BY EVERY RUN.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-CONTROL ASSIGN TO "TMCFCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FC-FILE-STATUS.
           SELECT INTERSECTION-MASTER ASSIGN TO "INTXMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IX-INTERSECTION-ID
               FILE STATUS IS IX-FILE-STATUS.
           SELECT SIGNAL-LOG ASSIGN TO "TLSIGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-FILE-STATUS.
           SELECT MAINT-DISPATCH ASSIGN TO "TLMAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MD-FILE-STATUS.
           SELECT MAINT-COMPLETIONS ASSIGN TO "TLMCOMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MC-FILE-STATUS.
           SELECT OUTAGE-SCHEDULE ASSIGN TO "TLOUTAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OG-FILE-STATUS.
           SELECT FEED-SNAPSHOT ASSIGN TO "TMCSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SN-FILE-STATUS.
           SELECT EXPORT-SEQUENCE ASSIGN TO "TMCSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SQ-FILE-STATUS.
           SELECT STATUS-FEED ASSIGN TO "TMCFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TF-FILE-STATUS.
           SELECT TRANSMIT-REGISTER ASSIGN TO "TMCREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FEED-CONTROL.
       01  FC-RECORD.
           05  FC-MODE                 PIC X(07).
       FD  INTERSECTION-MASTER.
       COPY "INTXMAST.cpy".
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
       FD  MAINT-DISPATCH.
       01  MD-RECORD.
           05  MD-WORK-ORDER-NO        PIC 9(06).
           05  FILLER                  PIC X(01).
           05  MD-INTERSECTION-ID      PIC X(05).
           05  FILLER                  PIC X(01).
           05  MD-REASON               PIC X(30).
           05  FILLER                  PIC X(01).
           05  MD-FAULT-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  MD-FAULT-TIME           PIC 9(08).
       FD  MAINT-COMPLETIONS.
       01  MC-RECORD.
           05  MC-WORK-ORDER-NO        PIC 9(06).
           05  FILLER                  PIC X(01).
           05  MC-COMP-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  MC-ACTION-TAKEN         PIC X(30).
       FD  OUTAGE-SCHEDULE.
       01  OG-RECORD.
           05  OG-INTERSECTION-ID      PIC X(05).
           05  FILLER                  PIC X(01).
           05  OG-FROM-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  OG-TO-DATE              PIC 9(08).
       FD  FEED-SNAPSHOT.
       01  SN-RECORD.
           05  SN-INTERSECTION-ID      PIC X(05).
           05  FILLER                  PIC X(01).
           05  SN-IMAGE                PIC X(78).
       FD  EXPORT-SEQUENCE.
       01  SQ-RECORD.
           05  SQ-NEXT-NUMBER          PIC 9(06).
       FD  STATUS-FEED.
       COPY "TMCFEED.cpy".
       FD  TRANSMIT-REGISTER.
       01  REG-RECORD.
           05  REG-EXTRACT-DATE        PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-EXTRACT-TIME        PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-SEQUENCE            PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-COUNT               PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-MODE                PIC X(07).
       WORKING-STORAGE SECTION.
        01 FC-FILE-STATUS              PIC XX.
        01 IX-FILE-STATUS              PIC XX.
        01 SL-FILE-STATUS              PIC XX.
        01 MD-FILE-STATUS              PIC XX.
        01 MC-FILE-STATUS              PIC XX.
        01 OG-FILE-STATUS              PIC XX.
        01 SN-FILE-STATUS              PIC XX.
        01 SQ-FILE-STATUS              PIC XX.
        01 TF-FILE-STATUS              PIC XX.
        01 REG-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-COMP-FOUND-SW        PIC X(01) VALUE "N".
              88 WS-COMP-FOUND                VALUE "Y".
           05 WS-CHANGES-SW           PIC X(01) VALUE "N".
              88 WS-CHANGES-ONLY              VALUE "Y".
        01 WS-EXTRACT-DATE             PIC 9(08).
        01 WS-EXTRACT-TIME             PIC 9(08).
        01 WS-TODAY-SERIAL             PIC 9(08) VALUE ZERO.
        01 WS-SEQUENCE-NO              PIC 9(06) VALUE 1.
        01 WS-RECORD-COUNT             PIC 9(07) VALUE ZERO.
        01 WS-FEED-MODE                PIC X(07) VALUE "FULL".
        01 WS-INTX-COUNT               PIC 9(03) VALUE ZERO.
        01 WS-INTX-TABLE.
           05 WS-IN-ENTRY OCCURS 500 TIMES.
              10 WS-IN-ID             PIC X(05).
              10 WS-IN-LOCATION       PIC X(30).
              10 WS-IN-DISTRICT       PIC X(03).
              10 WS-IN-SERVICE-FLAG   PIC X(01).
              10 WS-IN-SIGNAL         PIC X(10).
              10 WS-IN-PED            PIC X(08).
              10 WS-IN-READ-DATE      PIC 9(08).
              10 WS-IN-READ-TIME      PIC 9(08).
              10 WS-IN-READ-SW        PIC X(01).
                 88 WS-IN-HAS-READING         VALUE "Y".
              10 WS-IN-WO             PIC 9(06).
              10 WS-IN-WO-DATE        PIC 9(08).
              10 WS-IN-WO-PM-SW       PIC X(01).
                 88 WS-IN-WO-PLANNED          VALUE "Y".
              10 WS-IN-OUT-FROM       PIC 9(08).
              10 WS-IN-OUT-TO         PIC 9(08).
              10 WS-IN-IMAGE          PIC X(78).
        01 WS-INTX-IDX                 PIC 9(03) VALUE ZERO.
        01 WS-FOUND-IDX                PIC 9(03) VALUE ZERO.
        01 WS-SEEK-ID                  PIC X(05) VALUE SPACES.
        01 WS-COMP-COUNT               PIC 9(04) VALUE ZERO.
        01 WS-COMP-TABLE.
           05 WS-CP-WO OCCURS 3000 TIMES PIC 9(06).
        01 WS-COMP-IDX                 PIC 9(04) VALUE ZERO.
        01 WS-SNAP-COUNT               PIC 9(03) VALUE ZERO.
        01 WS-SNAP-TABLE.
           05 WS-SN-ENTRY OCCURS 500 TIMES.
              10 WS-SN-ID             PIC X(05).
              10 WS-SN-IMAGE          PIC X(78).
              10 WS-SN-SEEN-SW        PIC X(01).
                 88 WS-SN-SEEN                VALUE "Y".
        01 WS-SNAP-IDX                 PIC 9(03) VALUE ZERO.
        01 WS-SNAP-FOUND-IDX           PIC 9(03) VALUE ZERO.
      *    THE FIELDS A CHANGES FEED IS CUT ON - THE AGES AND THE
      *    READING TIMESTAMP MOVE EVERY RUN AND ARE LEFT OUT.
        01 WS-COMPARE-IMAGE.
           05 CI-LOCATION              PIC X(30).
           05 CI-DISTRICT              PIC X(03).
           05 CI-SERVICE-FLAG          PIC X(01).
           05 CI-SIGNAL-STATE          PIC X(10).
           05 CI-PED-STATE             PIC X(08).
           05 CI-WORK-ORDER-NO         PIC 9(06).
           05 CI-OUTAGE-FROM           PIC 9(08).
           05 CI-OUTAGE-TO             PIC 9(08).
           05 CI-STATUS                PIC X(04).
        01 WS-AGE-DAYS                 PIC S9(05) VALUE ZERO.
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
        01 WS-TALLY-COUNTS.
           05 WS-DOWN-COUNT           PIC 9(05) VALUE ZERO.
           05 WS-PLANNED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-OOS-COUNT            PIC 9(05) VALUE ZERO.
           05 WS-REMOVED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-UNKNOWN-COUNT        PIC 9(07) VALUE ZERO.
           05 WS-TABLE-FULL-COUNT     PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SCAN-SIGNAL-LOG THRU 2000-EXIT.
           PERFORM 3000-SCAN-WORK-ORDERS THRU 3000-EXIT.
           PERFORM 4000-SCAN-OUTAGES THRU 4000-EXIT.
           PERFORM 5000-WRITE-ONE-INTX THRU 5000-EXIT
               VARYING WS-INTX-IDX FROM 1 BY 1
               UNTIL WS-INTX-IDX > WS-INTX-COUNT.
           IF WS-CHANGES-ONLY
               PERFORM 5500-WRITE-ONE-REMOVAL THRU 5500-EXIT
                   VARYING WS-SNAP-IDX FROM 1 BY 1
                   UNTIL WS-SNAP-IDX > WS-SNAP-COUNT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Reads the mode card, loads the intersection roster and the
      * last feed's snapshot, draws the run sequence number and
      * writes the control header.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-EXTRACT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-EXTRACT-TIME FROM TIME.
           MOVE WS-EXTRACT-DATE TO WS-D2S-DATE.
           PERFORM 8600-DATE-TO-SERIAL THRU 8600-EXIT.
           MOVE WS-D2S-SERIAL TO WS-TODAY-SERIAL.

           OPEN INPUT FEED-CONTROL.
           IF FC-FILE-STATUS = "00"
               READ FEED-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FC-MODE = "CHANGES"
                           MOVE "CHANGES" TO WS-FEED-MODE
                           SET WS-CHANGES-ONLY TO TRUE
                       END-IF
               END-READ
               CLOSE FEED-CONTROL
           END-IF.

           OPEN INPUT INTERSECTION-MASTER.
           IF IX-FILE-STATUS NOT = "00"
               DISPLAY "TMCEXP: UNABLE TO OPEN INTXMAST - STATUS "
                   IX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-LOAD-ONE-INTX THRU 1200-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE INTERSECTION-MASTER.

           OPEN INPUT FEED-SNAPSHOT.
           IF SN-FILE-STATUS = "00"
               PERFORM 1300-LOAD-ONE-SNAPSHOT THRU 1300-EXIT
                   UNTIL WS-EOF
               SET WS-EOF-SW TO "N"
               CLOSE FEED-SNAPSHOT
           END-IF.

           OPEN OUTPUT STATUS-FEED.
           IF TF-FILE-STATUS NOT = "00"
               DISPLAY "TMCEXP: UNABLE TO OPEN TMCFEED - STATUS "
                   TF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-NEXT-SEQUENCE THRU 1100-EXIT.

           MOVE SPACES          TO TF-CONTROL-REC.
           MOVE "H"             TO TF-CTL-TYPE.
           MOVE WS-EXTRACT-DATE TO TF-CTL-DATE.
           MOVE WS-EXTRACT-TIME TO TF-CTL-TIME.
           MOVE WS-SEQUENCE-NO  TO TF-CTL-SEQUENCE.
           MOVE ZERO            TO TF-CTL-COUNT.
           MOVE WS-FEED-MODE    TO TF-CTL-MODE.
           WRITE TF-CONTROL-REC.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-NEXT-SEQUENCE
      * Draws the next run sequence number from the TMCSEQ file and
      * advances it. A missing file starts the numbering at one.
      *----------------------------------------------------------------
       1100-NEXT-SEQUENCE SECTION.
       1100-START.
           MOVE 1 TO WS-SEQUENCE-NO.
           OPEN INPUT EXPORT-SEQUENCE.
           IF SQ-FILE-STATUS = "00"
               READ EXPORT-SEQUENCE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SQ-NEXT-NUMBER TO WS-SEQUENCE-NO
               END-READ
               CLOSE EXPORT-SEQUENCE
           END-IF.

           OPEN OUTPUT EXPORT-SEQUENCE.
           IF SQ-FILE-STATUS NOT = "00"
               DISPLAY "TMCEXP: UNABLE TO REWRITE TMCSEQ, STATUS="
                   SQ-FILE-STATUS
               GO TO 1100-EXIT
           END-IF.
           COMPUTE SQ-NEXT-NUMBER = WS-SEQUENCE-NO + 1.
           WRITE SQ-RECORD.
           CLOSE EXPORT-SEQUENCE.
       1100-EXIT.
           EXIT.

       1200-LOAD-ONE-INTX SECTION.
       1200-START.
           READ INTERSECTION-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1200-EXIT
           END-READ.
           IF WS-INTX-COUNT = 500
               DISPLAY "TMCEXP: INTXMAST EXCEEDS 500 INTERSECTIONS"
                   " - FEED NOT CUT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-INTX-COUNT.
           INITIALIZE WS-IN-ENTRY(WS-INTX-COUNT).
           MOVE IX-INTERSECTION-ID TO WS-IN-ID(WS-INTX-COUNT).
           MOVE IX-LOCATION        TO WS-IN-LOCATION(WS-INTX-COUNT).
           MOVE IX-DISTRICT        TO WS-IN-DISTRICT(WS-INTX-COUNT).
           MOVE IX-SERVICE-FLAG
               TO WS-IN-SERVICE-FLAG(WS-INTX-COUNT).
           MOVE "NO READING"       TO WS-IN-SIGNAL(WS-INTX-COUNT).
       1200-EXIT.
           EXIT.

       1300-LOAD-ONE-SNAPSHOT SECTION.
       1300-START.
           READ FEED-SNAPSHOT
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1300-EXIT
           END-READ.
           IF WS-SNAP-COUNT = 500
               ADD 1 TO WS-TABLE-FULL-COUNT
               GO TO 1300-EXIT
           END-IF.
           ADD 1 TO WS-SNAP-COUNT.
           MOVE SN-INTERSECTION-ID TO WS-SN-ID(WS-SNAP-COUNT).
           MOVE SN-IMAGE           TO WS-SN-IMAGE(WS-SNAP-COUNT).
           MOVE "N"                TO WS-SN-SEEN-SW(WS-SNAP-COUNT).
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-SCAN-SIGNAL-LOG
      * Keeps each intersection's latest reading. A blank vehicle
      * value is the sensor fault TLCLASS dispatches on.
      *----------------------------------------------------------------
       2000-SCAN-SIGNAL-LOG SECTION.
       2000-START.
           OPEN INPUT SIGNAL-LOG.
           IF SL-FILE-STATUS NOT = "00"
               DISPLAY "TMCEXP: NO TLSIGLOG - SIGNAL STATES NOT"
                   " REPORTED"
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-TAKE-ONE-READING THRU 2100-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE SIGNAL-LOG.
       2000-EXIT.
           EXIT.

       2100-TAKE-ONE-READING SECTION.
       2100-START.
           READ SIGNAL-LOG
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF SL-LOG-DATE NOT NUMERIC OR SL-LOG-TIME NOT NUMERIC
               GO TO 2100-EXIT
           END-IF.
           MOVE SL-INTERSECTION-ID TO WS-SEEK-ID.
           PERFORM 8000-FIND-INTX THRU 8000-EXIT.
           IF WS-FOUND-IDX = ZERO
               ADD 1 TO WS-UNKNOWN-COUNT
               GO TO 2100-EXIT
           END-IF.
           IF WS-IN-HAS-READING(WS-FOUND-IDX)
               IF SL-LOG-DATE < WS-IN-READ-DATE(WS-FOUND-IDX)
                   GO TO 2100-EXIT
               END-IF
               IF SL-LOG-DATE = WS-IN-READ-DATE(WS-FOUND-IDX)
                       AND SL-LOG-TIME < WS-IN-READ-TIME(WS-FOUND-IDX)
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           MOVE "Y" TO WS-IN-READ-SW(WS-FOUND-IDX).
           MOVE SL-LOG-DATE   TO WS-IN-READ-DATE(WS-FOUND-IDX).
           MOVE SL-LOG-TIME   TO WS-IN-READ-TIME(WS-FOUND-IDX).
           MOVE SL-PED-SIGNAL TO WS-IN-PED(WS-FOUND-IDX).
           IF SL-SIGNAL-VALUE = SPACES
               MOVE "FAULT" TO WS-IN-SIGNAL(WS-FOUND-IDX)
           ELSE
               MOVE SL-SIGNAL-VALUE TO WS-IN-SIGNAL(WS-FOUND-IDX)
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-SCAN-WORK-ORDERS
      * Keeps each intersection's oldest work order with no TLMCOMP
      * completion. A planned PM order is carried but does not by
      * itself mark the signal down.
      *----------------------------------------------------------------
       3000-SCAN-WORK-ORDERS SECTION.
       3000-START.
           OPEN INPUT MAINT-COMPLETIONS.
           IF MC-FILE-STATUS = "00"
               PERFORM 3100-LOAD-ONE-COMPLETION THRU 3100-EXIT
                   UNTIL WS-EOF
               SET WS-EOF-SW TO "N"
               CLOSE MAINT-COMPLETIONS
           END-IF.

           OPEN INPUT MAINT-DISPATCH.
           IF MD-FILE-STATUS NOT = "00"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3200-TAKE-ONE-ORDER THRU 3200-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE MAINT-DISPATCH.
       3000-EXIT.
           EXIT.

       3100-LOAD-ONE-COMPLETION SECTION.
       3100-START.
           READ MAINT-COMPLETIONS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF WS-COMP-COUNT = 3000
               ADD 1 TO WS-TABLE-FULL-COUNT
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-COMP-COUNT.
           MOVE MC-WORK-ORDER-NO TO WS-CP-WO(WS-COMP-COUNT).
       3100-EXIT.
           EXIT.

       3200-TAKE-ONE-ORDER SECTION.
       3200-START.
           READ MAINT-DISPATCH
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3200-EXIT
           END-READ.
           IF MD-WORK-ORDER-NO NOT NUMERIC
                   OR MD-FAULT-DATE NOT NUMERIC
               GO TO 3200-EXIT
           END-IF.
           SET WS-COMP-FOUND-SW TO "N".
           PERFORM 3300-MATCH-ONE-COMPLETION THRU 3300-EXIT
               VARYING WS-COMP-IDX FROM 1 BY 1
               UNTIL WS-COMP-IDX > WS-COMP-COUNT OR WS-COMP-FOUND.
           IF WS-COMP-FOUND
               GO TO 3200-EXIT
           END-IF.

           MOVE MD-INTERSECTION-ID TO WS-SEEK-ID.
           PERFORM 8000-FIND-INTX THRU 8000-EXIT.
           IF WS-FOUND-IDX = ZERO
               GO TO 3200-EXIT
           END-IF.
           IF WS-IN-WO(WS-FOUND-IDX) NOT = ZERO
                   AND WS-IN-WO-DATE(WS-FOUND-IDX) <= MD-FAULT-DATE
               GO TO 3200-EXIT
           END-IF.
           MOVE MD-WORK-ORDER-NO TO WS-IN-WO(WS-FOUND-IDX).
           MOVE MD-FAULT-DATE    TO WS-IN-WO-DATE(WS-FOUND-IDX).
           IF MD-REASON(1:3) = "PM "
               MOVE "Y" TO WS-IN-WO-PM-SW(WS-FOUND-IDX)
           ELSE
               MOVE "N" TO WS-IN-WO-PM-SW(WS-FOUND-IDX)
           END-IF.
       3200-EXIT.
           EXIT.

       3300-MATCH-ONE-COMPLETION SECTION.
       3300-START.
           IF WS-CP-WO(WS-COMP-IDX) = MD-WORK-ORDER-NO
               SET WS-COMP-FOUND TO TRUE
           END-IF.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-SCAN-OUTAGES
      * Picks up the planned TLOUTAGE window covering today.
      *----------------------------------------------------------------
       4000-SCAN-OUTAGES SECTION.
       4000-START.
           OPEN INPUT OUTAGE-SCHEDULE.
           IF OG-FILE-STATUS NOT = "00"
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-TAKE-ONE-OUTAGE THRU 4100-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE OUTAGE-SCHEDULE.
       4000-EXIT.
           EXIT.

       4100-TAKE-ONE-OUTAGE SECTION.
       4100-START.
           READ OUTAGE-SCHEDULE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           IF OG-FROM-DATE NOT NUMERIC OR OG-TO-DATE NOT NUMERIC
               GO TO 4100-EXIT
           END-IF.
           IF OG-FROM-DATE > WS-EXTRACT-DATE
                   OR OG-TO-DATE < WS-EXTRACT-DATE
               GO TO 4100-EXIT
           END-IF.
           MOVE OG-INTERSECTION-ID TO WS-SEEK-ID.
           PERFORM 8000-FIND-INTX THRU 8000-EXIT.
           IF WS-FOUND-IDX = ZERO
               GO TO 4100-EXIT
           END-IF.
           MOVE OG-FROM-DATE TO WS-IN-OUT-FROM(WS-FOUND-IDX).
           MOVE OG-TO-DATE   TO WS-IN-OUT-TO(WS-FOUND-IDX).
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-ONE-INTX
      * Builds one intersection's detail and status, writes it to
      * the feed - in a CHANGES run only when it differs from the
      * snapshot - and records it for the new snapshot.
      *----------------------------------------------------------------
       5000-WRITE-ONE-INTX SECTION.
       5000-START.
           MOVE SPACES TO TF-RECORD.
           MOVE "D"                            TO TF-REC-TYPE.
           MOVE WS-IN-ID(WS-INTX-IDX)          TO TF-INTERSECTION-ID.
           MOVE WS-IN-LOCATION(WS-INTX-IDX)    TO TF-LOCATION.
           MOVE WS-IN-DISTRICT(WS-INTX-IDX)    TO TF-DISTRICT.
           MOVE WS-IN-SERVICE-FLAG(WS-INTX-IDX) TO TF-SERVICE-FLAG.
           MOVE WS-IN-SIGNAL(WS-INTX-IDX)      TO TF-SIGNAL-STATE.
           MOVE WS-IN-PED(WS-INTX-IDX)         TO TF-PED-STATE.
           MOVE WS-IN-READ-DATE(WS-INTX-IDX)   TO TF-LAST-READ-DATE.
           MOVE WS-IN-READ-TIME(WS-INTX-IDX)   TO TF-LAST-READ-TIME.
           MOVE WS-IN-WO(WS-INTX-IDX)          TO TF-WORK-ORDER-NO.
           MOVE WS-IN-OUT-FROM(WS-INTX-IDX)    TO TF-OUTAGE-FROM.
           MOVE WS-IN-OUT-TO(WS-INTX-IDX)      TO TF-OUTAGE-TO.

           MOVE ZERO TO TF-WO-AGE-DAYS TF-OUTAGE-AGE-DAYS.
           IF WS-IN-WO(WS-INTX-IDX) NOT = ZERO
               MOVE WS-IN-WO-DATE(WS-INTX-IDX) TO WS-D2S-DATE
               PERFORM 8600-DATE-TO-SERIAL THRU 8600-EXIT
               COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-D2S-SERIAL
               IF WS-AGE-DAYS > ZERO
                   MOVE WS-AGE-DAYS TO TF-WO-AGE-DAYS
               END-IF
           END-IF.
           IF WS-IN-OUT-FROM(WS-INTX-IDX) NOT = ZERO
               MOVE WS-IN-OUT-FROM(WS-INTX-IDX) TO WS-D2S-DATE
               PERFORM 8600-DATE-TO-SERIAL THRU 8600-EXIT
               COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-D2S-SERIAL
               IF WS-AGE-DAYS > ZERO
                   MOVE WS-AGE-DAYS TO TF-OUTAGE-AGE-DAYS
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-IN-SERVICE-FLAG(WS-INTX-IDX) = "N"
                   MOVE "OOS " TO TF-STATUS
                   ADD 1 TO WS-OOS-COUNT
               WHEN WS-IN-OUT-FROM(WS-INTX-IDX) NOT = ZERO
                   MOVE "PLND" TO TF-STATUS
                   ADD 1 TO WS-PLANNED-COUNT
               WHEN WS-IN-SIGNAL(WS-INTX-IDX) = "FAULT"
               WHEN WS-IN-WO(WS-INTX-IDX) NOT = ZERO
                       AND NOT WS-IN-WO-PLANNED(WS-INTX-IDX)
                   MOVE "DOWN" TO TF-STATUS
                   ADD 1 TO WS-DOWN-COUNT
               WHEN OTHER
                   MOVE "UP  " TO TF-STATUS
           END-EVALUATE.

           MOVE TF-LOCATION      TO CI-LOCATION.
           MOVE TF-DISTRICT      TO CI-DISTRICT.
           MOVE TF-SERVICE-FLAG  TO CI-SERVICE-FLAG.
           MOVE TF-SIGNAL-STATE  TO CI-SIGNAL-STATE.
           MOVE TF-PED-STATE     TO CI-PED-STATE.
           MOVE TF-WORK-ORDER-NO TO CI-WORK-ORDER-NO.
           MOVE TF-OUTAGE-FROM   TO CI-OUTAGE-FROM.
           MOVE TF-OUTAGE-TO     TO CI-OUTAGE-TO.
           MOVE TF-STATUS        TO CI-STATUS.
           MOVE WS-COMPARE-IMAGE TO WS-IN-IMAGE(WS-INTX-IDX).

           MOVE ZERO TO WS-SNAP-FOUND-IDX.
           PERFORM 5100-MATCH-ONE-SNAPSHOT THRU 5100-EXIT
               VARYING WS-SNAP-IDX FROM 1 BY 1
               UNTIL WS-SNAP-IDX > WS-SNAP-COUNT
                  OR WS-SNAP-FOUND-IDX > ZERO.
           IF WS-SNAP-FOUND-IDX > ZERO
               MOVE "Y" TO WS-SN-SEEN-SW(WS-SNAP-FOUND-IDX)
               IF WS-CHANGES-ONLY
                   AND WS-SN-IMAGE(WS-SNAP-FOUND-IDX) = WS-COMPARE-IMAGE
                   GO TO 5000-EXIT
               END-IF
           END-IF.
           WRITE TF-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
       5000-EXIT.
           EXIT.

       5100-MATCH-ONE-SNAPSHOT SECTION.
       5100-START.
           IF WS-SN-ID(WS-SNAP-IDX) = WS-IN-ID(WS-INTX-IDX)
               MOVE WS-SNAP-IDX TO WS-SNAP-FOUND-IDX
           END-IF.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5500-WRITE-ONE-REMOVAL
      * An intersection on the last feed but no longer on the
      * master goes out as an "X" so the GIS can drop it.
      *----------------------------------------------------------------
       5500-WRITE-ONE-REMOVAL SECTION.
       5500-START.
           IF WS-SN-SEEN(WS-SNAP-IDX)
               GO TO 5500-EXIT
           END-IF.
           MOVE SPACES TO TF-RECORD.
           MOVE "X"                   TO TF-REC-TYPE.
           MOVE WS-SN-ID(WS-SNAP-IDX) TO TF-INTERSECTION-ID.
           WRITE TF-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           ADD 1 TO WS-REMOVED-COUNT.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-SAVE-SNAPSHOT
      * Rewrites TMCSNAP with every intersection's compare image as
      * it went out in this feed.
      *----------------------------------------------------------------
       7000-SAVE-SNAPSHOT SECTION.
       7000-START.
           OPEN OUTPUT FEED-SNAPSHOT.
           IF SN-FILE-STATUS NOT = "00"
               DISPLAY "TMCEXP: UNABLE TO REWRITE TMCSNAP - STATUS "
                   SN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 7000-EXIT
           END-IF.
           PERFORM 7100-SAVE-ONE-SNAPSHOT THRU 7100-EXIT
               VARYING WS-INTX-IDX FROM 1 BY 1
               UNTIL WS-INTX-IDX > WS-INTX-COUNT.
           CLOSE FEED-SNAPSHOT.
       7000-EXIT.
           EXIT.

       7100-SAVE-ONE-SNAPSHOT SECTION.
       7100-START.
           MOVE SPACES                TO SN-RECORD.
           MOVE WS-IN-ID(WS-INTX-IDX) TO SN-INTERSECTION-ID.
           MOVE WS-IN-IMAGE(WS-INTX-IDX) TO SN-IMAGE.
           WRITE SN-RECORD.
       7100-EXIT.
           EXIT.

       8000-FIND-INTX SECTION.
       8000-START.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM 8100-MATCH-ONE-INTX THRU 8100-EXIT
               VARYING WS-INTX-IDX FROM 1 BY 1
               UNTIL WS-INTX-IDX > WS-INTX-COUNT
                  OR WS-FOUND-IDX > ZERO.
       8000-EXIT.
           EXIT.

       8100-MATCH-ONE-INTX SECTION.
       8100-START.
           IF WS-IN-ID(WS-INTX-IDX) = WS-SEEK-ID
               MOVE WS-INTX-IDX TO WS-FOUND-IDX
           END-IF.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8600-DATE-TO-SERIAL
      * Converts WS-D2S-DATE (YYYYMMDD) to a day serial, the same
      * arithmetic MTTRRPT uses.
      *----------------------------------------------------------------
       8600-DATE-TO-SERIAL SECTION.
       8600-START.
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
       8600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Writes the control trailer, saves the snapshot, logs the run
      * on the transmit register, and prints the run summary.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           MOVE SPACES          TO TF-CONTROL-REC.
           MOVE "T"             TO TF-CTL-TYPE.
           MOVE WS-EXTRACT-DATE TO TF-CTL-DATE.
           MOVE WS-EXTRACT-TIME TO TF-CTL-TIME.
           MOVE WS-SEQUENCE-NO  TO TF-CTL-SEQUENCE.
           MOVE WS-RECORD-COUNT TO TF-CTL-COUNT.
           MOVE WS-FEED-MODE    TO TF-CTL-MODE.
           WRITE TF-CONTROL-REC.
           CLOSE STATUS-FEED.

           PERFORM 7000-SAVE-SNAPSHOT THRU 7000-EXIT.

           OPEN EXTEND TRANSMIT-REGISTER.
           IF REG-FILE-STATUS = "05" OR REG-FILE-STATUS = "35"
               CLOSE TRANSMIT-REGISTER
               OPEN OUTPUT TRANSMIT-REGISTER
           END-IF.
           IF REG-FILE-STATUS = "00"
               MOVE SPACES          TO REG-RECORD
               MOVE WS-EXTRACT-DATE TO REG-EXTRACT-DATE
               MOVE WS-EXTRACT-TIME TO REG-EXTRACT-TIME
               MOVE WS-SEQUENCE-NO  TO REG-SEQUENCE
               MOVE WS-RECORD-COUNT TO REG-COUNT
               MOVE WS-FEED-MODE    TO REG-MODE
               WRITE REG-RECORD
               CLOSE TRANSMIT-REGISTER
           ELSE
               DISPLAY "TMCEXP: UNABLE TO OPEN TMCREG, STATUS="
                   REG-FILE-STATUS
           END-IF.

           DISPLAY "TMCEXP: FEED " WS-SEQUENCE-NO " " WS-FEED-MODE
               " - RECORDS = " WS-RECORD-COUNT.
           DISPLAY "TMCEXP: INTERSECTIONS     = " WS-INTX-COUNT.
           DISPLAY "TMCEXP: DOWN              = " WS-DOWN-COUNT.
           DISPLAY "TMCEXP: PLANNED OUTAGE    = " WS-PLANNED-COUNT.
           DISPLAY "TMCEXP: OUT OF SERVICE    = " WS-OOS-COUNT.
           IF WS-CHANGES-ONLY
               DISPLAY "TMCEXP: REMOVED           = " WS-REMOVED-COUNT
           END-IF.
           IF WS-UNKNOWN-COUNT > ZERO
               DISPLAY "TMCEXP: READINGS FOR UNKNOWN INTERSECTIONS = "
                   WS-UNKNOWN-COUNT
           END-IF.
           IF WS-TABLE-FULL-COUNT > ZERO
               DISPLAY "TMCEXP: TABLE FULL - ENTRIES DROPPED = "
                   WS-TABLE-FULL-COUNT
           END-IF.
       9000-EXIT.
           EXIT.
