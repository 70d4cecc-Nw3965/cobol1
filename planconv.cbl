       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANCONV.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. ONE-TIME CONVERSION RUN FOR THE
      *                  TIMING PLANS, FOLLOWING THE SIGRCONV PATTERN:
      *                  READS THE HAND-KEPT TLPLAN AND WRITES EACH
      *                  ENTRY TO TLPLNVER AS THE FIRST ACTIVE VERSION
      *                  OF ITS COLOR, EFFECTIVE FROM THE DATE ON THE
      *                  PLANCCTL CARD (TODAY WHEN THERE IS NO CARD),
      *                  PHASE SEQUENCE IN FILE ORDER WITHIN EACH
      *                  INTERSECTION. FROM THEN ON TLPLAN IS BUILT BY
      *                  PLANBLD FROM THE VERSIONS.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMING-PLAN ASSIGN TO "TLPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TP-FILE-STATUS.
           SELECT PLAN-VERSIONS ASSIGN TO "TLPLNVER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PV-KEY
               FILE STATUS IS PV-FILE-STATUS.
           SELECT CONV-CONTROL ASSIGN TO "PLANCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT CONV-REPORT ASSIGN TO "PLANCNVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TIMING-PLAN.
       01  TP-RECORD.
           05  TP-IN-INTERSECTION      PIC X(05).
           05  FILLER                  PIC X(01).
           05  TP-IN-COLOR             PIC X(06).
           05  FILLER                  PIC X(01).
           05  TP-IN-DURATION          PIC X(03).
       FD  PLAN-VERSIONS.
       COPY "TLPLNVER.cpy".
       FD  CONV-CONTROL.
       01  CTL-RECORD.
           05  CTL-EFFECTIVE-DATE      PIC X(08).
       FD  CONV-REPORT.
       01  RPT-LINE                    PIC X(60).
       WORKING-STORAGE SECTION.
        01 TP-FILE-STATUS              PIC XX.
        01 PV-FILE-STATUS              PIC XX.
        01 CTL-FILE-STATUS             PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
        01 WS-IN-COUNT                 PIC 9(07) VALUE ZERO.
        01 WS-OUT-COUNT                PIC 9(07) VALUE ZERO.
        01 WS-EFFECTIVE-DATE           PIC 9(08) VALUE ZERO.
        01 WS-NOW-TIME                 PIC 9(08).
        01 WS-PREV-INTERSECTION        PIC X(05) VALUE SPACES.
        01 WS-PHASE-SEQ                PIC 9(02) VALUE ZERO.
        01 WS-COUNT-LINE.
           05 CL-LABEL                PIC X(20).
           05 CL-COUNT                PIC Z,ZZZ,ZZ9.
        01 WS-DROP-LINE.
           05 FILLER                  PIC X(14) VALUE
                  "NOT CONVERTED ".
           05 DL-ENTRY                PIC X(17).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-REASON               PIC X(28).
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CONVERT-ONE-RECORD THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Takes the effective date from the control card, opens the
      * hand-kept plan, the new version file and the control report.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-EFFECTIVE-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           OPEN INPUT CONV-CONTROL.
           IF CTL-FILE-STATUS = "00"
               READ CONV-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-EFFECTIVE-DATE NUMERIC
                           MOVE CTL-EFFECTIVE-DATE
                               TO WS-EFFECTIVE-DATE
                       END-IF
               END-READ
               CLOSE CONV-CONTROL
           END-IF.

           OPEN INPUT TIMING-PLAN.
           IF TP-FILE-STATUS NOT = "00"
               DISPLAY "PLANCONV: UNABLE TO OPEN TLPLAN - STATUS "
                   TP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT PLAN-VERSIONS.
           IF PV-FILE-STATUS NOT = "00"
               DISPLAY "PLANCONV: UNABLE TO OPEN TLPLNVER - STATUS "
                   PV-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CONV-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "PLANCONV: UNABLE TO OPEN PLANCNVR - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "TIMING PLAN VERSION CONVERSION CONTROL REPORT"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CONVERT-ONE-RECORD
      * Copies one plan entry across as an active version. An entry
      * with no intersection or color, a bad duration, or a color
      * already converted for the intersection is listed and left
      * behind, so the counts will not agree.
      *----------------------------------------------------------------
       2000-CONVERT-ONE-RECORD SECTION.
       2000-START.
           READ TIMING-PLAN
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-IN-COUNT.

           MOVE SPACES TO DL-REASON.
           EVALUATE TRUE
               WHEN TP-IN-INTERSECTION = SPACES
                   MOVE "BLANK INTERSECTION" TO DL-REASON
               WHEN TP-IN-COLOR = SPACES
                   MOVE "BLANK COLOR" TO DL-REASON
               WHEN TP-IN-DURATION NOT NUMERIC
                   MOVE "DURATION NOT NUMERIC" TO DL-REASON
           END-EVALUATE.
           IF DL-REASON NOT = SPACES
               PERFORM 2100-LIST-DROPPED THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF TP-IN-INTERSECTION NOT = WS-PREV-INTERSECTION
               MOVE TP-IN-INTERSECTION TO WS-PREV-INTERSECTION
               MOVE ZERO TO WS-PHASE-SEQ
           END-IF.
           ADD 1 TO WS-PHASE-SEQ.

           MOVE SPACES             TO PV-RECORD.
           MOVE TP-IN-INTERSECTION TO PV-INTERSECTION-ID.
           MOVE TP-IN-COLOR        TO PV-COLOR.
           MOVE WS-EFFECTIVE-DATE  TO PV-EFFECTIVE-DATE.
           MOVE TP-IN-DURATION     TO PV-DURATION.
           MOVE WS-PHASE-SEQ       TO PV-PHASE-SEQ.
           SET PV-ACTIVE TO TRUE.
           MOVE "CONVERSION"       TO PV-ENTERED-BY.
           MOVE WS-EFFECTIVE-DATE  TO PV-ENTERED-DATE.
           MOVE WS-NOW-TIME        TO PV-ENTERED-TIME.
           WRITE PV-RECORD
               INVALID KEY
                   MOVE "COLOR ALREADY CONVERTED" TO DL-REASON
                   PERFORM 2100-LIST-DROPPED THRU 2100-EXIT
                   GO TO 2000-EXIT
           END-WRITE.

           ADD 1 TO WS-OUT-COUNT.
       2000-EXIT.
           EXIT.

       2100-LIST-DROPPED SECTION.
       2100-START.
           MOVE TP-RECORD TO DL-ENTRY.
           WRITE RPT-LINE FROM WS-DROP-LINE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Prints the before/after record counts. The two counts must
      * agree before PLANBLD takes over building TLPLAN.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "RECORDS READ        " TO CL-LABEL.
           MOVE WS-IN-COUNT TO CL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "RECORDS WRITTEN     " TO CL-LABEL.
           MOVE WS-OUT-COUNT TO CL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.

           IF WS-IN-COUNT = WS-OUT-COUNT
               MOVE "RECORD COUNTS AGREE - SAFE TO CUT OVER"
                   TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE "RECORD COUNTS DO NOT AGREE - DO NOT CUT OVER"
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE TIMING-PLAN PLAN-VERSIONS CONV-REPORT.
           DISPLAY "PLANCONV: RECORDS READ    = " WS-IN-COUNT.
           DISPLAY "PLANCONV: RECORDS WRITTEN = " WS-OUT-COUNT.
       9000-EXIT.
           EXIT.
