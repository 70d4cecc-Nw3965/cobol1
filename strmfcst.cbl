       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMFCST.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. BATCH-WINDOW FORECAST FOR THE
      *                  NIGHTLY STREAM STRMCTL SEQUENCES. RUN AHEAD OF
      *                  THE STREAM AND AGAIN AFTER EACH STEP, IT
      *                  TAKES EVERY STRMDEF STEP NOT YET ON TONIGHT'S
      *                  JOBLOG, ESTIMATES ITS ELAPSED TIME FROM THE
      *                  STEP'S CLEAN JOBLOG RUNS OVER THE LAST 28
      *                  DAYS SCALED BY TONIGHT'S VOLUME (THE RECORDS
      *                  ON ITS STRMDEF INPUT FILE AGAINST ITS AVERAGE
      *                  JL-RECORDS-IN), AND PROJECTS THE STREAM'S
      *                  FINISH FROM THE LAST STEP TO END. THE TARGET
      *                  FINISH COMES FROM THE STRMFCTL CARD. THE
      *                  FORECAST IS PRINTED ON STRMFRPO AND EACH
      *                  PENDING STEP'S ESTIMATE APPENDED TO STRMFHST
      *                  FOR THE WEEKLY STRMFRPT REPORT; A PROJECTED
      *                  FINISH PAST THE TARGET RAISES ONE OPSALERT
      *                  WARNING A NIGHT (UNTIL ACKNOWLEDGED) AND
      *                  ENDS RC 4.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORECAST-CONTROL ASSIGN TO "STRMFCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FC-FILE-STATUS.
           SELECT STREAM-DEF ASSIGN TO "STRMDEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SD-FILE-STATUS.
           SELECT JOB-LOG ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JL-FILE-STATUS.
           SELECT INPUT-PROBE ASSIGN TO DYNAMIC WS-PROBE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRB-FILE-STATUS.
           SELECT FORECAST-HISTORY ASSIGN TO "STRMFHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FH-FILE-STATUS.
           SELECT ALERT-QUEUE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AQ-FILE-STATUS.
           SELECT FORECAST-REPORT ASSIGN TO "STRMFRPO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FORECAST-CONTROL.
       01  FC-RECORD.
           05  FC-TARGET-TIME          PIC X(04).
           05  FILLER                  PIC X(01).
           05  FC-RUN-DATE             PIC X(08).
       FD  STREAM-DEF.
       01  SD-RECORD.
           05  SD-STEP-SEQ             PIC 9(02).
           05  FILLER                  PIC X(01).
           05  SD-PROGRAM              PIC X(08).
           05  FILLER                  PIC X(01).
           05  SD-PREDECESSOR          PIC X(08).
           05  FILLER                  PIC X(01).
           05  SD-INPUT-FILE           PIC X(08).
       FD  JOB-LOG.
       COPY "JOBLOG.cpy".
       FD  INPUT-PROBE.
       01  PRB-RECORD                  PIC X(133).
       FD  FORECAST-HISTORY.
       COPY "STRMFHST.cpy".
       FD  ALERT-QUEUE.
       COPY "OPSALRT.cpy".
       FD  FORECAST-REPORT.
       01  RPT-LINE                    PIC X(100).
       WORKING-STORAGE SECTION.
        01 FC-FILE-STATUS              PIC XX.
        01 SD-FILE-STATUS              PIC XX.
        01 JL-FILE-STATUS              PIC XX.
        01 PRB-FILE-STATUS             PIC XX.
        01 FH-FILE-STATUS              PIC XX.
        01 AQ-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 WS-PROBE-NAME               PIC X(08).
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-STREAM-LATE-SW       PIC X(01) VALUE "N".
              88 WS-STREAM-LATE               VALUE "Y".
           05 WS-ALERT-RAISED-SW      PIC X(01) VALUE "N".
              88 WS-ALERT-RAISED              VALUE "Y".
           05 WS-STEP-FOUND-SW        PIC X(01) VALUE "N".
              88 WS-STEP-FOUND                VALUE "Y".
        01 WS-RUN-DATE                 PIC 9(08).
        01 WS-RUN-SERIAL               PIC 9(08).
        01 WS-LOG-SERIAL               PIC 9(08).
        01 WS-HISTORY-DAYS             PIC 9(03) VALUE 28.
        01 WS-TARGET-HHMM              PIC 9(04) VALUE ZERO.
        01 WS-TARGET-SECS              PIC 9(06) VALUE ZERO.
        01 WS-NOW-TIME                 PIC 9(08).
        01 WS-NOW-SECS                 PIC 9(06) VALUE ZERO.
        01 WS-ANCHOR-SECS              PIC 9(06) VALUE ZERO.
        01 WS-PROJ-SECS                PIC 9(06) VALUE ZERO.
        01 WS-LATE-MINUTES             PIC 9(04) VALUE ZERO.
        01 WS-START-SECS               PIC 9(06) VALUE ZERO.
        01 WS-END-SECS                 PIC 9(06) VALUE ZERO.
        01 WS-ELAPSED-SECS             PIC 9(06) VALUE ZERO.
        01 WS-AVG-SECS                 PIC 9(06) VALUE ZERO.
        01 WS-AVG-RECS                 PIC 9(07) VALUE ZERO.
        01 WS-PROBE-COUNT              PIC 9(07) VALUE ZERO.
        01 WS-TIME-WORK                PIC 9(08) VALUE ZERO.
        01 WS-TIME-FIELDS REDEFINES WS-TIME-WORK.
           05 WS-TW-HH                PIC 9(02).
           05 WS-TW-MM                PIC 9(02).
           05 WS-TW-SS                PIC 9(02).
           05 WS-TW-CC                PIC 9(02).
        01 WS-SECS-WORK                PIC 9(06) VALUE ZERO.
        01 WS-SECS-REMAINDER           PIC 9(06) VALUE ZERO.
        01 WS-HHMMSS                   PIC 9(06) VALUE ZERO.
        01 WS-HHMMSS-FIELDS REDEFINES WS-HHMMSS.
           05 WS-HM-HH                PIC 9(02).
           05 WS-HM-MM                PIC 9(02).
           05 WS-HM-SS                PIC 9(02).
        01 WS-CLOCK.
           05 WS-CLOCK-HH             PIC 9(02).
           05 FILLER                  PIC X(01) VALUE ":".
           05 WS-CLOCK-MM             PIC 9(02).
           05 FILLER                  PIC X(01) VALUE ":".
           05 WS-CLOCK-SS             PIC 9(02).
        01 WS-STEP-COUNT               PIC 9(02) VALUE ZERO.
        01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 50 TIMES.
              10 WS-ST-SEQ            PIC 9(02).
              10 WS-ST-PROGRAM        PIC X(08).
              10 WS-ST-INPUT-FILE     PIC X(08).
              10 WS-ST-DONE-SW        PIC X(01).
      * "Y" once the step has a JOBLOG record for the run date.
              10 WS-ST-ACTUAL-SECS    PIC 9(06).
              10 WS-ST-END-SECS       PIC 9(06).
              10 WS-ST-HIST-RUNS      PIC 9(03).
              10 WS-ST-HIST-SECS      PIC 9(09).
              10 WS-ST-HIST-RECS      PIC 9(11).
              10 WS-ST-VOLUME         PIC 9(07).
              10 WS-ST-EST-SECS       PIC 9(06).
              10 WS-ST-FINISH-SECS    PIC 9(06).
              10 WS-ST-NOTE           PIC X(20).
        01 WS-STEP-IDX                 PIC 9(02) VALUE ZERO.
        01 WS-SCAN-IDX                 PIC 9(02) VALUE ZERO.
        01 WS-ALERT-TEXT               PIC X(40) VALUE SPACES.
        01 WS-TALLY-COUNTS.
           05 WS-DONE-COUNT           PIC 9(02) VALUE ZERO.
           05 WS-PENDING-COUNT        PIC 9(02) VALUE ZERO.
           05 WS-HISTORY-WRITTEN      PIC 9(03) VALUE ZERO.
        01 WS-D2S-DATE                 PIC 9(08).
        01 WS-D2S-FIELDS REDEFINES WS-D2S-DATE.
           05 WS-D2S-YEAR             PIC 9(04).
           05 WS-D2S-MONTH            PIC 9(02).
           05 WS-D2S-DAY              PIC 9(02).
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
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(28) VALUE
                  "NIGHTLY STREAM FORECAST FOR ".
           05 HL-RUN-DATE             PIC 9(08).
           05 FILLER                  PIC X(04) VALUE " AT ".
           05 HL-NOW                  PIC X(08).
           05 FILLER                  PIC X(09) VALUE "  TARGET ".
           05 HL-TARGET               PIC X(08).
        01 WS-COLUMN-LINE.
           05 FILLER                  PIC X(40) VALUE
               "SQ PROGRAM  STATUS     VOLUME AVG-SECS  ".
           05 FILLER                  PIC X(40) VALUE
               "ELAPSED  FINISH    NOTE".
        01 WS-DETAIL-LINE.
           05 DL-STEP-SEQ             PIC 9(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-PROGRAM              PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-STATUS               PIC X(07).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-VOLUME               PIC Z,ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-AVG-SECS             PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-ELAPSED              PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-FINISH               PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-NOTE                 PIC X(20).
        01 WS-PROJECTION-LINE.
           05 FILLER                  PIC X(24) VALUE
                  "PROJECTED STREAM FINISH ".
           05 PL-FINISH               PIC X(08).
           05 FILLER                  PIC X(09) VALUE "  TARGET ".
           05 PL-TARGET               PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 PL-VERDICT              PIC X(30).
        01 WS-LATE-TEXT.
           05 FILLER                  PIC X(08) VALUE "LATE BY ".
           05 LT-MINUTES              PIC ZZZ9.
           05 FILLER                  PIC X(08) VALUE " MINUTES".
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-STREAM-DEF THRU 2000-EXIT.
           PERFORM 3000-LOAD-JOBLOG THRU 3000-EXIT.
           PERFORM 4000-ESTIMATE-EVERY-STEP THRU 4000-EXIT.
           PERFORM 5000-PROJECT-STREAM THRU 5000-EXIT.
           PERFORM 6000-WRITE-FORECAST-HISTORY THRU 6000-EXIT.
           IF WS-STREAM-LATE
               PERFORM 7000-RAISE-LATE-ALERT THRU 7000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Reads the STRMFCTL card - the target finish (HHMM) and,
      * optionally, the stream's run date when it is not tonight -
      * fixes now as seconds past midnight, and opens the report. A
      * missing or unreadable target is refused: a forecast with
      * nothing to forecast against is not worth the paper.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.

           OPEN INPUT FORECAST-CONTROL.
           IF FC-FILE-STATUS NOT = "00"
               DISPLAY "STRMFCST: UNABLE TO OPEN STRMFCTL - STATUS "
                   FC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ FORECAST-CONTROL
               AT END
                   DISPLAY "STRMFCST: STRMFCTL EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE FORECAST-CONTROL.

           IF FC-TARGET-TIME NOT NUMERIC
               DISPLAY "STRMFCST: STRMFCTL TARGET " FC-TARGET-TIME
                   " NOT A VALID HHMM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FC-TARGET-TIME TO WS-TARGET-HHMM.
           IF WS-TARGET-HHMM(1:2) > "23" OR WS-TARGET-HHMM(3:2) > "59"
               DISPLAY "STRMFCST: STRMFCTL TARGET " FC-TARGET-TIME
                   " NOT A VALID HHMM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FC-RUN-DATE NUMERIC AND FC-RUN-DATE NOT = "00000000"
               MOVE FC-RUN-DATE TO WS-RUN-DATE
           END-IF.

           MOVE WS-TARGET-HHMM TO WS-TIME-WORK(1:4).
           MOVE ZERO           TO WS-TIME-WORK(5:4).
           PERFORM 8100-TIME-TO-SECONDS THRU 8100-EXIT.
           MOVE WS-SECS-WORK TO WS-TARGET-SECS.
           MOVE WS-NOW-TIME TO WS-TIME-WORK.
           PERFORM 8100-TIME-TO-SECONDS THRU 8100-EXIT.
           MOVE WS-SECS-WORK TO WS-NOW-SECS.

           MOVE WS-RUN-DATE TO WS-D2S-DATE.
           PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
           MOVE WS-D2S-SERIAL TO WS-RUN-SERIAL.

           OPEN OUTPUT FORECAST-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "STRMFCST: UNABLE TO OPEN STRMFRPO - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LOAD-STREAM-DEF
      * Loads the STRMDEF steps in stream order. A step with several
      * predecessors sits on several records; it is forecast once.
      *----------------------------------------------------------------
       2000-LOAD-STREAM-DEF SECTION.
       2000-START.
           OPEN INPUT STREAM-DEF.
           IF SD-FILE-STATUS NOT = "00"
               DISPLAY "STRMFCST: UNABLE TO OPEN STRMDEF - STATUS "
                   SD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2100-LOAD-ONE-STEP THRU 2100-EXIT
               UNTIL WS-EOF OR WS-STEP-COUNT = 50.
           SET WS-EOF-SW TO "N".
           CLOSE STREAM-DEF.

           IF WS-STEP-COUNT = ZERO
               DISPLAY "STRMFCST: STRMDEF EMPTY - NOTHING TO FORECAST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-STEP SECTION.
       2100-START.
           READ STREAM-DEF
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.

           IF SD-STEP-SEQ NOT NUMERIC OR SD-PROGRAM = SPACES
               DISPLAY "STRMFCST: STRMDEF ENTRY SKIPPED - " SD-RECORD
               GO TO 2100-EXIT
           END-IF.

           SET WS-STEP-FOUND-SW TO "N".
           PERFORM 2200-MATCH-ONE-STEP THRU 2200-EXIT
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-STEP-COUNT OR WS-STEP-FOUND.
           IF WS-STEP-FOUND
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WS-STEP-COUNT.
           MOVE SD-STEP-SEQ    TO WS-ST-SEQ(WS-STEP-COUNT).
           MOVE SD-PROGRAM     TO WS-ST-PROGRAM(WS-STEP-COUNT).
           MOVE SD-INPUT-FILE  TO WS-ST-INPUT-FILE(WS-STEP-COUNT).
           MOVE "N"            TO WS-ST-DONE-SW(WS-STEP-COUNT).
           MOVE ZERO TO WS-ST-ACTUAL-SECS(WS-STEP-COUNT)
                        WS-ST-END-SECS(WS-STEP-COUNT)
                        WS-ST-HIST-RUNS(WS-STEP-COUNT)
                        WS-ST-HIST-SECS(WS-STEP-COUNT)
                        WS-ST-HIST-RECS(WS-STEP-COUNT)
                        WS-ST-VOLUME(WS-STEP-COUNT)
                        WS-ST-EST-SECS(WS-STEP-COUNT)
                        WS-ST-FINISH-SECS(WS-STEP-COUNT).
           MOVE SPACES         TO WS-ST-NOTE(WS-STEP-COUNT).
       2100-EXIT.
           EXIT.

       2200-MATCH-ONE-STEP SECTION.
       2200-START.
           IF WS-ST-PROGRAM(WS-SCAN-IDX) = SD-PROGRAM
               SET WS-STEP-FOUND TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-LOAD-JOBLOG
      * One pass of the shared job log. A stream step's record for
      * the run date marks it done with its actual elapsed time (a
      * later record - a rerun - supersedes an earlier one); a clean
      * record from the 28 days before feeds the step's history.
      *----------------------------------------------------------------
       3000-LOAD-JOBLOG SECTION.
       3000-START.
           OPEN INPUT JOB-LOG.
           IF JL-FILE-STATUS NOT = "00"
               DISPLAY "STRMFCST: NO JOBLOG ON FILE - NO HISTORY TO"
                   " FORECAST FROM"
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-TAKE-ONE-RECORD THRU 3100-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE JOB-LOG.
       3000-EXIT.
           EXIT.

       3100-TAKE-ONE-RECORD SECTION.
       3100-START.
           READ JOB-LOG
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.

           IF JL-RUN-DATE > WS-RUN-DATE
               GO TO 3100-EXIT
           END-IF.

           SET WS-STEP-FOUND-SW TO "N".
           PERFORM 3200-FIND-ONE-STEP THRU 3200-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT OR WS-STEP-FOUND.
           IF NOT WS-STEP-FOUND
               GO TO 3100-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-STEP-IDX.

           MOVE JL-START-TIME TO WS-TIME-WORK.
           PERFORM 8100-TIME-TO-SECONDS THRU 8100-EXIT.
           MOVE WS-SECS-WORK TO WS-START-SECS.
           MOVE JL-END-TIME TO WS-TIME-WORK.
           PERFORM 8100-TIME-TO-SECONDS THRU 8100-EXIT.
           MOVE WS-SECS-WORK TO WS-END-SECS.
           IF WS-END-SECS < WS-START-SECS
               COMPUTE WS-ELAPSED-SECS =
                   WS-END-SECS + 86400 - WS-START-SECS
           ELSE
               COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS
           END-IF.

           IF JL-RUN-DATE = WS-RUN-DATE
               MOVE "Y" TO WS-ST-DONE-SW(WS-STEP-IDX)
               MOVE WS-ELAPSED-SECS TO WS-ST-ACTUAL-SECS(WS-STEP-IDX)
               MOVE WS-END-SECS     TO WS-ST-END-SECS(WS-STEP-IDX)
               MOVE JL-RECORDS-IN   TO WS-ST-VOLUME(WS-STEP-IDX)
               GO TO 3100-EXIT
           END-IF.

           IF JL-RETURN-CODE NOT = ZERO
               GO TO 3100-EXIT
           END-IF.
           MOVE JL-RUN-DATE TO WS-D2S-DATE.
           PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
           MOVE WS-D2S-SERIAL TO WS-LOG-SERIAL.
           IF WS-LOG-SERIAL + WS-HISTORY-DAYS < WS-RUN-SERIAL
               GO TO 3100-EXIT
           END-IF.

           ADD 1               TO WS-ST-HIST-RUNS(WS-STEP-IDX).
           ADD WS-ELAPSED-SECS TO WS-ST-HIST-SECS(WS-STEP-IDX).
           ADD JL-RECORDS-IN   TO WS-ST-HIST-RECS(WS-STEP-IDX).
       3100-EXIT.
           EXIT.

       3200-FIND-ONE-STEP SECTION.
       3200-START.
           IF WS-ST-PROGRAM(WS-STEP-IDX) = JL-PROGRAM-ID
               SET WS-STEP-FOUND TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-ESTIMATE-EVERY-STEP
      * Estimates each step still to run: its average clean elapsed
      * time, scaled by tonight's volume against its average
      * records in. Tonight's volume is the record count on the
      * step's STRMDEF input file; a step with no input file, or
      * one not yet on disk, is taken at its average volume. A step
      * with no clean history is estimated at zero and flagged.
      *----------------------------------------------------------------
       4000-ESTIMATE-EVERY-STEP SECTION.
       4000-START.
           PERFORM 4100-ESTIMATE-ONE-STEP THRU 4100-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.
       4000-EXIT.
           EXIT.

       4100-ESTIMATE-ONE-STEP SECTION.
       4100-START.
           MOVE ZERO TO WS-AVG-SECS WS-AVG-RECS.
           IF WS-ST-HIST-RUNS(WS-STEP-IDX) > ZERO
               DIVIDE WS-ST-HIST-SECS(WS-STEP-IDX)
                   BY WS-ST-HIST-RUNS(WS-STEP-IDX)
                   GIVING WS-AVG-SECS ROUNDED
               DIVIDE WS-ST-HIST-RECS(WS-STEP-IDX)
                   BY WS-ST-HIST-RUNS(WS-STEP-IDX)
                   GIVING WS-AVG-RECS ROUNDED
           END-IF.

           IF WS-ST-DONE-SW(WS-STEP-IDX) = "Y"
               ADD 1 TO WS-DONE-COUNT
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-PENDING-COUNT.

           IF WS-ST-HIST-RUNS(WS-STEP-IDX) = ZERO
               MOVE ZERO TO WS-ST-EST-SECS(WS-STEP-IDX)
               MOVE "NO CLEAN HISTORY" TO WS-ST-NOTE(WS-STEP-IDX)
               GO TO 4100-EXIT
           END-IF.

           MOVE WS-AVG-SECS TO WS-ST-EST-SECS(WS-STEP-IDX).
           IF WS-ST-INPUT-FILE(WS-STEP-IDX) = SPACES
               MOVE WS-AVG-RECS TO WS-ST-VOLUME(WS-STEP-IDX)
               MOVE "AVERAGE VOLUME" TO WS-ST-NOTE(WS-STEP-IDX)
               GO TO 4100-EXIT
           END-IF.

           PERFORM 4200-COUNT-INPUT-FILE THRU 4200-EXIT.
           IF PRB-FILE-STATUS NOT = "00"
               MOVE WS-AVG-RECS TO WS-ST-VOLUME(WS-STEP-IDX)
               MOVE "INPUT NOT YET ON DISK" TO WS-ST-NOTE(WS-STEP-IDX)
               GO TO 4100-EXIT
           END-IF.

           MOVE WS-PROBE-COUNT TO WS-ST-VOLUME(WS-STEP-IDX).
           IF WS-AVG-RECS > ZERO
               COMPUTE WS-ST-EST-SECS(WS-STEP-IDX) ROUNDED =
                   WS-AVG-SECS * WS-PROBE-COUNT / WS-AVG-RECS
                   ON SIZE ERROR
                       MOVE 999999 TO WS-ST-EST-SECS(WS-STEP-IDX)
               END-COMPUTE
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-COUNT-INPUT-FILE
      * Opens the step's input file by its logical name, the way
      * STRMCTL probes it, and counts its records. The caller reads
      * PRB-FILE-STATUS to learn whether it was there at all.
      *----------------------------------------------------------------
       4200-COUNT-INPUT-FILE SECTION.
       4200-START.
           MOVE ZERO TO WS-PROBE-COUNT.
           MOVE WS-ST-INPUT-FILE(WS-STEP-IDX) TO WS-PROBE-NAME.
           OPEN INPUT INPUT-PROBE.
           IF PRB-FILE-STATUS NOT = "00"
               GO TO 4200-EXIT
           END-IF.

           PERFORM 4250-COUNT-ONE-RECORD THRU 4250-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE INPUT-PROBE.
           MOVE "00" TO PRB-FILE-STATUS.
       4200-EXIT.
           EXIT.

       4250-COUNT-ONE-RECORD SECTION.
       4250-START.
           READ INPUT-PROBE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4250-EXIT
           END-READ.
           ADD 1 TO WS-PROBE-COUNT.
       4250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-PROJECT-STREAM
      * Starts the clock at the later of now and the last step to
      * end tonight, lays the pending estimates end to end in stream
      * order, and prints every step - done ones with their actual
      * elapsed time and end, pending ones with the estimate and
      * projected finish - then the stream's projected finish
      * against the target.
      *----------------------------------------------------------------
       5000-PROJECT-STREAM SECTION.
       5000-START.
           MOVE WS-NOW-SECS TO WS-ANCHOR-SECS.
           PERFORM 5100-TAKE-LATEST-END THRU 5100-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.
           MOVE WS-ANCHOR-SECS TO WS-PROJ-SECS.

           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           MOVE WS-NOW-SECS TO WS-SECS-WORK.
           PERFORM 8200-SECONDS-TO-CLOCK THRU 8200-EXIT.
           MOVE WS-CLOCK TO HL-NOW.
           MOVE WS-TARGET-SECS TO WS-SECS-WORK.
           PERFORM 8200-SECONDS-TO-CLOCK THRU 8200-EXIT.
           MOVE WS-CLOCK TO HL-TARGET.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-COLUMN-LINE.

           PERFORM 5200-PRINT-ONE-STEP THRU 5200-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-PROJ-SECS TO WS-SECS-WORK.
           PERFORM 8200-SECONDS-TO-CLOCK THRU 8200-EXIT.
           MOVE WS-CLOCK TO PL-FINISH.
           MOVE HL-TARGET TO PL-TARGET.
           IF WS-PROJ-SECS > WS-TARGET-SECS
               SET WS-STREAM-LATE TO TRUE
               COMPUTE WS-LATE-MINUTES ROUNDED =
                   (WS-PROJ-SECS - WS-TARGET-SECS) / 60
               MOVE WS-LATE-MINUTES TO LT-MINUTES
               MOVE WS-LATE-TEXT TO PL-VERDICT
           ELSE
               MOVE "ON TIME" TO PL-VERDICT
           END-IF.
           WRITE RPT-LINE FROM WS-PROJECTION-LINE.
       5000-EXIT.
           EXIT.

       5100-TAKE-LATEST-END SECTION.
       5100-START.
           IF WS-ST-DONE-SW(WS-STEP-IDX) = "Y"
                   AND WS-ST-END-SECS(WS-STEP-IDX) > WS-ANCHOR-SECS
               MOVE WS-ST-END-SECS(WS-STEP-IDX) TO WS-ANCHOR-SECS
           END-IF.
       5100-EXIT.
           EXIT.

       5200-PRINT-ONE-STEP SECTION.
       5200-START.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-ST-SEQ(WS-STEP-IDX)     TO DL-STEP-SEQ.
           MOVE WS-ST-PROGRAM(WS-STEP-IDX) TO DL-PROGRAM.
           MOVE WS-ST-VOLUME(WS-STEP-IDX)  TO DL-VOLUME.
           MOVE ZERO TO WS-AVG-SECS.
           IF WS-ST-HIST-RUNS(WS-STEP-IDX) > ZERO
               DIVIDE WS-ST-HIST-SECS(WS-STEP-IDX)
                   BY WS-ST-HIST-RUNS(WS-STEP-IDX)
                   GIVING WS-AVG-SECS ROUNDED
           END-IF.
           MOVE WS-AVG-SECS TO DL-AVG-SECS.
           MOVE WS-ST-NOTE(WS-STEP-IDX) TO DL-NOTE.

           IF WS-ST-DONE-SW(WS-STEP-IDX) = "Y"
               MOVE "DONE"  TO DL-STATUS
               MOVE WS-ST-ACTUAL-SECS(WS-STEP-IDX) TO DL-ELAPSED
               MOVE WS-ST-END-SECS(WS-STEP-IDX) TO WS-SECS-WORK
           ELSE
               MOVE "PENDING" TO DL-STATUS
               MOVE WS-ST-EST-SECS(WS-STEP-IDX) TO DL-ELAPSED
               ADD WS-ST-EST-SECS(WS-STEP-IDX) TO WS-PROJ-SECS
                   ON SIZE ERROR
                       MOVE 999999 TO WS-PROJ-SECS
               END-ADD
               MOVE WS-PROJ-SECS TO WS-ST-FINISH-SECS(WS-STEP-IDX)
               MOVE WS-PROJ-SECS TO WS-SECS-WORK
           END-IF.
           PERFORM 8200-SECONDS-TO-CLOCK THRU 8200-EXIT.
           MOVE WS-CLOCK TO DL-FINISH.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-WRITE-FORECAST-HISTORY
      * Appends this forecast for every pending step to STRMFHST so
      * the weekly report can set it against the step's actual.
      *----------------------------------------------------------------
       6000-WRITE-FORECAST-HISTORY SECTION.
       6000-START.
           IF WS-PENDING-COUNT = ZERO
               GO TO 6000-EXIT
           END-IF.

           OPEN EXTEND FORECAST-HISTORY.
           IF FH-FILE-STATUS = "05" OR FH-FILE-STATUS = "35"
               CLOSE FORECAST-HISTORY
               OPEN OUTPUT FORECAST-HISTORY
           END-IF.
           IF FH-FILE-STATUS NOT = "00"
               DISPLAY "STRMFCST: UNABLE TO OPEN STRMFHST - STATUS "
                   FH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF.

           PERFORM 6100-WRITE-ONE-FORECAST THRU 6100-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.
           CLOSE FORECAST-HISTORY.
       6000-EXIT.
           EXIT.

       6100-WRITE-ONE-FORECAST SECTION.
       6100-START.
           IF WS-ST-DONE-SW(WS-STEP-IDX) = "Y"
               GO TO 6100-EXIT
           END-IF.

           MOVE SPACES                         TO FH-RECORD.
           MOVE WS-RUN-DATE                    TO FH-RUN-DATE.
           MOVE WS-NOW-TIME                    TO FH-FORECAST-TIME.
           MOVE WS-ST-SEQ(WS-STEP-IDX)         TO FH-STEP-SEQ.
           MOVE WS-ST-PROGRAM(WS-STEP-IDX)     TO FH-PROGRAM-ID.
           MOVE WS-ST-VOLUME(WS-STEP-IDX)      TO FH-VOLUME.
           MOVE WS-ST-EST-SECS(WS-STEP-IDX)    TO FH-EST-SECONDS.
           MOVE WS-ST-FINISH-SECS(WS-STEP-IDX) TO WS-SECS-WORK.
           PERFORM 8200-SECONDS-TO-CLOCK THRU 8200-EXIT.
           MOVE WS-HHMMSS                      TO FH-PROJ-FINISH.
           MOVE WS-TARGET-HHMM                 TO FH-TARGET-TIME(1:4).
           MOVE ZERO                           TO FH-TARGET-TIME(5:2).
           WRITE FH-RECORD.
           ADD 1 TO WS-HISTORY-WRITTEN.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-RAISE-LATE-ALERT
      * Warns the console through the shared OPSALERT queue that the
      * stream is projected to overrun its target. One warning a
      * night is enough while it stands unacknowledged - the
      * re-forecasts after each later step do not pile up more.
      *----------------------------------------------------------------
       7000-RAISE-LATE-ALERT SECTION.
       7000-START.
           SET WS-ALERT-RAISED-SW TO "N".
           OPEN INPUT ALERT-QUEUE.
           IF AQ-FILE-STATUS = "00"
               PERFORM 7100-CHECK-ONE-ALERT THRU 7100-EXIT
                   UNTIL WS-EOF OR WS-ALERT-RAISED
               SET WS-EOF-SW TO "N"
               CLOSE ALERT-QUEUE
           END-IF.
           IF WS-ALERT-RAISED
               GO TO 7000-EXIT
           END-IF.

           MOVE SPACES TO WS-ALERT-TEXT.
           STRING "STREAM FCST FINISH " PL-FINISH(1:2)
                  PL-FINISH(4:2) " PAST TARGET "
                  WS-TARGET-HHMM DELIMITED BY SIZE
               INTO WS-ALERT-TEXT.

           OPEN EXTEND ALERT-QUEUE.
           IF AQ-FILE-STATUS = "05" OR AQ-FILE-STATUS = "35"
               CLOSE ALERT-QUEUE
               OPEN OUTPUT ALERT-QUEUE
           END-IF.
           IF AQ-FILE-STATUS NOT = "00"
               DISPLAY "STRMFCST: UNABLE TO OPEN OPSALERT, STATUS="
                   AQ-FILE-STATUS
               GO TO 7000-EXIT
           END-IF.

           MOVE SPACES            TO AQ-RECORD.
           MOVE "STRMFCST"        TO AQ-PROGRAM-ID.
           SET AQ-SEV-WARNING     TO TRUE.
           MOVE WS-ALERT-TEXT     TO AQ-ALERT-TEXT.
           ACCEPT AQ-ALERT-DATE FROM DATE YYYYMMDD.
           ACCEPT AQ-ALERT-TIME FROM TIME.
           SET AQ-ALERT-OPEN TO TRUE.
           MOVE SPACES            TO AQ-ACK-OPERATOR.
           WRITE AQ-RECORD.
           CLOSE ALERT-QUEUE.
           DISPLAY "STRMFCST: " WS-ALERT-TEXT.
       7000-EXIT.
           EXIT.

       7100-CHECK-ONE-ALERT SECTION.
       7100-START.
           READ ALERT-QUEUE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 7100-EXIT
           END-READ.
           IF AQ-PROGRAM-ID = "STRMFCST" AND AQ-ALERT-OPEN
                   AND AQ-ALERT-DATE = WS-RUN-DATE
               SET WS-ALERT-RAISED TO TRUE
           END-IF.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-DATE-TO-SERIAL
      * Converts WS-D2S-DATE (YYYYMMDD) to a day serial, the same
      * arithmetic SIGNON uses for PIN aging.
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
      * 8100-TIME-TO-SECONDS
      * Converts WS-TIME-WORK (HHMMSSCC, as ACCEPT FROM TIME and the
      * job log carry it) to seconds past midnight in WS-SECS-WORK.
      *----------------------------------------------------------------
       8100-TIME-TO-SECONDS SECTION.
       8100-START.
           COMPUTE WS-SECS-WORK = WS-TW-HH * 3600
               + WS-TW-MM * 60 + WS-TW-SS.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8200-SECONDS-TO-CLOCK
      * Turns WS-SECS-WORK back into a time of day, HHMMSS in
      * WS-HHMMSS and HH:MM:SS in WS-CLOCK. A projection that runs
      * past midnight wraps onto the next day's clock.
      *----------------------------------------------------------------
       8200-SECONDS-TO-CLOCK SECTION.
       8200-START.
           DIVIDE WS-SECS-WORK BY 86400 GIVING WS-SECS-REMAINDER
               REMAINDER WS-SECS-WORK.
           DIVIDE WS-SECS-WORK BY 3600 GIVING WS-HM-HH
               REMAINDER WS-SECS-REMAINDER.
           DIVIDE WS-SECS-REMAINDER BY 60 GIVING WS-HM-MM
               REMAINDER WS-HM-SS.
           MOVE WS-HM-HH TO WS-CLOCK-HH.
           MOVE WS-HM-MM TO WS-CLOCK-MM.
           MOVE WS-HM-SS TO WS-CLOCK-SS.
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the report and prints the run summary; RC 4 when the
      * stream is projected to finish past its target.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE FORECAST-REPORT.
           DISPLAY "STRMFCST: STEPS DONE     = " WS-DONE-COUNT.
           DISPLAY "STRMFCST: STEPS PENDING  = " WS-PENDING-COUNT.
           DISPLAY "STRMFCST: PROJECTED END  = " PL-FINISH.
           IF WS-STREAM-LATE
               DISPLAY "STRMFCST: " WS-LATE-TEXT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
