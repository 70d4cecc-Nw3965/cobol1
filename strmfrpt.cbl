       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMFRPT.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. WEEKLY STREAM FORECAST REPORT.
      *                  FOR EACH NIGHT OF THE SEVEN ENDING ON THE
      *                  STRMFRCT CARD DATE (TODAY WITHOUT ONE) IT
      *                  TAKES THE LAST STRMFHST FORECAST WRITTEN FOR
      *                  EACH STREAM STEP - THE ONE THAT STOOD WHEN
      *                  THE STEP STARTED - AND SETS IT AGAINST THE
      *                  STEP'S JOBLOG ACTUAL FOR THAT NIGHT, THEN
      *                  SUMMARISES THE WEEK BY PROGRAM SO A STEP
      *                  THAT IS RUNNING SLOWER THAN ITS FORECAST
      *                  STANDS OUT. LISTED ON STRMFRPO.
      * 10/15/26   OPS   REPORT NOW WRITTEN TO STRMWRPO; STRMFRPO IS
      *                  STRMFCST'S NIGHTLY FORECAST, WHICH THIS RUN
      *                  WAS OVERWRITING.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-CONTROL ASSIGN TO "STRMFRCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.
           SELECT FORECAST-HISTORY ASSIGN TO "STRMFHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FH-FILE-STATUS.
           SELECT JOB-LOG ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JL-FILE-STATUS.
           SELECT FORECAST-REPORT ASSIGN TO "STRMWRPO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-CONTROL.
       01  RC-RECORD.
           05  RC-END-DATE             PIC X(08).
       FD  FORECAST-HISTORY.
       COPY "STRMFHST.cpy".
       FD  JOB-LOG.
       COPY "JOBLOG.cpy".
       FD  FORECAST-REPORT.
       01  RPT-LINE                    PIC X(100).
       WORKING-STORAGE SECTION.
        01 RC-FILE-STATUS              PIC XX.
        01 FH-FILE-STATUS              PIC XX.
        01 JL-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-ENTRY-FOUND-SW       PIC X(01) VALUE "N".
              88 WS-ENTRY-FOUND               VALUE "Y".
           05 WS-TABLE-FULL-SW        PIC X(01) VALUE "N".
              88 WS-TABLE-FULL                VALUE "Y".
        01 WS-RUN-DATE                 PIC 9(08).
        01 WS-END-DATE                 PIC 9(08).
        01 WS-END-SERIAL               PIC 9(08).
        01 WS-ROW-SERIAL               PIC 9(08).
        01 WS-WEEK-DAYS                PIC 9(02) VALUE 7.
        01 WS-START-SECS               PIC 9(06) VALUE ZERO.
        01 WS-END-SECS                 PIC 9(06) VALUE ZERO.
        01 WS-ELAPSED-SECS             PIC 9(06) VALUE ZERO.
        01 WS-VARIANCE-SECS            PIC S9(07) VALUE ZERO.
        01 WS-VARIANCE-PCT             PIC S9(05)V9 VALUE ZERO.
        01 WS-TIME-WORK                PIC 9(08) VALUE ZERO.
        01 WS-TIME-FIELDS REDEFINES WS-TIME-WORK.
           05 WS-TW-HH                PIC 9(02).
           05 WS-TW-MM                PIC 9(02).
           05 WS-TW-SS                PIC 9(02).
           05 WS-TW-CC                PIC 9(02).
        01 WS-SECS-WORK                PIC 9(06) VALUE ZERO.
        01 WS-NIGHT-COUNT              PIC 9(03) VALUE ZERO.
        01 WS-NIGHT-TABLE.
           05 WS-NIGHT-ENTRY OCCURS 350 TIMES.
              10 WS-NT-RUN-DATE       PIC 9(08).
              10 WS-NT-STEP-SEQ       PIC 9(02).
              10 WS-NT-PROGRAM        PIC X(08).
              10 WS-NT-FCST-VOLUME    PIC 9(07).
              10 WS-NT-FCST-SECS      PIC 9(06).
              10 WS-NT-RAN-SW         PIC X(01).
              10 WS-NT-ACT-VOLUME     PIC 9(07).
              10 WS-NT-ACT-SECS       PIC 9(06).
        01 WS-NIGHT-IDX                PIC 9(03) VALUE ZERO.
        01 WS-PROGRAM-COUNT            PIC 9(02) VALUE ZERO.
        01 WS-PROGRAM-TABLE.
           05 WS-PROGRAM-ENTRY OCCURS 50 TIMES.
              10 WS-PT-PROGRAM        PIC X(08).
              10 WS-PT-NIGHTS         PIC 9(03).
              10 WS-PT-FCST-SECS      PIC 9(09).
              10 WS-PT-ACT-SECS       PIC 9(09).
        01 WS-PROGRAM-IDX              PIC 9(02) VALUE ZERO.
        01 WS-TALLY-COUNTS.
           05 WS-FCST-READ            PIC 9(07) VALUE ZERO.
           05 WS-LOG-MATCHED          PIC 9(07) VALUE ZERO.
           05 WS-NOT-RUN-COUNT        PIC 9(07) VALUE ZERO.
           05 WS-SLOWER-COUNT         PIC 9(07) VALUE ZERO.
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
           05 FILLER                  PIC X(40) VALUE
                  "WEEKLY STREAM FORECAST VS ACTUAL    RUN ".
           05 HL-RUN-DATE             PIC 9(08).
           05 FILLER                  PIC X(14) VALUE
                  "  WEEK ENDING ".
           05 HL-END-DATE             PIC 9(08).
        01 WS-COLUMN-LINE.
           05 FILLER                  PIC X(40) VALUE
               "NIGHT    SQ PROGRAM   FCST-VOL   ACT-VOL".
           05 FILLER                  PIC X(40) VALUE
               " FCST-SECS ACT-SECS  VARIANCE      PCT".
        01 WS-DETAIL-LINE.
           05 DL-RUN-DATE             PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-STEP-SEQ             PIC 9(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-PROGRAM              PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-FCST-VOLUME          PIC Z,ZZZ,ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-ACT-VOLUME           PIC Z,ZZZ,ZZ9.
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 DL-FCST-SECS            PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-ACT-SECS             PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-VARIANCE             PIC -ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-PCT                  PIC -ZZZ9.9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-NOTE                 PIC X(20).
        01 WS-SUMMARY-HEADER.
           05 FILLER                  PIC X(40) VALUE
               "WEEK BY PROGRAM  NIGHTS FCST-SECS  ACT-S".
           05 FILLER                  PIC X(30) VALUE
               "ECS   VARIANCE     PCT".
        01 WS-SUMMARY-LINE.
           05 SL-PROGRAM              PIC X(08).
           05 FILLER                  PIC X(12) VALUE SPACES.
           05 SL-NIGHTS               PIC ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SL-FCST-SECS            PIC Z,ZZZ,ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SL-ACT-SECS             PIC Z,ZZZ,ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SL-VARIANCE             PIC -Z,ZZZ,ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SL-PCT                  PIC -ZZZ9.9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 SL-NOTE                 PIC X(20).
        01 WS-COUNT-LINE.
           05 CL-LABEL                PIC X(30).
           05 CL-COUNT                PIC Z,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-FORECASTS THRU 2000-EXIT.
           PERFORM 3000-MATCH-ACTUALS THRU 3000-EXIT.
           PERFORM 4000-PRINT-NIGHTS THRU 4000-EXIT.
           PERFORM 5000-PRINT-WEEK-SUMMARY THRU 5000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Fixes the week - the seven nights ending on the STRMFRCT
      * card date, or today without a card - opens the report and
      * prints the heading.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-END-DATE.

           OPEN INPUT REPORT-CONTROL.
           IF RC-FILE-STATUS = "00"
               READ REPORT-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-END-DATE NUMERIC
                               AND RC-END-DATE NOT = "00000000"
                           MOVE RC-END-DATE TO WS-END-DATE
                       END-IF
               END-READ
               CLOSE REPORT-CONTROL
           END-IF.

           MOVE WS-END-DATE TO WS-D2S-DATE.
           PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
           MOVE WS-D2S-SERIAL TO WS-END-SERIAL.

           OPEN OUTPUT FORECAST-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "STRMFRPT: UNABLE TO OPEN STRMWRPO - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           MOVE WS-END-DATE TO HL-END-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-COLUMN-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LOAD-FORECASTS
      * Keeps, for each step on each night of the week, the last
      * forecast STRMFCST wrote for it. The history is appended in
      * time order, so a later row simply replaces an earlier one.
      * No STRMFHST yet means nothing has been forecast.
      *----------------------------------------------------------------
       2000-LOAD-FORECASTS SECTION.
       2000-START.
           OPEN INPUT FORECAST-HISTORY.
           IF FH-FILE-STATUS = "35"
               GO TO 2000-EXIT
           END-IF.
           IF FH-FILE-STATUS NOT = "00"
               DISPLAY "STRMFRPT: UNABLE TO OPEN STRMFHST - STATUS "
                   FH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2100-TAKE-ONE-FORECAST THRU 2100-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE FORECAST-HISTORY.
       2000-EXIT.
           EXIT.

       2100-TAKE-ONE-FORECAST SECTION.
       2100-START.
           READ FORECAST-HISTORY
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-FCST-READ.

           IF FH-RUN-DATE NOT NUMERIC OR FH-RUN-DATE > WS-END-DATE
               GO TO 2100-EXIT
           END-IF.
           MOVE FH-RUN-DATE TO WS-D2S-DATE.
           PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
           MOVE WS-D2S-SERIAL TO WS-ROW-SERIAL.
           IF WS-ROW-SERIAL + WS-WEEK-DAYS NOT > WS-END-SERIAL
               GO TO 2100-EXIT
           END-IF.

           SET WS-ENTRY-FOUND-SW TO "N".
           PERFORM 2200-FIND-FORECAST-NIGHT THRU 2200-EXIT
               VARYING WS-NIGHT-IDX FROM 1 BY 1
               UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-NIGHT-IDX
           ELSE
               IF WS-NIGHT-COUNT = 350
                   IF NOT WS-TABLE-FULL
                       DISPLAY "STRMFRPT: MORE THAN 350 STEP-NIGHTS -"
                           " REST OF WEEK NOT REPORTED"
                       SET WS-TABLE-FULL TO TRUE
                   END-IF
                   GO TO 2100-EXIT
               END-IF
               ADD 1 TO WS-NIGHT-COUNT
               MOVE WS-NIGHT-COUNT TO WS-NIGHT-IDX
               MOVE FH-RUN-DATE   TO WS-NT-RUN-DATE(WS-NIGHT-IDX)
               MOVE FH-PROGRAM-ID TO WS-NT-PROGRAM(WS-NIGHT-IDX)
               MOVE "N"           TO WS-NT-RAN-SW(WS-NIGHT-IDX)
               MOVE ZERO          TO WS-NT-ACT-VOLUME(WS-NIGHT-IDX)
                                     WS-NT-ACT-SECS(WS-NIGHT-IDX)
           END-IF.

           MOVE FH-STEP-SEQ     TO WS-NT-STEP-SEQ(WS-NIGHT-IDX).
           MOVE FH-VOLUME       TO WS-NT-FCST-VOLUME(WS-NIGHT-IDX).
           MOVE FH-EST-SECONDS  TO WS-NT-FCST-SECS(WS-NIGHT-IDX).
       2100-EXIT.
           EXIT.

       2200-FIND-FORECAST-NIGHT SECTION.
       2200-START.
           IF WS-NT-RUN-DATE(WS-NIGHT-IDX) = FH-RUN-DATE
                   AND WS-NT-PROGRAM(WS-NIGHT-IDX) = FH-PROGRAM-ID
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-MATCH-ACTUALS
      * Reads the job log and gives each forecast step-night the
      * elapsed time and records in of the step's run that night -
      * the last one, when it was rerun.
      *----------------------------------------------------------------
       3000-MATCH-ACTUALS SECTION.
       3000-START.
           IF WS-NIGHT-COUNT = ZERO
               GO TO 3000-EXIT
           END-IF.
           OPEN INPUT JOB-LOG.
           IF JL-FILE-STATUS NOT = "00"
               DISPLAY "STRMFRPT: NO JOBLOG ON FILE - NO ACTUALS"
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-TAKE-ONE-RUN THRU 3100-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE JOB-LOG.
       3000-EXIT.
           EXIT.

       3100-TAKE-ONE-RUN SECTION.
       3100-START.
           READ JOB-LOG
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.

           SET WS-ENTRY-FOUND-SW TO "N".
           PERFORM 3200-FIND-RUN-NIGHT THRU 3200-EXIT
               VARYING WS-NIGHT-IDX FROM 1 BY 1
               UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT OR WS-ENTRY-FOUND.
           IF NOT WS-ENTRY-FOUND
               GO TO 3100-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-NIGHT-IDX.

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

           IF WS-NT-RAN-SW(WS-NIGHT-IDX) = "N"
               ADD 1 TO WS-LOG-MATCHED
           END-IF.
           MOVE "Y"             TO WS-NT-RAN-SW(WS-NIGHT-IDX).
           MOVE JL-RECORDS-IN   TO WS-NT-ACT-VOLUME(WS-NIGHT-IDX).
           MOVE WS-ELAPSED-SECS TO WS-NT-ACT-SECS(WS-NIGHT-IDX).
       3100-EXIT.
           EXIT.

       3200-FIND-RUN-NIGHT SECTION.
       3200-START.
           IF WS-NT-RUN-DATE(WS-NIGHT-IDX) = JL-RUN-DATE
                   AND WS-NT-PROGRAM(WS-NIGHT-IDX) = JL-PROGRAM-ID
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-PRINT-NIGHTS
      * One line per step-night: forecast and actual volume and
      * elapsed seconds, the variance and the variance as a
      * percentage of the forecast. A step that never ran that night
      * is shown as such and left out of the week's totals.
      *----------------------------------------------------------------
       4000-PRINT-NIGHTS SECTION.
       4000-START.
           IF WS-NIGHT-COUNT = ZERO
               MOVE "  NONE" TO RPT-LINE
               WRITE RPT-LINE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-PRINT-ONE-NIGHT THRU 4100-EXIT
               VARYING WS-NIGHT-IDX FROM 1 BY 1
               UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-NIGHT SECTION.
       4100-START.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-NT-RUN-DATE(WS-NIGHT-IDX)    TO DL-RUN-DATE.
           MOVE WS-NT-STEP-SEQ(WS-NIGHT-IDX)    TO DL-STEP-SEQ.
           MOVE WS-NT-PROGRAM(WS-NIGHT-IDX)     TO DL-PROGRAM.
           MOVE WS-NT-FCST-VOLUME(WS-NIGHT-IDX) TO DL-FCST-VOLUME.
           MOVE WS-NT-FCST-SECS(WS-NIGHT-IDX)   TO DL-FCST-SECS.

           IF WS-NT-RAN-SW(WS-NIGHT-IDX) = "N"
               MOVE "NOT ON JOBLOG" TO DL-NOTE
               ADD 1 TO WS-NOT-RUN-COUNT
               WRITE RPT-LINE FROM WS-DETAIL-LINE
               GO TO 4100-EXIT
           END-IF.

           MOVE WS-NT-ACT-VOLUME(WS-NIGHT-IDX)  TO DL-ACT-VOLUME.
           MOVE WS-NT-ACT-SECS(WS-NIGHT-IDX)    TO DL-ACT-SECS.
           COMPUTE WS-VARIANCE-SECS = WS-NT-ACT-SECS(WS-NIGHT-IDX)
               - WS-NT-FCST-SECS(WS-NIGHT-IDX).
           MOVE WS-VARIANCE-SECS TO DL-VARIANCE.
           IF WS-NT-FCST-SECS(WS-NIGHT-IDX) > ZERO
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-VARIANCE-SECS * 100
                   / WS-NT-FCST-SECS(WS-NIGHT-IDX)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-VARIANCE-PCT
               END-COMPUTE
               MOVE WS-VARIANCE-PCT TO DL-PCT
           ELSE
               MOVE "NO FORECAST" TO DL-NOTE
           END-IF.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

           SET WS-ENTRY-FOUND-SW TO "N".
           PERFORM 4200-FIND-PROGRAM THRU 4200-EXIT
               VARYING WS-PROGRAM-IDX FROM 1 BY 1
               UNTIL WS-PROGRAM-IDX > WS-PROGRAM-COUNT
                  OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-PROGRAM-IDX
           ELSE
               IF WS-PROGRAM-COUNT = 50
                   GO TO 4100-EXIT
               END-IF
               ADD 1 TO WS-PROGRAM-COUNT
               MOVE WS-PROGRAM-COUNT TO WS-PROGRAM-IDX
               MOVE WS-NT-PROGRAM(WS-NIGHT-IDX)
                   TO WS-PT-PROGRAM(WS-PROGRAM-IDX)
               MOVE ZERO TO WS-PT-NIGHTS(WS-PROGRAM-IDX)
                            WS-PT-FCST-SECS(WS-PROGRAM-IDX)
                            WS-PT-ACT-SECS(WS-PROGRAM-IDX)
           END-IF.
           ADD 1 TO WS-PT-NIGHTS(WS-PROGRAM-IDX).
           ADD WS-NT-FCST-SECS(WS-NIGHT-IDX)
               TO WS-PT-FCST-SECS(WS-PROGRAM-IDX).
           ADD WS-NT-ACT-SECS(WS-NIGHT-IDX)
               TO WS-PT-ACT-SECS(WS-PROGRAM-IDX).
       4100-EXIT.
           EXIT.

       4200-FIND-PROGRAM SECTION.
       4200-START.
           IF WS-PT-PROGRAM(WS-PROGRAM-IDX) =
                   WS-NT-PROGRAM(WS-NIGHT-IDX)
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-PRINT-WEEK-SUMMARY
      * The week by program: nights run, total forecast and actual
      * seconds and the variance. A program whose actuals ran more
      * than 10 percent over forecast for the week is marked SLOWER
      * THAN FORECAST - its history is no longer a fair guide.
      *----------------------------------------------------------------
       5000-PRINT-WEEK-SUMMARY SECTION.
       5000-START.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-SUMMARY-HEADER.
           IF WS-PROGRAM-COUNT = ZERO
               MOVE "  NONE" TO RPT-LINE
               WRITE RPT-LINE
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-PRINT-ONE-PROGRAM THRU 5100-EXIT
               VARYING WS-PROGRAM-IDX FROM 1 BY 1
               UNTIL WS-PROGRAM-IDX > WS-PROGRAM-COUNT.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-PROGRAM SECTION.
       5100-START.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE WS-PT-PROGRAM(WS-PROGRAM-IDX)   TO SL-PROGRAM.
           MOVE WS-PT-NIGHTS(WS-PROGRAM-IDX)    TO SL-NIGHTS.
           MOVE WS-PT-FCST-SECS(WS-PROGRAM-IDX) TO SL-FCST-SECS.
           MOVE WS-PT-ACT-SECS(WS-PROGRAM-IDX)  TO SL-ACT-SECS.
           COMPUTE WS-VARIANCE-SECS = WS-PT-ACT-SECS(WS-PROGRAM-IDX)
               - WS-PT-FCST-SECS(WS-PROGRAM-IDX).
           MOVE WS-VARIANCE-SECS TO SL-VARIANCE.
           IF WS-PT-FCST-SECS(WS-PROGRAM-IDX) = ZERO
               MOVE "NO FORECAST" TO SL-NOTE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               GO TO 5100-EXIT
           END-IF.

           COMPUTE WS-VARIANCE-PCT ROUNDED =
               WS-VARIANCE-SECS * 100
               / WS-PT-FCST-SECS(WS-PROGRAM-IDX)
               ON SIZE ERROR
                   MOVE 9999.9 TO WS-VARIANCE-PCT
           END-COMPUTE.
           MOVE WS-VARIANCE-PCT TO SL-PCT.
           IF WS-VARIANCE-PCT > 10
               MOVE "SLOWER THAN FORECAST" TO SL-NOTE
               ADD 1 TO WS-SLOWER-COUNT
           END-IF.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
       5100-EXIT.
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
      * Converts WS-TIME-WORK (HHMMSSCC, as the job log carries it)
      * to seconds past midnight in WS-SECS-WORK.
      *----------------------------------------------------------------
       8100-TIME-TO-SECONDS SECTION.
       8100-START.
           COMPUTE WS-SECS-WORK = WS-TW-HH * 3600
               + WS-TW-MM * 60 + WS-TW-SS.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Prints the run counts and closes the report.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "STEP-NIGHTS FORECAST         " TO CL-LABEL.
           MOVE WS-NIGHT-COUNT TO CL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "STEP-NIGHTS NOT ON JOBLOG    " TO CL-LABEL.
           MOVE WS-NOT-RUN-COUNT TO CL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "PROGRAMS SLOWER THAN FORECAST" TO CL-LABEL.
           MOVE WS-SLOWER-COUNT TO CL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.

           CLOSE FORECAST-REPORT.
           DISPLAY "STRMFRPT: FORECAST ROWS READ = " WS-FCST-READ.
           DISPLAY "STRMFRPT: STEP-NIGHTS        = " WS-NIGHT-COUNT.
           DISPLAY "STRMFRPT: SLOWER PROGRAMS    = " WS-SLOWER-COUNT.
       9000-EXIT.
           EXIT.
