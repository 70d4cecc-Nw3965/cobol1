       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELEVRPT.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. DAILY TEMPORARY AUTHORITY
      *                  ELEVATION REPORT. MARKS EVERY ELEVGRNT GRANT
      *                  WHOSE WINDOW HAS ENDED AS EXPIRED AND LOGS
      *                  THE EXPIRY TO ELEVLOG, THEN PRINTS ON
      *                  ELEVRPTO THE GRANTS EXPIRING WITHIN 24 HOURS,
      *                  THE OTHER ACTIVE GRANTS, THOSE SCHEDULED TO
      *                  START LATER, THOSE JUST EXPIRED, AND EVERY
      *                  SIGN-ON TODAY THAT TOOK AN ELEVATED LEVEL.
      * 10/15/26   OPS   ELEVATED SIGN-ONS ARE NOW LISTED FOR THE 24
      *                  HOURS UP TO THE RUN RATHER THAN THE RUN'S
      *                  CALENDAR DATE, SO A SIGN-ON BEFORE MIDNIGHT
      *                  IS NOT LOST WHEN THE REPORT RUNS AFTER IT.
      *                  EACH USE LINE NOW SHOWS THE DATE.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELEV-GRANTS ASSIGN TO "ELEVGRNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EG-KEY
               FILE STATUS IS EG-FILE-STATUS.
           SELECT ELEV-LOG ASSIGN TO "ELEVLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EL-FILE-STATUS.
           SELECT ELEV-REPORT ASSIGN TO "ELEVRPTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ELEV-GRANTS.
       COPY "ELEVGRNT.cpy".
       FD  ELEV-LOG.
       COPY "ELEVLOG.cpy".
       FD  ELEV-REPORT.
       01  RPT-LINE                    PIC X(100).
       WORKING-STORAGE SECTION.
        01 EG-FILE-STATUS             PIC XX.
        01 EL-FILE-STATUS             PIC XX.
        01 RPT-FILE-STATUS            PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-GRANTS-OPEN-SW       PIC X(01) VALUE "N".
              88 WS-GRANTS-OPEN               VALUE "Y".
        01 WS-TODAY-DATE              PIC 9(08).
        01 WS-NOW-TIME                PIC 9(08).
        01 WS-NOW-HHMM                PIC 9(04).
        01 WS-NOW-KEY                 PIC 9(12).
        01 WS-SOON-KEY                PIC 9(12).
        01 WS-SINCE-KEY               PIC 9(12).
        01 WS-EVENT-KEY               PIC 9(12).
        01 WS-EVENT-HHMM              PIC 9(04).
        01 WS-FROM-KEY                PIC 9(12).
        01 WS-TO-KEY                  PIC 9(12).
        01 WS-GRANT-COUNT             PIC 9(03) VALUE ZERO.
        01 WS-GRANT-TABLE.
           05 WS-GT-ENTRY OCCURS 300 TIMES.
              10 WS-GT-OPERATOR       PIC X(10).
              10 WS-GT-LEVEL          PIC X(01).
              10 WS-GT-START-DATE     PIC 9(08).
              10 WS-GT-START-TIME     PIC 9(04).
              10 WS-GT-END-DATE       PIC 9(08).
              10 WS-GT-END-TIME       PIC 9(04).
              10 WS-GT-GRANTED-BY     PIC X(10).
              10 WS-GT-REASON         PIC X(30).
              10 WS-GT-DISP           PIC X(01).
        01 WS-PRINT-DISP              PIC X(01).
        01 WS-GT-IDX                  PIC 9(03) VALUE ZERO.
        01 WS-SECTION-COUNT           PIC 9(05) VALUE ZERO.
        01 WS-TALLY-COUNTS.
           05 WS-EXPIRING-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-ACTIVE-COUNT         PIC 9(05) VALUE ZERO.
           05 WS-SCHEDULED-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-EXPIRED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-USE-COUNT            PIC 9(05) VALUE ZERO.
        01 WS-D2S-DATE                PIC 9(08).
        01 WS-D2S-FIELDS REDEFINES WS-D2S-DATE.
           05 WS-D2S-YEAR             PIC 9(04).
           05 WS-D2S-MONTH            PIC 9(02).
           05 WS-D2S-DAY              PIC 9(02).
        01 WS-D2S-SERIAL              PIC 9(08).
        01 WS-D2S-PRIOR-YEAR          PIC 9(04).
        01 WS-D2S-LEAP-COUNT          PIC 9(06).
        01 WS-D2S-WORK                PIC 9(06).
        01 WS-D2S-REMAINDER           PIC 9(04).
        01 WS-MONTH-OFFSETS.
           05 FILLER      PIC X(18) VALUE "000031059090120151".
           05 FILLER      PIC X(18) VALUE "181212243273304334".
        01 WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSETS.
           05 WS-MONTH-OFFSET OCCURS 12 TIMES PIC 9(03).
        01 WS-TITLE-LINE.
           05 FILLER                  PIC X(40)
                  VALUE "TEMPORARY AUTHORITY ELEVATION REPORT FOR".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TL-REPORT-DATE          PIC 9(08).
        01 WS-GRANT-COLUMNS.
           05 FILLER                  PIC X(40)
                  VALUE "OPERATOR   LVL FROM          TO".
           05 FILLER                  PIC X(40)
                  VALUE "      GRANTED BY REASON".
        01 WS-GRANT-LINE.
           05 GL-OPERATOR-ID          PIC X(10).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 GL-LEVEL                PIC X(01).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 GL-START-DATE           PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 GL-START-TIME           PIC 9(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 GL-END-DATE             PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 GL-END-TIME             PIC 9(04).
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 GL-GRANTED-BY           PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 GL-REASON               PIC X(30).
        01 WS-USE-COLUMNS             PIC X(60) VALUE
               "OPERATOR   LVL TERMINAL DATE     TIME     GRANT FROM".
        01 WS-USE-LINE.
           05 UL-OPERATOR-ID          PIC X(10).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 UL-LEVEL                PIC X(01).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 UL-TERMINAL             PIC X(04).
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 UL-DATE                 PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 UL-TIME                 PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 UL-GRANT-DATE           PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 UL-GRANT-TIME           PIC 9(04).
        01 WS-COUNT-LINE.
           05 CT-LABEL                PIC X(30).
           05 CT-COUNT                PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-GRANTS-OPEN
               PERFORM 2000-CLASSIFY-ONE-GRANT THRU 2000-EXIT
                   UNTIL WS-EOF
               CLOSE ELEV-GRANTS
           END-IF.
           PERFORM 3000-PRINT-GRANTS THRU 3000-EXIT.
           PERFORM 4000-PRINT-USES THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Fixes now, 24 hours from now and 24 hours ago as day-serial
      * keys so windows can be compared across month and year ends,
      * then opens the grant file for update, the log for the
      * expiries, and the report. A site with no grant file yet
      * prints empty sections.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           DIVIDE WS-NOW-TIME BY 10000 GIVING WS-NOW-HHMM.
           MOVE WS-TODAY-DATE TO WS-D2S-DATE.
           PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
           COMPUTE WS-NOW-KEY = WS-D2S-SERIAL * 10000 + WS-NOW-HHMM.
           COMPUTE WS-SOON-KEY = WS-NOW-KEY + 10000.
           COMPUTE WS-SINCE-KEY = WS-NOW-KEY - 10000.

           OPEN I-O ELEV-GRANTS.
           IF EG-FILE-STATUS = "00"
               SET WS-GRANTS-OPEN TO TRUE
           ELSE
               IF EG-FILE-STATUS NOT = "35"
                   DISPLAY "ELEVRPT: UNABLE TO OPEN ELEVGRNT - STATUS "
                       EG-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN EXTEND ELEV-LOG.
           IF EL-FILE-STATUS = "05" OR EL-FILE-STATUS = "35"
               CLOSE ELEV-LOG
               OPEN OUTPUT ELEV-LOG
           END-IF.
           IF EL-FILE-STATUS NOT = "00"
               DISPLAY "ELEVRPT: UNABLE TO OPEN ELEVLOG - STATUS "
                   EL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ELEV-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "ELEVRPT: UNABLE TO OPEN ELEVRPTO - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-TODAY-DATE TO TL-REPORT-DATE.
           WRITE RPT-LINE FROM WS-TITLE-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CLASSIFY-ONE-GRANT
      * Takes each grant still marked active. One whose window has
      * ended is marked expired and the expiry logged (disposition
      * X); the rest are expiring within 24 hours (W), active (A),
      * or scheduled to start later (S). Expired and revoked grants
      * from earlier runs are passed over.
      *----------------------------------------------------------------
       2000-CLASSIFY-ONE-GRANT SECTION.
       2000-START.
           READ ELEV-GRANTS NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.

           IF NOT EG-STATUS-ACTIVE
               GO TO 2000-EXIT
           END-IF.

           IF WS-GRANT-COUNT >= 300
               DISPLAY "ELEVRPT: GRANT TABLE FULL - "
                   EG-OPERATOR-ID " NOT REPORTED"
               GO TO 2000-EXIT
           END-IF.

           MOVE EG-START-DATE TO WS-D2S-DATE.
           PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
           COMPUTE WS-FROM-KEY = WS-D2S-SERIAL * 10000 + EG-START-TIME.
           MOVE EG-END-DATE TO WS-D2S-DATE.
           PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
           COMPUTE WS-TO-KEY = WS-D2S-SERIAL * 10000 + EG-END-TIME.

           ADD 1 TO WS-GRANT-COUNT.
           MOVE EG-OPERATOR-ID TO WS-GT-OPERATOR(WS-GRANT-COUNT).
           MOVE EG-AUTH-LEVEL  TO WS-GT-LEVEL(WS-GRANT-COUNT).
           MOVE EG-START-DATE  TO WS-GT-START-DATE(WS-GRANT-COUNT).
           MOVE EG-START-TIME  TO WS-GT-START-TIME(WS-GRANT-COUNT).
           MOVE EG-END-DATE    TO WS-GT-END-DATE(WS-GRANT-COUNT).
           MOVE EG-END-TIME    TO WS-GT-END-TIME(WS-GRANT-COUNT).
           MOVE EG-GRANTED-BY  TO WS-GT-GRANTED-BY(WS-GRANT-COUNT).
           MOVE EG-REASON      TO WS-GT-REASON(WS-GRANT-COUNT).

           IF WS-TO-KEY < WS-NOW-KEY
               MOVE "X" TO WS-GT-DISP(WS-GRANT-COUNT)
               ADD 1 TO WS-EXPIRED-COUNT
               PERFORM 2100-EXPIRE-GRANT THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF WS-FROM-KEY > WS-NOW-KEY
               MOVE "S" TO WS-GT-DISP(WS-GRANT-COUNT)
               ADD 1 TO WS-SCHEDULED-COUNT
               GO TO 2000-EXIT
           END-IF.

           IF WS-TO-KEY NOT > WS-SOON-KEY
               MOVE "W" TO WS-GT-DISP(WS-GRANT-COUNT)
               ADD 1 TO WS-EXPIRING-COUNT
           ELSE
               MOVE "A" TO WS-GT-DISP(WS-GRANT-COUNT)
               ADD 1 TO WS-ACTIVE-COUNT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-EXPIRE-GRANT SECTION.
       2100-START.
           SET EG-STATUS-EXPIRED TO TRUE.
           REWRITE EG-RECORD.

           MOVE SPACES         TO EL-RECORD.
           SET EL-EVENT-EXPIRE TO TRUE.
           MOVE EG-OPERATOR-ID TO EL-OPERATOR-ID.
           MOVE EG-AUTH-LEVEL  TO EL-AUTH-LEVEL.
           MOVE EG-START-DATE  TO EL-GRANT-DATE.
           MOVE EG-START-TIME  TO EL-GRANT-TIME.
           MOVE "ELEVRPT"      TO EL-BY.
           MOVE WS-TODAY-DATE  TO EL-EVENT-DATE.
           MOVE WS-NOW-TIME    TO EL-EVENT-TIME.
           WRITE EL-RECORD.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-PRINT-GRANTS
      * Prints one section per disposition, most urgent first.
      *----------------------------------------------------------------
       3000-PRINT-GRANTS SECTION.
       3000-START.
           MOVE "GRANTS EXPIRING WITHIN 24 HOURS" TO RPT-LINE.
           MOVE "W" TO WS-PRINT-DISP.
           PERFORM 3100-PRINT-ONE-SECTION THRU 3100-EXIT.

           MOVE "ACTIVE GRANTS" TO RPT-LINE.
           MOVE "A" TO WS-PRINT-DISP.
           PERFORM 3100-PRINT-ONE-SECTION THRU 3100-EXIT.

           MOVE "GRANTS SCHEDULED TO START" TO RPT-LINE.
           MOVE "S" TO WS-PRINT-DISP.
           PERFORM 3100-PRINT-ONE-SECTION THRU 3100-EXIT.

           MOVE "GRANTS EXPIRED BY THIS RUN" TO RPT-LINE.
           MOVE "X" TO WS-PRINT-DISP.
           PERFORM 3100-PRINT-ONE-SECTION THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-PRINT-ONE-SECTION
      * Prints the section heading the caller left in RPT-LINE and
      * every grant with disposition WS-PRINT-DISP, or NONE.
      *----------------------------------------------------------------
       3100-PRINT-ONE-SECTION SECTION.
       3100-START.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-GRANT-COLUMNS.
           MOVE ZERO TO WS-SECTION-COUNT.
           PERFORM 3200-PRINT-ONE-GRANT THRU 3200-EXIT
               VARYING WS-GT-IDX FROM 1 BY 1
               UNTIL WS-GT-IDX > WS-GRANT-COUNT.
           IF WS-SECTION-COUNT = ZERO
               MOVE "  NONE" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       3100-EXIT.
           EXIT.

       3200-PRINT-ONE-GRANT SECTION.
       3200-START.
           IF WS-GT-DISP(WS-GT-IDX) NOT = WS-PRINT-DISP
               GO TO 3200-EXIT
           END-IF.

           ADD 1 TO WS-SECTION-COUNT.
           MOVE WS-GT-OPERATOR(WS-GT-IDX)   TO GL-OPERATOR-ID.
           MOVE WS-GT-LEVEL(WS-GT-IDX)      TO GL-LEVEL.
           MOVE WS-GT-START-DATE(WS-GT-IDX) TO GL-START-DATE.
           MOVE WS-GT-START-TIME(WS-GT-IDX) TO GL-START-TIME.
           MOVE WS-GT-END-DATE(WS-GT-IDX)   TO GL-END-DATE.
           MOVE WS-GT-END-TIME(WS-GT-IDX)   TO GL-END-TIME.
           MOVE WS-GT-GRANTED-BY(WS-GT-IDX) TO GL-GRANTED-BY.
           MOVE WS-GT-REASON(WS-GT-IDX)     TO GL-REASON.
           WRITE RPT-LINE FROM WS-GRANT-LINE.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-PRINT-USES
      * Re-reads the elevation log, now closed for writing, and
      * lists every sign-on in the 24 hours up to now that took an
      * elevated level, whichever side of midnight it fell.
      *----------------------------------------------------------------
       4000-PRINT-USES SECTION.
       4000-START.
           CLOSE ELEV-LOG.

           MOVE "SIGN-ONS USING ELEVATED AUTHORITY IN THE LAST 24 HOURS"
               TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-USE-COLUMNS.

           OPEN INPUT ELEV-LOG.
           IF EL-FILE-STATUS = "00"
               SET WS-EOF-SW TO "N"
               PERFORM 4100-PRINT-ONE-USE THRU 4100-EXIT
                   UNTIL WS-EOF
               CLOSE ELEV-LOG
           END-IF.

           IF WS-USE-COUNT = ZERO
               MOVE "  NONE" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-USE SECTION.
       4100-START.
           READ ELEV-LOG
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ.

           IF NOT EL-EVENT-USE OR EL-EVENT-DATE NOT NUMERIC
                   OR EL-EVENT-TIME NOT NUMERIC
               GO TO 4100-EXIT
           END-IF.
           MOVE EL-EVENT-DATE TO WS-D2S-DATE.
           PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
           DIVIDE EL-EVENT-TIME BY 10000 GIVING WS-EVENT-HHMM.
           COMPUTE WS-EVENT-KEY = WS-D2S-SERIAL * 10000
               + WS-EVENT-HHMM.
           IF WS-EVENT-KEY <= WS-SINCE-KEY OR WS-EVENT-KEY > WS-NOW-KEY
               GO TO 4100-EXIT
           END-IF.

           ADD 1 TO WS-USE-COUNT.
           MOVE EL-OPERATOR-ID TO UL-OPERATOR-ID.
           MOVE EL-AUTH-LEVEL  TO UL-LEVEL.
           MOVE EL-BY          TO UL-TERMINAL.
           MOVE EL-EVENT-DATE  TO UL-DATE.
           MOVE EL-EVENT-TIME  TO UL-TIME.
           MOVE EL-GRANT-DATE  TO UL-GRANT-DATE.
           MOVE EL-GRANT-TIME  TO UL-GRANT-TIME.
           WRITE RPT-LINE FROM WS-USE-LINE.
       4100-EXIT.
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
      * 9000-TERMINATE
      * Prints the totals and closes the report.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           MOVE "EXPIRING WITHIN 24 HOURS      " TO CT-LABEL.
           MOVE WS-EXPIRING-COUNT TO CT-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "OTHER ACTIVE GRANTS           " TO CT-LABEL.
           MOVE WS-ACTIVE-COUNT TO CT-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "SCHEDULED GRANTS              " TO CT-LABEL.
           MOVE WS-SCHEDULED-COUNT TO CT-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "GRANTS EXPIRED BY THIS RUN    " TO CT-LABEL.
           MOVE WS-EXPIRED-COUNT TO CT-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "ELEVATED SIGN-ONS LAST 24 HRS " TO CT-LABEL.
           MOVE WS-USE-COUNT TO CT-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.

           CLOSE ELEV-REPORT.
           DISPLAY "ELEVRPT: EXPIRING = " WS-EXPIRING-COUNT.
           DISPLAY "ELEVRPT: ACTIVE   = " WS-ACTIVE-COUNT.
           DISPLAY "ELEVRPT: EXPIRED  = " WS-EXPIRED-COUNT.
           DISPLAY "ELEVRPT: USES     = " WS-USE-COUNT.
       9000-EXIT.
           EXIT.
