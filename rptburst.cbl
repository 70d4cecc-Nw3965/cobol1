       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTBURST.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. DISTRICT REPORT BURSTING. THE
      *                  CITYWIDE MTTRRPT, TLWORPT, TLDAYRPT, TLDSPRPT
      *                  AND AVAILRPT REPORTS EACH LEAVE A BURST SPOOL
      *                  (RPTSPOOL.CPY) BESIDE THE PRINT. FOR EVERY
      *                  RPTDIST RECIPIENT OF A REPORT THIS STEP
      *                  WRITES THAT DISTRICT'S LINES, UNDER THEIR
      *                  SECTION HEADINGS, TO THE RECIPIENT'S
      *                  DESTINATION FILE WITH ITS OWN PAGE HEADERS
      *                  AND PAGE NUMBERS; DISTRICT ALL GETS THE WHOLE
      *                  REPORT WITH A DISTRIBUTION SUMMARY AT THE END
      *                  FOR MANAGEMENT. EVERY COPY - AND EVERY
      *                  DISTRICT ON A REPORT WITH NOBODY TO SEND IT
      *                  TO - IS APPENDED TO THE DISTLOG DISTRIBUTION
      *                  LOG. OPTIONAL RPTBCTL CARDS NAME THE REPORTS
      *                  TO BURST (ALL FIVE WHEN ABSENT). RC 4 WHEN A
      *                  DISTRICT IS UNROUTED OR A NAMED REPORT HAS NO
      *                  SPOOL, RC 8 WHEN A DESTINATION CANNOT BE
      *                  WRITTEN.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BURST-CONTROL ASSIGN TO "RPTBCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BC-FILE-STATUS.
           SELECT DISTRIBUTION-MASTER ASSIGN TO "RPTDIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DM-FILE-STATUS.
           SELECT BURST-SPOOL ASSIGN TO DYNAMIC WS-SPOOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RS-FILE-STATUS.
           SELECT BURST-COPY ASSIGN TO DYNAMIC WS-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BO-FILE-STATUS.
           SELECT DISTRIBUTION-LOG ASSIGN TO "DISTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BURST-CONTROL.
       01  BC-RECORD.
           05  BC-REPORT-ID            PIC X(08).
       FD  DISTRIBUTION-MASTER.
       COPY "RPTDIST.cpy".
       FD  BURST-SPOOL.
       COPY "RPTSPOOL.cpy".
       FD  BURST-COPY.
       01  BO-LINE                     PIC X(132).
       FD  DISTRIBUTION-LOG.
       COPY "DISTLOG.cpy".
       WORKING-STORAGE SECTION.
        01 BC-FILE-STATUS              PIC XX.
        01 DM-FILE-STATUS              PIC XX.
        01 RS-FILE-STATUS              PIC XX.
        01 BO-FILE-STATUS              PIC XX.
        01 DG-FILE-STATUS              PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-CARDS-READ-SW        PIC X(01) VALUE "N".
              88 WS-CARDS-READ                VALUE "Y".
           05 WS-SLOT-FOUND-SW        PIC X(01) VALUE "N".
              88 WS-SLOT-FOUND                VALUE "Y".
           05 WS-CITYWIDE-SW          PIC X(01) VALUE "N".
              88 WS-CITYWIDE-COPY             VALUE "Y".
           05 WS-SECTION-PRINTED-SW   PIC X(01) VALUE "N".
              88 WS-SECTION-PRINTED           VALUE "Y".
        01 WS-SPOOL-NAME               PIC X(08) VALUE SPACES.
        01 WS-COPY-NAME                PIC X(08) VALUE SPACES.
        01 WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
        01 WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
      *----------------------------------------------------------------
      * The reports that leave a burst spool, and the spool each
      * one writes.
      *----------------------------------------------------------------
        01 WS-REPORT-LIST.
           05 FILLER                  PIC X(16) VALUE
                  "MTTRRPT MTTRSPL ".
           05 FILLER                  PIC X(16) VALUE
                  "TLWORPT TLWOSPL ".
           05 FILLER                  PIC X(16) VALUE
                  "TLDAYRPTTLDAYSPL".
           05 FILLER                  PIC X(16) VALUE
                  "TLDSPRPTTLDSPSPL".
           05 FILLER                  PIC X(16) VALUE
                  "AVAILRPTAVAILSPL".
        01 WS-REPORT-TABLE REDEFINES WS-REPORT-LIST.
           05 WS-RL-ENTRY OCCURS 5 TIMES.
              10 WS-RL-REPORT-ID      PIC X(08).
              10 WS-RL-SPOOL-NAME     PIC X(08).
        01 WS-REPORT-SELECTS.
           05 WS-RL-SELECT-SW OCCURS 5 TIMES PIC X(01).
        01 WS-RPT-IDX                  PIC 9(01) VALUE ZERO.
        01 WS-DIST-COUNT               PIC 9(03) VALUE ZERO.
        01 WS-DIST-TABLE.
           05 WS-DIST-ENTRY OCCURS 200 TIMES.
              10 WS-DT-REPORT-ID      PIC X(08).
              10 WS-DT-DISTRICT       PIC X(03).
              10 WS-DT-RECIPIENT      PIC X(20).
              10 WS-DT-DESTINATION    PIC X(08).
        01 WS-DIST-IDX                 PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------------
      * Districts found on the report being burst, with the number
      * of their own lines and of the copies going out for them.
      *----------------------------------------------------------------
        01 WS-SEEN-COUNT               PIC 9(02) VALUE ZERO.
        01 WS-SEEN-TABLE.
           05 WS-SEEN-ENTRY OCCURS 50 TIMES.
              10 WS-SN-DISTRICT       PIC X(03).
              10 WS-SN-LINES          PIC 9(05).
              10 WS-SN-COPIES         PIC 9(03).
        01 WS-SEEN-IDX                 PIC 9(02) VALUE ZERO.
        01 WS-FOUND-IDX                PIC 9(02) VALUE ZERO.
        01 WS-SEEK-DISTRICT            PIC X(03) VALUE SPACES.
        01 WS-HEADING-COUNT            PIC 9(01) VALUE ZERO.
        01 WS-HEADING-TABLE.
           05 WS-HEADING-LINE OCCURS 5 TIMES PIC X(132).
        01 WS-SECTION-COUNT            PIC 9(01) VALUE ZERO.
        01 WS-SECTION-TABLE.
           05 WS-SECTION-LINE OCCURS 5 TIMES PIC X(132).
        01 WS-LINE-IDX                 PIC 9(01) VALUE ZERO.
        01 WS-LAST-TYPE                PIC X(01) VALUE SPACE.
        01 WS-PRINT-LINE               PIC X(132) VALUE SPACES.
        01 WS-PAGE-SIZE                PIC 9(03) VALUE 55.
        01 WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
        01 WS-PAGE-LINES               PIC 9(03) VALUE ZERO.
        01 WS-COPY-LINES               PIC 9(05) VALUE ZERO.
        01 WS-TALLY-COUNTS.
           05 WS-REPORTS-BURST        PIC 9(03) VALUE ZERO.
           05 WS-REPORTS-SKIPPED      PIC 9(03) VALUE ZERO.
           05 WS-COPIES-SENT          PIC 9(05) VALUE ZERO.
           05 WS-COPIES-EMPTY         PIC 9(05) VALUE ZERO.
           05 WS-COPIES-FAILED        PIC 9(05) VALUE ZERO.
           05 WS-UNROUTED-COUNT       PIC 9(05) VALUE ZERO.
        01 WS-PAGE-HEADER.
           05 PH-REPORT-ID            PIC X(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 PH-SCOPE                PIC X(12).
           05 FILLER                  PIC X(06) VALUE "  FOR ".
           05 PH-RECIPIENT            PIC X(20).
           05 FILLER                  PIC X(06) VALUE "  RUN ".
           05 PH-RUN-DATE             PIC 9(08).
           05 FILLER                  PIC X(07) VALUE "  PAGE ".
           05 PH-PAGE                 PIC ZZZ9.
        01 WS-SCOPE-DISTRICT.
           05 FILLER                  PIC X(09) VALUE "DISTRICT ".
           05 SD-DISTRICT             PIC X(03).
        01 WS-EMPTY-LINE.
           05 FILLER                  PIC X(24) VALUE
                  "NO ENTRIES FOR DISTRICT ".
           05 EL-DISTRICT             PIC X(03).
           05 FILLER                  PIC X(15) VALUE
                  " ON THIS REPORT".
        01 WS-SUMMARY-COLUMN-LINE.
           05 FILLER                  PIC X(34) VALUE
              "  DST   LINES  COPIES             ".
        01 WS-SUMMARY-LINE.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 SL-DISTRICT             PIC X(03).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 SL-LINES                PIC ZZZZ9.
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 SL-COPIES               PIC ZZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 SL-FLAG                 PIC X(12).
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-BURST-ONE-REPORT THRU 2000-EXIT
               VARYING WS-RPT-IDX FROM 1 BY 1
               UNTIL WS-RPT-IDX > 5.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Picks the reports to burst from the RPTBCTL cards (all of
      * them when there are none), loads the distribution master
      * and opens the distribution log for append.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE ALL "N" TO WS-REPORT-SELECTS.

           OPEN INPUT BURST-CONTROL.
           IF BC-FILE-STATUS = "00"
               PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT
                   UNTIL WS-EOF
               SET WS-EOF-SW TO "N"
               CLOSE BURST-CONTROL
           END-IF.
           IF NOT WS-CARDS-READ
               MOVE ALL "Y" TO WS-REPORT-SELECTS
           END-IF.

           OPEN INPUT DISTRIBUTION-MASTER.
           IF DM-FILE-STATUS NOT = "00"
               DISPLAY "RPTBURST: NO RPTDIST DISTRIBUTION MASTER -"
                   " NOTHING TO DISTRIBUTE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-LOAD-ONE-RECIPIENT THRU 1200-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE DISTRIBUTION-MASTER.

           OPEN EXTEND DISTRIBUTION-LOG.
           IF DG-FILE-STATUS = "05" OR DG-FILE-STATUS = "35"
               CLOSE DISTRIBUTION-LOG
               OPEN OUTPUT DISTRIBUTION-LOG
           END-IF.
           IF DG-FILE-STATUS NOT = "00"
               DISPLAY "RPTBURST: UNABLE TO OPEN DISTLOG - STATUS "
                   DG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-ONE-CARD SECTION.
       1100-START.
           READ BURST-CONTROL
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF BC-REPORT-ID = SPACES
               GO TO 1100-EXIT
           END-IF.

           SET WS-CARDS-READ TO TRUE.
           SET WS-SLOT-FOUND-SW TO "N".
           PERFORM 1150-MATCH-ONE-REPORT THRU 1150-EXIT
               VARYING WS-RPT-IDX FROM 1 BY 1
               UNTIL WS-RPT-IDX > 5.
           IF NOT WS-SLOT-FOUND
               DISPLAY "RPTBURST: " BC-REPORT-ID
                   " IS NOT A BURSTABLE REPORT - CARD IGNORED"
               MOVE 4 TO RETURN-CODE
           END-IF.
       1100-EXIT.
           EXIT.

       1150-MATCH-ONE-REPORT SECTION.
       1150-START.
           IF WS-RL-REPORT-ID(WS-RPT-IDX) = BC-REPORT-ID
               MOVE "Y" TO WS-RL-SELECT-SW(WS-RPT-IDX)
               SET WS-SLOT-FOUND TO TRUE
           END-IF.
       1150-EXIT.
           EXIT.

       1200-LOAD-ONE-RECIPIENT SECTION.
       1200-START.
           READ DISTRIBUTION-MASTER
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1200-EXIT
           END-READ.
           IF WS-DIST-COUNT >= 200
               DISPLAY "RPTBURST: DISTRIBUTION TABLE FULL - "
                   DM-REPORT-ID " " DM-DISTRICT " " DM-DESTINATION
                   " NOT SENT"
               MOVE 4 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF.

           ADD 1 TO WS-DIST-COUNT.
           MOVE DM-REPORT-ID   TO WS-DT-REPORT-ID(WS-DIST-COUNT).
           MOVE DM-DISTRICT    TO WS-DT-DISTRICT(WS-DIST-COUNT).
           MOVE DM-RECIPIENT   TO WS-DT-RECIPIENT(WS-DIST-COUNT).
           MOVE DM-DESTINATION TO WS-DT-DESTINATION(WS-DIST-COUNT).
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-BURST-ONE-REPORT
      * One selected report: a first pass of its spool picks up the
      * report headings and the districts on it, then one copy is
      * cut per recipient, and any district with no recipient is
      * logged as unrouted.
      *----------------------------------------------------------------
       2000-BURST-ONE-REPORT SECTION.
       2000-START.
           IF WS-RL-SELECT-SW(WS-RPT-IDX) NOT = "Y"
               GO TO 2000-EXIT
           END-IF.

           MOVE WS-RL-SPOOL-NAME(WS-RPT-IDX) TO WS-SPOOL-NAME.
           OPEN INPUT BURST-SPOOL.
           IF RS-FILE-STATUS NOT = "00"
               DISPLAY "RPTBURST: NO " WS-SPOOL-NAME " SPOOL - "
                   WS-RL-REPORT-ID(WS-RPT-IDX) " NOT BURST"
               ADD 1 TO WS-REPORTS-SKIPPED
               IF WS-CARDS-READ AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 2000-EXIT
           END-IF.

           MOVE ZERO TO WS-SEEN-COUNT WS-HEADING-COUNT.
           PERFORM 2100-SCAN-ONE-LINE THRU 2100-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE BURST-SPOOL.
           ADD 1 TO WS-REPORTS-BURST.

           PERFORM 2200-COUNT-ONE-RECIPIENT THRU 2200-EXIT
               VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-DIST-COUNT.

           PERFORM 3000-PRODUCE-ONE-COPY THRU 3000-EXIT
               VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-DIST-COUNT.

           PERFORM 2500-LOG-ONE-UNROUTED THRU 2500-EXIT
               VARYING WS-SEEN-IDX FROM 1 BY 1
               UNTIL WS-SEEN-IDX > WS-SEEN-COUNT.
       2000-EXIT.
           EXIT.

       2100-SCAN-ONE-LINE SECTION.
       2100-START.
           READ BURST-SPOOL
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.

           IF RS-HEADING-LINE
               IF WS-HEADING-COUNT < 5
                   ADD 1 TO WS-HEADING-COUNT
                   MOVE RS-LINE TO WS-HEADING-LINE(WS-HEADING-COUNT)
               END-IF
               GO TO 2100-EXIT
           END-IF.
           IF NOT RS-DISTRICT-LINE
               GO TO 2100-EXIT
           END-IF.

           MOVE RS-DISTRICT TO WS-SEEK-DISTRICT.
           PERFORM 2400-FIND-SEEN-DISTRICT THRU 2400-EXIT.
           IF NOT WS-SLOT-FOUND
               IF WS-SEEN-COUNT >= 50
                   DISPLAY "RPTBURST: DISTRICT TABLE FULL - "
                       RS-DISTRICT " ON " WS-SPOOL-NAME
                       " NOT SUMMARIZED"
                   GO TO 2100-EXIT
               END-IF
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-SEEN-COUNT TO WS-FOUND-IDX
               MOVE RS-DISTRICT TO WS-SN-DISTRICT(WS-FOUND-IDX)
               MOVE ZERO TO WS-SN-LINES(WS-FOUND-IDX)
                            WS-SN-COPIES(WS-FOUND-IDX)
           END-IF.
           ADD 1 TO WS-SN-LINES(WS-FOUND-IDX).
       2100-EXIT.
           EXIT.

       2200-COUNT-ONE-RECIPIENT SECTION.
       2200-START.
           IF WS-DT-REPORT-ID(WS-DIST-IDX)
                   NOT = WS-RL-REPORT-ID(WS-RPT-IDX)
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-DT-DISTRICT(WS-DIST-IDX) TO WS-SEEK-DISTRICT.
           PERFORM 2400-FIND-SEEN-DISTRICT THRU 2400-EXIT.
           IF WS-SLOT-FOUND
               ADD 1 TO WS-SN-COPIES(WS-FOUND-IDX)
           END-IF.
       2200-EXIT.
           EXIT.

       2400-FIND-SEEN-DISTRICT SECTION.
       2400-START.
           SET WS-SLOT-FOUND-SW TO "N".
           PERFORM 2450-MATCH-ONE-SEEN THRU 2450-EXIT
               VARYING WS-SEEN-IDX FROM 1 BY 1
               UNTIL WS-SEEN-IDX > WS-SEEN-COUNT OR WS-SLOT-FOUND.
       2400-EXIT.
           EXIT.

       2450-MATCH-ONE-SEEN SECTION.
       2450-START.
           IF WS-SN-DISTRICT(WS-SEEN-IDX) = WS-SEEK-DISTRICT
               SET WS-SLOT-FOUND TO TRUE
               MOVE WS-SEEN-IDX TO WS-FOUND-IDX
           END-IF.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-LOG-ONE-UNROUTED
      * A district on the report that nobody is down to receive.
      *----------------------------------------------------------------
       2500-LOG-ONE-UNROUTED SECTION.
       2500-START.
           IF WS-SN-COPIES(WS-SEEN-IDX) > ZERO
               GO TO 2500-EXIT
           END-IF.

           DISPLAY "RPTBURST: " WS-RL-REPORT-ID(WS-RPT-IDX)
               " DISTRICT " WS-SN-DISTRICT(WS-SEEN-IDX)
               " HAS NO RECIPIENT ON RPTDIST".
           MOVE SPACES                      TO DG-RECORD.
           MOVE WS-RUN-DATE                 TO DG-RUN-DATE.
           MOVE WS-RUN-TIME                 TO DG-RUN-TIME.
           MOVE WS-RL-REPORT-ID(WS-RPT-IDX) TO DG-REPORT-ID.
           MOVE WS-SN-DISTRICT(WS-SEEN-IDX) TO DG-DISTRICT.
           MOVE "** NO RECIPIENT **"        TO DG-RECIPIENT.
           MOVE WS-SN-LINES(WS-SEEN-IDX)    TO DG-DETAIL-LINES.
           MOVE ZERO                        TO DG-PAGE-COUNT.
           SET DG-UNROUTED TO TRUE.
           WRITE DG-RECORD.
           ADD 1 TO WS-UNROUTED-COUNT.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-PRODUCE-ONE-COPY
      * Cuts the copy for distribution entry WS-DIST-IDX, if it is
      * for the report being burst, by a second pass of the spool,
      * and logs it.
      *----------------------------------------------------------------
       3000-PRODUCE-ONE-COPY SECTION.
       3000-START.
           IF WS-DT-REPORT-ID(WS-DIST-IDX)
                   NOT = WS-RL-REPORT-ID(WS-RPT-IDX)
               GO TO 3000-EXIT
           END-IF.

           MOVE SPACES TO DG-RECORD.
           MOVE WS-RUN-DATE                    TO DG-RUN-DATE.
           MOVE WS-RUN-TIME                    TO DG-RUN-TIME.
           MOVE WS-DT-REPORT-ID(WS-DIST-IDX)   TO DG-REPORT-ID.
           MOVE WS-DT-DISTRICT(WS-DIST-IDX)    TO DG-DISTRICT.
           MOVE WS-DT-RECIPIENT(WS-DIST-IDX)   TO DG-RECIPIENT.
           MOVE WS-DT-DESTINATION(WS-DIST-IDX) TO DG-DESTINATION.
           MOVE ZERO TO DG-DETAIL-LINES DG-PAGE-COUNT.

           MOVE WS-DT-DESTINATION(WS-DIST-IDX) TO WS-COPY-NAME.
           OPEN OUTPUT BURST-COPY.
           IF BO-FILE-STATUS NOT = "00"
               DISPLAY "RPTBURST: UNABLE TO OPEN " WS-COPY-NAME
                   " - STATUS " BO-FILE-STATUS
               SET DG-FAILED TO TRUE
               WRITE DG-RECORD
               ADD 1 TO WS-COPIES-FAILED
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.

           OPEN INPUT BURST-SPOOL.
           IF RS-FILE-STATUS NOT = "00"
               DISPLAY "RPTBURST: UNABLE TO REOPEN " WS-SPOOL-NAME
                   " - STATUS " RS-FILE-STATUS
               CLOSE BURST-COPY
               SET DG-FAILED TO TRUE
               WRITE DG-RECORD
               ADD 1 TO WS-COPIES-FAILED
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.

           SET WS-CITYWIDE-SW TO "N".
           MOVE WS-DT-REPORT-ID(WS-DIST-IDX) TO PH-REPORT-ID.
           MOVE WS-DT-RECIPIENT(WS-DIST-IDX) TO PH-RECIPIENT.
           MOVE WS-RUN-DATE TO PH-RUN-DATE.
           IF WS-DT-DISTRICT(WS-DIST-IDX) = "ALL"
               SET WS-CITYWIDE-COPY TO TRUE
               MOVE "CITYWIDE" TO PH-SCOPE
           ELSE
               MOVE WS-DT-DISTRICT(WS-DIST-IDX) TO SD-DISTRICT
               MOVE WS-SCOPE-DISTRICT TO PH-SCOPE
           END-IF.
           MOVE ZERO TO WS-PAGE-NO WS-COPY-LINES WS-SECTION-COUNT.
           MOVE WS-PAGE-SIZE TO WS-PAGE-LINES.
           MOVE SPACE TO WS-LAST-TYPE.
           SET WS-SECTION-PRINTED-SW TO "N".

           PERFORM 3100-COPY-ONE-LINE THRU 3100-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE BURST-SPOOL.

           IF WS-CITYWIDE-COPY
               PERFORM 3500-PRINT-SUMMARY THRU 3500-EXIT
           ELSE
               IF WS-COPY-LINES = ZERO
                   MOVE WS-DT-DISTRICT(WS-DIST-IDX) TO EL-DISTRICT
                   MOVE WS-EMPTY-LINE TO WS-PRINT-LINE
                   PERFORM 3200-PRINT-LINE THRU 3200-EXIT
               END-IF
           END-IF.
           CLOSE BURST-COPY.

           MOVE WS-COPY-LINES TO DG-DETAIL-LINES.
           MOVE WS-PAGE-NO    TO DG-PAGE-COUNT.
           IF WS-COPY-LINES = ZERO
               SET DG-SENT-EMPTY TO TRUE
               ADD 1 TO WS-COPIES-EMPTY
           ELSE
               SET DG-SENT TO TRUE
               ADD 1 TO WS-COPIES-SENT
           END-IF.
           WRITE DG-RECORD.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-COPY-ONE-LINE
      * One spool line into the copy. Section headings are held
      * back from a district's copy until a line of that district
      * falls under them; the management copy takes every line.
      *----------------------------------------------------------------
       3100-COPY-ONE-LINE SECTION.
       3100-START.
           READ BURST-SPOOL
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.

           MOVE RS-LINE TO WS-PRINT-LINE.
           EVALUATE TRUE
               WHEN RS-HEADING-LINE
                   CONTINUE
               WHEN RS-SECTION-LINE
                   IF WS-LAST-TYPE NOT = "S"
                       MOVE ZERO TO WS-SECTION-COUNT
                       SET WS-SECTION-PRINTED-SW TO "N"
                   END-IF
                   IF WS-SECTION-COUNT < 5
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE RS-LINE
                           TO WS-SECTION-LINE(WS-SECTION-COUNT)
                   END-IF
                   IF WS-CITYWIDE-COPY
                       PERFORM 3200-PRINT-LINE THRU 3200-EXIT
                   END-IF
               WHEN RS-NOTICE-LINE
                   PERFORM 3200-PRINT-LINE THRU 3200-EXIT
               WHEN RS-CITYWIDE-LINE
                   IF WS-CITYWIDE-COPY
                       PERFORM 3200-PRINT-LINE THRU 3200-EXIT
                   END-IF
               WHEN RS-DISTRICT-LINE
                   IF WS-CITYWIDE-COPY
                       PERFORM 3200-PRINT-LINE THRU 3200-EXIT
                       ADD 1 TO WS-COPY-LINES
                   ELSE
                       IF RS-DISTRICT = WS-DT-DISTRICT(WS-DIST-IDX)
                           PERFORM 3150-PRINT-HELD-SECTION
                               THRU 3150-EXIT
                           MOVE RS-LINE TO WS-PRINT-LINE
                           PERFORM 3200-PRINT-LINE THRU 3200-EXIT
                           ADD 1 TO WS-COPY-LINES
                       END-IF
                   END-IF
           END-EVALUATE.
           MOVE RS-LINE-TYPE TO WS-LAST-TYPE.
       3100-EXIT.
           EXIT.

       3150-PRINT-HELD-SECTION SECTION.
       3150-START.
           IF WS-SECTION-PRINTED
               GO TO 3150-EXIT
           END-IF.
           SET WS-SECTION-PRINTED TO TRUE.
           PERFORM 3160-PRINT-ONE-HELD THRU 3160-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-SECTION-COUNT.
       3150-EXIT.
           EXIT.

       3160-PRINT-ONE-HELD SECTION.
       3160-START.
           MOVE WS-SECTION-LINE(WS-LINE-IDX) TO WS-PRINT-LINE.
           PERFORM 3200-PRINT-LINE THRU 3200-EXIT.
       3160-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-PRINT-LINE
      * Writes WS-PRINT-LINE to the copy, starting a new page with
      * the copy's own header and the report headings when the
      * page is full.
      *----------------------------------------------------------------
       3200-PRINT-LINE SECTION.
       3200-START.
           IF WS-PAGE-LINES >= WS-PAGE-SIZE
               PERFORM 3300-NEW-PAGE THRU 3300-EXIT
           END-IF.
           WRITE BO-LINE FROM WS-PRINT-LINE.
           ADD 1 TO WS-PAGE-LINES.
       3200-EXIT.
           EXIT.

       3300-NEW-PAGE SECTION.
       3300-START.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO PH-PAGE.
           IF WS-PAGE-NO > 1
               MOVE SPACES TO BO-LINE
               WRITE BO-LINE
           END-IF.
           WRITE BO-LINE FROM WS-PAGE-HEADER.
           MOVE 1 TO WS-PAGE-LINES.
           PERFORM 3350-PRINT-ONE-HEADING THRU 3350-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-HEADING-COUNT.
       3300-EXIT.
           EXIT.

       3350-PRINT-ONE-HEADING SECTION.
       3350-START.
           WRITE BO-LINE FROM WS-HEADING-LINE(WS-LINE-IDX).
           ADD 1 TO WS-PAGE-LINES.
       3350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-PRINT-SUMMARY
      * Closes the management copy with each district on the report,
      * its line count, and how many copies went out for it.
      *----------------------------------------------------------------
       3500-PRINT-SUMMARY SECTION.
       3500-START.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 3200-PRINT-LINE THRU 3200-EXIT.
           MOVE "DISTRIBUTION SUMMARY" TO WS-PRINT-LINE.
           PERFORM 3200-PRINT-LINE THRU 3200-EXIT.
           IF WS-SEEN-COUNT = ZERO
               MOVE "  NONE" TO WS-PRINT-LINE
               PERFORM 3200-PRINT-LINE THRU 3200-EXIT
               GO TO 3500-EXIT
           END-IF.
           MOVE WS-SUMMARY-COLUMN-LINE TO WS-PRINT-LINE.
           PERFORM 3200-PRINT-LINE THRU 3200-EXIT.
           PERFORM 3600-PRINT-ONE-SUMMARY THRU 3600-EXIT
               VARYING WS-SEEN-IDX FROM 1 BY 1
               UNTIL WS-SEEN-IDX > WS-SEEN-COUNT.
       3500-EXIT.
           EXIT.

       3600-PRINT-ONE-SUMMARY SECTION.
       3600-START.
           MOVE WS-SN-DISTRICT(WS-SEEN-IDX) TO SL-DISTRICT.
           MOVE WS-SN-LINES(WS-SEEN-IDX)    TO SL-LINES.
           MOVE WS-SN-COPIES(WS-SEEN-IDX)   TO SL-COPIES.
           MOVE SPACES TO SL-FLAG.
           IF WS-SN-COPIES(WS-SEEN-IDX) = ZERO
               MOVE "NO RECIPIENT" TO SL-FLAG
           END-IF.
           MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
           PERFORM 3200-PRINT-LINE THRU 3200-EXIT.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the log and prints the run summary.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE DISTRIBUTION-LOG.
           DISPLAY "RPTBURST: REPORTS BURST     = " WS-REPORTS-BURST.
           DISPLAY "RPTBURST: REPORTS NO SPOOL  = "
               WS-REPORTS-SKIPPED.
           DISPLAY "RPTBURST: COPIES SENT       = " WS-COPIES-SENT.
           DISPLAY "RPTBURST: COPIES EMPTY      = " WS-COPIES-EMPTY.
           DISPLAY "RPTBURST: COPIES FAILED     = " WS-COPIES-FAILED.
           DISPLAY "RPTBURST: UNROUTED DISTRICTS = "
               WS-UNROUTED-COUNT.
       9000-EXIT.
           EXIT.
