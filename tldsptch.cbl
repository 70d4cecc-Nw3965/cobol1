      *                  STOPS IN WORK SEQUENCE WITH THE LOCATION
      *                  TEXT FROM INTXMAST AND THE MD-REASON FOR
      *                  EACH.
      * 10/15/26   OPS   PLANNED PREVENTIVE-MAINTENANCE ORDERS RAISED
      *                  BY PMGEN (MD-REASON STARTING "PM ") ARE
      *                  SHEETED AFTER ALL BREAKDOWN ORDERS, UNDER
      *                  THEIR OWN HEADING, STILL RANKED BY SCORE.
      * 10/15/26   OPS   EACH STOP NOW SHOWS ITS IX-DISTRICT ("???"
      *                  WHEN NOT ON THE MASTER), AND EVERY SHEET LINE
      *                  IS ALSO WRITTEN TO THE TLDSPSPL BURST SPOOL
      *                  SO RPTBURST CAN HAND EACH DISTRICT CREW ITS
      *                  OWN SHEET IN THE SAME WORK SEQUENCE.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DISPATCH-SHEET ASSIGN TO "TLDSPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT BURST-SPOOL ASSIGN TO "TLDSPSPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-DISPATCH.
           05  FILLER                  PIC X(01).
           05  DW-WEIGHT               PIC X(03).
       FD  DISPATCH-SHEET.
       01  RPT-LINE                    PIC X(110).
       FD  BURST-SPOOL.
       COPY "RPTSPOOL.cpy".
       WORKING-STORAGE SECTION.
        01 MD-FILE-STATUS              PIC XX.
        01 MC-FILE-STATUS              PIC XX.
        01 IX-FILE-STATUS              PIC XX.
        01 DW-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 RS-FILE-STATUS              PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
              88 WS-COMP-FOUND                VALUE "Y".
           05 WS-SLOT-FOUND-SW        PIC X(01) VALUE "N".
              88 WS-SLOT-FOUND                VALUE "Y".
           05 WS-PLANNED-HEAD-SW      PIC X(01) VALUE "N".
              88 WS-PLANNED-HEAD-DONE         VALUE "Y".
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-TODAY-SERIAL             PIC 9(08) VALUE ZERO.
        01 WS-COMP-COUNT               PIC 9(03) VALUE ZERO.
              10 WS-DP-SCORE          PIC 9(09).
              10 WS-DP-WO             PIC 9(06).
              10 WS-DP-INTERSECTION   PIC X(05).
              10 WS-DP-DISTRICT       PIC X(03).
              10 WS-DP-LOCATION       PIC X(30).
              10 WS-DP-REASON         PIC X(30).
              10 WS-DP-DAYS-OPEN      PIC 9(05).
              10 WS-DP-KIND           PIC X(01).
                 88 WS-DP-BREAKDOWN           VALUE "B".
                 88 WS-DP-PLANNED             VALUE "P".
        01 WS-DISP-IDX                 PIC 9(03) VALUE ZERO.
        01 WS-SORT-PASS                PIC 9(03) VALUE ZERO.
        01 WS-SORT-LIMIT               PIC 9(03) VALUE ZERO.
        01 WS-SPOOL-TYPE               PIC X(01) VALUE "H".
        01 WS-SPOOL-DISTRICT           PIC X(03) VALUE SPACES.
        01 WS-SORT-HOLD.
           05 FILLER                  PIC 9(09).
           05 FILLER                  PIC 9(06).
           05 FILLER                  PIC X(05).
           05 FILLER                  PIC X(03).
           05 FILLER                  PIC X(30).
           05 FILLER                  PIC X(30).
           05 FILLER                  PIC 9(05).
           05 FILLER                  PIC X(01).
        01 WS-D2S-DATE                 PIC 9(08).
        01 WS-D2S-FIELDS REDEFINES WS-D2S-DATE.
           05 WS-D2S-YEAR              PIC 9(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-INTERSECTION         PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-DISTRICT             PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-LOCATION             PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-REASON               PIC X(30).
               STOP RUN
           END-IF.

           OPEN OUTPUT BURST-SPOOL.
           IF RS-FILE-STATUS NOT = "00"
               DISPLAY "TLDSPTCH: UNABLE TO OPEN TLDSPSPL - STATUS "
                   RS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-TODAY-DATE TO HL-DATE.
           MOVE "H" TO WS-SPOOL-TYPE.
           MOVE WS-HEADER-LINE TO RPT-LINE.
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
           MOVE SPACES TO RPT-LINE.
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
       1000-EXIT.
           EXIT.

               TO WS-DP-INTERSECTION(WS-DISP-COUNT).
           MOVE MD-REASON          TO WS-DP-REASON(WS-DISP-COUNT).
           MOVE WS-DAYS-OPEN       TO WS-DP-DAYS-OPEN(WS-DISP-COUNT).
           IF MD-REASON(1:3) = "PM "
               MOVE "P" TO WS-DP-KIND(WS-DISP-COUNT)
           ELSE
               MOVE "B" TO WS-DP-KIND(WS-DISP-COUNT)
           END-IF.

           MOVE SPACES TO WS-DP-LOCATION(WS-DISP-COUNT).
           MOVE "???"  TO WS-DP-DISTRICT(WS-DISP-COUNT).
           MOVE ZERO TO WS-WEIGHT.
           IF IX-FILE-STATUS = "00"
               MOVE MD-INTERSECTION-ID TO IX-INTERSECTION-ID
                   NOT INVALID KEY
                       MOVE IX-LOCATION
                           TO WS-DP-LOCATION(WS-DISP-COUNT)
                       MOVE IX-DISTRICT
                           TO WS-DP-DISTRICT(WS-DISP-COUNT)
                       PERFORM 2300-FIND-DISTRICT-WEIGHT
                           THRU 2300-EXIT
               END-READ

      *----------------------------------------------------------------
      * 5000-SORT-BY-SCORE
      * Orders the sheet highest score first - the work sequence -
      * with every breakdown order ahead of the planned PM orders.
      *----------------------------------------------------------------
       5000-SORT-BY-SCORE SECTION.
       5000-START.

       5200-SORT-ONE-COMPARE SECTION.
       5200-START.
           IF (WS-DP-PLANNED(WS-DISP-IDX)
                   AND WS-DP-BREAKDOWN(WS-DISP-IDX + 1))
              OR (WS-DP-KIND(WS-DISP-IDX)
                      = WS-DP-KIND(WS-DISP-IDX + 1)
                  AND WS-DP-SCORE(WS-DISP-IDX)
                      < WS-DP-SCORE(WS-DISP-IDX + 1))
               MOVE WS-DISP-ENTRY(WS-DISP-IDX)     TO WS-SORT-HOLD
               MOVE WS-DISP-ENTRY(WS-DISP-IDX + 1)
                   TO WS-DISP-ENTRY(WS-DISP-IDX)

      *----------------------------------------------------------------
      * 6000-PRINT-DISPATCH-SHEET
      * One stop per line in work sequence; the planned PM orders
      * follow under their own heading.
      *----------------------------------------------------------------
       6000-PRINT-DISPATCH-SHEET SECTION.
       6000-START.
           IF WS-DISP-COUNT = ZERO
               MOVE "A" TO WS-SPOOL-TYPE
               MOVE "NO OPEN WORK ORDERS" TO RPT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6100-PRINT-ONE-STOP THRU 6100-EXIT

       6100-PRINT-ONE-STOP SECTION.
       6100-START.
           IF WS-DP-PLANNED(WS-DISP-IDX)
                   AND NOT WS-PLANNED-HEAD-DONE
               SET WS-PLANNED-HEAD-DONE TO TRUE
               MOVE "S" TO WS-SPOOL-TYPE
               MOVE SPACES TO RPT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
               MOVE "PLANNED PREVENTIVE MAINTENANCE" TO RPT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           END-IF.
           MOVE WS-DISP-IDX                     TO DL-RANK.
           MOVE WS-DP-WO(WS-DISP-IDX)           TO DL-WO.
           MOVE WS-DP-INTERSECTION(WS-DISP-IDX) TO DL-INTERSECTION.
           MOVE WS-DP-DISTRICT(WS-DISP-IDX)     TO DL-DISTRICT.
           MOVE WS-DP-LOCATION(WS-DISP-IDX)     TO DL-LOCATION.
           MOVE WS-DP-REASON(WS-DISP-IDX)       TO DL-REASON.
           MOVE WS-DP-DAYS-OPEN(WS-DISP-IDX)    TO DL-DAYS-OPEN.
           MOVE "D" TO WS-SPOOL-TYPE.
           MOVE WS-DP-DISTRICT(WS-DISP-IDX) TO WS-SPOOL-DISTRICT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
       6100-EXIT.
           EXIT.

       8600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8900-WRITE-LINE
      * Prints RPT-LINE and spools the same line for RPTBURST under
      * WS-SPOOL-TYPE and, for a detail line, WS-SPOOL-DISTRICT.
      *----------------------------------------------------------------
       8900-WRITE-LINE SECTION.
       8900-START.
           MOVE SPACES TO RS-RECORD.
           MOVE WS-SPOOL-TYPE TO RS-LINE-TYPE.
           IF RS-DISTRICT-LINE
               MOVE WS-SPOOL-DISTRICT TO RS-DISTRICT
           END-IF.
           MOVE RPT-LINE TO RS-LINE.
           WRITE RPT-LINE.
           WRITE RS-RECORD.
       8900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the run summary.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE MAINT-DISPATCH DISPATCH-SHEET BURST-SPOOL.
           IF IX-FILE-STATUS = "00"
               CLOSE INTERSECTION-MASTER
           END-IF.
