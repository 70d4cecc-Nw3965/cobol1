      *                  OFF A FILE A FRACTION OF THE SIZE. THE
      *                  ROLLED-UP CONTENT AND THE SILENT-
      *                  INTERSECTION LIST ARE UNCHANGED.
      * 10/15/26   OPS   EACH INTERSECTION LINE NOW SHOWS ITS
      *                  IX-DISTRICT, AND EVERY REPORT LINE IS ALSO
      *                  WRITTEN TO THE TLDAYSPL BURST SPOOL SO
      *                  RPTBURST CAN SPLIT THE REPORT BY DISTRICT.
      * 10/15/26   OPS   A "Y" IN COLUMN 10 OF THE TLRPTCTL CARD ALSO
      *                  WRITES THE TLDAYCSV COMMA-DELIMITED EXTRACT -
      *                  A HEADER ROW, THEN THE SAME INTERSECTION,
      *                  CITY AND SILENT-INTERSECTION ROWS AS THE
      *                  REPORT WITH UNEDITED COUNTS - FOR THE TRAFFIC
      *                  ENGINEERS' SPREADSHEETS.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DAILY-REPORT ASSIGN TO "TLDAYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT BURST-SPOOL ASSIGN TO "TLDAYSPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RS-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "TLDAYCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOURLY-SUMMARY.
       FD  REPORT-CONTROL.
       01  RC-RECORD.
           05  RC-REPORT-DATE          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  RC-EXTRACT-SW           PIC X(01).
       FD  INTERSECTION-MASTER.
       COPY "INTXMAST.cpy".
       FD  DAILY-REPORT.
       01  RPT-LINE                    PIC X(110).
       FD  BURST-SPOOL.
       COPY "RPTSPOOL.cpy".
       FD  EXTRACT-FILE.
       01  XL-LINE                     PIC X(140).
       WORKING-STORAGE SECTION.
        01 HS-FILE-STATUS              PIC XX.
        01 RC-FILE-STATUS              PIC XX.
        01 IX-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 RS-FILE-STATUS              PIC XX.
        01 XL-FILE-STATUS              PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-INTX-FOUND-SW        PIC X(01) VALUE "N".
              88 WS-INTX-FOUND                VALUE "Y".
           05 WS-EXTRACT-SW           PIC X(01) VALUE "N".
              88 WS-EXTRACT-WANTED            VALUE "Y".
        01 WS-REPORT-DATE              PIC 9(08).
        01 WS-INTX-COUNT               PIC 9(03) VALUE ZERO.
        01 WS-INTX-TABLE.
           05 WS-IT-ENTRY OCCURS 200 TIMES.
              10 WS-IT-ID             PIC X(05).
              10 WS-IT-DISTRICT       PIC X(03).
              10 WS-IT-READINGS       PIC 9(05).
              10 WS-IT-STOP           PIC 9(05).
              10 WS-IT-GO             PIC 9(05).
           05 WS-CITY-OTHER           PIC 9(07) VALUE ZERO.
        01 WS-SILENT-COUNT             PIC 9(03) VALUE ZERO.
        01 WS-HOUR-READINGS            PIC 9(06) VALUE ZERO.
        01 WS-SPOOL-TYPE               PIC X(01) VALUE "H".
        01 WS-SPOOL-DISTRICT           PIC X(03) VALUE SPACES.
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(36) VALUE
                  "DAILY CITYWIDE TRAFFIC REPORT FOR   ".
           05 DL-WALK                 PIC ZZZZ9.
           05 FILLER                  PIC X(07) VALUE " DWALK ".
           05 DL-DONTWALK             PIC ZZZZ9.
           05 FILLER                  PIC X(06) VALUE " DIST ".
           05 DL-DISTRICT             PIC X(03).
        01 WS-SILENT-LINE.
           05 FILLER                  PIC X(22) VALUE
                  "NO READINGS THIS DAY: ".
           05 SL2-LOCATION            PIC X(30).
           05 FILLER                  PIC X(10) VALUE " DISTRICT ".
           05 SL2-DISTRICT            PIC X(03).
        01 WS-EXTRACT-HEADER.
           05 FILLER                  PIC X(43) VALUE
                  "ROW_TYPE,INTERSECTION,DISTRICT,REPORT_DATE,".
           05 FILLER                  PIC X(37) VALUE
                  "READINGS,STOP,GO,CAUTION,FAULT,OTHER,".
           05 FILLER                  PIC X(22) VALUE
                  "WALK,DONTWALK,LOCATION".
        01 WS-EXTRACT-ROW.
           05 XR-ROW-TYPE             PIC X(12).
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-INTERSECTION         PIC X(05).
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-DISTRICT             PIC X(03).
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-REPORT-DATE          PIC 9(08).
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-COUNTS.
              10 XR-READINGS          PIC 9(07).
              10 FILLER               PIC X(01) VALUE ",".
              10 XR-STOP              PIC 9(07).
              10 FILLER               PIC X(01) VALUE ",".
              10 XR-GO                PIC 9(07).
              10 FILLER               PIC X(01) VALUE ",".
              10 XR-CAUTION           PIC 9(07).
              10 FILLER               PIC X(01) VALUE ",".
              10 XR-FAULT             PIC 9(07).
              10 FILLER               PIC X(01) VALUE ",".
              10 XR-OTHER             PIC 9(07).
              10 FILLER               PIC X(01) VALUE ",".
           05 XR-PED-COUNTS.
              10 XR-WALK              PIC 9(07).
              10 FILLER               PIC X(01) VALUE ",".
              10 XR-DONTWALK          PIC 9(07).
              10 FILLER               PIC X(01) VALUE ",".
           05 FILLER                  PIC X(01) VALUE QUOTE.
           05 XR-LOCATION             PIC X(30).
           05 FILLER                  PIC X(01) VALUE QUOTE.
        01 WS-EXTRACT-BLANKS.
           05 FILLER                  PIC X(48) VALUE
                  "       ,       ,       ,       ,       ,       ,".
        01 WS-EXTRACT-PED-BLANKS.
           05 FILLER                  PIC X(16) VALUE
                  "       ,       ,".
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-ROLL-UP-ONE-READING THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 3000-RESOLVE-DISTRICTS THRU 3000-EXIT.
           PERFORM 4000-PRINT-INTERSECTIONS THRU 4000-EXIT.
           PERFORM 5000-PRINT-CITY-TOTALS THRU 5000-EXIT.
           PERFORM 6000-LIST-SILENT-INTERSECTIONS THRU 6000-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Resolves the report date and opens the log, the report,
      * and - when the card asks for it - the extract.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
                               AND RC-REPORT-DATE > ZERO
                           MOVE RC-REPORT-DATE TO WS-REPORT-DATE
                       END-IF
                       IF RC-EXTRACT-SW = "Y"
                           SET WS-EXTRACT-WANTED TO TRUE
                       END-IF
               END-READ
               CLOSE REPORT-CONTROL
           END-IF.
               STOP RUN
           END-IF.

           OPEN OUTPUT BURST-SPOOL.
           IF RS-FILE-STATUS NOT = "00"
               DISPLAY "TLDAYRPT: UNABLE TO OPEN TLDAYSPL - STATUS "
                   RS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-EXTRACT-WANTED
               OPEN OUTPUT EXTRACT-FILE
               IF XL-FILE-STATUS NOT = "00"
                   DISPLAY "TLDAYRPT: UNABLE TO OPEN TLDAYCSV - STATUS "
                       XL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               WRITE XL-LINE FROM WS-EXTRACT-HEADER
           END-IF.

           MOVE WS-REPORT-DATE TO HL-DATE.
           MOVE "H" TO WS-SPOOL-TYPE.
           MOVE WS-HEADER-LINE TO RPT-LINE.
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
           MOVE SPACES TO RPT-LINE.
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
       1000-EXIT.
           EXIT.

               MOVE WS-INTX-COUNT TO WS-FOUND-IDX
               INITIALIZE WS-IT-ENTRY(WS-FOUND-IDX)
               MOVE HS-INTERSECTION-ID TO WS-IT-ID(WS-FOUND-IDX)
               MOVE "???" TO WS-IT-DISTRICT(WS-FOUND-IDX)
           END-IF.

           COMPUTE WS-HOUR-READINGS = HS-STOP + HS-GO + HS-CAUTION
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-RESOLVE-DISTRICTS
      * One pass of the intersection master to stamp each reporting
      * intersection with its district. Intersections not on the
      * master, or a site with no master, stay as ???.
      *----------------------------------------------------------------
       3000-RESOLVE-DISTRICTS SECTION.
       3000-START.
           OPEN INPUT INTERSECTION-MASTER.
           IF IX-FILE-STATUS NOT = "00"
               GO TO 3000-EXIT
           END-IF.

           SET WS-EOF-SW TO "N".
           PERFORM 3100-STAMP-ONE-MASTER THRU 3100-EXIT
               UNTIL WS-EOF.
           CLOSE INTERSECTION-MASTER.
       3000-EXIT.
           EXIT.

       3100-STAMP-ONE-MASTER SECTION.
       3100-START.
           READ INTERSECTION-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.

           PERFORM 3200-STAMP-ONE-INTX THRU 3200-EXIT
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-INTX-COUNT.
       3100-EXIT.
           EXIT.

       3200-STAMP-ONE-INTX SECTION.
       3200-START.
           IF WS-IT-ID(WS-SCAN-IDX) = IX-INTERSECTION-ID
               MOVE IX-DISTRICT TO WS-IT-DISTRICT(WS-SCAN-IDX)
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-PRINT-INTERSECTIONS
      * One line per intersection that reported during the day.
           MOVE WS-IT-OTHER(WS-SCAN-IDX)    TO DL-OTHER.
           MOVE WS-IT-WALK(WS-SCAN-IDX)     TO DL-WALK.
           MOVE WS-IT-DONTWALK(WS-SCAN-IDX) TO DL-DONTWALK.
           MOVE WS-IT-DISTRICT(WS-SCAN-IDX) TO DL-DISTRICT.
           MOVE "D" TO WS-SPOOL-TYPE.
           MOVE WS-IT-DISTRICT(WS-SCAN-IDX) TO WS-SPOOL-DISTRICT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.

           MOVE "INTERSECTION"              TO XR-ROW-TYPE.
           MOVE WS-IT-ID(WS-SCAN-IDX)       TO XR-INTERSECTION.
           MOVE WS-IT-DISTRICT(WS-SCAN-IDX) TO XR-DISTRICT.
           MOVE WS-REPORT-DATE              TO XR-REPORT-DATE.
           MOVE WS-IT-READINGS(WS-SCAN-IDX) TO XR-READINGS.
           MOVE WS-IT-STOP(WS-SCAN-IDX)     TO XR-STOP.
           MOVE WS-IT-GO(WS-SCAN-IDX)       TO XR-GO.
           MOVE WS-IT-CAUTION(WS-SCAN-IDX)  TO XR-CAUTION.
           MOVE WS-IT-FAULT(WS-SCAN-IDX)    TO XR-FAULT.
           MOVE WS-IT-OTHER(WS-SCAN-IDX)    TO XR-OTHER.
           MOVE WS-IT-WALK(WS-SCAN-IDX)     TO XR-WALK.
           MOVE WS-IT-DONTWALK(WS-SCAN-IDX) TO XR-DONTWALK.
           MOVE SPACES                      TO XR-LOCATION.
           PERFORM 8800-WRITE-EXTRACT THRU 8800-EXIT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
       5000-PRINT-CITY-TOTALS SECTION.
       5000-START.
           MOVE "C" TO WS-SPOOL-TYPE.
           MOVE SPACES TO RPT-LINE.
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
           MOVE "CITY " TO DL-ID.
           MOVE WS-CITY-READINGS TO DL-READINGS.
           MOVE WS-CITY-STOP     TO DL-STOP.
           MOVE WS-CITY-FAULT    TO DL-FAULT.
           MOVE WS-CITY-OTHER    TO DL-OTHER.
           MOVE ZERO TO DL-WALK DL-DONTWALK.
           MOVE SPACES TO DL-DISTRICT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
           MOVE SPACES TO RPT-LINE.
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.

           MOVE "CITY"           TO XR-ROW-TYPE.
           MOVE SPACES           TO XR-INTERSECTION XR-DISTRICT.
           MOVE WS-REPORT-DATE   TO XR-REPORT-DATE.
           MOVE WS-CITY-READINGS TO XR-READINGS.
           MOVE WS-CITY-STOP     TO XR-STOP.
           MOVE WS-CITY-GO       TO XR-GO.
           MOVE WS-CITY-CAUTION  TO XR-CAUTION.
           MOVE WS-CITY-FAULT    TO XR-FAULT.
           MOVE WS-CITY-OTHER    TO XR-OTHER.
           MOVE WS-EXTRACT-PED-BLANKS TO XR-PED-COUNTS.
           MOVE SPACES           TO XR-LOCATION.
           PERFORM 8800-WRITE-EXTRACT THRU 8800-EXIT.
       5000-EXIT.
           EXIT.

       6000-START.
           OPEN INPUT INTERSECTION-MASTER.
           IF IX-FILE-STATUS NOT = "00"
               MOVE "A" TO WS-SPOOL-TYPE
               MOVE "NO INTERSECTION MASTER - SILENT LIST SKIPPED"
                   TO RPT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
               GO TO 6000-EXIT
           END-IF.

               MOVE IX-INTERSECTION-ID TO SL2-ID
               MOVE IX-LOCATION        TO SL2-LOCATION
               MOVE IX-DISTRICT        TO SL2-DISTRICT
               MOVE "D"                TO WS-SPOOL-TYPE
               MOVE IX-DISTRICT        TO WS-SPOOL-DISTRICT
               MOVE WS-SILENT-LINE     TO RPT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
               ADD 1 TO WS-SILENT-COUNT
               MOVE "SILENT"           TO XR-ROW-TYPE
               MOVE IX-INTERSECTION-ID TO XR-INTERSECTION
               MOVE IX-DISTRICT        TO XR-DISTRICT
               MOVE WS-REPORT-DATE     TO XR-REPORT-DATE
               MOVE WS-EXTRACT-BLANKS  TO XR-COUNTS
               MOVE WS-EXTRACT-PED-BLANKS TO XR-PED-COUNTS
               MOVE IX-LOCATION        TO XR-LOCATION
               PERFORM 8800-WRITE-EXTRACT THRU 8800-EXIT
           END-IF.
       6100-EXIT.
           EXIT.
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8800-WRITE-EXTRACT
      * Writes the extract row built in WS-EXTRACT-ROW when the
      * extract was asked for.
      *----------------------------------------------------------------
       8800-WRITE-EXTRACT SECTION.
       8800-START.
           IF WS-EXTRACT-WANTED
               WRITE XL-LINE FROM WS-EXTRACT-ROW
           END-IF.
       8800-EXIT.
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
           CLOSE HOURLY-SUMMARY DAILY-REPORT BURST-SPOOL.
           IF WS-EXTRACT-WANTED
               CLOSE EXTRACT-FILE
           END-IF.
           DISPLAY "TLDAYRPT: INTERSECTIONS REPORTED = "
               WS-INTX-COUNT.
           DISPLAY "TLDAYRPT: READINGS               = "
