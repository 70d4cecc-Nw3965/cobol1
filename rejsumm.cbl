      *                  THE REJECT FILES ARE THE NIGHT'S DATASETS -
      *                  THE JCL CYCLES THEM PER RUN - SO THE TALLY
      *                  IS ONE NIGHT'S CAUSES, NOT A LIFETIME PILE.
      * 10/15/26   OPS   LABPOST'S LABREJ LABOR-TICKET REJECTS (CODES
      *                  LB01-LB07) ARE ROLLED UP WITH THE OTHERS.
      * 10/15/26   OPS   AN OPTIONAL REJSCTL CARD WITH "Y" IN COLUMN 1
      *                  ALSO WRITES THE REJSCSV COMMA-DELIMITED
      *                  EXTRACT - A HEADER ROW, THEN ONE ROW PER
      *                  PRINTED REASON CODE WITH UNEDITED COUNTS AND
      *                  A SIGNED TREND - FOR THE ANALYSTS'
      *                  SPREADSHEETS. THE PRINTED SUMMARY IS
      *                  UNCHANGED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT INV-REJECTS ASSIGN TO "INVREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VR-FILE-STATUS.
           SELECT LABOR-REJECTS ASSIGN TO "LABREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LR-FILE-STATUS.
           SELECT REJECT-STATS ASSIGN TO "REJSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-FILE-STATUS.
           SELECT SUMMARY-REPORT ASSIGN TO "REJSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT REPORT-CONTROL ASSIGN TO "REJSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "REJSCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-CODES.
           05  VR-REASON               PIC X(30).
           05  FILLER                  PIC X(01).
           05  VR-REASON-CODE          PIC X(04).
       FD  LABOR-REJECTS.
       01  LR-RECORD.
           05  LR-ORIGINAL-REC         PIC X(32).
           05  FILLER                  PIC X(01).
           05  LR-REASON               PIC X(30).
           05  FILLER                  PIC X(01).
           05  LR-REASON-CODE          PIC X(04).
       FD  REJECT-STATS.
       01  ST-RECORD.
           05  ST-STAT-DATE            PIC 9(08).
       01  WK-RECORD                   PIC X(19).
       FD  SUMMARY-REPORT.
       01  RPT-LINE                    PIC X(80).
       FD  REPORT-CONTROL.
       01  RC-RECORD.
           05  RC-EXTRACT-SW           PIC X(01).
       FD  EXTRACT-FILE.
       01  XL-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
        01 RJ-FILE-STATUS              PIC XX.
        01 CR-FILE-STATUS              PIC XX.
        01 IR-FILE-STATUS              PIC XX.
        01 VR-FILE-STATUS              PIC XX.
        01 LR-FILE-STATUS              PIC XX.
        01 ST-FILE-STATUS              PIC XX.
        01 WK-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 RC-FILE-STATUS              PIC XX.
        01 XL-FILE-STATUS              PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-SLOT-FOUND-SW        PIC X(01) VALUE "N".
              88 WS-SLOT-FOUND                VALUE "Y".
           05 WS-EXTRACT-SW           PIC X(01) VALUE "N".
              88 WS-EXTRACT-WANTED            VALUE "Y".
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-CODE-COUNT               PIC 9(02) VALUE ZERO.
        01 WS-CODE-TABLE.
           05 DL-LAST-WEEK            PIC ZZZZ9.
           05 FILLER                  PIC X(07) VALUE " TREND ".
           05 DL-TREND                PIC +ZZZZ9.
        01 WS-EXTRACT-HEADER.
           05 FILLER                  PIC X(43) VALUE
                  "ROW_TYPE,REASON_CODE,DESCRIPTION,STAT_DATE,".
           05 FILLER                  PIC X(20) VALUE
                  "TODAY,WEEK_AGO,TREND".
        01 WS-EXTRACT-ROW.
           05 XR-ROW-TYPE             PIC X(08).
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-REASON-CODE          PIC X(04).
           05 FILLER                  PIC X(01) VALUE ",".
           05 FILLER                  PIC X(01) VALUE QUOTE.
           05 XR-DESCRIPTION          PIC X(30).
           05 FILLER                  PIC X(01) VALUE QUOTE.
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-STAT-DATE            PIC 9(08).
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-TODAY                PIC 9(05).
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-WEEK-AGO             PIC 9(05).
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-TREND                PIC -9(05).
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 2000-TALLY-CALC-REJECTS THRU 2000-EXIT.
           PERFORM 3000-TALLY-IMPORT-REJECTS THRU 3000-EXIT.
           PERFORM 4000-TALLY-INV-REJECTS THRU 4000-EXIT.
           PERFORM 4500-TALLY-LABOR-REJECTS THRU 4500-EXIT.
           PERFORM 5000-LOAD-PRIOR-WEEK THRU 5000-EXIT.
           PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT.
           PERFORM 7000-RECORD-TODAY-STATS THRU 7000-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Loads the reject-reason catalog, reads the optional REJSCTL
      * card, and opens the report and - when the card asks for it -
      * the extract.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
                   " REPORTED WITHOUT DESCRIPTIONS"
           END-IF.

           OPEN INPUT REPORT-CONTROL.
           IF RC-FILE-STATUS = "00"
               READ REPORT-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-EXTRACT-SW = "Y"
                           SET WS-EXTRACT-WANTED TO TRUE
                       END-IF
               END-READ
               CLOSE REPORT-CONTROL
           END-IF.

           OPEN OUTPUT SUMMARY-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "REJSUMM: UNABLE TO OPEN REJSRPT - STATUS "
               STOP RUN
           END-IF.

           IF WS-EXTRACT-WANTED
               OPEN OUTPUT EXTRACT-FILE
               IF XL-FILE-STATUS NOT = "00"
                   DISPLAY "REJSUMM: UNABLE TO OPEN REJSCSV - STATUS "
                       XL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               WRITE XL-LINE FROM WS-EXTRACT-HEADER
           END-IF.

           MOVE WS-TODAY-DATE TO HL-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           MOVE SPACES TO RPT-LINE.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-TALLY-LABOR-REJECTS
      *----------------------------------------------------------------
       4500-TALLY-LABOR-REJECTS SECTION.
       4500-START.
           OPEN INPUT LABOR-REJECTS.
           IF LR-FILE-STATUS NOT = "00"
               GO TO 4500-EXIT
           END-IF.
           PERFORM 4600-TALLY-ONE-LABOR THRU 4600-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE LABOR-REJECTS.
       4500-EXIT.
           EXIT.

       4600-TALLY-ONE-LABOR SECTION.
       4600-START.
           READ LABOR-REJECTS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4600-EXIT
           END-READ.
           MOVE LR-REASON-CODE TO WS-WORK-CODE.
           PERFORM 1500-TALLY-ONE-CODE THRU 1500-EXIT.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-LOAD-PRIOR-WEEK
      * For each code, finds the most recent REJSTATS count at least
           COMPUTE DL-TREND = WS-CD-TODAY(WS-CODE-IDX)
               - WS-CD-LAST-WEEK(WS-CODE-IDX).
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

           MOVE "CODE"                         TO XR-ROW-TYPE.
           MOVE WS-CD-CODE(WS-CODE-IDX)        TO XR-REASON-CODE.
           MOVE WS-CD-DESCRIPTION(WS-CODE-IDX) TO XR-DESCRIPTION.
           MOVE WS-TODAY-DATE                  TO XR-STAT-DATE.
           MOVE WS-CD-TODAY(WS-CODE-IDX)       TO XR-TODAY.
           MOVE WS-CD-LAST-WEEK(WS-CODE-IDX)   TO XR-WEEK-AGO.
           COMPUTE XR-TREND = WS-CD-TODAY(WS-CODE-IDX)
               - WS-CD-LAST-WEEK(WS-CODE-IDX).
           IF WS-EXTRACT-WANTED
               WRITE XL-LINE FROM WS-EXTRACT-ROW
           END-IF.
       6100-EXIT.
           EXIT.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE SUMMARY-REPORT.
           IF WS-EXTRACT-WANTED
               CLOSE EXTRACT-FILE
           END-IF.
           DISPLAY "REJSUMM: REJECTS TALLIED = " WS-TOTAL-TODAY.
           DISPLAY "REJSUMM: REASON CODES    = " WS-CODE-COUNT.
       9000-EXIT.
