       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTINQ.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. CHANGE-HISTORY INQUIRY OVER THE
      *                  SHARED MNTJRNL MAINTENANCE JOURNAL. THE
      *                  MNTICTL CARD NAMES A FILE AND OPTIONAL KEY
      *                  (VENDMAST AND A VENDOR CODE, SAY), OR AN
      *                  OPERATOR, OR BOTH, WITH AN OPTIONAL DATE
      *                  RANGE; EVERY JOURNAL ENTRY THAT MATCHES IS
      *                  PRINTED ON MNTIRPT IN THE ORDER IT WAS
      *                  WRITTEN - PROGRAM, ACTION, OPERATOR, DATE
      *                  AND TIME, AND THE FULL BEFORE AND AFTER
      *                  IMAGES - SO WHO CHANGED A RECORD AND WHEN
      *                  HAS AN ANSWER LONG AFTER THE REGISTER IS
      *                  GONE.
      * 10/15/26   OPS   MNTJRNL KEYS ARE NOW UP TO 30 BYTES AND ITS
      *                  IMAGES 150, SO THE MNTICTL KEY IS WIDENED TO
      *                  30 (OPERATOR NOW FROM COLUMN 41, DATES FROM
      *                  52 AND 61) AND EACH IMAGE PRINTS ON A SECOND
      *                  LINE WHEN IT RUNS PAST 75 BYTES. COLUMN
      *                  HEADINGS REALIGNED OVER THE ENTRY LINE.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-CONTROL ASSIGN TO "MNTICTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MC-FILE-STATUS.
           SELECT MAINT-JOURNAL ASSIGN TO "MNTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MJ-FILE-STATUS.
           SELECT INQUIRY-REPORT ASSIGN TO "MNTIRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-CONTROL.
       01  MC-RECORD.
           05  MC-FILE-NAME            PIC X(08).
           05  FILLER                  PIC X(01).
           05  MC-RECORD-KEY           PIC X(30).
           05  FILLER                  PIC X(01).
           05  MC-OPERATOR-ID          PIC X(10).
           05  FILLER                  PIC X(01).
           05  MC-FROM-DATE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  MC-TO-DATE              PIC X(08).
       FD  MAINT-JOURNAL.
       COPY "MNTJRNL.cpy".
       FD  INQUIRY-REPORT.
       01  RPT-LINE                    PIC X(100).
       WORKING-STORAGE SECTION.
        01 MC-FILE-STATUS              PIC XX.
        01 MJ-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
        01 WS-FROM-DATE                PIC 9(08) VALUE ZERO.
        01 WS-TO-DATE                  PIC 9(08) VALUE 99999999.
        01 WS-READ-COUNT               PIC 9(07) VALUE ZERO.
        01 WS-HIT-COUNT                PIC 9(07) VALUE ZERO.
        01 WS-RUN-DATE                 PIC 9(08).
        01 WS-HEADER-LINE-1.
           05 FILLER                  PIC X(33) VALUE
                  "MAINTENANCE CHANGE HISTORY   RUN ".
           05 HL-RUN-DATE             PIC 9(08).
        01 WS-HEADER-LINE-2.
           05 FILLER                  PIC X(06) VALUE "FILE  ".
           05 HL-FILE-NAME            PIC X(08).
           05 FILLER                  PIC X(06) VALUE "  KEY ".
           05 HL-RECORD-KEY           PIC X(30).
           05 FILLER                  PIC X(11) VALUE
                  "  OPERATOR ".
           05 HL-OPERATOR-ID          PIC X(10).
           05 FILLER                  PIC X(08) VALUE "  DATES ".
           05 HL-FROM-DATE            PIC 9(08).
           05 FILLER                  PIC X(03) VALUE " - ".
           05 HL-TO-DATE              PIC 9(08).
        01 WS-COLUMN-LINE.
           05 FILLER                  PIC X(50) VALUE
               "DATE     TIME     PROGRAM  FILE     KEY           ".
           05 FILLER                  PIC X(40) VALUE
               "                 ACTION     OPERATOR".
        01 WS-ENTRY-LINE.
           05 EL-CHANGE-DATE          PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EL-CHANGE-TIME          PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EL-PROGRAM-ID           PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EL-FILE-NAME            PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EL-RECORD-KEY           PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EL-ACTION               PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EL-OPERATOR-ID          PIC X(10).
        01 WS-IMAGE-LINE.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 IL-LABEL                PIC X(08).
           05 IL-IMAGE                PIC X(75).
        01 WS-IMAGE-WORK               PIC X(150).
        01 WS-IMAGE-PARTS REDEFINES WS-IMAGE-WORK.
           05 WS-IMAGE-FIRST          PIC X(75).
           05 WS-IMAGE-SECOND         PIC X(75).
        01 WS-COUNT-LINE.
           05 CL-LABEL                PIC X(20).
           05 CL-COUNT                PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SCAN-ONE-ENTRY THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF WS-HIT-COUNT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Reads the inquiry card - a file name with or without a key,
      * an operator, or both, and an optional date range - then
      * opens the journal and prints the report heading. A card that
      * names neither a file nor an operator would print the whole
      * journal and is refused.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT INQUIRY-CONTROL.
           IF MC-FILE-STATUS NOT = "00"
               DISPLAY "MNTINQ: UNABLE TO OPEN MNTICTL - STATUS "
                   MC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ INQUIRY-CONTROL
               AT END
                   DISPLAY "MNTINQ: MNTICTL EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE INQUIRY-CONTROL.

           IF MC-FILE-NAME = SPACES AND MC-OPERATOR-ID = SPACES
               DISPLAY "MNTINQ: MNTICTL NAMES NEITHER A FILE NOR AN "
                   "OPERATOR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF MC-FILE-NAME = SPACES AND MC-RECORD-KEY NOT = SPACES
               DISPLAY "MNTINQ: MNTICTL KEY " MC-RECORD-KEY
                   " NEEDS A FILE NAME"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF MC-FROM-DATE NUMERIC
               MOVE MC-FROM-DATE TO WS-FROM-DATE
           END-IF.
           IF MC-TO-DATE NUMERIC
               MOVE MC-TO-DATE TO WS-TO-DATE
           END-IF.

           OPEN INPUT MAINT-JOURNAL.
           IF MJ-FILE-STATUS NOT = "00"
               DISPLAY "MNTINQ: UNABLE TO OPEN MNTJRNL - STATUS "
                   MJ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT INQUIRY-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "MNTINQ: UNABLE TO OPEN MNTIRPT - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-RUN-DATE    TO HL-RUN-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE-1.
           MOVE MC-FILE-NAME   TO HL-FILE-NAME.
           MOVE MC-RECORD-KEY  TO HL-RECORD-KEY.
           MOVE MC-OPERATOR-ID TO HL-OPERATOR-ID.
           MOVE WS-FROM-DATE   TO HL-FROM-DATE.
           MOVE WS-TO-DATE     TO HL-TO-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE-2.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-COLUMN-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-SCAN-ONE-ENTRY
      * Reads one journal entry and prints it if it falls inside the
      * date range and matches every criterion the card names.
      *----------------------------------------------------------------
       2000-SCAN-ONE-ENTRY SECTION.
       2000-START.
           READ MAINT-JOURNAL
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.

           IF MJ-CHANGE-DATE < WS-FROM-DATE
                   OR MJ-CHANGE-DATE > WS-TO-DATE
               GO TO 2000-EXIT
           END-IF.
           IF MC-FILE-NAME NOT = SPACES
                   AND MJ-FILE-NAME NOT = MC-FILE-NAME
               GO TO 2000-EXIT
           END-IF.
           IF MC-RECORD-KEY NOT = SPACES
                   AND MJ-RECORD-KEY NOT = MC-RECORD-KEY
               GO TO 2000-EXIT
           END-IF.
           IF MC-OPERATOR-ID NOT = SPACES
                   AND MJ-OPERATOR-ID NOT = MC-OPERATOR-ID
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-HIT-COUNT.
           PERFORM 3000-PRINT-ENTRY THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-PRINT-ENTRY
      * Prints the entry heading line and the before and after
      * images beneath it. An add has no before image and a removal
      * no after image; those print as "(NONE)". An image longer
      * than 75 bytes carries on to a second line.
      *----------------------------------------------------------------
       3000-PRINT-ENTRY SECTION.
       3000-START.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE MJ-CHANGE-DATE TO EL-CHANGE-DATE.
           MOVE MJ-CHANGE-TIME TO EL-CHANGE-TIME.
           MOVE MJ-PROGRAM-ID  TO EL-PROGRAM-ID.
           MOVE MJ-FILE-NAME   TO EL-FILE-NAME.
           MOVE MJ-RECORD-KEY  TO EL-RECORD-KEY.
           MOVE MJ-ACTION      TO EL-ACTION.
           MOVE MJ-OPERATOR-ID TO EL-OPERATOR-ID.
           WRITE RPT-LINE FROM WS-ENTRY-LINE.

           MOVE "BEFORE: " TO IL-LABEL.
           MOVE MJ-BEFORE-IMAGE TO WS-IMAGE-WORK.
           PERFORM 3100-PRINT-IMAGE THRU 3100-EXIT.

           MOVE "AFTER:  " TO IL-LABEL.
           MOVE MJ-AFTER-IMAGE TO WS-IMAGE-WORK.
           PERFORM 3100-PRINT-IMAGE THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-PRINT-IMAGE
      * Prints WS-IMAGE-WORK under the label already in IL-LABEL -
      * the first 75 bytes, then the rest on an unlabelled line when
      * there is any.
      *----------------------------------------------------------------
       3100-PRINT-IMAGE SECTION.
       3100-START.
           IF WS-IMAGE-WORK = SPACES
               MOVE "(NONE)" TO IL-IMAGE
               WRITE RPT-LINE FROM WS-IMAGE-LINE
               GO TO 3100-EXIT
           END-IF.

           MOVE WS-IMAGE-FIRST TO IL-IMAGE.
           WRITE RPT-LINE FROM WS-IMAGE-LINE.
           IF WS-IMAGE-SECOND NOT = SPACES
               MOVE SPACES          TO IL-LABEL
               MOVE WS-IMAGE-SECOND TO IL-IMAGE
               WRITE RPT-LINE FROM WS-IMAGE-LINE
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Prints the read and matched counts and closes the files.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "ENTRIES READ"    TO CL-LABEL.
           MOVE WS-READ-COUNT     TO CL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "ENTRIES MATCHED" TO CL-LABEL.
           MOVE WS-HIT-COUNT      TO CL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.

           CLOSE MAINT-JOURNAL INQUIRY-REPORT.
           DISPLAY "MNTINQ: ENTRIES READ    = " WS-READ-COUNT.
           DISPLAY "MNTINQ: ENTRIES MATCHED = " WS-HIT-COUNT.
       9000-EXIT.
           EXIT.
