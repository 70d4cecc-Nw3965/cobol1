       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKLCNV.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. ONE-TIME CONVERSION RUN THAT
      *                  SEEDS THE NEW STKLOC STOCK-LOCATION FILE FROM
      *                  THE PRODUCT MASTER, FOLLOWING THE PRODCCNV
      *                  PATTERN: EVERY PRODUCT GETS ONE ROW AT THE
      *                  CENTRAL WAREHOUSE (CWHS) HOLDING ITS WHOLE
      *                  PM-ON-HAND-QTY, SO THE LOCATION ROWS AGREE
      *                  WITH THE COMPANY TOTAL FROM DAY ONE. STOCK
      *                  ACTUALLY SITTING AT THE DEPOTS OR THE PARTS
      *                  CAGE IS THEN MOVED THERE WITH TRANSFER (T)
      *                  MOVEMENTS THROUGH INVPOST. RUN ONCE, BEFORE
      *                  THE FIRST POSTING RUN THAT CARRIES LOCATIONS.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PRODUCT-ID
               FILE STATUS IS PM-FILE-STATUS.
           SELECT STOCK-LOCATIONS ASSIGN TO "STKLOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SL-KEY
               FILE STATUS IS SL-FILE-STATUS.
           SELECT CONV-REPORT ASSIGN TO "STKLCNVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER.
       COPY "PRODMAST.cpy".
       FD  STOCK-LOCATIONS.
       COPY "STKLOC.cpy".
       FD  CONV-REPORT.
       01  RPT-LINE                    PIC X(60).
       WORKING-STORAGE SECTION.
        01 PM-FILE-STATUS              PIC XX.
        01 SL-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
       COPY "LOCCODES.cpy".
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-IN-COUNT                 PIC 9(07) VALUE ZERO.
        01 WS-OUT-COUNT                PIC 9(07) VALUE ZERO.
        01 WS-IN-QTY                   PIC 9(11) VALUE ZERO.
        01 WS-OUT-QTY                  PIC 9(11) VALUE ZERO.
        01 WS-COUNT-LINE.
           05 CL-LABEL                PIC X(20).
           05 CL-COUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SEED-ONE-PRODUCT THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Opens the product master, the new stock-location file, and
      * the control report.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           SET WS-LOCATION-CENTRAL TO TRUE.

           OPEN INPUT PRODUCT-MASTER.
           IF PM-FILE-STATUS NOT = "00"
               DISPLAY "STKLCNV: UNABLE TO OPEN PRODMAST - STATUS "
                   PM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT STOCK-LOCATIONS.
           IF SL-FILE-STATUS NOT = "00"
               DISPLAY "STKLCNV: UNABLE TO OPEN STKLOC - STATUS "
                   SL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CONV-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "STKLCNV: UNABLE TO OPEN STKLCNVR - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "STOCK-LOCATION SEEDING REPORT" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-SEED-ONE-PRODUCT
      * One product's whole on-hand becomes its central-warehouse
      * row.
      *----------------------------------------------------------------
       2000-SEED-ONE-PRODUCT SECTION.
       2000-START.
           READ PRODUCT-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.

           ADD 1 TO WS-IN-COUNT.
           ADD PM-ON-HAND-QTY TO WS-IN-QTY.

           MOVE PM-PRODUCT-ID    TO SL-PRODUCT-ID.
           MOVE WS-LOCATION-CODE TO SL-LOCATION-CODE.
           MOVE PM-ON-HAND-QTY   TO SL-ON-HAND-QTY.
           MOVE WS-TODAY-DATE    TO SL-LAST-MOVE-DATE.
           WRITE SL-RECORD.
           IF SL-FILE-STATUS NOT = "00"
               DISPLAY "STKLCNV: WRITE FAILED FOR " PM-PRODUCT-ID
                   " - STATUS " SL-FILE-STATUS
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-OUT-COUNT.
           ADD SL-ON-HAND-QTY TO WS-OUT-QTY.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Prints the record and quantity counts. Both pairs must agree
      * before the stock-location file goes into use.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           MOVE "PRODUCTS READ       " TO CL-LABEL.
           MOVE WS-IN-COUNT TO CL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "LOCATION ROWS       " TO CL-LABEL.
           MOVE WS-OUT-COUNT TO CL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "ON-HAND READ        " TO CL-LABEL.
           MOVE WS-IN-QTY TO CL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "ON-HAND SEEDED      " TO CL-LABEL.
           MOVE WS-OUT-QTY TO CL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.

           IF WS-IN-COUNT = WS-OUT-COUNT
                   AND WS-IN-QTY = WS-OUT-QTY
               MOVE "COUNTS AGREE - STKLOC READY FOR USE" TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE "COUNTS DO NOT AGREE - DO NOT USE STKLOC"
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE PRODUCT-MASTER STOCK-LOCATIONS CONV-REPORT.
           DISPLAY "STKLCNV: PRODUCTS READ = " WS-IN-COUNT.
           DISPLAY "STKLCNV: ROWS WRITTEN  = " WS-OUT-COUNT.
       9000-EXIT.
           EXIT.
