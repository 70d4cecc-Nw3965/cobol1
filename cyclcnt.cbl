      *                  INVPOST TO APPLY - SO THE BOOK-TO-PHYSICAL
      *                  CORRECTION IS SYSTEMATIC AND AUDITABLE
      *                  INSTEAD OF RAW ADJUSTMENTS KEYED BY HAND.
      * 10/15/26   OPS   COUNTS ARE NOW TAKEN PER STOCK LOCATION. THE
      *                  COUNT RECORD GAINED A LOCATION CODE (BLANK IS
      *                  THE CENTRAL WAREHOUSE; AN UNKNOWN CODE IS
      *                  SKIPPED), THE BOOK QUANTITY IS THAT
      *                  LOCATION'S STKLOC ON-HAND (ZERO WHEN THE
      *                  PRODUCT HAS NEVER BEEN HELD THERE), AND THE
      *                  ADJUSTMENT IS CUT AGAINST THE SAME LOCATION.
      *                  THE REPORT SHOWS THE LOCATION.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-ID
               FILE STATUS IS PM-FILE-STATUS.
           SELECT STOCK-LOCATIONS ASSIGN TO "STKLOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SL-KEY
               FILE STATUS IS SL-FILE-STATUS.
           SELECT INV-MOVES ASSIGN TO "INVMOVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IM-FILE-STATUS.
           05  CC-PRODUCT-ID           PIC X(05).
           05  FILLER                  PIC X(01).
           05  CC-COUNTED-QTY          PIC X(07).
           05  FILLER                  PIC X(01).
           05  CC-LOCATION-CODE        PIC X(04).
       FD  COUNT-CONTROL.
       01  CT-RECORD.
           05  CT-TOLERANCE-PCT        PIC X(03).
       FD  PRODUCT-MASTER.
       COPY "PRODMAST.cpy".
       FD  STOCK-LOCATIONS.
       COPY "STKLOC.cpy".
       FD  INV-MOVES.
       01  IM-RECORD.
           05  IM-PRODUCT-ID           PIC X(05).
           05  IM-MOVE-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IM-VENDOR-CODE          PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IM-LOCATION-CODE        PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IM-TO-LOCATION          PIC X(04).
       FD  VARIANCE-REPORT.
       01  RPT-LINE                    PIC X(90).
       WORKING-STORAGE SECTION.
        01 CT-FILE-STATUS              PIC XX.
        01 PM-FILE-STATUS              PIC XX.
        01 IM-FILE-STATUS              PIC XX.
        01 SL-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-MASTER-FOUND-SW      PIC X(01) VALUE "N".
              88 WS-MASTER-FOUND              VALUE "Y".
       COPY "LOCCODES.cpy".
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-TOLERANCE-PCT            PIC 9(03) VALUE 5.
        01 WS-COUNTED-QTY              PIC 9(07) VALUE ZERO.
        01 WS-BOOK-QTY                 PIC 9(07) VALUE ZERO.
        01 WS-VARIANCE-QTY             PIC S9(08) VALUE ZERO.
        01 WS-ABS-VARIANCE             PIC 9(08) VALUE ZERO.
        01 WS-VARIANCE-VALUE           PIC S9(11)V99 COMP-3 VALUE 0.
           05 HL-DATE                 PIC 9(08).
        01 WS-DETAIL-LINE.
           05 DL-PRODUCT-ID           PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-LOCATION             PIC X(04).
           05 FILLER                  PIC X(06) VALUE " BOOK ".
           05 DL-BOOK-QTY             PIC ZZZZZZ9.
           05 FILLER                  PIC X(09) VALUE " COUNTED ".
      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Reads the optional tolerance card and opens the count file,
      * the master, the stock locations, the movement file, and the
      * report.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
               STOP RUN
           END-IF.

           OPEN INPUT STOCK-LOCATIONS.
           IF SL-FILE-STATUS NOT = "00"
               DISPLAY "CYCLCNT: UNABLE TO OPEN STKLOC - STATUS "
                   SL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT VARIANCE-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "CYCLCNT: UNABLE TO OPEN CYCVRPT - STATUS "

      *----------------------------------------------------------------
      * 2000-RECONCILE-ONE-COUNT
      * One counted product at one location against the book
      * quantity there: reports the variance
      * and, when there is one, cuts the signed adjustment for
      * INVPOST.
      *----------------------------------------------------------------
               GO TO 2000-EXIT
           END-IF.

           MOVE CC-LOCATION-CODE TO WS-LOCATION-CODE.
           IF WS-LOCATION-CODE = SPACES
               SET WS-LOCATION-CENTRAL TO TRUE
           END-IF.
           IF NOT WS-LOCATION-KNOWN
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "CYCLCNT: LOCATION " CC-LOCATION-CODE
                   " FOR " CC-PRODUCT-ID " NOT KNOWN - SKIPPED"
               GO TO 2000-EXIT
           END-IF.

           MOVE ZERO TO WS-BOOK-QTY.
           MOVE CC-PRODUCT-ID    TO SL-PRODUCT-ID.
           MOVE WS-LOCATION-CODE TO SL-LOCATION-CODE.
           READ STOCK-LOCATIONS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SL-ON-HAND-QTY TO WS-BOOK-QTY
           END-READ.

           COMPUTE WS-VARIANCE-QTY =
               WS-COUNTED-QTY - WS-BOOK-QTY.
           IF WS-VARIANCE-QTY = ZERO
               ADD 1 TO WS-MATCHED-COUNT
               GO TO 2000-EXIT
               WS-VARIANCE-QTY * PM-PRODUCT-PRICE.

           MOVE CC-PRODUCT-ID    TO DL-PRODUCT-ID.
           MOVE WS-LOCATION-CODE TO DL-LOCATION.
           MOVE WS-BOOK-QTY      TO DL-BOOK-QTY.
           MOVE WS-COUNTED-QTY   TO DL-COUNTED-QTY.
           MOVE WS-VARIANCE-QTY  TO DL-VARIANCE.
           MOVE WS-VARIANCE-VALUE TO DL-VALUE.
           MOVE SPACES TO DL-FLAG.
           IF WS-BOOK-QTY > ZERO
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-ABS-VARIANCE * 100 / WS-BOOK-QTY
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-VARIANCE-PCT
               END-COMPUTE
           MOVE WS-ABS-VARIANCE TO IM-QUANTITY.
           MOVE WS-TODAY-DATE   TO IM-MOVE-DATE.
           MOVE SPACES          TO IM-VENDOR-CODE.
           MOVE WS-LOCATION-CODE TO IM-LOCATION-CODE.
           MOVE SPACES          TO IM-TO-LOCATION.
           WRITE IM-RECORD.
           CLOSE INV-MOVES.
           ADD 1 TO WS-ADJUSTED-COUNT.
               MOVE "EVERY COUNT MATCHED THE BOOK" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           CLOSE COUNT-FILE PRODUCT-MASTER VARIANCE-REPORT
               STOCK-LOCATIONS.
           DISPLAY "CYCLCNT: COUNTS READ     = " WS-COUNTED-COUNT.
           DISPLAY "CYCLCNT: MATCHED BOOK    = " WS-MATCHED-COUNT.
           DISPLAY "CYCLCNT: ADJUSTMENTS CUT = " WS-ADJUSTED-COUNT.
