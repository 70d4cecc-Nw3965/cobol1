       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSPOST.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. DAILY STORE SALES FEED. EACH
      *                  STORE SENDS ONE POSSALES FILE A DAY WITH THE
      *                  SAME BATCH CONTROLS AS FILEIMP - AN "H"
      *                  HEADER (SALES DATE, STORE CODE), "D" SALES
      *                  LINES, AND A "T" TRAILER COUNT. THE STORE
      *                  MUST BE ON SYSREG, A STORE AND DATE ALREADY
      *                  ON IMPDATES IS REFUSED, AND A BALANCED FILE
      *                  IS RECORDED THERE SO FEEDCHK FLAGS A STORE
      *                  THAT NEVER SENT ITS SALES. EACH ACCEPTED
      *                  LINE IS CUT ONTO INVMOVE AS AN ISSUE FOR THE
      *                  NORMAL INVPOST RUN AND APPENDED TO THE
      *                  SALESHST SALES HISTORY. A LINE SOLD AT OTHER
      *                  THAN THE PRICE BOOK IN EFFECT ON THE SALES
      *                  DATE IS LISTED ON THE POSXRPT EXCEPTION
      *                  REPORT; BAD LINES GO TO POSREJ.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POS-SALES ASSIGN TO "POSSALES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PS-FILE-STATUS.
           SELECT SYSTEM-REGISTRY ASSIGN TO "SYSREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SY-FILE-STATUS.
           SELECT PROCESSED-DATES ASSIGN TO "IMPDATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDT-FILE-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-ID
               FILE STATUS IS PM-FILE-STATUS.
           SELECT PRICE-HISTORY ASSIGN TO "PRICEHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PH-FILE-STATUS.
           SELECT INV-MOVES ASSIGN TO "INVMOVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IM-FILE-STATUS.
           SELECT SALES-HISTORY ASSIGN TO "SALESHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SS-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO "POSREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJ-FILE-STATUS.
           SELECT EXCEPTION-REPORT ASSIGN TO "POSXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POS-SALES.
       01  PS-DETAIL-REC.
           05  PSD-REC-TYPE            PIC X(01).
           05  FILLER                  PIC X(01).
           05  PSD-PRODUCT-ID          PIC X(05).
           05  FILLER                  PIC X(01).
           05  PSD-QUANTITY            PIC X(07).
           05  FILLER                  PIC X(01).
           05  PSD-SELLING-PRICE       PIC X(07).
       01  PS-CONTROL-REC.
           05  PSC-REC-TYPE            PIC X(01).
           05  FILLER                  PIC X(01).
           05  PSC-SALES-DATE          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PSC-STORE-CODE          PIC X(10).
       01  PS-TRAILER-REC.
           05  PST-REC-TYPE            PIC X(01).
           05  FILLER                  PIC X(01).
           05  PST-RECORD-COUNT        PIC 9(07).
       FD  SYSTEM-REGISTRY.
       COPY "SYSREG.cpy".
       FD  PROCESSED-DATES.
       01  PDT-RECORD.
           05  PDT-FILE-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PDT-SENDING-SYSTEM      PIC X(10).
           05  FILLER                  PIC X(01).
           05  PDT-RECORD-COUNT        PIC 9(07).
       FD  PRODUCT-MASTER.
       COPY "PRODMAST.cpy".
       FD  PRICE-HISTORY.
       01  PH-RECORD.
           05  PH-PRODUCT-ID           PIC X(05).
           05  FILLER                  PIC X(01).
           05  PH-OLD-PRICE            PIC 9(05)V99.
           05  FILLER                  PIC X(01).
           05  PH-NEW-PRICE            PIC 9(05)V99.
           05  FILLER                  PIC X(01).
           05  PH-CHANGE-DATE          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PH-CHANGE-TIME          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PH-OPERATOR-ID          PIC X(10).
       FD  INV-MOVES.
       01  IM-RECORD.
           05  IM-PRODUCT-ID           PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IM-MOVE-TYPE            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IM-ADJUST-SIGN          PIC X(01).
           05  IM-QUANTITY             PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IM-MOVE-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IM-VENDOR-CODE          PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IM-LOCATION-CODE        PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IM-TO-LOCATION          PIC X(04).
       FD  SALES-HISTORY.
       COPY "SALESHST.cpy".
       FD  REJECT-FILE.
       01  REJ-RECORD.
           05  REJ-ORIGINAL-REC        PIC X(23).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REJ-REASON              PIC X(30).
       FD  EXCEPTION-REPORT.
       01  RPT-LINE                    PIC X(80).
       WORKING-STORAGE SECTION.
        01 PS-FILE-STATUS              PIC XX.
        01 SY-FILE-STATUS              PIC XX.
        01 PDT-FILE-STATUS             PIC XX.
        01 PM-FILE-STATUS              PIC XX.
        01 PH-FILE-STATUS              PIC XX.
        01 IM-FILE-STATUS              PIC XX.
        01 SS-FILE-STATUS              PIC XX.
        01 REJ-FILE-STATUS             PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-TRAILER-SEEN-SW      PIC X(01) VALUE "N".
              88 WS-TRAILER-SEEN              VALUE "Y".
           05 WS-SENDER-OK-SW         PIC X(01) VALUE "N".
              88 WS-SENDER-OK                 VALUE "Y".
           05 WS-ALREADY-DONE-SW      PIC X(01) VALUE "N".
              88 WS-ALREADY-DONE              VALUE "Y".
           05 WS-PDT-EOF-SW           PIC X(01) VALUE "N".
              88 WS-PDT-EOF                   VALUE "Y".
           05 WS-PRICE-FOUND-SW       PIC X(01) VALUE "N".
              88 WS-PRICE-FOUND               VALUE "Y".
        01 WS-SALES-DATE               PIC 9(08) VALUE ZERO.
        01 WS-STORE-CODE               PIC X(10) VALUE SPACES.
        01 WS-TRAILER-COUNT            PIC 9(07) VALUE ZERO.
        01 WS-LINE-COUNT               PIC 9(07) VALUE ZERO.
        01 WS-REGISTRY-COUNT           PIC 9(02) VALUE ZERO.
        01 WS-REGISTRY-TABLE.
           05 WS-REGISTERED-SYSTEM OCCURS 50 TIMES PIC X(10).
        01 WS-REGISTRY-IDX             PIC 9(02) VALUE ZERO.
        01 WS-CHANGE-COUNT             PIC 9(03) VALUE ZERO.
        01 WS-CHANGE-TABLE.
           05 WS-CHANGE-ENTRY OCCURS 500 TIMES.
              10 WS-CH-PRODUCT-ID     PIC X(05).
              10 WS-CH-CHANGE-DATE    PIC 9(08).
              10 WS-CH-OLD-PRICE      PIC 9(05)V99.
        01 WS-CHANGE-IDX               PIC 9(03) VALUE ZERO.
        01 WS-LOOKUP-PRODUCT           PIC X(05) VALUE SPACES.
        01 WS-QTY-INPUT                PIC X(07).
        01 WS-QTY-INPUT-NUM REDEFINES WS-QTY-INPUT
                                       PIC 9(07).
        01 WS-PRICE-INPUT              PIC X(07).
        01 WS-PRICE-INPUT-NUM REDEFINES WS-PRICE-INPUT
                                       PIC 9(05)V99.
        01 WS-BOOK-PRICE               PIC 9(05)V99 VALUE ZERO.
        01 WS-PRICE-DIFF               PIC S9(05)V99 VALUE ZERO.
        01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
        01 WS-TALLY-COUNTS.
           05 WS-POSTED-COUNT         PIC 9(07) VALUE ZERO.
           05 WS-REJECTED-COUNT       PIC 9(07) VALUE ZERO.
           05 WS-EXCEPTION-COUNT      PIC 9(07) VALUE ZERO.
           05 WS-UNITS-SOLD           PIC 9(09) VALUE ZERO.
        01 WS-SALES-TOTAL              PIC 9(11)V99 VALUE ZERO.
        01 WS-HEADER-LINE-1.
           05 FILLER                  PIC X(34)
               VALUE "POS PRICE EXCEPTIONS - STORE ".
           05 HL-STORE                PIC X(10).
           05 FILLER                  PIC X(12) VALUE "  SALES DATE".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 HL-SALES-DATE           PIC 9(08).
        01 WS-HEADER-LINE-2.
           05 FILLER                  PIC X(40)
               VALUE "PRODUCT     QUANTITY   SOLD AT  PRICE BK".
           05 FILLER                  PIC X(12)
               VALUE "  DIFFERENCE".
        01 WS-DETAIL-LINE.
           05 DL-PRODUCT              PIC X(05).
           05 FILLER                  PIC X(05) VALUE SPACES.
           05 DL-QUANTITY             PIC Z,ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-SOLD-AT              PIC ZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-BOOK-PRICE           PIC ZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-DIFFERENCE           PIC ZZ,ZZ9.99-.
        01 WS-TOTAL-LINE.
           05 FILLER                  PIC X(24)
               VALUE "LINES SOLD OFF PRICE BK ".
           05 TL-COUNT                PIC Z,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-POST-ONE-LINE THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Vets the feed before anything is posted: the header must
      * name a registered store and a date not already processed,
      * and the trailer count must balance to the sales lines. Only
      * then is the file reopened for posting and the output files
      * opened.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           PERFORM 1150-LOAD-SYSTEM-REGISTRY THRU 1150-EXIT.

           OPEN INPUT POS-SALES.
           IF PS-FILE-STATUS NOT = "00"
               DISPLAY "POSPOST: UNABLE TO OPEN POSSALES - STATUS "
                   PS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1200-VERIFY-HEADER THRU 1200-EXIT.
           PERFORM 1300-CHECK-ALREADY-PROCESSED THRU 1300-EXIT.
           IF WS-ALREADY-DONE
               DISPLAY "POSPOST: SALES OF " WS-SALES-DATE " FROM "
                   WS-STORE-CODE " ALREADY PROCESSED - FILE REFUSED"
               CLOSE POS-SALES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1400-COUNT-ONE-RECORD THRU 1400-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE POS-SALES.
           IF NOT WS-TRAILER-SEEN
               DISPLAY "POSPOST: POSSALES HAS NO TRAILER - FILE"
                   " REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TRAILER-COUNT NOT = WS-LINE-COUNT
               DISPLAY "POSPOST: TRAILER COUNT " WS-TRAILER-COUNT
                   " DOES NOT MATCH " WS-LINE-COUNT
                   " SALES LINES - FILE REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1500-LOAD-PRICE-CHANGES THRU 1500-EXIT.

           OPEN INPUT POS-SALES.
           READ POS-SALES
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

           OPEN INPUT PRODUCT-MASTER.
           IF PM-FILE-STATUS NOT = "00"
               DISPLAY "POSPOST: UNABLE TO OPEN PRODMAST - STATUS "
                   PM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND INV-MOVES.
           IF IM-FILE-STATUS = "05" OR IM-FILE-STATUS = "35"
               CLOSE INV-MOVES
               OPEN OUTPUT INV-MOVES
           END-IF.
           IF IM-FILE-STATUS NOT = "00"
               DISPLAY "POSPOST: UNABLE TO OPEN INVMOVE - STATUS "
                   IM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND SALES-HISTORY.
           IF SS-FILE-STATUS = "05" OR SS-FILE-STATUS = "35"
               CLOSE SALES-HISTORY
               OPEN OUTPUT SALES-HISTORY
           END-IF.
           IF SS-FILE-STATUS NOT = "00"
               DISPLAY "POSPOST: UNABLE TO OPEN SALESHST - STATUS "
                   SS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REJECT-FILE.
           IF REJ-FILE-STATUS NOT = "00"
               DISPLAY "POSPOST: UNABLE TO OPEN POSREJ - STATUS "
                   REJ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT EXCEPTION-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "POSPOST: UNABLE TO OPEN POSXRPT - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-STORE-CODE TO HL-STORE.
           MOVE WS-SALES-DATE TO HL-SALES-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE-1.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-HEADER-LINE-2.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1150-LOAD-SYSTEM-REGISTRY
      * Loads the registered sender codes; each store is registered
      * under its store code. A site with no registry yet accepts
      * any store, the same as FILEIMP.
      *----------------------------------------------------------------
       1150-LOAD-SYSTEM-REGISTRY SECTION.
       1150-START.
           OPEN INPUT SYSTEM-REGISTRY.
           IF SY-FILE-STATUS NOT = "00"
               DISPLAY "POSPOST: NO SYSREG REGISTRY - STORES NOT"
                   " VETTED"
               SET WS-SENDER-OK TO TRUE
               GO TO 1150-EXIT
           END-IF.

           PERFORM 1170-LOAD-ONE-SYSTEM THRU 1170-EXIT
               UNTIL WS-EOF OR WS-REGISTRY-COUNT = 50.
           SET WS-EOF-SW TO "N".
           CLOSE SYSTEM-REGISTRY.
       1150-EXIT.
           EXIT.

       1170-LOAD-ONE-SYSTEM SECTION.
       1170-START.
           READ SYSTEM-REGISTRY
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1170-EXIT
           END-READ.

           IF SY-SYSTEM-CODE = SPACES
               GO TO 1170-EXIT
           END-IF.

           ADD 1 TO WS-REGISTRY-COUNT.
           MOVE SY-SYSTEM-CODE
               TO WS-REGISTERED-SYSTEM(WS-REGISTRY-COUNT).
       1170-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-VERIFY-HEADER
      * The first POSSALES record must be the "H" header carrying
      * the sales date and the sending store, and the store must be
      * on the registry.
      *----------------------------------------------------------------
       1200-VERIFY-HEADER SECTION.
       1200-START.
           READ POS-SALES
               AT END
                   DISPLAY "POSPOST: POSSALES EMPTY - NO BATCH HEADER"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.

           IF PSC-REC-TYPE NOT = "H"
               DISPLAY "POSPOST: POSSALES DOES NOT START WITH A"
                   " BATCH HEADER - FILE REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE PSC-SALES-DATE TO WS-SALES-DATE.
           MOVE PSC-STORE-CODE TO WS-STORE-CODE.
           DISPLAY "POSPOST: SALES OF " WS-SALES-DATE " FROM STORE "
               WS-STORE-CODE.

           PERFORM 1280-MATCH-ONE-SYSTEM THRU 1280-EXIT
               VARYING WS-REGISTRY-IDX FROM 1 BY 1
               UNTIL WS-REGISTRY-IDX > WS-REGISTRY-COUNT
                   OR WS-SENDER-OK.
           IF NOT WS-SENDER-OK
               DISPLAY "POSPOST: STORE " WS-STORE-CODE
                   " NOT ON SYSREG - FILE REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1200-EXIT.
           EXIT.

       1280-MATCH-ONE-SYSTEM SECTION.
       1280-START.
           IF WS-REGISTERED-SYSTEM(WS-REGISTRY-IDX) = WS-STORE-CODE
               SET WS-SENDER-OK TO TRUE
           END-IF.
       1280-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-CHECK-ALREADY-PROCESSED
      * Looks the sales date and store up on the IMPDATES processed
      * list so the same day's sales cannot post twice.
      *----------------------------------------------------------------
       1300-CHECK-ALREADY-PROCESSED SECTION.
       1300-START.
           SET WS-ALREADY-DONE-SW TO "N".
           OPEN INPUT PROCESSED-DATES.
           IF PDT-FILE-STATUS NOT = "00"
               GO TO 1300-EXIT
           END-IF.

           PERFORM 1350-CHECK-ONE-DATE THRU 1350-EXIT
               UNTIL WS-PDT-EOF.
           SET WS-PDT-EOF-SW TO "N".
           CLOSE PROCESSED-DATES.
       1300-EXIT.
           EXIT.

       1350-CHECK-ONE-DATE SECTION.
       1350-START.
           READ PROCESSED-DATES
               AT END
                   SET WS-PDT-EOF TO TRUE
                   GO TO 1350-EXIT
           END-READ.

           IF PDT-FILE-DATE = WS-SALES-DATE
                   AND PDT-SENDING-SYSTEM = WS-STORE-CODE
               SET WS-ALREADY-DONE TO TRUE
           END-IF.
       1350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1400-COUNT-ONE-RECORD
      * First pass: counts the records between the header and the
      * "T" trailer and captures the trailer's expected count.
      *----------------------------------------------------------------
       1400-COUNT-ONE-RECORD SECTION.
       1400-START.
           READ POS-SALES
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1400-EXIT
           END-READ.

           IF PST-REC-TYPE = "T"
               SET WS-TRAILER-SEEN TO TRUE
               MOVE PST-RECORD-COUNT TO WS-TRAILER-COUNT
               SET WS-EOF TO TRUE
               GO TO 1400-EXIT
           END-IF.

           ADD 1 TO WS-LINE-COUNT.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-LOAD-PRICE-CHANGES
      * The price book in effect on the sales date is the master
      * price unless the price has changed since. For every product
      * changed after the sales date, the table keeps the earliest
      * such change - its old price is what was in effect that day.
      *----------------------------------------------------------------
       1500-LOAD-PRICE-CHANGES SECTION.
       1500-START.
           OPEN INPUT PRICE-HISTORY.
           IF PH-FILE-STATUS NOT = "00"
               GO TO 1500-EXIT
           END-IF.

           PERFORM 1550-LOAD-ONE-CHANGE THRU 1550-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE PRICE-HISTORY.
       1500-EXIT.
           EXIT.

       1550-LOAD-ONE-CHANGE SECTION.
       1550-START.
           READ PRICE-HISTORY
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1550-EXIT
           END-READ.

           IF PH-CHANGE-DATE NOT > WS-SALES-DATE
               GO TO 1550-EXIT
           END-IF.

           MOVE PH-PRODUCT-ID TO WS-LOOKUP-PRODUCT.
           PERFORM 2600-FIND-PRICE-CHANGE THRU 2600-EXIT.
           IF WS-PRICE-FOUND
               IF PH-CHANGE-DATE < WS-CH-CHANGE-DATE(WS-CHANGE-IDX)
                   MOVE PH-CHANGE-DATE
                       TO WS-CH-CHANGE-DATE(WS-CHANGE-IDX)
                   MOVE PH-OLD-PRICE
                       TO WS-CH-OLD-PRICE(WS-CHANGE-IDX)
               END-IF
               GO TO 1550-EXIT
           END-IF.

           IF WS-CHANGE-COUNT = 500
               DISPLAY "POSPOST: PRICE CHANGE TABLE FULL - "
                   PH-PRODUCT-ID " CHECKED AT MASTER PRICE"
               GO TO 1550-EXIT
           END-IF.

           ADD 1 TO WS-CHANGE-COUNT.
           MOVE PH-PRODUCT-ID
               TO WS-CH-PRODUCT-ID(WS-CHANGE-COUNT).
           MOVE PH-CHANGE-DATE
               TO WS-CH-CHANGE-DATE(WS-CHANGE-COUNT).
           MOVE PH-OLD-PRICE
               TO WS-CH-OLD-PRICE(WS-CHANGE-COUNT).
       1550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-POST-ONE-LINE
      * Second pass: validates one sales line, cuts the INVMOVE
      * issue and the sales-history record for a good one, and
      * checks the selling price against the price book. The
      * trailer ends the pass.
      *----------------------------------------------------------------
       2000-POST-ONE-LINE SECTION.
       2000-START.
           READ POS-SALES
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.

           IF PST-REC-TYPE = "T"
               SET WS-EOF TO TRUE
               GO TO 2000-EXIT
           END-IF.

           IF PSD-REC-TYPE NOT = "D"
               MOVE "RECORD TYPE NOT D" TO WS-REJECT-REASON
               PERFORM 2200-LOG-REJECT THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE PSD-PRODUCT-ID TO PM-PRODUCT-ID.
           READ PRODUCT-MASTER
               INVALID KEY
                   MOVE "PRODUCT NOT ON PRODMAST"
                       TO WS-REJECT-REASON
                   PERFORM 2200-LOG-REJECT THRU 2200-EXIT
                   GO TO 2000-EXIT
           END-READ.

           MOVE PSD-QUANTITY TO WS-QTY-INPUT.
           IF WS-QTY-INPUT NOT NUMERIC OR WS-QTY-INPUT-NUM = ZERO
               MOVE "QUANTITY NOT NUMERIC OR ZERO"
                   TO WS-REJECT-REASON
               PERFORM 2200-LOG-REJECT THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE PSD-SELLING-PRICE TO WS-PRICE-INPUT.
           IF WS-PRICE-INPUT NOT NUMERIC
               MOVE "SELLING PRICE NOT NUMERIC"
                   TO WS-REJECT-REASON
               PERFORM 2200-LOG-REJECT THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2300-WRITE-ISSUE THRU 2300-EXIT.
           PERFORM 2400-WRITE-SALES-HISTORY THRU 2400-EXIT.
           PERFORM 2500-CHECK-PRICE-BOOK THRU 2500-EXIT.
       2000-EXIT.
           EXIT.

       2200-LOG-REJECT SECTION.
       2200-START.
           MOVE SPACES           TO REJ-RECORD.
           MOVE PS-DETAIL-REC    TO REJ-ORIGINAL-REC.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           WRITE REJ-RECORD.
           ADD 1 TO WS-REJECTED-COUNT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-WRITE-ISSUE
      * Cuts the sale onto INVMOVE as an issue from the central
      * warehouse dated the sales date, so INVPOST applies its usual
      * rules - status, availability - when it posts.
      *----------------------------------------------------------------
       2300-WRITE-ISSUE SECTION.
       2300-START.
           MOVE SPACES           TO IM-RECORD.
           MOVE PSD-PRODUCT-ID   TO IM-PRODUCT-ID.
           MOVE "I"              TO IM-MOVE-TYPE.
           MOVE SPACE            TO IM-ADJUST-SIGN.
           MOVE WS-QTY-INPUT-NUM TO IM-QUANTITY.
           MOVE WS-SALES-DATE    TO IM-MOVE-DATE.
           MOVE SPACES           TO IM-VENDOR-CODE.
           MOVE "CWHS"           TO IM-LOCATION-CODE.
           MOVE SPACES           TO IM-TO-LOCATION.
           WRITE IM-RECORD.
           ADD 1 TO WS-POSTED-COUNT.
           ADD WS-QTY-INPUT-NUM TO WS-UNITS-SOLD.
       2300-EXIT.
           EXIT.

       2400-WRITE-SALES-HISTORY SECTION.
       2400-START.
           MOVE SPACES             TO SS-RECORD.
           MOVE PSD-PRODUCT-ID     TO SS-PRODUCT-ID.
           MOVE WS-STORE-CODE      TO SS-STORE-CODE.
           MOVE WS-SALES-DATE      TO SS-SALES-DATE.
           MOVE WS-QTY-INPUT-NUM   TO SS-QUANTITY.
           MOVE WS-PRICE-INPUT-NUM TO SS-SELLING-PRICE.
           COMPUTE SS-SALES-VALUE =
               WS-QTY-INPUT-NUM * WS-PRICE-INPUT-NUM.
           WRITE SS-RECORD.
           ADD SS-SALES-VALUE TO WS-SALES-TOTAL.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-CHECK-PRICE-BOOK
      * Compares the selling price with the price book in effect on
      * the sales date (see 1500) and lists any line that differs.
      *----------------------------------------------------------------
       2500-CHECK-PRICE-BOOK SECTION.
       2500-START.
           MOVE PM-PRODUCT-PRICE TO WS-BOOK-PRICE.
           MOVE PSD-PRODUCT-ID   TO WS-LOOKUP-PRODUCT.
           PERFORM 2600-FIND-PRICE-CHANGE THRU 2600-EXIT.
           IF WS-PRICE-FOUND
               MOVE WS-CH-OLD-PRICE(WS-CHANGE-IDX) TO WS-BOOK-PRICE
           END-IF.

           IF WS-PRICE-INPUT-NUM = WS-BOOK-PRICE
               GO TO 2500-EXIT
           END-IF.

           COMPUTE WS-PRICE-DIFF = WS-PRICE-INPUT-NUM - WS-BOOK-PRICE.
           MOVE PSD-PRODUCT-ID     TO DL-PRODUCT.
           MOVE WS-QTY-INPUT-NUM   TO DL-QUANTITY.
           MOVE WS-PRICE-INPUT-NUM TO DL-SOLD-AT.
           MOVE WS-BOOK-PRICE      TO DL-BOOK-PRICE.
           MOVE WS-PRICE-DIFF      TO DL-DIFFERENCE.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
       2500-EXIT.
           EXIT.

       2600-FIND-PRICE-CHANGE SECTION.
       2600-START.
           SET WS-PRICE-FOUND-SW TO "N".
           PERFORM 2650-MATCH-ONE-CHANGE THRU 2650-EXIT
               VARYING WS-CHANGE-IDX FROM 1 BY 1
               UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT
                   OR WS-PRICE-FOUND.
           IF WS-PRICE-FOUND
               SUBTRACT 1 FROM WS-CHANGE-IDX
           END-IF.
       2600-EXIT.
           EXIT.

       2650-MATCH-ONE-CHANGE SECTION.
       2650-START.
           IF WS-CH-PRODUCT-ID(WS-CHANGE-IDX) = WS-LOOKUP-PRODUCT
               SET WS-PRICE-FOUND TO TRUE
           END-IF.
       2650-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files, records the store and date on the
      * processed list, and prints the run summary. Rejected lines
      * or price exceptions end the run with RC 4 for follow-up.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-EXCEPTION-COUNT TO TL-COUNT.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.

           CLOSE POS-SALES PRODUCT-MASTER INV-MOVES SALES-HISTORY
                 REJECT-FILE EXCEPTION-REPORT.

           PERFORM 9500-RECORD-PROCESSED-DATE THRU 9500-EXIT.

           DISPLAY "POSPOST: SALES LINES     = " WS-LINE-COUNT.
           DISPLAY "POSPOST: LINES POSTED    = " WS-POSTED-COUNT.
           DISPLAY "POSPOST: LINES REJECTED  = " WS-REJECTED-COUNT.
           DISPLAY "POSPOST: UNITS SOLD      = " WS-UNITS-SOLD.
           DISPLAY "POSPOST: SALES VALUE     = " WS-SALES-TOTAL.
           DISPLAY "POSPOST: PRICE EXCEPTIONS= " WS-EXCEPTION-COUNT.

           IF WS-REJECTED-COUNT > ZERO OR WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9500-RECORD-PROCESSED-DATE
      * Adds the sales date, store, and line count to the IMPDATES
      * processed list - FEEDCHK reads it to find stores that sent
      * nothing, and 1300 reads it to refuse a rerun.
      *----------------------------------------------------------------
       9500-RECORD-PROCESSED-DATE SECTION.
       9500-START.
           OPEN EXTEND PROCESSED-DATES.
           IF PDT-FILE-STATUS = "05" OR PDT-FILE-STATUS = "35"
               CLOSE PROCESSED-DATES
               OPEN OUTPUT PROCESSED-DATES
           END-IF.
           IF PDT-FILE-STATUS NOT = "00"
               DISPLAY "POSPOST: UNABLE TO OPEN IMPDATES, STATUS="
                   PDT-FILE-STATUS
               GO TO 9500-EXIT
           END-IF.

           MOVE SPACES          TO PDT-RECORD.
           MOVE WS-SALES-DATE   TO PDT-FILE-DATE.
           MOVE WS-STORE-CODE   TO PDT-SENDING-SYSTEM.
           MOVE WS-LINE-COUNT   TO PDT-RECORD-COUNT.
           WRITE PDT-RECORD.
           CLOSE PROCESSED-DATES.
       9500-EXIT.
           EXIT.
