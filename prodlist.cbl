      *                  VALUE SUBTOTAL PER CATEGORY AHEAD OF THE
      *                  GRAND TOTAL - MERCHANDISING REVIEWS BY
      *                  CATEGORY, NOT BY PRODUCT ID.
      * 10/15/26   OPS   A "Y" IN COLUMN 13 OF THE PRDLCTL CARD ALSO
      *                  WRITES THE PRODLCSV COMMA-DELIMITED EXTRACT -
      *                  A HEADER ROW, THEN THE SAME PRODUCT, CATEGORY
      *                  AND TOTAL ROWS AS THE LISTING WITH UNEDITED
      *                  NUMBERS - FOR THE ANALYSTS' SPREADSHEETS. THE
      *                  PRINTED LISTING IS UNCHANGED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT LIST-REPORT ASSIGN TO "PRODLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "PRODLCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER.
           05  LC-FROM-ID              PIC X(05).
           05  FILLER                  PIC X(01).
           05  LC-TO-ID                PIC X(05).
           05  FILLER                  PIC X(01).
           05  LC-EXTRACT-SW           PIC X(01).
       FD  LIST-REPORT.
       01  RPT-LINE                    PIC X(60).
       FD  EXTRACT-FILE.
       01  XL-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
        01 PM-FILE-STATUS              PIC XX.
        01 LC-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 XL-FILE-STATUS              PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-EXTRACT-SW           PIC X(01) VALUE "N".
              88 WS-EXTRACT-WANTED            VALUE "Y".
        01 WS-FROM-ID                  PIC X(05) VALUE SPACES.
        01 WS-TO-ID                    PIC X(05) VALUE SPACES.
        01 WS-RECORD-COUNT             PIC 9(05) VALUE ZERO.
           05 FILLER                  PIC X(18) VALUE
                  "TOTAL LIST VALUE  ".
           05 TL-TOTAL                PIC Z,ZZZ,ZZZ,ZZ9.99.
        01 WS-EXTRACT-HEADER.
           05 FILLER                  PIC X(32) VALUE
                  "ROW_TYPE,PRODUCT_ID,DESCRIPTION,".
           05 FILLER                  PIC X(26) VALUE
                  "CATEGORY,PRICE,COUNT,VALUE".
        01 WS-EXTRACT-ROW.
           05 XR-ROW-TYPE             PIC X(08).
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-PRODUCT-ID           PIC X(05).
           05 FILLER                  PIC X(01) VALUE ",".
           05 FILLER                  PIC X(01) VALUE QUOTE.
           05 XR-DESCRIPTION          PIC X(20).
           05 FILLER                  PIC X(01) VALUE QUOTE.
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-CATEGORY             PIC X(03).
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-PRICE                PIC 9(05).99.
           05 XR-PRICE-X REDEFINES XR-PRICE
                                      PIC X(08).
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-COUNT                PIC 9(05).
           05 XR-COUNT-X REDEFINES XR-COUNT
                                      PIC X(05).
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-VALUE                PIC 9(09).99.
           05 XR-VALUE-X REDEFINES XR-VALUE
                                      PIC X(12).
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
      * 1000-INITIALIZE
      * Reads the optional selection card, then opens the master and
      * the report. A missing or blank card lists every product; a
      * from-ID with a blank to-ID lists that single product. The
      * extract is opened only when the card asks for it.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
                   NOT AT END
                       MOVE LC-FROM-ID TO WS-FROM-ID
                       MOVE LC-TO-ID   TO WS-TO-ID
                       IF LC-EXTRACT-SW = "Y"
                           SET WS-EXTRACT-WANTED TO TRUE
                       END-IF
               END-READ
               CLOSE LIST-CONTROL
           END-IF.
               STOP RUN
           END-IF.

           IF WS-EXTRACT-WANTED
               OPEN OUTPUT EXTRACT-FILE
               IF XL-FILE-STATUS NOT = "00"
                   DISPLAY "PRODLIST: UNABLE TO OPEN PRODLCSV - STATUS "
                       XL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               WRITE XL-LINE FROM WS-EXTRACT-HEADER
           END-IF.

           MOVE WS-RUN-DATE TO HL-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE PM-CATEGORY-CODE       TO DL-CATEGORY.
           MOVE PM-PRODUCT-PRICE       TO DL-PRICE.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           MOVE "PRODUCT"              TO XR-ROW-TYPE.
           MOVE PM-PRODUCT-ID          TO XR-PRODUCT-ID.
           MOVE PM-PRODUCT-DESCRIPTION TO XR-DESCRIPTION.
           MOVE PM-CATEGORY-CODE       TO XR-CATEGORY.
           MOVE PM-PRODUCT-PRICE       TO XR-PRICE.
           MOVE SPACES                 TO XR-COUNT-X XR-VALUE-X.
           PERFORM 8800-WRITE-EXTRACT THRU 8800-EXIT.
           ADD 1 TO WS-RECORD-COUNT.
           ADD PM-PRODUCT-PRICE TO WS-TOTAL-VALUE.
           PERFORM 2500-TALLY-CATEGORY THRU 2500-EXIT.
       2600-EXIT.
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
      * 9000-TERMINATE
      * Prints the count and grand total and closes the files.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE WS-TOTAL-VALUE TO TL-TOTAL.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "TOTAL"         TO XR-ROW-TYPE.
           MOVE SPACES          TO XR-PRODUCT-ID XR-DESCRIPTION
                                   XR-CATEGORY XR-PRICE-X.
           MOVE WS-RECORD-COUNT TO XR-COUNT.
           MOVE WS-TOTAL-VALUE  TO XR-VALUE.
           PERFORM 8800-WRITE-EXTRACT THRU 8800-EXIT.

           CLOSE PRODUCT-MASTER LIST-REPORT.
           IF WS-EXTRACT-WANTED
               CLOSE EXTRACT-FILE
           END-IF.
           DISPLAY "PRODLIST: PRODUCTS LISTED = " WS-RECORD-COUNT.
           DISPLAY "PRODLIST: TOTAL VALUE     = " WS-TOTAL-VALUE.
       9000-EXIT.
           MOVE WS-CT-COUNT(WS-CATG-IDX) TO CT-COUNT.
           MOVE WS-CT-VALUE(WS-CATG-IDX) TO CT-VALUE.
           WRITE RPT-LINE FROM WS-CATG-LINE.
           MOVE "CATEGORY" TO XR-ROW-TYPE.
           MOVE SPACES     TO XR-PRODUCT-ID XR-DESCRIPTION XR-PRICE-X.
           MOVE WS-CT-CODE(WS-CATG-IDX)  TO XR-CATEGORY.
           MOVE WS-CT-COUNT(WS-CATG-IDX) TO XR-COUNT.
           MOVE WS-CT-VALUE(WS-CATG-IDX) TO XR-VALUE.
           PERFORM 8800-WRITE-EXTRACT THRU 8800-EXIT.
       9100-EXIT.
           EXIT.
