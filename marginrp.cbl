      *                  A CUSTOMER AFTER A SLOPPY PRICEUPD LOAD.
      *                  PRODUCTS WITH NO COST ON FILE ARE COUNTED
      *                  AND LEFT OFF THE MARGIN MATH.
      * 10/15/26   OPS   AN OPTIONAL MARGRCTL CARD WITH "Y" IN COLUMN 1
      *                  ALSO WRITES THE MARGRCSV COMMA-DELIMITED
      *                  EXTRACT - A HEADER ROW, THEN ONE ROW PER
      *                  PRODUCT LINE WITH UNEDITED NUMBERS - FOR THE
      *                  ANALYSTS' SPREADSHEETS. THE PRINTED REPORT IS
      *                  UNCHANGED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MARGIN-REPORT ASSIGN TO "MARGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT REPORT-CONTROL ASSIGN TO "MARGRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "MARGRCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER.
       COPY "COSTMAST.cpy".
       FD  MARGIN-REPORT.
       01  RPT-LINE                    PIC X(90).
       FD  REPORT-CONTROL.
       01  RC-RECORD.
           05  RC-EXTRACT-SW           PIC X(01).
       FD  EXTRACT-FILE.
       01  XL-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
        01 PM-FILE-STATUS              PIC XX.
        01 CM-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 RC-FILE-STATUS              PIC XX.
        01 XL-FILE-STATUS              PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-EXTRACT-SW           PIC X(01) VALUE "N".
              88 WS-EXTRACT-WANTED            VALUE "Y".
           05 WS-COST-FOUND-SW        PIC X(01) VALUE "N".
              88 WS-COST-FOUND                VALUE "Y".
        01 WS-MARGIN-PCT               PIC S9(03)V99 VALUE ZERO.
           05 DL-MARGIN               PIC +ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-FLAG                 PIC X(14).
        01 WS-EXTRACT-HEADER.
           05 FILLER                  PIC X(32) VALUE
                  "ROW_TYPE,PRODUCT_ID,DESCRIPTION,".
           05 FILLER                  PIC X(37) VALUE
                  "UNIT_COST,PRICE,MARGIN_PCT,BELOW_COST".
        01 WS-EXTRACT-ROW.
           05 XR-ROW-TYPE             PIC X(08).
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-PRODUCT-ID           PIC X(05).
           05 FILLER                  PIC X(01) VALUE ",".
           05 FILLER                  PIC X(01) VALUE QUOTE.
           05 XR-DESCRIPTION          PIC X(20).
           05 FILLER                  PIC X(01) VALUE QUOTE.
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-COST                 PIC 9(05).99.
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-PRICE                PIC 9(05).99.
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-MARGIN               PIC -9(03).99.
           05 FILLER                  PIC X(01) VALUE ",".
           05 XR-BELOW-COST           PIC X(01).
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Reads the optional MARGRCTL card and opens the masters, the
      * report, and - when the card asks for it - the extract.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

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

           OPEN INPUT PRODUCT-MASTER.
           IF PM-FILE-STATUS NOT = "00"
               DISPLAY "MARGINRP: UNABLE TO OPEN PRODMAST - STATUS "
               STOP RUN
           END-IF.

           IF WS-EXTRACT-WANTED
               OPEN OUTPUT EXTRACT-FILE
               IF XL-FILE-STATUS NOT = "00"
                   DISPLAY "MARGINRP: UNABLE TO OPEN MARGRCSV - STATUS "
                       XL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               WRITE XL-LINE FROM WS-EXTRACT-HEADER
           END-IF.

           MOVE WS-RUN-DATE TO HL-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-MARGIN-PCT          TO DL-MARGIN.
           IF PM-PRODUCT-PRICE < CM-UNIT-COST
               MOVE "** BELOW COST " TO DL-FLAG
               MOVE "Y" TO XR-BELOW-COST
               ADD 1 TO WS-BELOW-COST-COUNT
           ELSE
               MOVE SPACES TO DL-FLAG
               MOVE "N" TO XR-BELOW-COST
           END-IF.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           MOVE "PRODUCT"              TO XR-ROW-TYPE.
           MOVE PM-PRODUCT-ID          TO XR-PRODUCT-ID.
           MOVE PM-PRODUCT-DESCRIPTION TO XR-DESCRIPTION.
           MOVE CM-UNIT-COST           TO XR-COST.
           MOVE PM-PRODUCT-PRICE       TO XR-PRICE.
           MOVE WS-MARGIN-PCT          TO XR-MARGIN.
           IF WS-EXTRACT-WANTED
               WRITE XL-LINE FROM WS-EXTRACT-ROW
           END-IF.
           ADD 1 TO WS-LISTED-COUNT.
       2000-EXIT.
           EXIT.
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE PRODUCT-MASTER COST-MASTER MARGIN-REPORT.
           IF WS-EXTRACT-WANTED
               CLOSE EXTRACT-FILE
           END-IF.
           DISPLAY "MARGINRP: PRODUCTS LISTED = " WS-LISTED-COUNT.
           DISPLAY "MARGINRP: NO COST ON FILE = " WS-NO-COST-COUNT.
           DISPLAY "MARGINRP: BELOW COST      = "
