       IDENTIFICATION DIVISION.
       PROGRAM-ID. PICKLIST.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. WAREHOUSE PICK LIST - EVERY
      *                  ALLOCATED LINE STILL WAITING ON THE PICKALOC
      *                  PENDING-PICK FILE, GROUPED BY ORDER UNDER
      *                  THE CUSTOMER'S NAME AND SHIP-TO ADDRESS FROM
      *                  CUSTMAST, WITH THE PRODUCT DESCRIPTION FROM
      *                  PRODMAST AND A BLANK COLUMN FOR THE PICKER
      *                  TO WRITE WHAT WAS ACTUALLY PULLED. THE
      *                  PICKRPT LISTING IS WHAT THE SHIPCONF CARDS
      *                  ARE KEYED FROM.
      * 10/15/26   OPS   EACH PICK LINE NOW SHOWS THE STOCK LOCATION
      *                  IT WAS ALLOCATED FROM, SO THE PICKER KNOWS
      *                  WHICH WAREHOUSE, DEPOT, OR CAGE TO PULL IT
      *                  FROM. OLDER LINES SHOW THE CENTRAL WAREHOUSE.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PICK-FILE ASSIGN TO "PICKALOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PK-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS CU-FILE-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-ID
               FILE STATUS IS PM-FILE-STATUS.
           SELECT PICK-REPORT ASSIGN TO "PICKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PICK-FILE.
       COPY "PICKALOC.cpy".
       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".
       FD  PRODUCT-MASTER.
       COPY "PRODMAST.cpy".
       FD  PICK-REPORT.
       01  RPT-LINE                    PIC X(80).
       WORKING-STORAGE SECTION.
        01 PK-FILE-STATUS              PIC XX.
        01 CU-FILE-STATUS              PIC XX.
        01 PM-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-CUSTOMER-MASTER-SW   PIC X(01) VALUE "N".
              88 WS-CUSTOMER-MASTER-PRESENT   VALUE "Y".
       COPY "LOCCODES.cpy".
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-LINE-COUNT               PIC 9(04) VALUE ZERO.
        01 WS-LINE-TABLE.
           05 WS-LINE-ENTRY OCCURS 1000 TIMES.
              10 WS-LN-ORDER-NO       PIC X(06).
              10 WS-LN-CUSTOMER-NO    PIC X(06).
              10 WS-LN-PRODUCT-ID     PIC X(05).
              10 WS-LN-PICK-QTY       PIC 9(07).
              10 WS-LN-LOCATION       PIC X(04).
              10 WS-LN-PRINTED-SW     PIC X(01).
                 88 WS-LN-PRINTED             VALUE "Y".
        01 WS-LINE-IDX                 PIC 9(04) VALUE ZERO.
        01 WS-GROUP-IDX                PIC 9(04) VALUE ZERO.
        01 WS-GROUP-ORDER-NO           PIC X(06) VALUE SPACES.
        01 WS-TALLY-COUNTS.
           05 WS-ORDER-COUNT          PIC 9(05) VALUE ZERO.
           05 WS-PICK-LINE-COUNT      PIC 9(05) VALUE ZERO.
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(30) VALUE
                  "WAREHOUSE PICK LIST FOR       ".
           05 HL-DATE                 PIC 9(08).
        01 WS-ORDER-LINE.
           05 FILLER                  PIC X(06) VALUE "ORDER ".
           05 OL-ORDER-NO             PIC X(06).
           05 FILLER                  PIC X(10) VALUE "  FOR     ".
           05 OL-CUSTOMER-NO          PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 OL-CUSTOMER-NAME        PIC X(30).
        01 WS-SHIP-TO-LINE.
           05 FILLER                  PIC X(22) VALUE
                  "      SHIP TO         ".
           05 SL-ADDRESS              PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SL-CITY                 PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SL-STATE                PIC X(02).
        01 WS-DETAIL-LINE.
           05 FILLER                  PIC X(06) VALUE SPACES.
           05 DL-PRODUCT-ID           PIC X(05).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-DESCRIPTION          PIC X(20).
           05 FILLER                  PIC X(06) VALUE " PICK ".
           05 DL-PICK-QTY             PIC ZZZZZZ9.
           05 FILLER                  PIC X(06) VALUE " FROM ".
           05 DL-LOCATION             PIC X(04).
           05 FILLER                  PIC X(21) VALUE
                  "  PICKED ___________ ".
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PRINT-ONE-ORDER THRU 2000-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Loads the pending picks and opens the masters and the
      * report. Without the customer master the orders print with
      * no name or address.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           OPEN INPUT PICK-FILE.
           IF PK-FILE-STATUS = "00"
               PERFORM 1100-LOAD-ONE-PICK THRU 1100-EXIT
                   UNTIL WS-EOF OR WS-LINE-COUNT = 1000
               SET WS-EOF-SW TO "N"
               CLOSE PICK-FILE
           END-IF.

           OPEN INPUT PRODUCT-MASTER.
           IF PM-FILE-STATUS NOT = "00"
               DISPLAY "PICKLIST: UNABLE TO OPEN PRODMAST - STATUS "
                   PM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           IF CU-FILE-STATUS = "00"
               SET WS-CUSTOMER-MASTER-PRESENT TO TRUE
           ELSE
               DISPLAY "PICKLIST: NO CUSTOMER MASTER - SHIP-TO NOT"
                   " PRINTED"
           END-IF.

           OPEN OUTPUT PICK-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "PICKLIST: UNABLE TO OPEN PICKRPT - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-TODAY-DATE TO HL-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-PICK SECTION.
       1100-START.
           READ PICK-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.

           IF PK-PICK-QTY NOT NUMERIC OR PK-PICK-QTY = ZERO
               GO TO 1100-EXIT
           END-IF.

           ADD 1 TO WS-LINE-COUNT.
           MOVE PK-ORDER-NO    TO WS-LN-ORDER-NO(WS-LINE-COUNT).
           MOVE PK-CUSTOMER-NO TO WS-LN-CUSTOMER-NO(WS-LINE-COUNT).
           MOVE PK-PRODUCT-ID  TO WS-LN-PRODUCT-ID(WS-LINE-COUNT).
           MOVE PK-PICK-QTY    TO WS-LN-PICK-QTY(WS-LINE-COUNT).
           MOVE PK-LOCATION-CODE TO WS-LOCATION-CODE.
           IF WS-LOCATION-CODE = SPACES
               SET WS-LOCATION-CENTRAL TO TRUE
           END-IF.
           MOVE WS-LOCATION-CODE TO WS-LN-LOCATION(WS-LINE-COUNT).
           MOVE "N"            TO WS-LN-PRINTED-SW(WS-LINE-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PRINT-ONE-ORDER
      * The first unprinted line of an order prints the order
      * heading and gathers every other line of the same order
      * under it, wherever it fell in the file.
      *----------------------------------------------------------------
       2000-PRINT-ONE-ORDER SECTION.
       2000-START.
           IF WS-LN-PRINTED(WS-LINE-IDX)
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-ORDER-COUNT.
           MOVE WS-LN-ORDER-NO(WS-LINE-IDX) TO WS-GROUP-ORDER-NO.
           MOVE WS-GROUP-ORDER-NO TO OL-ORDER-NO.
           MOVE WS-LN-CUSTOMER-NO(WS-LINE-IDX) TO OL-CUSTOMER-NO.
           MOVE SPACES TO OL-CUSTOMER-NAME.
           MOVE SPACES TO SL-ADDRESS SL-CITY SL-STATE.
           IF WS-CUSTOMER-MASTER-PRESENT
                   AND WS-LN-CUSTOMER-NO(WS-LINE-IDX) NOT = SPACES
               MOVE WS-LN-CUSTOMER-NO(WS-LINE-IDX) TO CU-CUSTOMER-NO
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "** NOT ON CUSTOMER MASTER **"
                           TO OL-CUSTOMER-NAME
                   NOT INVALID KEY
                       MOVE CU-CUSTOMER-NAME TO OL-CUSTOMER-NAME
                       MOVE CU-SHIP-ADDRESS  TO SL-ADDRESS
                       MOVE CU-SHIP-CITY     TO SL-CITY
                       MOVE CU-SHIP-STATE    TO SL-STATE
               END-READ
           END-IF.
           WRITE RPT-LINE FROM WS-ORDER-LINE.
           WRITE RPT-LINE FROM WS-SHIP-TO-LINE.

           PERFORM 2100-PRINT-ONE-LINE THRU 2100-EXIT
               VARYING WS-GROUP-IDX FROM WS-LINE-IDX BY 1
               UNTIL WS-GROUP-IDX > WS-LINE-COUNT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       2000-EXIT.
           EXIT.

       2100-PRINT-ONE-LINE SECTION.
       2100-START.
           IF WS-LN-PRINTED(WS-GROUP-IDX)
                   OR WS-LN-ORDER-NO(WS-GROUP-IDX)
                       NOT = WS-GROUP-ORDER-NO
               GO TO 2100-EXIT
           END-IF.

           MOVE "Y" TO WS-LN-PRINTED-SW(WS-GROUP-IDX).
           ADD 1 TO WS-PICK-LINE-COUNT.
           MOVE WS-LN-PRODUCT-ID(WS-GROUP-IDX) TO DL-PRODUCT-ID.
           MOVE WS-LN-PICK-QTY(WS-GROUP-IDX)   TO DL-PICK-QTY.
           MOVE WS-LN-LOCATION(WS-GROUP-IDX)   TO DL-LOCATION.
           MOVE WS-LN-PRODUCT-ID(WS-GROUP-IDX) TO PM-PRODUCT-ID.
           READ PRODUCT-MASTER
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO DL-DESCRIPTION
               NOT INVALID KEY
                   MOVE PM-PRODUCT-DESCRIPTION TO DL-DESCRIPTION
           END-READ.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the run summary.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           IF WS-ORDER-COUNT = ZERO
               MOVE "NOTHING WAITING TO BE PICKED" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           CLOSE PRODUCT-MASTER PICK-REPORT.
           IF WS-CUSTOMER-MASTER-PRESENT
               CLOSE CUSTOMER-MASTER
           END-IF.
           DISPLAY "PICKLIST: ORDERS     = " WS-ORDER-COUNT.
           DISPLAY "PICKLIST: PICK LINES = " WS-PICK-LINE-COUNT.
       9000-EXIT.
           EXIT.
