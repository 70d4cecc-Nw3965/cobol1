      *                  MOVEMENT TO THE CLOSING OF THE LAST - THE
      *                  FIRST THING ANYONE NEEDS WHEN A BALANCE
      *                  LOOKS WRONG.
      * 10/15/26   OPS   STOCK IS NOW HELD BY LOCATION. THE STKCCTL
      *                  CARD MAY NAME A LOCATION: THE CARD THEN LISTS
      *                  ONLY THAT LOCATION'S MOVEMENTS WITH ITS OWN
      *                  RUNNING BALANCE (HISTORY WRITTEN BEFORE
      *                  LOCATIONS WERE CARRIED HAS NONE AND IS LEFT
      *                  OUT). A BLANK LOCATION KEEPS THE COMPANY-WIDE
      *                  CARD, NOW SHOWING EACH MOVEMENT'S LOCATION.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  SC-FROM-DATE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  SC-TO-DATE              PIC X(08).
           05  FILLER                  PIC X(01).
           05  SC-LOCATION-CODE        PIC X(04).
       FD  CARD-REPORT.
       01  RPT-LINE                    PIC X(80).
       WORKING-STORAGE SECTION.
           05 WS-FIRST-MOVE-SW        PIC X(01) VALUE "Y".
              88 WS-FIRST-MOVE                VALUE "Y".
        01 WS-PRODUCT-ID               PIC X(05) VALUE SPACES.
        01 WS-CARD-LOCATION            PIC X(04) VALUE SPACES.
        01 WS-LINE-OPENING             PIC 9(07) VALUE ZERO.
        01 WS-LINE-CLOSING             PIC 9(07) VALUE ZERO.
        01 WS-FROM-DATE                PIC 9(08) VALUE ZERO.
        01 WS-TO-DATE                  PIC 9(08) VALUE 99999999.
        01 WS-MOVE-COUNT               PIC 9(05) VALUE ZERO.
           05 HL-FROM-DATE            PIC 9(08).
           05 FILLER                  PIC X(03) VALUE " - ".
           05 HL-TO-DATE              PIC 9(08).
           05 FILLER                  PIC X(10) VALUE
                  " LOCATION ".
           05 HL-LOCATION             PIC X(04).
        01 WS-OPENING-LINE.
           05 FILLER                  PIC X(17) VALUE
                  "OPENING BALANCE  ".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-MOVE-TYPE            PIC X(01).
           05 DL-ADJUST-SIGN          PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-LOCATION             PIC X(04).
           05 FILLER                  PIC X(05) VALUE " QTY ".
           05 DL-QUANTITY             PIC ZZZZZZ9.
           05 FILLER                  PIC X(09) VALUE " BALANCE ".
      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * The STKCCTL card names the product; a blank range covers the
      * whole history and a blank location covers every location.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
                   STOP RUN
           END-READ.
           MOVE SC-PRODUCT-ID TO WS-PRODUCT-ID.
           MOVE SC-LOCATION-CODE TO WS-CARD-LOCATION.
           IF SC-FROM-DATE NUMERIC
               MOVE SC-FROM-DATE TO WS-FROM-DATE
           END-IF.
           MOVE WS-PRODUCT-ID TO HL-PRODUCT-ID.
           MOVE WS-FROM-DATE  TO HL-FROM-DATE.
           MOVE WS-TO-DATE    TO HL-TO-DATE.
           IF WS-CARD-LOCATION = SPACES
               MOVE "ALL " TO HL-LOCATION
           ELSE
               MOVE WS-CARD-LOCATION TO HL-LOCATION
           END-IF.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
      * 2000-LIST-ONE-MOVEMENT
      * One in-range movement of the requested product: the first one
      * prints the opening balance, every one prints its quantity and
      * the balance it closed at - the company balance, or the
      * location's own balance when the card names a location.
      *----------------------------------------------------------------
       2000-LIST-ONE-MOVEMENT SECTION.
       2000-START.
               GO TO 2000-EXIT
           END-IF.

           IF WS-CARD-LOCATION = SPACES
               MOVE IH-OPENING-QTY     TO WS-LINE-OPENING
               MOVE IH-CLOSING-QTY     TO WS-LINE-CLOSING
           ELSE
               IF IH-LOCATION-CODE NOT = WS-CARD-LOCATION
                   GO TO 2000-EXIT
               END-IF
               MOVE IH-LOC-OPENING-QTY TO WS-LINE-OPENING
               MOVE IH-LOC-CLOSING-QTY TO WS-LINE-CLOSING
           END-IF.

           IF WS-FIRST-MOVE
               MOVE WS-LINE-OPENING TO OL-OPENING
               WRITE RPT-LINE FROM WS-OPENING-LINE
               MOVE "N" TO WS-FIRST-MOVE-SW
           END-IF.
           MOVE IH-MOVE-DATE   TO DL-MOVE-DATE.
           MOVE IH-MOVE-TYPE   TO DL-MOVE-TYPE.
           MOVE IH-ADJUST-SIGN TO DL-ADJUST-SIGN.
           MOVE IH-LOCATION-CODE TO DL-LOCATION.
           MOVE IH-QUANTITY    TO DL-QUANTITY.
           MOVE WS-LINE-CLOSING TO DL-BALANCE.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-MOVE-COUNT.
           MOVE WS-LINE-CLOSING TO CB-CLOSING.
       2000-EXIT.
           EXIT.

