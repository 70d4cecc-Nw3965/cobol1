      *                  PARTS COST, NOT WHAT THEY SELL FOR. A DRAW
      *                  WITH NO COST ON FILE IS COSTED AT ZERO AND
      *                  COUNTED ON THE RUN SUMMARY.
      * 10/15/26   OPS   A DRAW NOW NAMES THE STOCK LOCATION IT CAME
      *                  FROM - USUALLY THE SIGNAL-SHOP PARTS CAGE -
      *                  AND THE ISSUE IS CUT AGAINST THAT LOCATION.
      *                  A BLANK LOCATION IS THE CENTRAL WAREHOUSE; AN
      *                  UNKNOWN ONE IS REJECTED.
      * 10/15/26   OPS   STANDARD REPAIR KITS. A DRAW WHOSE PRODUCT IS
      *                  A KIT CODE ON KITMAST IS EXPLODED INTO ONE
      *                  INVMOVE ISSUE PER COMPONENT, EACH COSTED FROM
      *                  COSTMAST. EVERY COMPONENT IS CHECKED FIRST -
      *                  A KIT WITH A COMPONENT OFF PRODMAST,
      *                  DISCONTINUED, OR SHORT AT THE DRAW LOCATION
      *                  ON STKLOC IS LISTED ON PARTCRPT AND NOT
      *                  POSTED. THE COST LISTING SHOWS EACH KIT WITH
      *                  ITS COMPONENTS UNDER ITS WORK ORDER.
      * 10/15/26   OPS   EVERY COSTED ISSUE IS ALSO APPENDED TO THE
      *                  PARTCOST POSTING FILE (WORK ORDER, DATE,
      *                  PRODUCT, QUANTITY, COST) SO BUDGRPT CAN
      *                  CHARGE THE PARTS SPEND TO THE DISTRICT.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-PRODUCT-ID
               FILE STATUS IS CM-FILE-STATUS.
           SELECT KIT-MASTER ASSIGN TO "KITMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KT-FILE-STATUS.
           SELECT STOCK-LOCATIONS ASSIGN TO "STKLOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SL-KEY
               FILE STATUS IS SL-FILE-STATUS.
           SELECT INV-MOVES ASSIGN TO "INVMOVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IM-FILE-STATUS.
           SELECT COST-POSTINGS ASSIGN TO "PARTCOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-FILE-STATUS.
           SELECT COST-LISTING ASSIGN TO "PARTCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           05  PT-PRODUCT-ID           PIC X(05).
           05  FILLER                  PIC X(01).
           05  PT-QUANTITY             PIC X(07).
           05  FILLER                  PIC X(01).
           05  PT-LOCATION-CODE        PIC X(04).
       FD  MAINT-DISPATCH.
       01  MD-RECORD.
           05  MD-WORK-ORDER-NO        PIC 9(06).
       COPY "PRODMAST.cpy".
       FD  COST-MASTER.
       COPY "COSTMAST.cpy".
       FD  KIT-MASTER.
       COPY "KITMAST.cpy".
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
       FD  COST-POSTINGS.
       COPY "PARTCOST.cpy".
       FD  COST-LISTING.
       01  RPT-LINE                    PIC X(90).
       WORKING-STORAGE SECTION.
        01 MC-FILE-STATUS              PIC XX.
        01 PM-FILE-STATUS              PIC XX.
        01 CM-FILE-STATUS              PIC XX.
        01 KT-FILE-STATUS              PIC XX.
        01 SL-FILE-STATUS              PIC XX.
        01 IM-FILE-STATUS              PIC XX.
        01 PC-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-SLOT-FOUND                VALUE "Y".
           05 WS-COST-FOUND-SW        PIC X(01) VALUE "N".
              88 WS-COST-FOUND                VALUE "Y".
           05 WS-KIT-FOUND-SW         PIC X(01) VALUE "N".
              88 WS-KIT-FOUND                 VALUE "Y".
           05 WS-KIT-SHORT-SW         PIC X(01) VALUE "N".
              88 WS-KIT-SHORT                 VALUE "Y".
           05 WS-STKLOC-OPEN-SW       PIC X(01) VALUE "N".
              88 WS-STKLOC-OPEN               VALUE "Y".
       COPY "LOCCODES.cpy".
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-WO-COUNT                 PIC 9(03) VALUE ZERO.
        01 WS-WO-TABLE.
              10 WS-CO-COST           PIC 9(11)V99.
        01 WS-COST-IDX                 PIC 9(03) VALUE ZERO.
        01 WS-FOUND-IDX                PIC 9(03) VALUE ZERO.
        01 WS-ISSUE-PRODUCT            PIC X(05).
        01 WS-ISSUE-QTY                PIC 9(07) VALUE ZERO.
        01 WS-STOCK-QTY                PIC 9(07) VALUE ZERO.
        01 WS-KIT-CODE                 PIC X(05).
        01 WS-KIT-PROBLEM              PIC X(20).
        01 WS-KIT-COUNT                PIC 9(04) VALUE ZERO.
        01 WS-KIT-TABLE.
           05 WS-KIT-ENTRY OCCURS 1000 TIMES.
              10 WS-KT-CODE           PIC X(05).
              10 WS-KT-COMPONENT      PIC X(05).
              10 WS-KT-QTY            PIC 9(05).
        01 WS-KIT-IDX                  PIC 9(04) VALUE ZERO.
        01 WS-KL-COUNT                 PIC 9(04) VALUE ZERO.
        01 WS-KIT-LINE-TABLE.
           05 WS-KIT-LINE OCCURS 1000 TIMES.
              10 WS-KL-TYPE           PIC X(01).
                 88 WS-KL-KIT                 VALUE "K".
                 88 WS-KL-COMPONENT           VALUE "C".
              10 WS-KL-WO             PIC 9(06).
              10 WS-KL-PRODUCT        PIC X(05).
              10 WS-KL-QTY            PIC 9(07).
              10 WS-KL-COST           PIC 9(11)V99.
        01 WS-KL-IDX                   PIC 9(04) VALUE ZERO.
        01 WS-KL-HEAD-IDX              PIC 9(04) VALUE ZERO.
        01 WS-TALLY-COUNTS.
           05 WS-ISSUED-COUNT         PIC 9(05) VALUE ZERO.
           05 WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-NO-COST-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-KITS-POSTED-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-KITS-HELD-COUNT      PIC 9(05) VALUE ZERO.
        01 WS-DETAIL-LINE.
           05 FILLER                  PIC X(11) VALUE "WORK ORDER ".
           05 DL-WO                   PIC 9(06).
           05 DL-PARTS                PIC ZZZZ9.
           05 FILLER                  PIC X(06) VALUE " COST ".
           05 DL-COST                 PIC Z,ZZZ,ZZZ,ZZ9.99.
        01 WS-KIT-DETAIL-LINE.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 KDL-LABEL               PIC X(10).
           05 KDL-PRODUCT             PIC X(05).
           05 FILLER                  PIC X(05) VALUE " QTY ".
           05 KDL-QTY                 PIC Z,ZZZ,ZZ9.
           05 FILLER                  PIC X(06) VALUE " COST ".
           05 KDL-COST                PIC Z,ZZZ,ZZZ,ZZ9.99.
        01 WS-KIT-EXCEPTION-LINE.
           05 FILLER                  PIC X(15) VALUE
              "KIT NOT POSTED ".
           05 KXL-KIT                 PIC X(05).
           05 FILLER                  PIC X(12) VALUE " WORK ORDER ".
           05 KXL-WO                  PIC 9(06).
           05 FILLER                  PIC X(11) VALUE " COMPONENT ".
           05 KXL-COMPONENT           PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 KXL-PROBLEM             PIC X(20).
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
               CLOSE MAINT-COMPLETIONS
           END-IF.

           OPEN INPUT KIT-MASTER.
           IF KT-FILE-STATUS = "00"
               PERFORM 1300-LOAD-ONE-KIT-LINE THRU 1300-EXIT
                   UNTIL WS-EOF OR WS-KIT-COUNT = 1000
               SET WS-EOF-SW TO "N"
               CLOSE KIT-MASTER
           END-IF.

           OPEN INPUT PARTS-USAGE.
           IF PT-FILE-STATUS NOT = "00"
               DISPLAY "PARTPOST: UNABLE TO OPEN PARTSUSE - STATUS "
               STOP RUN
           END-IF.

           OPEN INPUT STOCK-LOCATIONS.
           IF SL-FILE-STATUS = "00"
               SET WS-STKLOC-OPEN TO TRUE
           END-IF.

           OPEN EXTEND COST-POSTINGS.
           IF PC-FILE-STATUS = "05" OR PC-FILE-STATUS = "35"
               CLOSE COST-POSTINGS
               OPEN OUTPUT COST-POSTINGS
           END-IF.
           IF PC-FILE-STATUS NOT = "00"
               DISPLAY "PARTPOST: UNABLE TO OPEN PARTCOST - STATUS "
                   PC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT COST-LISTING.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "PARTPOST: UNABLE TO OPEN PARTCRPT - STATUS "
       1200-EXIT.
           EXIT.

       1300-LOAD-ONE-KIT-LINE SECTION.
       1300-START.
           READ KIT-MASTER
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1300-EXIT
           END-READ.
           IF KT-KIT-CODE = SPACES OR KT-COMPONENT-ID = SPACES
               OR KT-COMPONENT-QTY NOT NUMERIC
               OR KT-COMPONENT-QTY = ZERO
               DISPLAY "PARTPOST: KITMAST LINE IGNORED - " KT-RECORD
               GO TO 1300-EXIT
           END-IF.
           ADD 1 TO WS-KIT-COUNT.
           MOVE KT-KIT-CODE      TO WS-KT-CODE(WS-KIT-COUNT).
           MOVE KT-COMPONENT-ID  TO WS-KT-COMPONENT(WS-KIT-COUNT).
           MOVE KT-COMPONENT-QTY TO WS-KT-QTY(WS-KIT-COUNT).
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-POST-ONE-DRAW
      * Validates one parts draw and cuts the INVMOVE issue for the
               GO TO 2000-EXIT
           END-IF.

           MOVE PT-PRODUCT-ID TO WS-KIT-CODE.
           SET WS-KIT-FOUND-SW TO "N".
           PERFORM 2300-MATCH-ONE-KIT THRU 2300-EXIT
               VARYING WS-KIT-IDX FROM 1 BY 1
               UNTIL WS-KIT-IDX > WS-KIT-COUNT OR WS-KIT-FOUND.

           IF NOT WS-KIT-FOUND
               SET WS-MASTER-FOUND-SW TO "N"
               MOVE PT-PRODUCT-ID TO PM-PRODUCT-ID
               READ PRODUCT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-MASTER-FOUND TO TRUE
               END-READ
               IF NOT WS-MASTER-FOUND
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "PARTPOST: REJECT - PRODUCT " PT-PRODUCT-ID
                       " NOT ON PRODMAST"
                   GO TO 2000-EXIT
               END-IF
           END-IF.

           MOVE PT-LOCATION-CODE TO WS-LOCATION-CODE.
           IF WS-LOCATION-CODE = SPACES
               SET WS-LOCATION-CENTRAL TO TRUE
           END-IF.
           IF NOT WS-LOCATION-KNOWN
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "PARTPOST: REJECT - LOCATION " PT-LOCATION-CODE
                   " NOT KNOWN"
               GO TO 2000-EXIT
           END-IF.

           IF WS-KIT-FOUND
               PERFORM 6000-POST-KIT THRU 6000-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE PT-PRODUCT-ID TO WS-ISSUE-PRODUCT.
           MOVE WS-DRAW-QTY   TO WS-ISSUE-QTY.
           PERFORM 3000-WRITE-ISSUE-MOVEMENT THRU 3000-EXIT.
           PERFORM 3500-COST-ISSUE THRU 3500-EXIT.
           PERFORM 4000-TALLY-WORK-ORDER THRU 4000-EXIT.
           ADD 1 TO WS-ISSUED-COUNT.
       2000-EXIT.
       2200-EXIT.
           EXIT.

       2300-MATCH-ONE-KIT SECTION.
       2300-START.
           IF WS-KT-CODE(WS-KIT-IDX) = WS-KIT-CODE
               SET WS-KIT-FOUND TO TRUE
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-WRITE-ISSUE-MOVEMENT
      * Appends the draw to INVMOVE as an issue in the exact shape
           END-IF.

           MOVE SPACES        TO IM-RECORD.
           MOVE WS-ISSUE-PRODUCT TO IM-PRODUCT-ID.
           MOVE "I"           TO IM-MOVE-TYPE.
           MOVE SPACE         TO IM-ADJUST-SIGN.
           MOVE WS-ISSUE-QTY  TO IM-QUANTITY.
           MOVE WS-TODAY-DATE TO IM-MOVE-DATE.
           MOVE SPACES        TO IM-VENDOR-CODE.
           MOVE WS-LOCATION-CODE TO IM-LOCATION-CODE.
           MOVE SPACES        TO IM-TO-LOCATION.
           WRITE IM-RECORD.
           CLOSE INV-MOVES.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-COST-ISSUE
      * Costs the issue just cut at the COSTMAST unit cost into
      * WS-DRAW-COST - zero, and counted, when no cost is on file -
      * and posts it to PARTCOST against the work order.
      *----------------------------------------------------------------
       3500-COST-ISSUE SECTION.
       3500-START.
           SET WS-COST-FOUND-SW TO "N".
           MOVE WS-ISSUE-PRODUCT TO CM-PRODUCT-ID.
           READ COST-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-COST-FOUND TO TRUE
           END-READ.
           IF WS-COST-FOUND
               COMPUTE WS-DRAW-COST =
                   WS-ISSUE-QTY * CM-UNIT-COST
           ELSE
               MOVE ZERO TO WS-DRAW-COST
               ADD 1 TO WS-NO-COST-COUNT
           END-IF.

           MOVE SPACES           TO PC-RECORD.
           MOVE WS-DRAW-WO       TO PC-WORK-ORDER-NO.
           MOVE WS-TODAY-DATE    TO PC-POST-DATE.
           MOVE WS-ISSUE-PRODUCT TO PC-PRODUCT-ID.
           MOVE WS-ISSUE-QTY     TO PC-QUANTITY.
           MOVE WS-DRAW-COST     TO PC-COST.
           WRITE PC-RECORD.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-TALLY-WORK-ORDER
      * Folds the draw's cost into its work order's slot.
           MOVE WS-CO-PARTS(WS-COST-IDX) TO DL-PARTS.
           MOVE WS-CO-COST(WS-COST-IDX)  TO DL-COST.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           PERFORM 5200-PRINT-ONE-KIT-LINE THRU 5200-EXIT
               VARYING WS-KL-IDX FROM 1 BY 1
               UNTIL WS-KL-IDX > WS-KL-COUNT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5200-PRINT-ONE-KIT-LINE
      * Prints a kit drawn on the work order being listed, and its
      * components indented under it.
      *----------------------------------------------------------------
       5200-PRINT-ONE-KIT-LINE SECTION.
       5200-START.
           IF WS-KL-WO(WS-KL-IDX) NOT = WS-CO-WO(WS-COST-IDX)
               GO TO 5200-EXIT
           END-IF.
           IF WS-KL-KIT(WS-KL-IDX)
               MOVE "KIT       " TO KDL-LABEL
           ELSE
               MOVE "  COMPNT  " TO KDL-LABEL
           END-IF.
           MOVE WS-KL-PRODUCT(WS-KL-IDX) TO KDL-PRODUCT.
           MOVE WS-KL-QTY(WS-KL-IDX)     TO KDL-QTY.
           MOVE WS-KL-COST(WS-KL-IDX)    TO KDL-COST.
           WRITE RPT-LINE FROM WS-KIT-DETAIL-LINE.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-POST-KIT
      * Explodes a kit draw. Every component is checked against
      * PRODMAST and the stock at the draw location before anything
      * is cut; a kit with a problem component is listed and held
      * back whole. A clean kit gets one issue per component.
      *----------------------------------------------------------------
       6000-POST-KIT SECTION.
       6000-START.
           SET WS-KIT-SHORT-SW TO "N".
           PERFORM 6100-CHECK-ONE-COMPONENT THRU 6100-EXIT
               VARYING WS-KIT-IDX FROM 1 BY 1
               UNTIL WS-KIT-IDX > WS-KIT-COUNT.
           IF WS-KIT-SHORT
               ADD 1 TO WS-KITS-HELD-COUNT
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "PARTPOST: REJECT - KIT " WS-KIT-CODE
                   " ON WORK ORDER " WS-DRAW-WO " NOT POSTED"
               GO TO 6000-EXIT
           END-IF.

           MOVE ZERO TO WS-KL-HEAD-IDX.
           IF WS-KL-COUNT < 1000
               ADD 1 TO WS-KL-COUNT
               MOVE WS-KL-COUNT   TO WS-KL-HEAD-IDX
               MOVE "K"           TO WS-KL-TYPE(WS-KL-COUNT)
               MOVE WS-DRAW-WO    TO WS-KL-WO(WS-KL-COUNT)
               MOVE WS-KIT-CODE   TO WS-KL-PRODUCT(WS-KL-COUNT)
               MOVE WS-DRAW-QTY   TO WS-KL-QTY(WS-KL-COUNT)
               MOVE ZERO          TO WS-KL-COST(WS-KL-COUNT)
           END-IF.
           PERFORM 6200-ISSUE-ONE-COMPONENT THRU 6200-EXIT
               VARYING WS-KIT-IDX FROM 1 BY 1
               UNTIL WS-KIT-IDX > WS-KIT-COUNT.
           ADD 1 TO WS-KITS-POSTED-COUNT.
       6000-EXIT.
           EXIT.

       6100-CHECK-ONE-COMPONENT SECTION.
       6100-START.
           IF WS-KT-CODE(WS-KIT-IDX) NOT = WS-KIT-CODE
               GO TO 6100-EXIT
           END-IF.
           MOVE SPACES TO WS-KIT-PROBLEM.
           COMPUTE WS-ISSUE-QTY =
               WS-KT-QTY(WS-KIT-IDX) * WS-DRAW-QTY
               ON SIZE ERROR
                   MOVE "QUANTITY TOO LARGE" TO WS-KIT-PROBLEM
           END-COMPUTE.
           IF WS-KIT-PROBLEM NOT = SPACES
               GO TO 6100-LIST-PROBLEM
           END-IF.

           SET WS-MASTER-FOUND-SW TO "N".
           MOVE WS-KT-COMPONENT(WS-KIT-IDX) TO PM-PRODUCT-ID.
           READ PRODUCT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MASTER-FOUND TO TRUE
           END-READ.
           IF NOT WS-MASTER-FOUND
               MOVE "NOT ON PRODMAST" TO WS-KIT-PROBLEM
               GO TO 6100-LIST-PROBLEM
           END-IF.
           IF PM-DISCONTINUED
               MOVE "DISCONTINUED" TO WS-KIT-PROBLEM
               GO TO 6100-LIST-PROBLEM
           END-IF.

           MOVE PM-ON-HAND-QTY TO WS-STOCK-QTY.
           IF WS-STKLOC-OPEN
               MOVE ZERO TO WS-STOCK-QTY
               MOVE WS-KT-COMPONENT(WS-KIT-IDX) TO SL-PRODUCT-ID
               MOVE WS-LOCATION-CODE TO SL-LOCATION-CODE
               READ STOCK-LOCATIONS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SL-ON-HAND-QTY TO WS-STOCK-QTY
               END-READ
           END-IF.
           IF WS-STOCK-QTY < WS-ISSUE-QTY
               MOVE "OUT OF STOCK" TO WS-KIT-PROBLEM
               GO TO 6100-LIST-PROBLEM
           END-IF.
           GO TO 6100-EXIT.

       6100-LIST-PROBLEM.
           SET WS-KIT-SHORT TO TRUE.
           MOVE WS-KIT-CODE                 TO KXL-KIT.
           MOVE WS-DRAW-WO                  TO KXL-WO.
           MOVE WS-KT-COMPONENT(WS-KIT-IDX) TO KXL-COMPONENT.
           MOVE WS-KIT-PROBLEM              TO KXL-PROBLEM.
           WRITE RPT-LINE FROM WS-KIT-EXCEPTION-LINE.
       6100-EXIT.
           EXIT.

       6200-ISSUE-ONE-COMPONENT SECTION.
       6200-START.
           IF WS-KT-CODE(WS-KIT-IDX) NOT = WS-KIT-CODE
               GO TO 6200-EXIT
           END-IF.
           MOVE WS-KT-COMPONENT(WS-KIT-IDX) TO WS-ISSUE-PRODUCT.
           COMPUTE WS-ISSUE-QTY =
               WS-KT-QTY(WS-KIT-IDX) * WS-DRAW-QTY.
           PERFORM 3000-WRITE-ISSUE-MOVEMENT THRU 3000-EXIT.
           PERFORM 3500-COST-ISSUE THRU 3500-EXIT.
           PERFORM 4000-TALLY-WORK-ORDER THRU 4000-EXIT.
           ADD 1 TO WS-ISSUED-COUNT.

           IF WS-KL-HEAD-IDX NOT = ZERO
               ADD WS-DRAW-COST TO WS-KL-COST(WS-KL-HEAD-IDX)
           END-IF.
           IF WS-KL-HEAD-IDX NOT = ZERO AND WS-KL-COUNT < 1000
               ADD 1 TO WS-KL-COUNT
               MOVE "C"              TO WS-KL-TYPE(WS-KL-COUNT)
               MOVE WS-DRAW-WO       TO WS-KL-WO(WS-KL-COUNT)
               MOVE WS-ISSUE-PRODUCT TO WS-KL-PRODUCT(WS-KL-COUNT)
               MOVE WS-ISSUE-QTY     TO WS-KL-QTY(WS-KL-COUNT)
               MOVE WS-DRAW-COST     TO WS-KL-COST(WS-KL-COUNT)
           END-IF.
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the run summary.
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE PARTS-USAGE PRODUCT-MASTER COST-MASTER
               COST-POSTINGS COST-LISTING.
           IF WS-STKLOC-OPEN
               CLOSE STOCK-LOCATIONS
           END-IF.
           DISPLAY "PARTPOST: ISSUES CUT = " WS-ISSUED-COUNT.
           DISPLAY "PARTPOST: REJECTED   = " WS-REJECTED-COUNT.
           DISPLAY "PARTPOST: NO COST ON FILE = " WS-NO-COST-COUNT.
           DISPLAY "PARTPOST: KITS EXPLODED = " WS-KITS-POSTED-COUNT.
           DISPLAY "PARTPOST: KITS HELD BACK = " WS-KITS-HELD-COUNT.
       9000-EXIT.
           EXIT.
