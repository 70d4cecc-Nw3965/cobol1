      *                  UPDATES. THE ONE-TIME PRODCCNV RUN CARRIES
      *                  THE EXISTING MASTER INTO THE WIDER LAYOUT,
      *                  AS PRICCONV DID FOR CENTS.
      * 10/15/26   OPS   CHANGE-FREEZE WINDOWS: THE OPSCAL DATES FROZEN
      *                  FOR PRICING OR FOR ALL MAINTENANCE ARE LOADED
      *                  AT START-UP. A PRICEUPD ROW WHOSE EFFECTIVE
      *                  DATE (BLANK MEANS TODAY), OR A PRODDISC ROW
      *                  RUN ON A FROZEN DAY, IS REJECTED UNLESS
      *                  FLAGGED AS AN EMERGENCY (PU-EMERGENCY-FLAG /
      *                  PD-EMERGENCY-FLAG = "Y") UNDER A SUPERVISOR
      *                  SESSION. AN EMERGENCY IS APPLIED AND LOGGED
      *                  TO THE SHARED FRZEXCP FILE FRZRPT PRINTS FOR
      *                  THE CHANGE BOARD.
      * 10/15/26   OPS   MORE THAN 100 FROZEN DATES ON OPSCAL NOW
      *                  STOPS THE RUN WITH RC 16 BEFORE ANY
      *                  MAINTENANCE, INSTEAD OF THE LATER FREEZE
      *                  DATES GOING UNCHECKED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CATEGORY-MASTER ASSIGN TO "CATGMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CG-FILE-STATUS.
           SELECT OPS-CALENDAR ASSIGN TO "OPSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT FREEZE-EXCEPTIONS ASSIGN TO "FRZEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER.
           05  PU-PRODUCT-ID           PIC X(05).
           05  PU-PRICE                PIC X(07).
           05  PU-EFF-DATE             PIC X(08).
           05  PU-EMERGENCY-FLAG       PIC X(01).
       FD  PRICE-HISTORY.
       01  PH-RECORD.
           05  PH-PRODUCT-ID           PIC X(05).
       FD  DISC-TRANS.
       01  PD-RECORD.
           05  PD-PRODUCT-ID           PIC X(05).
           05  PD-EMERGENCY-FLAG       PIC X(01).
       FD  PRICE-PENDING.
       01  PP-RECORD.
           05  PP-PRODUCT-ID           PIC X(05).
           05  PC-LAST-CLOSED          PIC 9(06).
       FD  CATEGORY-MASTER.
       COPY "CATGMAST.cpy".
       FD  OPS-CALENDAR.
       COPY "OPSCAL.cpy".
       FD  FREEZE-EXCEPTIONS.
       COPY "FRZEXCP.cpy".
       WORKING-STORAGE SECTION.
        01 JL-FILE-STATUS      PIC XX.
        01 WS-JL-START-TIME    PIC 9(08) VALUE ZERO.
                  DEPENDING ON WS-BATCH-SEEN-COUNT
                  INDEXED BY WS-BATCH-SEEN-IX
                  PIC X(05).
        01 CAL-FILE-STATUS            PIC XX.
        01 FX-FILE-STATUS             PIC XX.
        01 WS-CAL-EOF-SW              PIC X(01) VALUE "N".
           88 WS-CAL-EOF                     VALUE "Y".
        01 WS-FREEZE-SCOPE            PIC X(01) VALUE "P".
        01 WS-FRZ-COUNT               PIC 9(03) VALUE ZERO.
        01 WS-FRZ-TABLE.
           05 WS-FRZ-ENTRY OCCURS 100 TIMES.
              10 WS-FZ-DATE           PIC 9(08).
              10 WS-FZ-SCOPE          PIC X(01).
              10 WS-FZ-REASON         PIC X(20).
        01 WS-FRZ-IDX                 PIC 9(03) VALUE ZERO.
        01 WS-FROZEN-SW               PIC X(01) VALUE "N".
           88 WS-FROZEN                      VALUE "Y".
        01 WS-EXCEPTION-SW            PIC X(01) VALUE "N".
           88 WS-FREEZE-EXCEPTION            VALUE "Y".
        01 WS-EMERGENCY-FLAG          PIC X(01) VALUE SPACE.
        01 WS-FROZEN-SCOPE            PIC X(01) VALUE SPACE.
        01 WS-FREEZE-DATE             PIC 9(08) VALUE ZERO.
        01 WS-FREEZE-REASON           PIC X(20) VALUE SPACES.
        01 WS-FX-ACTION               PIC X(10) VALUE SPACES.
        01 WS-EXCEPTION-COUNT         PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0060-READ-CLOSED-PERIOD THRU 0060-EXIT.
           PERFORM 0065-LOAD-CATEGORY-TABLE THRU 0065-EXIT.
           PERFORM 0090-LOAD-FREEZE-TABLE THRU 0090-EXIT.
           PERFORM 0075-READ-SESSION-INFO THRU 0075-EXIT.
           PERFORM 0050-RUN-DEMO-INSERT THRU 0050-EXIT.
           PERFORM 2400-RELEASE-PENDING-PRICES THRU 2400-EXIT.
           PERFORM 2000-BATCH-PRICE-LOAD THRU 2000-EXIT.
           PERFORM 2700-REWRITE-PENDING-PRICES THRU 2700-EXIT.
           PERFORM 3000-PROCESS-DISCONTINUES THRU 3000-EXIT.
           IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY "PRODMNT: FREEZE EMERGENCIES = "
                   WS-EXCEPTION-COUNT
           END-IF.
           PERFORM 9900-WRITE-JOB-LOG THRU 9900-EXIT.
           STOP RUN.
       0000-EXIT.
       0085-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0090-LOAD-FREEZE-TABLE
      * Loads the OPSCAL dates frozen for pricing, or for all
      * maintenance, so each price change and discontinue can be
      * held to the emergency rule on its own date. No calendar
      * means no freeze. A freeze date left off the table would let
      * changes through unchecked, so more frozen dates than the
      * table holds stops the run before anything is maintained.
      *----------------------------------------------------------------
       0090-LOAD-FREEZE-TABLE SECTION.
       0090-START.
           OPEN INPUT OPS-CALENDAR.
           IF CAL-FILE-STATUS NOT = "00"
               GO TO 0090-EXIT
           END-IF.

           PERFORM 0095-LOAD-ONE-FREEZE THRU 0095-EXIT
               UNTIL WS-CAL-EOF.
           CLOSE OPS-CALENDAR.
       0090-EXIT.
           EXIT.

       0095-LOAD-ONE-FREEZE SECTION.
       0095-START.
           READ OPS-CALENDAR
               AT END
                   SET WS-CAL-EOF TO TRUE
                   GO TO 0095-EXIT
           END-READ.

           IF CAL-FREEZE-SCOPE NOT = WS-FREEZE-SCOPE
                   AND NOT CAL-FREEZE-ALL
               GO TO 0095-EXIT
           END-IF.
           IF WS-FRZ-COUNT = 100
               DISPLAY "PRODMNT: FREEZE TABLE FULL - MORE THAN 100"
                   " FROZEN DATES ON OPSCAL, NOTHING MAINTAINED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-FRZ-COUNT.
           MOVE CAL-DATE         TO WS-FZ-DATE(WS-FRZ-COUNT).
           MOVE CAL-FREEZE-SCOPE TO WS-FZ-SCOPE(WS-FRZ-COUNT).
           MOVE CAL-DESCRIPTION  TO WS-FZ-REASON(WS-FRZ-COUNT).
       0095-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0075-READ-SESSION-INFO
      * Reads the SIGNSESS session file SIGNON writes, once, so the
       0300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0400-CHECK-FREEZE
      * Looks WS-FREEZE-DATE up on the loaded freeze table. On a
      * frozen date only a change flagged as an emergency
      * (WS-EMERGENCY-FLAG) under a supervisor session goes through,
      * and it is marked for the freeze-exception log.
      *----------------------------------------------------------------
       0400-CHECK-FREEZE SECTION.
       0400-START.
           SET WS-FROZEN-SW TO "N".
           SET WS-EXCEPTION-SW TO "N".
           PERFORM 0450-MATCH-ONE-FREEZE THRU 0450-EXIT
               VARYING WS-FRZ-IDX FROM 1 BY 1
               UNTIL WS-FRZ-IDX > WS-FRZ-COUNT OR WS-FROZEN.
           IF NOT WS-FROZEN
               GO TO 0400-EXIT
           END-IF.

           IF WS-EMERGENCY-FLAG = "Y" AND WS-SES-AUTH-LEVEL = "S"
               SET WS-FREEZE-EXCEPTION TO TRUE
           END-IF.
       0400-EXIT.
           EXIT.

       0450-MATCH-ONE-FREEZE SECTION.
       0450-START.
           IF WS-FZ-DATE(WS-FRZ-IDX) = WS-FREEZE-DATE
               SET WS-FROZEN TO TRUE
               MOVE WS-FZ-SCOPE(WS-FRZ-IDX)  TO WS-FROZEN-SCOPE
               MOVE WS-FZ-REASON(WS-FRZ-IDX) TO WS-FREEZE-REASON
           END-IF.
       0450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 0500-WRITE-FREEZE-EXCEPTION
      * Appends the emergency change just applied or staged to the
      * shared freeze-exception log for the change board.
      *----------------------------------------------------------------
       0500-WRITE-FREEZE-EXCEPTION SECTION.
       0500-START.
           OPEN EXTEND FREEZE-EXCEPTIONS.
           IF FX-FILE-STATUS = "05" OR FX-FILE-STATUS = "35"
               CLOSE FREEZE-EXCEPTIONS
               OPEN OUTPUT FREEZE-EXCEPTIONS
           END-IF.

           MOVE SPACES             TO FX-RECORD.
           MOVE "PRODMNT"          TO FX-PROGRAM-ID.
           MOVE "PRODMAST"         TO FX-FILE-NAME.
           MOVE PRODUCT-ID         TO FX-RECORD-KEY.
           MOVE WS-FX-ACTION       TO FX-ACTION.
           MOVE WS-SES-OPERATOR-ID TO FX-OPERATOR-ID.
           MOVE WS-TODAY-DATE      TO FX-APPLIED-DATE.
           ACCEPT FX-APPLIED-TIME FROM TIME.
           MOVE WS-FROZEN-SCOPE    TO FX-FREEZE-SCOPE.
           MOVE WS-FREEZE-DATE     TO FX-FREEZE-DATE.
           MOVE WS-FREEZE-REASON   TO FX-FREEZE-REASON.
           WRITE FX-RECORD.
           CLOSE FREEZE-EXCEPTIONS.
           ADD 1 TO WS-EXCEPTION-COUNT.
           DISPLAY "PRODMNT: PRODUCT-ID " PRODUCT-ID
               " APPLIED AS A FREEZE EMERGENCY".
       0500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-STORE-PRODUCT
      * Writes MY-PRODUCT to the PRODUCT-MASTER file so the record
               END-IF
           END-IF.

           IF WS-EFF-DATE > ZERO
               MOVE WS-EFF-DATE   TO WS-FREEZE-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-FREEZE-DATE
           END-IF.
           MOVE PU-EMERGENCY-FLAG TO WS-EMERGENCY-FLAG.
           PERFORM 0400-CHECK-FREEZE THRU 0400-EXIT.
           IF WS-FROZEN AND NOT WS-FREEZE-EXCEPTION
               DISPLAY "PRODMNT: BATCH REJECT - PRODUCT-ID "
                   PU-PRODUCT-ID " DATE " WS-FREEZE-DATE
                   " IN CHANGE FREEZE"
               ADD 1 TO WS-BATCH-REJECTED-COUNT
               GO TO 2100-EXIT
           END-IF.

           IF WS-EFF-DATE > WS-TODAY-DATE
               IF WS-PEND-KEEP-COUNT >= 200
                   DISPLAY "PRODMNT: BATCH REJECT - PRODUCT-ID "
               ADD 1 TO WS-PEND-HELD-COUNT
               DISPLAY "PRODMNT: PRODUCT-ID " PU-PRODUCT-ID
                   " HELD UNTIL " WS-EFF-DATE
               IF WS-FREEZE-EXCEPTION
                   MOVE "PRICE-PEND" TO WS-FX-ACTION
                   PERFORM 0500-WRITE-FREEZE-EXCEPTION THRU 0500-EXIT
               END-IF
               GO TO 2100-EXIT
           END-IF.

           PERFORM 2900-CHECK-LARGE-CHANGE THRU 2900-EXIT.
           IF WS-NEEDS-APPROVAL
               PERFORM 2950-HOLD-FOR-APPROVAL THRU 2950-EXIT
               IF WS-FREEZE-EXCEPTION
                   MOVE "PRICE-APPR" TO WS-FX-ACTION
                   PERFORM 0500-WRITE-FREEZE-EXCEPTION THRU 0500-EXIT
               END-IF
               GO TO 2100-EXIT
           END-IF.


           PERFORM 1000-STORE-PRODUCT THRU 1000-EXIT.
           ADD 1 TO WS-BATCH-APPLIED-COUNT.
           IF WS-FREEZE-EXCEPTION
               MOVE "PRICE" TO WS-FX-ACTION
               PERFORM 0500-WRITE-FREEZE-EXCEPTION THRU 0500-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

               GO TO 3100-EXIT
           END-IF.

           MOVE WS-TODAY-DATE     TO WS-FREEZE-DATE.
           MOVE PD-EMERGENCY-FLAG TO WS-EMERGENCY-FLAG.
           PERFORM 0400-CHECK-FREEZE THRU 0400-EXIT.
           IF WS-FROZEN AND NOT WS-FREEZE-EXCEPTION
               DISPLAY "PRODMNT: DISC REJECT - PRODUCT-ID "
                   PD-PRODUCT-ID " - CHANGE FREEZE IN EFFECT"
               ADD 1 TO WS-DISC-REJECTED-COUNT
               GO TO 3100-EXIT
           END-IF.

           SET PM-DISCONTINUED TO TRUE.
           MOVE WS-TODAY-DATE TO PM-DISC-DATE.
           REWRITE PM-RECORD.
           ADD 1 TO WS-DISC-APPLIED-COUNT.
           DISPLAY "PRODMNT: PRODUCT " PD-PRODUCT-ID " DISCONTINUED".
           IF WS-FREEZE-EXCEPTION
               MOVE PD-PRODUCT-ID TO PRODUCT-ID
               MOVE "DISCONTINU"  TO WS-FX-ACTION
               PERFORM 0500-WRITE-FREEZE-EXCEPTION THRU 0500-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

