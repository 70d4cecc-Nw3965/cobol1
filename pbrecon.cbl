       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBRECON.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. PRICE-BOOK LOAD RECONCILIATION.
      *                  EACH STORE RETURNS AN ACKNOWLEDGEMENT ON
      *                  PBACK WHEN IT LOADS A PRICBOOK - STORE CODE,
      *                  THE SEQUENCE LOADED, AND THE COUNT AND HASH
      *                  IT BALANCED TO. EVERY STORE ON THE PBSTORES
      *                  LIST IS RECONCILED AGAINST THE PBREG
      *                  TRANSMISSION REGISTER: ITS LATEST
      *                  ACKNOWLEDGED SEQUENCE MUST BE THE LATEST
      *                  SENT AND ITS TOTALS MUST MATCH WHAT WAS SENT.
      *                  STORES ON AN OLD SEQUENCE, WITH MISMATCHED
      *                  TOTALS, OR WITH NO ACKNOWLEDGEMENT AT ALL
      *                  ARE LISTED ON PBRECRPT, AND A STORE MORE
      *                  THAN ONE SEQUENCE BEHIND RAISES A SEVERITY-2
      *                  RECORD ON THE OPSALERT QUEUE.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORE-LIST ASSIGN TO "PBSTORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-FILE-STATUS.
           SELECT LOAD-ACKS ASSIGN TO "PBACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AK-FILE-STATUS.
           SELECT TRANSMIT-REGISTER ASSIGN TO "PBREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
           SELECT ALERT-QUEUE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AQ-FILE-STATUS.
           SELECT RECON-REPORT ASSIGN TO "PBRECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STORE-LIST.
       01  ST-RECORD.
           05  ST-STORE-CODE           PIC X(10).
           05  FILLER                  PIC X(01).
           05  ST-STORE-NAME           PIC X(20).
       FD  LOAD-ACKS.
       01  AK-RECORD.
           05  AK-STORE-CODE           PIC X(10).
           05  FILLER                  PIC X(01).
           05  AK-SEQUENCE             PIC 9(06).
           05  FILLER                  PIC X(01).
           05  AK-COUNT                PIC 9(07).
           05  FILLER                  PIC X(01).
           05  AK-HASH                 PIC 9(11)V99.
           05  FILLER                  PIC X(01).
           05  AK-LOAD-DATE            PIC 9(08).
       FD  TRANSMIT-REGISTER.
       01  REG-RECORD.
           05  REG-EXTRACT-DATE        PIC 9(08).
           05  FILLER                  PIC X(01).
           05  REG-EXTRACT-TIME        PIC 9(08).
           05  FILLER                  PIC X(01).
           05  REG-SEQUENCE            PIC 9(06).
           05  FILLER                  PIC X(01).
           05  REG-COUNT               PIC 9(07).
           05  FILLER                  PIC X(01).
           05  REG-HASH                PIC 9(11)V99.
       FD  ALERT-QUEUE.
       COPY "OPSALRT.cpy".
       FD  RECON-REPORT.
       01  RPT-LINE                    PIC X(90).
       WORKING-STORAGE SECTION.
        01 ST-FILE-STATUS              PIC XX.
        01 AK-FILE-STATUS              PIC XX.
        01 REG-FILE-STATUS             PIC XX.
        01 AQ-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-STORE-FOUND-SW       PIC X(01) VALUE "N".
              88 WS-STORE-FOUND               VALUE "Y".
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-LATEST-SEQUENCE          PIC 9(06) VALUE ZERO.
        01 WS-LATEST-DATE              PIC 9(08) VALUE ZERO.
        01 WS-STORE-COUNT              PIC 9(03) VALUE ZERO.
        01 WS-STORE-TABLE.
           05 WS-STORE-ENTRY OCCURS 200 TIMES.
              10 WS-SE-STORE-CODE     PIC X(10).
              10 WS-SE-STORE-NAME     PIC X(20).
              10 WS-SE-ACK-SW         PIC X(01).
              10 WS-SE-ACK-SEQUENCE   PIC 9(06).
              10 WS-SE-ACK-COUNT      PIC 9(07).
              10 WS-SE-ACK-HASH       PIC 9(11)V99.
              10 WS-SE-ACK-DATE       PIC 9(08).
              10 WS-SE-REG-SW         PIC X(01).
              10 WS-SE-REG-COUNT      PIC 9(07).
              10 WS-SE-REG-HASH       PIC 9(11)V99.
        01 WS-STORE-IDX                PIC 9(03) VALUE ZERO.
        01 WS-FOUND-IDX                PIC 9(03) VALUE ZERO.
        01 WS-BEHIND                   PIC 9(06) VALUE ZERO.
        01 WS-BEHIND-ED                PIC ZZZ9.
        01 WS-ALERT-TEXT               PIC X(40) VALUE SPACES.
        01 WS-TALLY-COUNTS.
           05 WS-ACK-READ-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-ACK-UNKNOWN-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-CURRENT-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-OLD-COUNT            PIC 9(05) VALUE ZERO.
           05 WS-MISMATCH-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-NO-ACK-COUNT         PIC 9(05) VALUE ZERO.
           05 WS-ALERT-COUNT          PIC 9(05) VALUE ZERO.
        01 WS-HEADER-LINE-1.
           05 FILLER                  PIC X(34) VALUE
                  "PRICE BOOK LOAD RECONCILIATION FOR".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 HL-DATE                 PIC 9(08).
           05 FILLER                  PIC X(18) VALUE
                  "  LATEST SEQUENCE ".
           05 HL-SEQUENCE             PIC 9(06).
           05 FILLER                  PIC X(06) VALUE " SENT ".
           05 HL-SENT-DATE            PIC 9(08).
        01 WS-HEADER-LINE-2.
           05 FILLER                  PIC X(45) VALUE
              "STORE      NAME                 LOADED BEHIND".
           05 FILLER                  PIC X(24) VALUE
              "  LOAD DATE  STATUS".
        01 WS-DETAIL-LINE.
           05 DL-STORE-CODE           PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-STORE-NAME           PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-ACK-SEQUENCE         PIC ZZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-BEHIND               PIC ZZZZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-LOAD-DATE            PIC X(08).
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 DL-STATUS               PIC X(30).
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-RECONCILE-ONE-STORE THRU 3000-EXIT
               VARYING WS-STORE-IDX FROM 1 BY 1
               UNTIL WS-STORE-IDX > WS-STORE-COUNT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Loads the store list, takes each store's latest
      * acknowledgement, then walks the transmission register for
      * the latest sequence sent and the totals of each sequence a
      * store acknowledged.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           OPEN INPUT STORE-LIST.
           IF ST-FILE-STATUS NOT = "00"
               DISPLAY "PBRECON: UNABLE TO OPEN PBSTORES - STATUS "
                   ST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-ONE-STORE THRU 1100-EXIT
               UNTIL WS-EOF OR WS-STORE-COUNT = 200.
           SET WS-EOF-SW TO "N".
           CLOSE STORE-LIST.

           OPEN INPUT LOAD-ACKS.
           IF AK-FILE-STATUS = "00"
               PERFORM 1200-LOAD-ONE-ACK THRU 1200-EXIT
                   UNTIL WS-EOF
               SET WS-EOF-SW TO "N"
               CLOSE LOAD-ACKS
           ELSE
               DISPLAY "PBRECON: NO PBACK FILE - NO STORE HAS"
                   " ACKNOWLEDGED A LOAD"
           END-IF.

           OPEN INPUT TRANSMIT-REGISTER.
           IF REG-FILE-STATUS NOT = "00"
               DISPLAY "PBRECON: UNABLE TO OPEN PBREG - STATUS "
                   REG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1300-READ-ONE-SEND THRU 1300-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE TRANSMIT-REGISTER.

           IF WS-LATEST-SEQUENCE = ZERO
               DISPLAY "PBRECON: PBREG EMPTY - NO PRICE BOOK SENT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RECON-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "PBRECON: UNABLE TO OPEN PBRECRPT - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-TODAY-DATE      TO HL-DATE.
           MOVE WS-LATEST-SEQUENCE TO HL-SEQUENCE.
           MOVE WS-LATEST-DATE     TO HL-SENT-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE-1.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-HEADER-LINE-2.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-STORE SECTION.
       1100-START.
           READ STORE-LIST
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.

           IF ST-STORE-CODE = SPACES
               GO TO 1100-EXIT
           END-IF.

           ADD 1 TO WS-STORE-COUNT.
           MOVE ST-STORE-CODE TO WS-SE-STORE-CODE(WS-STORE-COUNT).
           MOVE ST-STORE-NAME TO WS-SE-STORE-NAME(WS-STORE-COUNT).
           MOVE "N"           TO WS-SE-ACK-SW(WS-STORE-COUNT).
           MOVE "N"           TO WS-SE-REG-SW(WS-STORE-COUNT).
           MOVE ZERO          TO WS-SE-ACK-SEQUENCE(WS-STORE-COUNT)
                                 WS-SE-ACK-COUNT(WS-STORE-COUNT)
                                 WS-SE-ACK-HASH(WS-STORE-COUNT)
                                 WS-SE-ACK-DATE(WS-STORE-COUNT)
                                 WS-SE-REG-COUNT(WS-STORE-COUNT)
                                 WS-SE-REG-HASH(WS-STORE-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-ONE-ACK
      * Keeps the highest sequence each store has acknowledged. An
      * acknowledgement from a store not on the list is counted and
      * shown, but cannot be reconciled.
      *----------------------------------------------------------------
       1200-LOAD-ONE-ACK SECTION.
       1200-START.
           READ LOAD-ACKS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1200-EXIT
           END-READ.

           IF AK-SEQUENCE NOT NUMERIC OR AK-COUNT NOT NUMERIC
                   OR AK-HASH NOT NUMERIC
               DISPLAY "PBRECON: PBACK ENTRY SKIPPED - " AK-RECORD
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-ACK-READ-COUNT.

           SET WS-STORE-FOUND-SW TO "N".
           PERFORM 1250-MATCH-ONE-STORE THRU 1250-EXIT
               VARYING WS-STORE-IDX FROM 1 BY 1
               UNTIL WS-STORE-IDX > WS-STORE-COUNT
                   OR WS-STORE-FOUND.
           IF NOT WS-STORE-FOUND
               DISPLAY "PBRECON: ACKNOWLEDGEMENT FROM " AK-STORE-CODE
                   " - NOT ON PBSTORES"
               ADD 1 TO WS-ACK-UNKNOWN-COUNT
               GO TO 1200-EXIT
           END-IF.

           IF WS-SE-ACK-SW(WS-FOUND-IDX) = "Y"
                   AND AK-SEQUENCE < WS-SE-ACK-SEQUENCE(WS-FOUND-IDX)
               GO TO 1200-EXIT
           END-IF.

           MOVE "Y"          TO WS-SE-ACK-SW(WS-FOUND-IDX).
           MOVE AK-SEQUENCE  TO WS-SE-ACK-SEQUENCE(WS-FOUND-IDX).
           MOVE AK-COUNT     TO WS-SE-ACK-COUNT(WS-FOUND-IDX).
           MOVE AK-HASH      TO WS-SE-ACK-HASH(WS-FOUND-IDX).
           MOVE AK-LOAD-DATE TO WS-SE-ACK-DATE(WS-FOUND-IDX).
       1200-EXIT.
           EXIT.

       1250-MATCH-ONE-STORE SECTION.
       1250-START.
           IF WS-SE-STORE-CODE(WS-STORE-IDX) = AK-STORE-CODE
               SET WS-STORE-FOUND TO TRUE
               MOVE WS-STORE-IDX TO WS-FOUND-IDX
           END-IF.
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-READ-ONE-SEND
      * One register entry: tracks the latest sequence sent and
      * hands its totals to every store that acknowledged it.
      *----------------------------------------------------------------
       1300-READ-ONE-SEND SECTION.
       1300-START.
           READ TRANSMIT-REGISTER
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1300-EXIT
           END-READ.

           IF REG-SEQUENCE NOT NUMERIC
               GO TO 1300-EXIT
           END-IF.

           IF REG-SEQUENCE > WS-LATEST-SEQUENCE
               MOVE REG-SEQUENCE     TO WS-LATEST-SEQUENCE
               MOVE REG-EXTRACT-DATE TO WS-LATEST-DATE
           END-IF.

           PERFORM 1350-MATCH-ONE-SEND THRU 1350-EXIT
               VARYING WS-STORE-IDX FROM 1 BY 1
               UNTIL WS-STORE-IDX > WS-STORE-COUNT.
       1300-EXIT.
           EXIT.

       1350-MATCH-ONE-SEND SECTION.
       1350-START.
           IF WS-SE-ACK-SW(WS-STORE-IDX) = "Y"
                   AND WS-SE-ACK-SEQUENCE(WS-STORE-IDX) = REG-SEQUENCE
               MOVE "Y"       TO WS-SE-REG-SW(WS-STORE-IDX)
               MOVE REG-COUNT TO WS-SE-REG-COUNT(WS-STORE-IDX)
               MOVE REG-HASH  TO WS-SE-REG-HASH(WS-STORE-IDX)
           END-IF.
       1350-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-RECONCILE-ONE-STORE
      * Settles one store's status and prints it. A store with no
      * acknowledgement counts as having loaded nothing, so it is
      * as far behind as the latest sequence. Mismatched totals are
      * reported ahead of an old sequence - a bad load is the worse
      * news. More than one sequence behind raises an alert.
      *----------------------------------------------------------------
       3000-RECONCILE-ONE-STORE SECTION.
       3000-START.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-SE-STORE-CODE(WS-STORE-IDX) TO DL-STORE-CODE.
           MOVE WS-SE-STORE-NAME(WS-STORE-IDX) TO DL-STORE-NAME.

           IF WS-SE-ACK-SW(WS-STORE-IDX) NOT = "Y"
               MOVE WS-LATEST-SEQUENCE TO WS-BEHIND
               MOVE ZERO               TO DL-ACK-SEQUENCE
               MOVE "NO ACKNOWLEDGEMENT" TO DL-STATUS
               ADD 1 TO WS-NO-ACK-COUNT
               GO TO 3000-PRINT
           END-IF.

           MOVE WS-SE-ACK-SEQUENCE(WS-STORE-IDX) TO DL-ACK-SEQUENCE.
           MOVE WS-SE-ACK-DATE(WS-STORE-IDX)     TO DL-LOAD-DATE.
           IF WS-SE-ACK-SEQUENCE(WS-STORE-IDX) > WS-LATEST-SEQUENCE
               MOVE ZERO TO WS-BEHIND
           ELSE
               COMPUTE WS-BEHIND = WS-LATEST-SEQUENCE
                   - WS-SE-ACK-SEQUENCE(WS-STORE-IDX)
           END-IF.

           IF WS-SE-REG-SW(WS-STORE-IDX) NOT = "Y"
               MOVE "SEQUENCE NOT ON PBREG" TO DL-STATUS
               ADD 1 TO WS-MISMATCH-COUNT
               GO TO 3000-PRINT
           END-IF.

           IF WS-SE-ACK-COUNT(WS-STORE-IDX)
                   NOT = WS-SE-REG-COUNT(WS-STORE-IDX)
                   OR WS-SE-ACK-HASH(WS-STORE-IDX)
                       NOT = WS-SE-REG-HASH(WS-STORE-IDX)
               MOVE "LOADED WITH MISMATCHED TOTALS" TO DL-STATUS
               ADD 1 TO WS-MISMATCH-COUNT
               GO TO 3000-PRINT
           END-IF.

           IF WS-BEHIND > ZERO
               MOVE "LOADED AN OLD SEQUENCE" TO DL-STATUS
               ADD 1 TO WS-OLD-COUNT
           ELSE
               MOVE "CURRENT" TO DL-STATUS
               ADD 1 TO WS-CURRENT-COUNT
           END-IF.
       3000-PRINT.
           MOVE WS-BEHIND TO DL-BEHIND.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

           IF WS-BEHIND > 1
               PERFORM 5000-WRITE-ALERT THRU 5000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-ALERT
      * Appends a severity-2 record to the shared OPSALERT alert
      * queue for the ALRTDSP shift report.
      *----------------------------------------------------------------
       5000-WRITE-ALERT SECTION.
       5000-START.
           OPEN EXTEND ALERT-QUEUE.
           IF AQ-FILE-STATUS = "05" OR AQ-FILE-STATUS = "35"
               CLOSE ALERT-QUEUE
               OPEN OUTPUT ALERT-QUEUE
           END-IF.
           IF AQ-FILE-STATUS NOT = "00"
               DISPLAY "PBRECON: UNABLE TO OPEN OPSALERT, STATUS="
                   AQ-FILE-STATUS
               GO TO 5000-EXIT
           END-IF.

           MOVE WS-BEHIND TO WS-BEHIND-ED.
           MOVE SPACES TO WS-ALERT-TEXT.
           STRING "STORE " WS-SE-STORE-CODE(WS-STORE-IDX) " "
               WS-BEHIND-ED " PRICE BOOKS BEHIND"
               DELIMITED BY SIZE INTO WS-ALERT-TEXT.

           MOVE SPACES        TO AQ-RECORD.
           MOVE "PBRECON"     TO AQ-PROGRAM-ID.
           MOVE 2             TO AQ-SEVERITY.
           MOVE WS-ALERT-TEXT TO AQ-ALERT-TEXT.
           ACCEPT AQ-ALERT-DATE FROM DATE YYYYMMDD.
           ACCEPT AQ-ALERT-TIME FROM TIME.
           SET AQ-ALERT-OPEN TO TRUE.
           MOVE SPACES        TO AQ-ACK-OPERATOR.
           WRITE AQ-RECORD.
           CLOSE ALERT-QUEUE.
           ADD 1 TO WS-ALERT-COUNT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the report and prints the run summary. Any store not
      * current ends the run with RC 4.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-STORE-COUNT = ZERO
               MOVE "NO STORES ON PBSTORES" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           CLOSE RECON-REPORT.

           DISPLAY "PBRECON: STORES CURRENT   = " WS-CURRENT-COUNT.
           DISPLAY "PBRECON: OLD SEQUENCE     = " WS-OLD-COUNT.
           DISPLAY "PBRECON: TOTALS MISMATCH  = " WS-MISMATCH-COUNT.
           DISPLAY "PBRECON: NOT ACKNOWLEDGED = " WS-NO-ACK-COUNT.
           DISPLAY "PBRECON: UNKNOWN STORE    = " WS-ACK-UNKNOWN-COUNT.
           DISPLAY "PBRECON: ALERTS RAISED    = " WS-ALERT-COUNT.

           IF WS-OLD-COUNT > ZERO OR WS-MISMATCH-COUNT > ZERO
                   OR WS-NO-ACK-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
