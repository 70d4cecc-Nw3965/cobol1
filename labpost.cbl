       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABPOST.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. LABOR POSTING FOR SIGNAL
      *                  MAINTENANCE. EACH LABTKT LABOR TICKET
      *                  (WORK ORDER, TECHNICIAN, WORK DATE, HOURS
      *                  AND OVERTIME HOURS - TWO IMPLIED DECIMALS)
      *                  IS COSTED AT THE TECHNICIAN'S TECHMAST
      *                  HOURLY RATE, OVERTIME AT TIME AND A HALF.
      *                  AN ACCEPTED TICKET IS APPENDED TO THE
      *                  LABCOST POSTINGS (SEE LABCOST.CPY) AND TO THE
      *                  LBXTRACT LEDGER FEED UNDER SOURCE CODE LABR,
      *                  WHICH GLEXTR JOURNALS THROUGH GLMAP - DEBIT
      *                  SIGNAL MAINTENANCE, CREDIT PAYROLL CLEARING.
      *                  A TICKET AGAINST A WORK ORDER NOT ON TLMAINT,
      *                  OR FOR A TECHNICIAN NOT ON TECHMAST OR
      *                  INACTIVE, IS REJECTED TO LABREJ WITH A
      *                  STANDARD REJECT-REASON CODE (LB01-LB07,
      *                  CATALOGED ON THE SHARED REJCODES FILE) FOR
      *                  REJSUMM. THE LABPRPT REGISTER LISTS THE
      *                  POSTED TICKETS BY WORK ORDER AND TECHNICIAN
      *                  WITH WORK-ORDER AND RUN TOTALS. RC 4 WHEN
      *                  ANY TICKET IS REJECTED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABOR-TICKETS ASSIGN TO "LABTKT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LT-FILE-STATUS.
           SELECT TECH-MASTER ASSIGN TO "TECHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TC-TECH-ID
               FILE STATUS IS TC-FILE-STATUS.
           SELECT MAINT-DISPATCH ASSIGN TO "TLMAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MD-FILE-STATUS.
           SELECT LABOR-POSTINGS ASSIGN TO "LABCOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LC-FILE-STATUS.
           SELECT LABOR-FEED ASSIGN TO "LBXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GF-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO "LABREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJ-FILE-STATUS.
           SELECT POSTING-REPORT ASSIGN TO "LABPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LABOR-TICKETS.
       01  LT-RECORD.
           05  LT-WORK-ORDER-NO        PIC 9(06).
           05  FILLER                  PIC X(01).
           05  LT-TECH-ID              PIC X(06).
           05  FILLER                  PIC X(01).
           05  LT-WORK-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  LT-HOURS                PIC 9(02)V99.
           05  FILLER                  PIC X(01).
           05  LT-OT-HOURS             PIC 9(02)V99.
       FD  TECH-MASTER.
       COPY "TECHMAST.cpy".
       FD  MAINT-DISPATCH.
       01  MD-RECORD.
           05  MD-WORK-ORDER-NO        PIC 9(06).
           05  FILLER                  PIC X(01).
           05  MD-INTERSECTION-ID      PIC X(05).
           05  FILLER                  PIC X(01).
           05  MD-REASON               PIC X(30).
           05  FILLER                  PIC X(01).
           05  MD-FAULT-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  MD-FAULT-TIME           PIC 9(08).
       FD  LABOR-POSTINGS.
       COPY "LABCOST.cpy".
       FD  LABOR-FEED.
       COPY "GLFEED.cpy".
       FD  REJECT-FILE.
       01  REJ-RECORD.
           05  REJ-ORIGINAL-REC        PIC X(32).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REJ-REASON              PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REJ-REASON-CODE         PIC X(04).
       FD  POSTING-REPORT.
       01  RPT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
        01 LT-FILE-STATUS              PIC XX.
        01 TC-FILE-STATUS              PIC XX.
        01 MD-FILE-STATUS              PIC XX.
        01 LC-FILE-STATUS              PIC XX.
        01 GF-FILE-STATUS              PIC XX.
        01 REJ-FILE-STATUS             PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-ORDER-FOUND-SW       PIC X(01) VALUE "N".
              88 WS-ORDER-FOUND               VALUE "Y".
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-OT-FACTOR                PIC 9V9 VALUE 1.5.
        01 WS-TICKET-COST              PIC 9(07)V99 VALUE ZERO.
        01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
        01 WS-REJECT-CODE              PIC X(04) VALUE SPACES.
        01 WS-WO-COUNT                 PIC 9(04) VALUE ZERO.
        01 WS-WO-TABLE.
           05 WS-WO-NO OCCURS 3000 TIMES PIC 9(06).
        01 WS-WO-IDX                   PIC 9(04) VALUE ZERO.
      *    POSTED TICKETS, HELD FOR THE REGISTER. WS-TK-KEY ORDERS
      *    THE LISTING - WORK ORDER, THEN TECHNICIAN, THEN DATE.
        01 WS-TK-COUNT                 PIC 9(04) VALUE ZERO.
        01 WS-TK-TABLE.
           05 WS-TK-ENTRY OCCURS 2000 TIMES.
              10 WS-TK-KEY.
                 15 WS-TK-WO          PIC 9(06).
                 15 WS-TK-TECH        PIC X(06).
                 15 WS-TK-DATE        PIC 9(08).
              10 WS-TK-NAME           PIC X(30).
              10 WS-TK-TRADE          PIC X(10).
              10 WS-TK-HOURS          PIC 9(02)V99.
              10 WS-TK-OT-HOURS       PIC 9(02)V99.
              10 WS-TK-RATE           PIC 9(03)V99.
              10 WS-TK-COST           PIC 9(07)V99.
              10 WS-TK-PRINTED-SW     PIC X(01).
                 88 WS-TK-PRINTED             VALUE "Y".
        01 WS-TK-IDX                   PIC 9(04) VALUE ZERO.
        01 WS-LOW-IDX                  PIC 9(04) VALUE ZERO.
        01 WS-LOW-KEY                  PIC X(20) VALUE SPACES.
        01 WS-PRINTED-COUNT            PIC 9(04) VALUE ZERO.
        01 WS-PRIOR-WO                 PIC 9(06) VALUE ZERO.
        01 WS-WO-HOURS                 PIC 9(05)V99 VALUE ZERO.
        01 WS-WO-OT-HOURS              PIC 9(05)V99 VALUE ZERO.
        01 WS-WO-COST                  PIC 9(09)V99 VALUE ZERO.
        01 WS-RUN-HOURS                PIC 9(05)V99 VALUE ZERO.
        01 WS-RUN-OT-HOURS             PIC 9(05)V99 VALUE ZERO.
        01 WS-RUN-COST                 PIC 9(09)V99 VALUE ZERO.
        01 WS-TALLY-COUNTS.
           05 WS-READ-COUNT           PIC 9(05) VALUE ZERO.
           05 WS-POSTED-COUNT         PIC 9(05) VALUE ZERO.
           05 WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-UNLISTED-COUNT       PIC 9(05) VALUE ZERO.
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(28) VALUE
                  "LABOR POSTING REGISTER FOR  ".
           05 HL-DATE                 PIC 9(08).
        01 WS-COLUMN-LINE.
           05 FILLER                  PIC X(30) VALUE
                  "WORK ORD TECH   NAME          ".
           05 FILLER                  PIC X(30) VALUE
                  "                 TRADE      WK".
           05 FILLER                  PIC X(30) VALUE
                  " DATE  HOURS  OT HR   RATE    ".
           05 FILLER                  PIC X(09) VALUE
                  "     COST".
        01 WS-DETAIL-LINE.
           05 DL-WORK-ORDER-NO        PIC 9(06).
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 DL-TECH-ID              PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-NAME                 PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-TRADE                PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-WORK-DATE            PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-HOURS                PIC Z9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-OT-HOURS             PIC Z9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-RATE                 PIC ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DL-COST                 PIC Z,ZZZ,ZZ9.99.
        01 WS-TOTAL-LINE.
           05 TL-LABEL                PIC X(30).
           05 FILLER                  PIC X(07) VALUE " HOURS ".
           05 TL-HOURS                PIC ZZ,ZZ9.99.
           05 FILLER                  PIC X(08) VALUE "  OT HRS".
           05 TL-OT-HOURS             PIC ZZ,ZZ9.99.
           05 FILLER                  PIC X(07) VALUE "  COST ".
           05 TL-COST                 PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-POST-ONE-TICKET THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 4000-PRINT-REGISTER THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Loads the work-order numbers from TLMAINT, and opens the
      * tickets, the technician master, the postings, the ledger
      * feed and the register.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           OPEN INPUT MAINT-DISPATCH.
           IF MD-FILE-STATUS NOT = "00"
               DISPLAY "LABPOST: UNABLE TO OPEN TLMAINT - STATUS "
                   MD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-ONE-ORDER THRU 1100-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE MAINT-DISPATCH.

           OPEN INPUT LABOR-TICKETS.
           IF LT-FILE-STATUS NOT = "00"
               DISPLAY "LABPOST: UNABLE TO OPEN LABTKT - STATUS "
                   LT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT TECH-MASTER.
           IF TC-FILE-STATUS NOT = "00"
               DISPLAY "LABPOST: UNABLE TO OPEN TECHMAST - STATUS "
                   TC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND LABOR-POSTINGS.
           IF LC-FILE-STATUS = "05" OR LC-FILE-STATUS = "35"
               CLOSE LABOR-POSTINGS
               OPEN OUTPUT LABOR-POSTINGS
           END-IF.
           IF LC-FILE-STATUS NOT = "00"
               DISPLAY "LABPOST: UNABLE TO OPEN LABCOST - STATUS "
                   LC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND LABOR-FEED.
           IF GF-FILE-STATUS = "05" OR GF-FILE-STATUS = "35"
               CLOSE LABOR-FEED
               OPEN OUTPUT LABOR-FEED
           END-IF.
           IF GF-FILE-STATUS NOT = "00"
               DISPLAY "LABPOST: UNABLE TO OPEN LBXTRACT - STATUS "
                   GF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT POSTING-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "LABPOST: UNABLE TO OPEN LABPRPT - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-TODAY-DATE TO HL-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-COLUMN-LINE.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-ORDER SECTION.
       1100-START.
           READ MAINT-DISPATCH
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF MD-WORK-ORDER-NO NOT NUMERIC
               GO TO 1100-EXIT
           END-IF.
           IF WS-WO-COUNT = 3000
               DISPLAY "LABPOST: WORK ORDER TABLE FULL AT "
                   MD-WORK-ORDER-NO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-WO-COUNT.
           MOVE MD-WORK-ORDER-NO TO WS-WO-NO(WS-WO-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-POST-ONE-TICKET
      * Validates one labor ticket against the work orders and the
      * technician master, costs it, and posts it to LABCOST and
      * the ledger feed.
      *----------------------------------------------------------------
       2000-POST-ONE-TICKET SECTION.
       2000-START.
           READ LABOR-TICKETS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.

           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-REJECT-CODE.

           IF LT-WORK-ORDER-NO NOT NUMERIC
               MOVE "WORK ORDER NOT NUMERIC" TO WS-REJECT-REASON
               MOVE "LB01" TO WS-REJECT-CODE
               PERFORM 5500-WRITE-REJECT-FILE THRU 5500-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF LT-WORK-DATE NOT NUMERIC OR LT-WORK-DATE = ZERO
               MOVE "WORK DATE NOT NUMERIC" TO WS-REJECT-REASON
               MOVE "LB07" TO WS-REJECT-CODE
               PERFORM 5500-WRITE-REJECT-FILE THRU 5500-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF LT-HOURS NOT NUMERIC OR LT-OT-HOURS NOT NUMERIC
               MOVE "HOURS NOT NUMERIC" TO WS-REJECT-REASON
               MOVE "LB05" TO WS-REJECT-CODE
               PERFORM 5500-WRITE-REJECT-FILE THRU 5500-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF LT-HOURS = ZERO AND LT-OT-HOURS = ZERO
               MOVE "NO HOURS ON TICKET" TO WS-REJECT-REASON
               MOVE "LB06" TO WS-REJECT-CODE
               PERFORM 5500-WRITE-REJECT-FILE THRU 5500-EXIT
               GO TO 2000-EXIT
           END-IF.

           SET WS-ORDER-FOUND-SW TO "N".
           PERFORM 2100-MATCH-ONE-ORDER THRU 2100-EXIT
               VARYING WS-WO-IDX FROM 1 BY 1
               UNTIL WS-WO-IDX > WS-WO-COUNT OR WS-ORDER-FOUND.
           IF NOT WS-ORDER-FOUND
               MOVE "WORK ORDER NOT ON TLMAINT" TO WS-REJECT-REASON
               MOVE "LB02" TO WS-REJECT-CODE
               PERFORM 5500-WRITE-REJECT-FILE THRU 5500-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE LT-TECH-ID TO TC-TECH-ID.
           READ TECH-MASTER
               INVALID KEY
                   MOVE "TECHNICIAN NOT ON MASTER"
                       TO WS-REJECT-REASON
                   MOVE "LB03" TO WS-REJECT-CODE
           END-READ.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 5500-WRITE-REJECT-FILE THRU 5500-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF NOT TC-ACTIVE
               MOVE "TECHNICIAN INACTIVE" TO WS-REJECT-REASON
               MOVE "LB04" TO WS-REJECT-CODE
               PERFORM 5500-WRITE-REJECT-FILE THRU 5500-EXIT
               GO TO 2000-EXIT
           END-IF.

           COMPUTE WS-TICKET-COST ROUNDED =
               LT-HOURS * TC-HOURLY-RATE
               + LT-OT-HOURS * TC-HOURLY-RATE * WS-OT-FACTOR.

           PERFORM 3000-WRITE-POSTINGS THRU 3000-EXIT.
           ADD 1 TO WS-POSTED-COUNT.
           PERFORM 3500-HOLD-FOR-REGISTER THRU 3500-EXIT.
       2000-EXIT.
           EXIT.

       2100-MATCH-ONE-ORDER SECTION.
       2100-START.
           IF WS-WO-NO(WS-WO-IDX) = LT-WORK-ORDER-NO
               SET WS-ORDER-FOUND TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-WRITE-POSTINGS
      * The costed LABCOST posting and its LABR row on the ledger
      * feed - the work order as reference, the technician as party.
      *----------------------------------------------------------------
       3000-WRITE-POSTINGS SECTION.
       3000-START.
           MOVE SPACES           TO LC-RECORD.
           MOVE LT-WORK-ORDER-NO TO LC-WORK-ORDER-NO.
           MOVE LT-TECH-ID       TO LC-TECH-ID.
           MOVE LT-WORK-DATE     TO LC-WORK-DATE.
           MOVE LT-HOURS         TO LC-HOURS.
           MOVE LT-OT-HOURS      TO LC-OT-HOURS.
           MOVE TC-HOURLY-RATE   TO LC-RATE.
           MOVE WS-TICKET-COST   TO LC-COST.
           MOVE WS-TODAY-DATE    TO LC-POST-DATE.
           WRITE LC-RECORD.

           IF WS-TICKET-COST = ZERO
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES           TO GF-RECORD.
           MOVE "LABR"           TO GF-SOURCE-CODE.
           MOVE LT-WORK-ORDER-NO TO GF-REFERENCE.
           MOVE LT-TECH-ID       TO GF-PARTY.
           MOVE WS-TICKET-COST   TO GF-AMOUNT.
           MOVE WS-TODAY-DATE    TO GF-POST-DATE.
           WRITE GF-RECORD.
       3000-EXIT.
           EXIT.

       3500-HOLD-FOR-REGISTER SECTION.
       3500-START.
           IF WS-TK-COUNT = 2000
               ADD 1 TO WS-UNLISTED-COUNT
               GO TO 3500-EXIT
           END-IF.
           ADD 1 TO WS-TK-COUNT.
           MOVE LT-WORK-ORDER-NO TO WS-TK-WO(WS-TK-COUNT).
           MOVE LT-TECH-ID       TO WS-TK-TECH(WS-TK-COUNT).
           MOVE LT-WORK-DATE     TO WS-TK-DATE(WS-TK-COUNT).
           MOVE TC-NAME          TO WS-TK-NAME(WS-TK-COUNT).
           MOVE TC-TRADE         TO WS-TK-TRADE(WS-TK-COUNT).
           MOVE LT-HOURS         TO WS-TK-HOURS(WS-TK-COUNT).
           MOVE LT-OT-HOURS      TO WS-TK-OT-HOURS(WS-TK-COUNT).
           MOVE TC-HOURLY-RATE   TO WS-TK-RATE(WS-TK-COUNT).
           MOVE WS-TICKET-COST   TO WS-TK-COST(WS-TK-COUNT).
           MOVE "N"              TO WS-TK-PRINTED-SW(WS-TK-COUNT).
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-PRINT-REGISTER
      * Lists the posted tickets in work order, technician and date
      * order - each pass picks the lowest ticket not yet printed -
      * with a total as each work order ends and a run total.
      *----------------------------------------------------------------
       4000-PRINT-REGISTER SECTION.
       4000-START.
           IF WS-TK-COUNT = ZERO
               MOVE "NO TICKETS POSTED" TO RPT-LINE
               WRITE RPT-LINE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-PRINT-NEXT-TICKET THRU 4100-EXIT
               UNTIL WS-PRINTED-COUNT = WS-TK-COUNT.
           PERFORM 4300-PRINT-ORDER-TOTAL THRU 4300-EXIT.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "RUN TOTAL"     TO TL-LABEL.
           MOVE WS-RUN-HOURS    TO TL-HOURS.
           MOVE WS-RUN-OT-HOURS TO TL-OT-HOURS.
           MOVE WS-RUN-COST     TO TL-COST.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
       4000-EXIT.
           EXIT.

       4100-PRINT-NEXT-TICKET SECTION.
       4100-START.
           MOVE HIGH-VALUES TO WS-LOW-KEY.
           MOVE ZERO TO WS-LOW-IDX.
           PERFORM 4200-CHECK-ONE-TICKET THRU 4200-EXIT
               VARYING WS-TK-IDX FROM 1 BY 1
               UNTIL WS-TK-IDX > WS-TK-COUNT.
           MOVE "Y" TO WS-TK-PRINTED-SW(WS-LOW-IDX).
           ADD 1 TO WS-PRINTED-COUNT.

           IF WS-PRINTED-COUNT > 1
                   AND WS-TK-WO(WS-LOW-IDX) NOT = WS-PRIOR-WO
               PERFORM 4300-PRINT-ORDER-TOTAL THRU 4300-EXIT
           END-IF.
           MOVE WS-TK-WO(WS-LOW-IDX) TO WS-PRIOR-WO.

           MOVE WS-TK-WO(WS-LOW-IDX)       TO DL-WORK-ORDER-NO.
           MOVE WS-TK-TECH(WS-LOW-IDX)     TO DL-TECH-ID.
           MOVE WS-TK-NAME(WS-LOW-IDX)     TO DL-NAME.
           MOVE WS-TK-TRADE(WS-LOW-IDX)    TO DL-TRADE.
           MOVE WS-TK-DATE(WS-LOW-IDX)     TO DL-WORK-DATE.
           MOVE WS-TK-HOURS(WS-LOW-IDX)    TO DL-HOURS.
           MOVE WS-TK-OT-HOURS(WS-LOW-IDX) TO DL-OT-HOURS.
           MOVE WS-TK-RATE(WS-LOW-IDX)     TO DL-RATE.
           MOVE WS-TK-COST(WS-LOW-IDX)     TO DL-COST.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

           ADD WS-TK-HOURS(WS-LOW-IDX)    TO WS-WO-HOURS WS-RUN-HOURS.
           ADD WS-TK-OT-HOURS(WS-LOW-IDX)
               TO WS-WO-OT-HOURS WS-RUN-OT-HOURS.
           ADD WS-TK-COST(WS-LOW-IDX)     TO WS-WO-COST WS-RUN-COST.
       4100-EXIT.
           EXIT.

       4200-CHECK-ONE-TICKET SECTION.
       4200-START.
           IF WS-TK-PRINTED(WS-TK-IDX)
               GO TO 4200-EXIT
           END-IF.
           IF WS-TK-KEY(WS-TK-IDX) < WS-LOW-KEY
               MOVE WS-TK-KEY(WS-TK-IDX) TO WS-LOW-KEY
               MOVE WS-TK-IDX TO WS-LOW-IDX
           END-IF.
       4200-EXIT.
           EXIT.

       4300-PRINT-ORDER-TOTAL SECTION.
       4300-START.
           MOVE SPACES TO TL-LABEL.
           STRING "  WORK ORDER " WS-PRIOR-WO " TOTAL"
               DELIMITED BY SIZE INTO TL-LABEL.
           MOVE WS-WO-HOURS    TO TL-HOURS.
           MOVE WS-WO-OT-HOURS TO TL-OT-HOURS.
           MOVE WS-WO-COST     TO TL-COST.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.
           MOVE ZERO TO WS-WO-HOURS WS-WO-OT-HOURS WS-WO-COST.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5500-WRITE-REJECT-FILE
      * Appends the rejected ticket, the reason and its REJCODES
      * code to LABREJ.
      *----------------------------------------------------------------
       5500-WRITE-REJECT-FILE SECTION.
       5500-START.
           ADD 1 TO WS-REJECTED-COUNT.
           OPEN EXTEND REJECT-FILE.
           IF REJ-FILE-STATUS = "05" OR REJ-FILE-STATUS = "35"
               CLOSE REJECT-FILE
               OPEN OUTPUT REJECT-FILE
           END-IF.
           IF REJ-FILE-STATUS NOT = "00"
               DISPLAY "LABPOST: UNABLE TO OPEN LABREJ, STATUS="
                   REJ-FILE-STATUS
               GO TO 5500-EXIT
           END-IF.

           MOVE SPACES           TO REJ-RECORD.
           MOVE LT-RECORD        TO REJ-ORIGINAL-REC.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           MOVE WS-REJECT-CODE   TO REJ-REASON-CODE.
           WRITE REJ-RECORD.
           CLOSE REJECT-FILE.
       5500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the posting summary.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE LABOR-TICKETS TECH-MASTER LABOR-POSTINGS LABOR-FEED
               POSTING-REPORT.
           DISPLAY "LABPOST: TICKETS READ     = " WS-READ-COUNT.
           DISPLAY "LABPOST: TICKETS POSTED   = " WS-POSTED-COUNT.
           DISPLAY "LABPOST: TICKETS REJECTED = " WS-REJECTED-COUNT.
           IF WS-UNLISTED-COUNT > ZERO
               DISPLAY "LABPOST: POSTED BUT NOT LISTED - TABLE FULL = "
                   WS-UNLISTED-COUNT
           END-IF.
           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
