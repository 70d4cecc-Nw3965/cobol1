       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROPAPPR.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. THE APPROVAL SIDE OF THE REORDER
      *                  POLICY REFRESH: READS THE ROPPROP PROPOSALS
      *                  ROPCALC HELD, MATCHES THEM AGAINST
      *                  APPROVE/REJECT DECISIONS ON ROPDEC, REWRITES
      *                  STOCKPOL WITH THE APPROVED VALUES ONLY, AND
      *                  LOGS EVERY DECISION WITH THE OLD AND NEW
      *                  POINT AND QUANTITY ON THE ROPAUDT TRAIL. THE
      *                  SIGNED-ON OPERATOR MUST HOLD SUPERVISOR
      *                  AUTHORITY. A PROPOSAL WHOSE STOCKPOL LINE
      *                  CHANGED SINCE ROPCALC RAN IS LOGGED STALE
      *                  AND DROPPED. UNDECIDED PROPOSALS STAY ON
      *                  ROPPROP.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-PROPOSALS ASSIGN TO "ROPPROP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RP-FILE-STATUS.
           SELECT POLICY-DECISIONS ASSIGN TO "ROPDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RD-FILE-STATUS.
           SELECT STOCK-POLICY ASSIGN TO "STOCKPOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SP-FILE-STATUS.
           SELECT POLICY-AUDIT ASSIGN TO "ROPAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RA-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SIGNSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SES-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-PROPOSALS.
       COPY "ROPPROP.cpy".
       FD  POLICY-DECISIONS.
       01  RD-RECORD.
           05  RD-PRODUCT-ID           PIC X(05).
           05  FILLER                  PIC X(01).
           05  RD-DECISION             PIC X(01).
       FD  STOCK-POLICY.
       01  SP-RECORD.
           05  SP-PRODUCT-ID           PIC X(05).
           05  FILLER                  PIC X(01).
           05  SP-REORDER-POINT        PIC X(07).
           05  FILLER                  PIC X(01).
           05  SP-REORDER-QTY          PIC X(07).
       FD  POLICY-AUDIT.
       01  RA-RECORD.
           05  RA-OPERATOR-ID          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-PRODUCT-ID           PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-OLD-POINT            PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-OLD-QTY              PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-NEW-POINT            PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-NEW-QTY              PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-DECISION             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-LOG-DATE             PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-LOG-TIME             PIC 9(08).
       FD  SESSION-FILE.
       COPY "SESSINFO.cpy".
       WORKING-STORAGE SECTION.
        01 RP-FILE-STATUS             PIC XX.
        01 RD-FILE-STATUS             PIC XX.
        01 SP-FILE-STATUS             PIC XX.
        01 RA-FILE-STATUS             PIC XX.
        01 SES-FILE-STATUS            PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-MATCH-FOUND-SW       PIC X(01) VALUE "N".
              88 WS-MATCH-FOUND               VALUE "Y".
           05 WS-LINE-FOUND-SW        PIC X(01) VALUE "N".
              88 WS-LINE-FOUND                VALUE "Y".
        01 WS-SES-OPERATOR-ID         PIC X(10) VALUE SPACES.
        01 WS-SES-AUTH-LEVEL          PIC X(01) VALUE SPACE.
        01 WS-PROP-COUNT              PIC 9(03) VALUE ZERO.
        01 WS-PROP-TABLE.
           05 WS-PROP-ENTRY OCCURS 500 TIMES.
              10 WS-PT-RECORD         PIC X(48).
              10 WS-PT-DECIDED-SW     PIC X(01).
        01 WS-POLICY-COUNT            PIC 9(04) VALUE ZERO.
        01 WS-POLICY-TABLE.
           05 WS-POLICY-LINE OCCURS 1000 TIMES
                                      PIC X(21).
        01 WS-POLICY-IDX              PIC 9(04) VALUE ZERO.
        01 WS-LINE-IDX                PIC 9(04) VALUE ZERO.
        01 WS-SCAN-IDX                PIC 9(03) VALUE ZERO.
        01 WS-FOUND-IDX               PIC 9(03) VALUE ZERO.
        01 WS-PROP-IDX                PIC 9(03) VALUE ZERO.
        01 WS-LOG-DECISION            PIC X(08).
        01 WS-TODAY-DATE              PIC 9(08).
        01 WS-RUN-TIME                PIC 9(08).
        01 WS-TALLY-COUNTS.
           05 WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-ADDED-COUNT          PIC 9(05) VALUE ZERO.
           05 WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-STALE-COUNT          PIC 9(05) VALUE ZERO.
           05 WS-UNMATCHED-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-REMAINING-COUNT      PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-LOAD-PROPOSALS THRU 1500-EXIT.
           PERFORM 1700-LOAD-STOCK-POLICY THRU 1700-EXIT.
           PERFORM 2000-PROCESS-ONE-DECISION THRU 2000-EXIT
               UNTIL WS-EOF.
           IF WS-APPLIED-COUNT > ZERO
               PERFORM 4500-REWRITE-STOCK-POLICY THRU 4500-EXIT
           END-IF.
           PERFORM 4000-REWRITE-PROPOSALS THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Confirms the signed-on operator holds supervisor authority,
      * then opens the decision file.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN INPUT SESSION-FILE.
           IF SES-FILE-STATUS = "00"
               READ SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SES-OPERATOR-ID TO WS-SES-OPERATOR-ID
                       MOVE SES-AUTH-LEVEL  TO WS-SES-AUTH-LEVEL
               END-READ
               CLOSE SESSION-FILE
           END-IF.

           IF WS-SES-AUTH-LEVEL NOT = "S"
               DISPLAY "ROPAPPR: RUN REFUSED - SIGNED-ON OPERATOR "
                   WS-SES-OPERATOR-ID " LACKS SUPERVISOR AUTHORITY"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT POLICY-DECISIONS.
           IF RD-FILE-STATUS NOT = "00"
               DISPLAY "ROPAPPR: UNABLE TO OPEN ROPDEC - STATUS "
                   RD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-LOAD-PROPOSALS
      * Loads the held proposals awaiting a decision. ROPCALC holds
      * at most one per product, so the table matches its limit.
      *----------------------------------------------------------------
       1500-LOAD-PROPOSALS SECTION.
       1500-START.
           OPEN INPUT POLICY-PROPOSALS.
           IF RP-FILE-STATUS NOT = "00"
               DISPLAY "ROPAPPR: NO ROPPROP FILE - NOTHING TO "
                   "APPROVE"
               CLOSE POLICY-DECISIONS
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               STOP RUN
           END-IF.

           PERFORM 1600-LOAD-ONE-PROPOSAL THRU 1600-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE POLICY-PROPOSALS.
       1500-EXIT.
           EXIT.

       1600-LOAD-ONE-PROPOSAL SECTION.
       1600-START.
           READ POLICY-PROPOSALS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1600-EXIT
           END-READ.

           IF WS-PROP-COUNT = 500
               DISPLAY "ROPAPPR: PROPOSAL TABLE FULL - " RP-PRODUCT-ID
                   " NOT LOADED"
               GO TO 1600-EXIT
           END-IF.

           ADD 1 TO WS-PROP-COUNT.
           MOVE RP-RECORD TO WS-PT-RECORD(WS-PROP-COUNT).
           MOVE "N"       TO WS-PT-DECIDED-SW(WS-PROP-COUNT).
       1600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1700-LOAD-STOCK-POLICY
      * Holds every STOCKPOL line as it stands - bad lines included,
      * so the rewrite drops nothing it did not change.
      *----------------------------------------------------------------
       1700-LOAD-STOCK-POLICY SECTION.
       1700-START.
           OPEN INPUT STOCK-POLICY.
           IF SP-FILE-STATUS NOT = "00"
               DISPLAY "ROPAPPR: NO STOCKPOL - APPROVED PROPOSALS"
                   " START A NEW ONE"
               GO TO 1700-EXIT
           END-IF.

           PERFORM 1800-LOAD-ONE-POLICY THRU 1800-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE STOCK-POLICY.
       1700-EXIT.
           EXIT.

       1800-LOAD-ONE-POLICY SECTION.
       1800-START.
           READ STOCK-POLICY
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1800-EXIT
           END-READ.

           IF WS-POLICY-COUNT = 1000
               DISPLAY "ROPAPPR: STOCKPOL LARGER THAN 1000 LINES -"
                   " RUN REFUSED, NOTHING CHANGED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-POLICY-COUNT.
           MOVE SP-RECORD TO WS-POLICY-LINE(WS-POLICY-COUNT).
       1800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-ONE-DECISION
      * Reads one approve/reject decision, matches it to a held
      * proposal, and carries it out.
      *----------------------------------------------------------------
       2000-PROCESS-ONE-DECISION SECTION.
       2000-START.
           READ POLICY-DECISIONS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.

           SET WS-MATCH-FOUND-SW TO "N".
           PERFORM 2100-MATCH-ONE-PROPOSAL THRU 2100-EXIT
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-PROP-COUNT OR WS-MATCH-FOUND.

           IF NOT WS-MATCH-FOUND
               DISPLAY "ROPAPPR: NO HELD PROPOSAL FOR PRODUCT "
                   RD-PRODUCT-ID " - DECISION IGNORED"
               ADD 1 TO WS-UNMATCHED-COUNT
               GO TO 2000-EXIT
           END-IF.

           MOVE WS-PT-RECORD(WS-FOUND-IDX) TO RP-RECORD.
           IF RD-DECISION = "A"
               PERFORM 3000-APPLY-APPROVED-PROPOSAL THRU 3000-EXIT
           ELSE
               IF RD-DECISION = "R"
                   MOVE "REJECTED" TO WS-LOG-DECISION
                   MOVE "Y" TO WS-PT-DECIDED-SW(WS-FOUND-IDX)
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT
               ELSE
                   DISPLAY "ROPAPPR: DECISION " RD-DECISION
                       " FOR PRODUCT " RD-PRODUCT-ID
                       " NOT A/R - IGNORED"
                   ADD 1 TO WS-UNMATCHED-COUNT
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

       2100-MATCH-ONE-PROPOSAL SECTION.
       2100-START.
           MOVE WS-PT-RECORD(WS-SCAN-IDX) TO RP-RECORD.
           IF RP-PRODUCT-ID = RD-PRODUCT-ID
                   AND WS-PT-DECIDED-SW(WS-SCAN-IDX) = "N"
               SET WS-MATCH-FOUND TO TRUE
               MOVE WS-SCAN-IDX TO WS-FOUND-IDX
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-APPLY-APPROVED-PROPOSAL
      * Applies one approved proposal to the STOCKPOL lines held in
      * storage - replacing the product's line, or adding one for a
      * new policy. A line that no longer carries the values the
      * proposal was based on (or a new-policy product that has
      * since been given a line) is stale and is dropped.
      *----------------------------------------------------------------
       3000-APPLY-APPROVED-PROPOSAL SECTION.
       3000-START.
           SET WS-LINE-FOUND-SW TO "N".
           MOVE ZERO TO WS-LINE-IDX.
           PERFORM 3100-MATCH-ONE-LINE THRU 3100-EXIT
               VARYING WS-POLICY-IDX FROM 1 BY 1
               UNTIL WS-POLICY-IDX > WS-POLICY-COUNT
                   OR WS-LINE-FOUND.

           IF RP-NEW-POLICY
               IF WS-LINE-FOUND
                   DISPLAY "ROPAPPR: PRODUCT " RP-PRODUCT-ID
                       " GAINED A STOCKPOL LINE SINCE PROPOSAL -"
                       " DROPPED"
                   PERFORM 3500-DROP-STALE THRU 3500-EXIT
                   GO TO 3000-EXIT
               END-IF
               IF WS-POLICY-COUNT = 1000
                   DISPLAY "ROPAPPR: STOCKPOL FULL - PRODUCT "
                       RP-PRODUCT-ID " LEFT HELD"
                   GO TO 3000-EXIT
               END-IF
               ADD 1 TO WS-POLICY-COUNT
               MOVE WS-POLICY-COUNT TO WS-LINE-IDX
               ADD 1 TO WS-ADDED-COUNT
           ELSE
               IF NOT WS-LINE-FOUND
                   DISPLAY "ROPAPPR: PRODUCT " RP-PRODUCT-ID
                       " NO LONGER ON STOCKPOL - DROPPED"
                   PERFORM 3500-DROP-STALE THRU 3500-EXIT
                   GO TO 3000-EXIT
               END-IF
               MOVE WS-POLICY-LINE(WS-LINE-IDX) TO SP-RECORD
               IF SP-REORDER-POINT NOT NUMERIC
                       OR SP-REORDER-QTY NOT NUMERIC
                       OR SP-REORDER-POINT NOT = RP-OLD-POINT
                       OR SP-REORDER-QTY NOT = RP-OLD-QTY
                   DISPLAY "ROPAPPR: PRODUCT " RP-PRODUCT-ID
                       " STOCKPOL CHANGED SINCE PROPOSAL - DROPPED"
                   PERFORM 3500-DROP-STALE THRU 3500-EXIT
                   GO TO 3000-EXIT
               END-IF
           END-IF.

           MOVE SPACES        TO SP-RECORD.
           MOVE RP-PRODUCT-ID TO SP-PRODUCT-ID.
           MOVE RP-NEW-POINT  TO SP-REORDER-POINT.
           MOVE RP-NEW-QTY    TO SP-REORDER-QTY.
           MOVE SP-RECORD     TO WS-POLICY-LINE(WS-LINE-IDX).

           MOVE "APPROVED" TO WS-LOG-DECISION.
           MOVE "Y" TO WS-PT-DECIDED-SW(WS-FOUND-IDX).
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT.
       3000-EXIT.
           EXIT.

       3100-MATCH-ONE-LINE SECTION.
       3100-START.
           MOVE WS-POLICY-LINE(WS-POLICY-IDX) TO SP-RECORD.
           IF SP-PRODUCT-ID = RP-PRODUCT-ID
               SET WS-LINE-FOUND TO TRUE
               MOVE WS-POLICY-IDX TO WS-LINE-IDX
           END-IF.
       3100-EXIT.
           EXIT.

       3500-DROP-STALE SECTION.
       3500-START.
           MOVE "STALE" TO WS-LOG-DECISION.
           MOVE "Y" TO WS-PT-DECIDED-SW(WS-FOUND-IDX).
           ADD 1 TO WS-STALE-COUNT.
           PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-REWRITE-PROPOSALS
      * Rewrites ROPPROP with only the proposals still undecided.
      *----------------------------------------------------------------
       4000-REWRITE-PROPOSALS SECTION.
       4000-START.
           OPEN OUTPUT POLICY-PROPOSALS.
           IF RP-FILE-STATUS NOT = "00"
               DISPLAY "ROPAPPR: UNABLE TO REWRITE ROPPROP - STATUS "
                   RP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4100-WRITE-ONE-PROPOSAL THRU 4100-EXIT
               VARYING WS-PROP-IDX FROM 1 BY 1
               UNTIL WS-PROP-IDX > WS-PROP-COUNT.
           CLOSE POLICY-PROPOSALS.
       4000-EXIT.
           EXIT.

       4100-WRITE-ONE-PROPOSAL SECTION.
       4100-START.
           IF WS-PT-DECIDED-SW(WS-PROP-IDX) = "Y"
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-PT-RECORD(WS-PROP-IDX) TO RP-RECORD.
           WRITE RP-RECORD.
           ADD 1 TO WS-REMAINING-COUNT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-REWRITE-STOCK-POLICY
      * Writes STOCKPOL back from storage with the approved values
      * in place. Lines no proposal touched go back as they were.
      *----------------------------------------------------------------
       4500-REWRITE-STOCK-POLICY SECTION.
       4500-START.
           OPEN OUTPUT STOCK-POLICY.
           IF SP-FILE-STATUS NOT = "00"
               DISPLAY "ROPAPPR: UNABLE TO REWRITE STOCKPOL - STATUS "
                   SP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 4500-EXIT
           END-IF.

           PERFORM 4600-WRITE-ONE-POLICY THRU 4600-EXIT
               VARYING WS-POLICY-IDX FROM 1 BY 1
               UNTIL WS-POLICY-IDX > WS-POLICY-COUNT.
           CLOSE STOCK-POLICY.
       4500-EXIT.
           EXIT.

       4600-WRITE-ONE-POLICY SECTION.
       4600-START.
           MOVE WS-POLICY-LINE(WS-POLICY-IDX) TO SP-RECORD.
           WRITE SP-RECORD.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-AUDIT
      * Logs one decision - who decided, which product, the old and
      * the proposed values, and which way it went.
      *----------------------------------------------------------------
       5000-WRITE-AUDIT SECTION.
       5000-START.
           OPEN EXTEND POLICY-AUDIT.
           IF RA-FILE-STATUS = "05" OR RA-FILE-STATUS = "35"
               CLOSE POLICY-AUDIT
               OPEN OUTPUT POLICY-AUDIT
           END-IF.

           MOVE SPACES             TO RA-RECORD.
           MOVE WS-SES-OPERATOR-ID TO RA-OPERATOR-ID.
           MOVE RP-PRODUCT-ID      TO RA-PRODUCT-ID.
           MOVE RP-OLD-POINT       TO RA-OLD-POINT.
           MOVE RP-OLD-QTY         TO RA-OLD-QTY.
           MOVE RP-NEW-POINT       TO RA-NEW-POINT.
           MOVE RP-NEW-QTY         TO RA-NEW-QTY.
           MOVE WS-LOG-DECISION    TO RA-DECISION.
           MOVE WS-TODAY-DATE      TO RA-LOG-DATE.
           MOVE WS-RUN-TIME        TO RA-LOG-TIME.
           WRITE RA-RECORD.
           CLOSE POLICY-AUDIT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the decision file and prints the run summary.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE POLICY-DECISIONS.
           DISPLAY "ROPAPPR: APPLIED      = " WS-APPLIED-COUNT.
           DISPLAY "ROPAPPR: NEW POLICIES = " WS-ADDED-COUNT.
           DISPLAY "ROPAPPR: REJECTED     = " WS-REJECTED-COUNT.
           DISPLAY "ROPAPPR: STALE        = " WS-STALE-COUNT.
           DISPLAY "ROPAPPR: UNMATCHED    = " WS-UNMATCHED-COUNT.
           DISPLAY "ROPAPPR: STILL HELD   = " WS-REMAINING-COUNT.
       9000-EXIT.
           EXIT.
