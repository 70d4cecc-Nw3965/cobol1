       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRNREL.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. SUPERVISOR RELEASE OF THE SCORE
      *                  LINES SCORSCRN HELD ON SCRNHOLD. EACH SCRNRCTL
      *                  CARD NAMES AN ACTION (RELEASE OR DISCARD), A
      *                  SUBJECT AND OPTIONALLY THE OPERATOR WHO KEYED
      *                  THE LINES (BLANK TAKES EVERY OPERATOR IN THE
      *                  SUBJECT). RELEASED LINES GO BACK ON SCOREIN
      *                  FOR THE NEXT GRADER RUN; DISCARDED LINES ARE
      *                  DROPPED FOR RE-KEYING. EVERY LINE ACTED ON IS
      *                  LOGGED TO SCRNRREG WITH THE SUPERVISOR AND
      *                  THE TIME, AND LINES NO CARD NAMES STAY HELD.
      *                  SUPERVISOR AUTHORITY IS REQUIRED. RC 4 WHEN
      *                  A CARD IS INVALID OR MATCHES NO HELD LINE.
      * 10/15/26   OPS   A RELEASED LINE IS STAMPED SI-RELEASED ON
      *                  SCOREIN SO SCORSCRN DOES NOT HOLD IT AGAIN.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELEASE-CONTROL ASSIGN TO "SCRNRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.
           SELECT SCREEN-HOLD ASSIGN TO "SCRNHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HD-FILE-STATUS.
           SELECT SCORE-INPUT ASSIGN TO "SCOREIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SI-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SIGNSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SES-FILE-STATUS.
           SELECT RELEASE-REGISTER ASSIGN TO "SCRNRREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RELEASE-CONTROL.
       01  RC-RECORD.
           05  RC-ACTION               PIC X(07).
           05  FILLER                  PIC X(01).
           05  RC-SUBJECT-CODE         PIC X(03).
           05  FILLER                  PIC X(01).
           05  RC-OPERATOR-ID          PIC X(10).
       FD  SCREEN-HOLD.
       COPY "SCRNHOLD.cpy".
       FD  SCORE-INPUT.
       COPY "SCOREIN.cpy".
       FD  SESSION-FILE.
       COPY "SESSINFO.cpy".
       FD  RELEASE-REGISTER.
       01  REG-RECORD.
           05  REG-ACTION              PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-SCORE-LINE          PIC X(24).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-REASON              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-SUPERVISOR-ID       PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-ACTION-DATE         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-ACTION-TIME         PIC 9(08).
       WORKING-STORAGE SECTION.
        01 RC-FILE-STATUS             PIC XX.
        01 HD-FILE-STATUS             PIC XX.
        01 SI-FILE-STATUS             PIC XX.
        01 SES-FILE-STATUS            PIC XX.
        01 REG-FILE-STATUS            PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-FOUND-SW             PIC X(01) VALUE "N".
              88 WS-FOUND                     VALUE "Y".
        01 WS-SES-OPERATOR-ID         PIC X(10) VALUE SPACES.
        01 WS-SES-AUTH-LEVEL          PIC X(01) VALUE SPACE.
        01 WS-TODAY-DATE              PIC 9(08).
        01 WS-NOW-TIME                PIC 9(08).
        01 WS-CARD-COUNT              PIC 9(03) VALUE ZERO.
        01 WS-CARD-TABLE.
           05 WS-CD-ENTRY OCCURS 100 TIMES.
              10 WS-CD-ACTION         PIC X(07).
              10 WS-CD-SUBJECT        PIC X(03).
              10 WS-CD-OPERATOR       PIC X(10).
              10 WS-CD-USED           PIC 9(05).
        01 WS-CARD-IDX                PIC 9(03) VALUE ZERO.
        01 WS-FOUND-IDX               PIC 9(03) VALUE ZERO.
        01 WS-HOLD-COUNT              PIC 9(04) VALUE ZERO.
        01 WS-HOLD-TABLE.
           05 WS-HL-ENTRY OCCURS 5000 TIMES.
              10 WS-HL-RECORD         PIC X(63).
        01 WS-HOLD-IDX                PIC 9(04) VALUE ZERO.
        01 WS-TALLY-COUNTS.
           05 WS-RELEASED-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-DISCARDED-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-STILL-HELD-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-BAD-CARD-COUNT       PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-ACT-ON-ONE-LINE THRU 2000-EXIT
               VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT.
           PERFORM 3000-CHECK-ONE-CARD THRU 3000-EXIT
               VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > WS-CARD-COUNT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Reads the session - only a supervisor may release a held
      * batch - loads the release cards and the held lines, and
      * rewrites the hold file empty; lines no card names are put
      * back as they are met.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.

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
               DISPLAY "SCRNREL: RUN REFUSED - SIGNED-ON OPERATOR "
                   WS-SES-OPERATOR-ID " LACKS SUPERVISOR AUTHORITY"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT RELEASE-CONTROL.
           IF RC-FILE-STATUS NOT = "00"
               DISPLAY "SCRNREL: UNABLE TO OPEN SCRNRCTL - STATUS "
                   RC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-ONE-CARD THRU 1100-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE RELEASE-CONTROL.

           OPEN INPUT SCREEN-HOLD.
           IF HD-FILE-STATUS NOT = "00"
               DISPLAY "SCRNREL: NO SCRNHOLD FILE - NOTHING HELD"
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-LOAD-ONE-HELD THRU 1200-EXIT
               UNTIL WS-EOF.
           CLOSE SCREEN-HOLD.

           OPEN OUTPUT RELEASE-REGISTER.
           IF REG-FILE-STATUS NOT = "00"
               DISPLAY "SCRNREL: UNABLE TO OPEN SCRNRREG - STATUS "
                   REG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND SCORE-INPUT.
           IF SI-FILE-STATUS = "05" OR SI-FILE-STATUS = "35"
               CLOSE SCORE-INPUT
               OPEN OUTPUT SCORE-INPUT
           END-IF.
           IF SI-FILE-STATUS NOT = "00"
               DISPLAY "SCRNREL: UNABLE TO OPEN SCOREIN - STATUS "
                   SI-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT SCREEN-HOLD.
           IF HD-FILE-STATUS NOT = "00"
               DISPLAY "SCRNREL: UNABLE TO REWRITE SCRNHOLD - STATUS "
                   HD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-CARD SECTION.
       1100-START.
           READ RELEASE-CONTROL
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF (RC-ACTION NOT = "RELEASE" AND RC-ACTION NOT = "DISCARD")
                   OR RC-SUBJECT-CODE = SPACES
               DISPLAY "SCRNREL: CARD IGNORED - " RC-RECORD
                   " - NEEDS RELEASE/DISCARD AND A SUBJECT"
               ADD 1 TO WS-BAD-CARD-COUNT
               GO TO 1100-EXIT
           END-IF.
           IF WS-CARD-COUNT >= 100
               DISPLAY "SCRNREL: CARD IGNORED - OVER 100 CARDS"
               ADD 1 TO WS-BAD-CARD-COUNT
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-CARD-COUNT.
           MOVE RC-ACTION       TO WS-CD-ACTION(WS-CARD-COUNT).
           MOVE RC-SUBJECT-CODE TO WS-CD-SUBJECT(WS-CARD-COUNT).
           MOVE RC-OPERATOR-ID  TO WS-CD-OPERATOR(WS-CARD-COUNT).
           MOVE ZERO            TO WS-CD-USED(WS-CARD-COUNT).
       1100-EXIT.
           EXIT.

       1200-LOAD-ONE-HELD SECTION.
       1200-START.
           READ SCREEN-HOLD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1200-EXIT
           END-READ.
           IF WS-HOLD-COUNT >= 5000
               DISPLAY "SCRNREL: OVER 5000 HELD LINES - SCRNHOLD LEFT"
                   " AS IS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-HOLD-COUNT.
           MOVE HD-RECORD TO WS-HL-RECORD(WS-HOLD-COUNT).
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-ACT-ON-ONE-LINE
      * The first card naming the line's subject (and operator, when
      * the card gives one) decides it; a line no card names goes
      * back on the hold file. A released line goes back on SCOREIN
      * marked released, so the next screening lets it through.
      *----------------------------------------------------------------
       2000-ACT-ON-ONE-LINE SECTION.
       2000-START.
           MOVE WS-HL-RECORD(WS-HOLD-IDX) TO HD-RECORD.
           SET WS-FOUND-SW TO "N".
           PERFORM 2100-MATCH-ONE-CARD THRU 2100-EXIT
               VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > WS-CARD-COUNT OR WS-FOUND.
           IF NOT WS-FOUND
               WRITE HD-RECORD
               ADD 1 TO WS-STILL-HELD-COUNT
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-CD-USED(WS-FOUND-IDX).
           IF WS-CD-ACTION(WS-FOUND-IDX) = "RELEASE"
               MOVE HD-SCORE-LINE TO SI-RECORD
               SET SI-RELEASED TO TRUE
               WRITE SI-RECORD
               ADD 1 TO WS-RELEASED-COUNT
           ELSE
               ADD 1 TO WS-DISCARDED-COUNT
           END-IF.

           MOVE SPACES                     TO REG-RECORD.
           MOVE WS-CD-ACTION(WS-FOUND-IDX) TO REG-ACTION.
           MOVE HD-SCORE-LINE              TO REG-SCORE-LINE.
           MOVE HD-REASON                  TO REG-REASON.
           MOVE WS-SES-OPERATOR-ID         TO REG-SUPERVISOR-ID.
           MOVE WS-TODAY-DATE              TO REG-ACTION-DATE.
           MOVE WS-NOW-TIME                TO REG-ACTION-TIME.
           WRITE REG-RECORD.
       2000-EXIT.
           EXIT.

       2100-MATCH-ONE-CARD SECTION.
       2100-START.
           IF WS-CD-SUBJECT(WS-CARD-IDX) NOT = HD-SUBJECT-CODE
               GO TO 2100-EXIT
           END-IF.
           IF WS-CD-OPERATOR(WS-CARD-IDX) NOT = SPACES
                   AND WS-CD-OPERATOR(WS-CARD-IDX) NOT = HD-OPERATOR-ID
               GO TO 2100-EXIT
           END-IF.
           SET WS-FOUND TO TRUE.
           MOVE WS-CARD-IDX TO WS-FOUND-IDX.
       2100-EXIT.
           EXIT.

       3000-CHECK-ONE-CARD SECTION.
       3000-START.
           IF WS-CD-USED(WS-CARD-IDX) = ZERO
               DISPLAY "SCRNREL: NO HELD LINES FOR "
                   WS-CD-ACTION(WS-CARD-IDX) " SUBJECT "
                   WS-CD-SUBJECT(WS-CARD-IDX) " OPERATOR "
                   WS-CD-OPERATOR(WS-CARD-IDX)
               ADD 1 TO WS-BAD-CARD-COUNT
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the release summary.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           IF HD-FILE-STATUS = "00"
               CLOSE SCREEN-HOLD SCORE-INPUT RELEASE-REGISTER
           END-IF.
           DISPLAY "SCRNREL: RELEASED    = " WS-RELEASED-COUNT.
           DISPLAY "SCRNREL: DISCARDED   = " WS-DISCARDED-COUNT.
           DISPLAY "SCRNREL: STILL HELD  = " WS-STILL-HELD-COUNT.
           DISPLAY "SCRNREL: BAD CARDS   = " WS-BAD-CARD-COUNT.
           IF WS-BAD-CARD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
