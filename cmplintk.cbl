       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPLINTK.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. CITIZEN COMPLAINT INTAKE. EACH
      *                  CMPLTRN LINE KEYED FROM A PHONE CALL OR EMAIL
      *                  (COMPLAINT NUMBER, INTERSECTION, DATE, TIME,
      *                  CATEGORY, DESCRIPTION) IS CHECKED AGAINST
      *                  INTXMAST AND FILED ON THE CMPLMAST REGISTER.
      *                  A COMPLAINT IS LINKED TO THE LATEST OPEN
      *                  BREAKDOWN WORK ORDER ON TLMAINT FOR ITS
      *                  INTERSECTION (NO TLMCOMP COMPLETION, NOT A
      *                  PLANNED PM ORDER); FAILING THAT TO THE LATEST
      *                  SIGREVW REVIEW ITEM THERE NOT YET CLOSED;
      *                  FAILING THAT A NEW OPEN REVIEW ITEM IS QUEUED
      *                  FOR THE SIGNAL DESK UNDER THE NEXT SIGRVSEQ
      *                  NUMBER AND THE COMPLAINT LINKED TO IT. EVERY
      *                  COMPLAINT LANDS ON THE CMPLREG REGISTER WITH
      *                  ITS LINK OR REJECT REASON; RC 4 WHEN ANY IS
      *                  REJECTED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMPL-TRANS ASSIGN TO "CMPLTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CT-FILE-STATUS.
           SELECT COMPLAINT-MASTER ASSIGN TO "CMPLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-COMPLAINT-NO
               FILE STATUS IS CP-FILE-STATUS.
           SELECT INTERSECTION-MASTER ASSIGN TO "INTXMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IX-INTERSECTION-ID
               FILE STATUS IS IX-FILE-STATUS.
           SELECT MAINT-DISPATCH ASSIGN TO "TLMAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MD-FILE-STATUS.
           SELECT MAINT-COMPLETIONS ASSIGN TO "TLMCOMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MC-FILE-STATUS.
           SELECT SIGNAL-REVIEW ASSIGN TO "SIGREVW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-SEQ-NO
               FILE STATUS IS SR-FILE-STATUS.
           SELECT REVIEW-SEQUENCE ASSIGN TO "SIGRVSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RVS-FILE-STATUS.
           SELECT CMPL-REGISTER ASSIGN TO "CMPLREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CMPL-TRANS.
       01  CT-RECORD.
           05  CT-COMPLAINT-NO         PIC X(08).
           05  FILLER                  PIC X(01).
           05  CT-INTERSECTION-ID      PIC X(05).
           05  FILLER                  PIC X(01).
           05  CT-COMPLAINT-DATE       PIC X(08).
           05  FILLER                  PIC X(01).
           05  CT-COMPLAINT-TIME       PIC X(06).
           05  FILLER                  PIC X(01).
           05  CT-CATEGORY             PIC X(04).
           05  FILLER                  PIC X(01).
           05  CT-DESCRIPTION          PIC X(40).
       FD  COMPLAINT-MASTER.
       COPY "CMPLMAST.cpy".
       FD  INTERSECTION-MASTER.
       COPY "INTXMAST.cpy".
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
       FD  MAINT-COMPLETIONS.
       01  MC-RECORD.
           05  MC-WORK-ORDER-NO        PIC 9(06).
           05  FILLER                  PIC X(01).
           05  MC-COMP-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  MC-ACTION-TAKEN         PIC X(30).
       FD  SIGNAL-REVIEW.
       COPY "SIGREVW.cpy".
       FD  REVIEW-SEQUENCE.
       01  RVS-RECORD.
           05  RVS-NEXT-NUMBER         PIC 9(07).
       FD  CMPL-REGISTER.
       01  REG-RECORD.
           05  REG-COMPLAINT-NO        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-INTERSECTION-ID     PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-CATEGORY            PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-RESULT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-LINK                PIC X(18).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-REASON              PIC X(30).
       WORKING-STORAGE SECTION.
        01 CT-FILE-STATUS              PIC XX.
        01 CP-FILE-STATUS              PIC XX.
        01 IX-FILE-STATUS              PIC XX.
        01 MD-FILE-STATUS              PIC XX.
        01 MC-FILE-STATUS              PIC XX.
        01 SR-FILE-STATUS              PIC XX.
        01 RVS-FILE-STATUS             PIC XX.
        01 REG-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-TRANS-VALID-SW       PIC X(01) VALUE "N".
              88 WS-TRANS-VALID               VALUE "Y".
           05 WS-COMP-FOUND-SW        PIC X(01) VALUE "N".
              88 WS-COMP-FOUND                VALUE "Y".
        01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
        01 WS-REGISTER-RESULT          PIC X(08) VALUE SPACES.
        01 WS-REVIEW-SEQ-NO            PIC 9(07) VALUE ZERO.
        01 WS-COMP-COUNT               PIC 9(04) VALUE ZERO.
        01 WS-COMP-TABLE.
           05 WS-COMP-WO OCCURS 3000 TIMES PIC 9(06).
        01 WS-COMP-IDX                 PIC 9(04) VALUE ZERO.
        01 WS-OPEN-WO-COUNT            PIC 9(04) VALUE ZERO.
        01 WS-OPEN-WO-TABLE.
           05 WS-OW-ENTRY OCCURS 2000 TIMES.
              10 WS-OW-INTERSECTION   PIC X(05).
              10 WS-OW-WO             PIC 9(06).
        01 WS-OPEN-WO-IDX              PIC 9(04) VALUE ZERO.
        01 WS-OPEN-REV-COUNT           PIC 9(04) VALUE ZERO.
        01 WS-OPEN-REV-TABLE.
           05 WS-OR-ENTRY OCCURS 2000 TIMES.
              10 WS-OR-INTERSECTION   PIC X(05).
              10 WS-OR-SEQ-NO         PIC 9(07).
        01 WS-OPEN-REV-IDX             PIC 9(04) VALUE ZERO.
        01 WS-LINK-WO                  PIC 9(06) VALUE ZERO.
        01 WS-LINK-REVIEW              PIC 9(07) VALUE ZERO.
        01 WS-LINK-WO-TEXT.
           05 FILLER                  PIC X(03) VALUE "WO ".
           05 LW-WO                   PIC 9(06).
        01 WS-LINK-REV-TEXT.
           05 FILLER                  PIC X(07) VALUE "REVIEW ".
           05 LR-SEQ-NO               PIC 9(07).
        01 WS-TALLY-COUNTS.
           05 WS-READ-COUNT           PIC 9(05) VALUE ZERO.
           05 WS-WO-LINK-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-REV-LINK-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-NEW-REV-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-TABLE-FULL-COUNT     PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ONE-COMPLAINT THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Loads the open work orders and open review items by
      * intersection, then opens the complaints, the register, the
      * intersection master and the complaint master - created on
      * first use.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           OPEN INPUT MAINT-COMPLETIONS.
           IF MC-FILE-STATUS = "00"
               PERFORM 1100-LOAD-ONE-COMPLETION THRU 1100-EXIT
                   UNTIL WS-EOF OR WS-COMP-COUNT = 3000
               SET WS-EOF-SW TO "N"
               CLOSE MAINT-COMPLETIONS
           END-IF.

           OPEN INPUT MAINT-DISPATCH.
           IF MD-FILE-STATUS = "00"
               PERFORM 1200-LOAD-ONE-DISPATCH THRU 1200-EXIT
                   UNTIL WS-EOF
               SET WS-EOF-SW TO "N"
               CLOSE MAINT-DISPATCH
           END-IF.

           OPEN INPUT SIGNAL-REVIEW.
           IF SR-FILE-STATUS = "00"
               PERFORM 1300-LOAD-ONE-REVIEW THRU 1300-EXIT
                   UNTIL WS-EOF
               SET WS-EOF-SW TO "N"
               CLOSE SIGNAL-REVIEW
           END-IF.

           OPEN INPUT CMPL-TRANS.
           IF CT-FILE-STATUS NOT = "00"
               DISPLAY "CMPLINTK: UNABLE TO OPEN CMPLTRN - STATUS "
                   CT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CMPL-REGISTER.
           IF REG-FILE-STATUS NOT = "00"
               DISPLAY "CMPLINTK: UNABLE TO OPEN CMPLREG - STATUS "
                   REG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT INTERSECTION-MASTER.
           IF IX-FILE-STATUS NOT = "00"
               DISPLAY "CMPLINTK: UNABLE TO OPEN INTXMAST - STATUS "
                   IX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O COMPLAINT-MASTER.
           IF CP-FILE-STATUS = "35"
               OPEN OUTPUT COMPLAINT-MASTER
               CLOSE COMPLAINT-MASTER
               OPEN I-O COMPLAINT-MASTER
           END-IF.
           IF CP-FILE-STATUS NOT = "00"
               DISPLAY "CMPLINTK: UNABLE TO OPEN CMPLMAST - STATUS "
                   CP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-COMPLETION SECTION.
       1100-START.
           READ MAINT-COMPLETIONS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           ADD 1 TO WS-COMP-COUNT.
           MOVE MC-WORK-ORDER-NO TO WS-COMP-WO(WS-COMP-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-LOAD-ONE-DISPATCH
      * Keeps each breakdown work order with no completion. TLMAINT
      * is in dispatch order, so the last one kept for an
      * intersection is its latest.
      *----------------------------------------------------------------
       1200-LOAD-ONE-DISPATCH SECTION.
       1200-START.
           READ MAINT-DISPATCH
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1200-EXIT
           END-READ.
           IF MD-REASON(1:3) = "PM "
               GO TO 1200-EXIT
           END-IF.

           SET WS-COMP-FOUND-SW TO "N".
           PERFORM 1250-MATCH-ONE-COMPLETION THRU 1250-EXIT
               VARYING WS-COMP-IDX FROM 1 BY 1
               UNTIL WS-COMP-IDX > WS-COMP-COUNT OR WS-COMP-FOUND.
           IF WS-COMP-FOUND
               GO TO 1200-EXIT
           END-IF.

           IF WS-OPEN-WO-COUNT = 2000
               ADD 1 TO WS-TABLE-FULL-COUNT
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-OPEN-WO-COUNT.
           MOVE MD-INTERSECTION-ID
               TO WS-OW-INTERSECTION(WS-OPEN-WO-COUNT).
           MOVE MD-WORK-ORDER-NO TO WS-OW-WO(WS-OPEN-WO-COUNT).
       1200-EXIT.
           EXIT.

       1250-MATCH-ONE-COMPLETION SECTION.
       1250-START.
           IF WS-COMP-WO(WS-COMP-IDX) = MD-WORK-ORDER-NO
               SET WS-COMP-FOUND TO TRUE
           END-IF.
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-LOAD-ONE-REVIEW
      * Keeps each review item not yet closed - open, acknowledged
      * or dispatched. The queue is in sequence order, so the last
      * one kept for an intersection is its latest.
      *----------------------------------------------------------------
       1300-LOAD-ONE-REVIEW SECTION.
       1300-START.
           READ SIGNAL-REVIEW NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1300-EXIT
           END-READ.
           IF SR-CLOSED
               GO TO 1300-EXIT
           END-IF.
           IF WS-OPEN-REV-COUNT = 2000
               ADD 1 TO WS-TABLE-FULL-COUNT
               GO TO 1300-EXIT
           END-IF.
           ADD 1 TO WS-OPEN-REV-COUNT.
           MOVE SR-INTERSECTION-ID
               TO WS-OR-INTERSECTION(WS-OPEN-REV-COUNT).
           MOVE SR-SEQ-NO TO WS-OR-SEQ-NO(WS-OPEN-REV-COUNT).
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-ONE-COMPLAINT
      * Reads one complaint, validates it, links it and files it on
      * the complaint master, or registers it as rejected.
      *----------------------------------------------------------------
       2000-PROCESS-ONE-COMPLAINT SECTION.
       2000-START.
           READ CMPL-TRANS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO REG-RECORD.

           PERFORM 3000-VALIDATE-COMPLAINT THRU 3000-EXIT.
           IF NOT WS-TRANS-VALID
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED" TO WS-REGISTER-RESULT
               PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 4000-LINK-COMPLAINT THRU 4000-EXIT.
           PERFORM 4500-FILE-COMPLAINT THRU 4500-EXIT.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-VALIDATE-COMPLAINT
      * A complaint needs a new complaint number, an intersection on
      * INTXMAST, a numeric date and time and a known category.
      *----------------------------------------------------------------
       3000-VALIDATE-COMPLAINT SECTION.
       3000-START.
           SET WS-TRANS-VALID-SW TO "N".
           MOVE SPACES TO WS-REJECT-REASON.

           IF CT-COMPLAINT-NO = SPACES OR CT-COMPLAINT-NO = LOW-VALUES
               MOVE "BLANK COMPLAINT NUMBER" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.

           MOVE CT-COMPLAINT-NO TO CP-COMPLAINT-NO.
           READ COMPLAINT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "COMPLAINT ALREADY ON FILE"
                       TO WS-REJECT-REASON
                   GO TO 3000-EXIT
           END-READ.

           MOVE CT-INTERSECTION-ID TO IX-INTERSECTION-ID.
           READ INTERSECTION-MASTER
               INVALID KEY
                   MOVE "INTERSECTION NOT ON MASTER"
                       TO WS-REJECT-REASON
                   GO TO 3000-EXIT
           END-READ.

           IF CT-COMPLAINT-DATE NOT NUMERIC
               MOVE "COMPLAINT DATE NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.

           IF CT-COMPLAINT-TIME NOT NUMERIC
               MOVE "COMPLAINT TIME NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.

           MOVE CT-CATEGORY TO CP-CATEGORY.
           IF NOT CP-VALID-CATEGORY
               MOVE "UNKNOWN COMPLAINT CATEGORY" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.

           SET WS-TRANS-VALID TO TRUE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-LINK-COMPLAINT
      * Links to the latest open work order at the intersection,
      * else the latest open review item, else queues a new review
      * item for the signal desk.
      *----------------------------------------------------------------
       4000-LINK-COMPLAINT SECTION.
       4000-START.
           MOVE ZERO TO WS-LINK-WO WS-LINK-REVIEW.
           PERFORM 4100-MATCH-ONE-WORK-ORDER THRU 4100-EXIT
               VARYING WS-OPEN-WO-IDX FROM 1 BY 1
               UNTIL WS-OPEN-WO-IDX > WS-OPEN-WO-COUNT.
           IF WS-LINK-WO > ZERO
               ADD 1 TO WS-WO-LINK-COUNT
               MOVE "LINKED" TO WS-REGISTER-RESULT
               MOVE WS-LINK-WO TO LW-WO
               MOVE WS-LINK-WO-TEXT TO REG-LINK
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4200-MATCH-ONE-REVIEW THRU 4200-EXIT
               VARYING WS-OPEN-REV-IDX FROM 1 BY 1
               UNTIL WS-OPEN-REV-IDX > WS-OPEN-REV-COUNT.
           IF WS-LINK-REVIEW > ZERO
               ADD 1 TO WS-REV-LINK-COUNT
               MOVE "LINKED" TO WS-REGISTER-RESULT
               MOVE WS-LINK-REVIEW TO LR-SEQ-NO
               MOVE WS-LINK-REV-TEXT TO REG-LINK
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4300-QUEUE-REVIEW-ITEM THRU 4300-EXIT.
           ADD 1 TO WS-NEW-REV-COUNT.
           MOVE "NEW REVW" TO WS-REGISTER-RESULT.
           MOVE WS-LINK-REVIEW TO LR-SEQ-NO.
           MOVE WS-LINK-REV-TEXT TO REG-LINK.
       4000-EXIT.
           EXIT.

       4100-MATCH-ONE-WORK-ORDER SECTION.
       4100-START.
           IF WS-OW-INTERSECTION(WS-OPEN-WO-IDX) = CT-INTERSECTION-ID
               MOVE WS-OW-WO(WS-OPEN-WO-IDX) TO WS-LINK-WO
           END-IF.
       4100-EXIT.
           EXIT.

       4200-MATCH-ONE-REVIEW SECTION.
       4200-START.
           IF WS-OR-INTERSECTION(WS-OPEN-REV-IDX)
                   = CT-INTERSECTION-ID
               MOVE WS-OR-SEQ-NO(WS-OPEN-REV-IDX) TO WS-LINK-REVIEW
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4300-QUEUE-REVIEW-ITEM
      * Inserts the complaint on the keyed review queue under the
      * next sequence number, status open, the way PHASECHK queues
      * its exceptions, and keeps it in the open-item table so a
      * second complaint about the same signal joins it.
      *----------------------------------------------------------------
       4300-QUEUE-REVIEW-ITEM SECTION.
       4300-START.
           PERFORM 4400-NEXT-REVIEW-SEQ THRU 4400-EXIT.
           MOVE WS-REVIEW-SEQ-NO TO WS-LINK-REVIEW.

           OPEN I-O SIGNAL-REVIEW.
           IF SR-FILE-STATUS = "35"
               OPEN OUTPUT SIGNAL-REVIEW
               CLOSE SIGNAL-REVIEW
               OPEN I-O SIGNAL-REVIEW
           END-IF.
           IF SR-FILE-STATUS NOT = "00"
               DISPLAY "CMPLINTK: UNABLE TO OPEN SIGREVW, STATUS="
                   SR-FILE-STATUS
               GO TO 4300-EXIT
           END-IF.

           MOVE SPACES             TO SR-RECORD.
           MOVE WS-REVIEW-SEQ-NO   TO SR-SEQ-NO.
           MOVE CT-INTERSECTION-ID TO SR-INTERSECTION-ID.
           MOVE "COMPLAINT"        TO SR-SIGNAL-VALUE.
           MOVE CT-COMPLAINT-DATE  TO SR-REVIEW-DATE.
           MOVE ZERO               TO SR-REVIEW-TIME.
           MOVE CT-COMPLAINT-TIME  TO SR-REVIEW-TIME(1:6).
           SET SR-OPEN TO TRUE.
           MOVE SPACES             TO SR-ASSIGNED-TO.
           MOVE SPACES             TO SR-CLOSE-REASON.
           STRING "COMPLAINT " CT-COMPLAINT-NO " " CT-CATEGORY
               DELIMITED BY SIZE
               INTO SR-RAISE-REASON.
           WRITE SR-RECORD
               INVALID KEY
                   DISPLAY "CMPLINTK: REVIEW ITEM " WS-REVIEW-SEQ-NO
                       " ALREADY ON SIGREVW"
           END-WRITE.
           CLOSE SIGNAL-REVIEW.

           IF WS-OPEN-REV-COUNT = 2000
               ADD 1 TO WS-TABLE-FULL-COUNT
               GO TO 4300-EXIT
           END-IF.
           ADD 1 TO WS-OPEN-REV-COUNT.
           MOVE CT-INTERSECTION-ID
               TO WS-OR-INTERSECTION(WS-OPEN-REV-COUNT).
           MOVE WS-REVIEW-SEQ-NO TO WS-OR-SEQ-NO(WS-OPEN-REV-COUNT).
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4400-NEXT-REVIEW-SEQ
      * Draws the next review sequence number from the SIGRVSEQ
      * sequence file and advances it, the TLWONUM pattern. A
      * missing sequence file starts the numbering at one.
      *----------------------------------------------------------------
       4400-NEXT-REVIEW-SEQ SECTION.
       4400-START.
           MOVE 1 TO WS-REVIEW-SEQ-NO.
           OPEN INPUT REVIEW-SEQUENCE.
           IF RVS-FILE-STATUS = "00"
               READ REVIEW-SEQUENCE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RVS-NEXT-NUMBER TO WS-REVIEW-SEQ-NO
               END-READ
               CLOSE REVIEW-SEQUENCE
           END-IF.

           OPEN OUTPUT REVIEW-SEQUENCE.
           IF RVS-FILE-STATUS NOT = "00"
               DISPLAY "CMPLINTK: UNABLE TO REWRITE SIGRVSEQ,"
                   " STATUS=" RVS-FILE-STATUS
               GO TO 4400-EXIT
           END-IF.
           COMPUTE RVS-NEXT-NUMBER = WS-REVIEW-SEQ-NO + 1.
           WRITE RVS-RECORD.
           CLOSE REVIEW-SEQUENCE.
       4400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-FILE-COMPLAINT
      * Writes the complaint and its link to the complaint master,
      * open until its link is resolved.
      *----------------------------------------------------------------
       4500-FILE-COMPLAINT SECTION.
       4500-START.
           MOVE SPACES             TO CP-RECORD.
           MOVE CT-COMPLAINT-NO    TO CP-COMPLAINT-NO.
           MOVE CT-INTERSECTION-ID TO CP-INTERSECTION-ID.
           MOVE CT-COMPLAINT-DATE  TO CP-COMPLAINT-DATE.
           MOVE CT-COMPLAINT-TIME  TO CP-COMPLAINT-TIME.
           MOVE CT-CATEGORY        TO CP-CATEGORY.
           MOVE CT-DESCRIPTION     TO CP-DESCRIPTION.
           MOVE WS-LINK-WO         TO CP-WORK-ORDER-NO.
           MOVE WS-LINK-REVIEW     TO CP-REVIEW-SEQ-NO.
           IF WS-LINK-WO > ZERO
               SET CP-LINKED-WORK-ORDER TO TRUE
           ELSE
               SET CP-LINKED-REVIEW TO TRUE
           END-IF.
           SET CP-OPEN TO TRUE.
           MOVE ZERO               TO CP-RESOLVED-DATE.
           WRITE CP-RECORD
               INVALID KEY
                   DISPLAY "CMPLINTK: UNABLE TO FILE COMPLAINT "
                       CT-COMPLAINT-NO " - STATUS " CP-FILE-STATUS
           END-WRITE.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-REGISTER
      * One register line per complaint.
      *----------------------------------------------------------------
       5000-WRITE-REGISTER SECTION.
       5000-START.
           MOVE CT-COMPLAINT-NO    TO REG-COMPLAINT-NO.
           MOVE CT-INTERSECTION-ID TO REG-INTERSECTION-ID.
           MOVE CT-CATEGORY        TO REG-CATEGORY.
           MOVE WS-REGISTER-RESULT TO REG-RESULT.
           MOVE WS-REJECT-REASON   TO REG-REASON.
           WRITE REG-RECORD.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the intake summary; RC 4 when
      * any complaint was rejected.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE CMPL-TRANS CMPL-REGISTER INTERSECTION-MASTER
               COMPLAINT-MASTER.
           DISPLAY "CMPLINTK: COMPLAINTS READ    = " WS-READ-COUNT.
           DISPLAY "CMPLINTK: LINKED TO WO       = " WS-WO-LINK-COUNT.
           DISPLAY "CMPLINTK: LINKED TO REVIEW   = "
               WS-REV-LINK-COUNT.
           DISPLAY "CMPLINTK: NEW REVIEW ITEMS   = " WS-NEW-REV-COUNT.
           DISPLAY "CMPLINTK: REJECTED           = "
               WS-REJECTED-COUNT.
           IF WS-TABLE-FULL-COUNT > ZERO
               DISPLAY "CMPLINTK: TABLE FULL - ENTRIES DROPPED = "
                   WS-TABLE-FULL-COUNT
           END-IF.
           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
