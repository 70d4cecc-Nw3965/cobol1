       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRMPCHK.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. EMERGENCY-VEHICLE PREEMPTION
      *                  INTAKE AND RECOVERY CHECK. EACH PRMPEVT
      *                  EVENT FROM THE CONTROLLERS (INTERSECTION,
      *                  START AND END DATE/TIME, REQUESTING AGENCY)
      *                  IS VALIDATED AGAINST INTXMAST; A BAD ONE IS
      *                  REJECTED ON THE PRMPREG REGISTER. THE SIGNAL
      *                  LOG IS THEN SEARCHED FOR NORMAL CYCLING AT
      *                  THE INTERSECTION AFTER THE EVENT ENDED - TWO
      *                  DIFFERENT CYCLING COLORS (RED, YELLOW,
      *                  GREEN) WITHIN THE PRMPCTL RECOVERY WINDOW
      *                  (DEFAULT 5 MINUTES); FLASH, OFF AND A BLANK
      *                  READING DO NOT COUNT. AN EVENT THAT RECOVERED
      *                  IS LOGGED TO PRMPLOG; ONE THAT DID NOT IS
      *                  LOGGED AND QUEUED ON SIGREVW, SO A SIGNAL
      *                  LEFT STUCK BY A PREEMPTION IS NO LONGER
      *                  MISTAKEN FOR A RANDOM FAULT. AN EVENT WHOSE
      *                  WINDOW HAS NOT CLOSED BY THE RUN IS HELD ON
      *                  PRMPHOLD AND CHECKED AGAIN NEXT RUN. RC 4
      *                  WHEN ANY EVENT IS REJECTED OR QUEUED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-CONTROL ASSIGN TO "PRMPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-FILE-STATUS.
           SELECT PREEMPT-EVENTS ASSIGN TO "PRMPEVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PE-FILE-STATUS.
           SELECT PREEMPT-HOLD ASSIGN TO "PRMPHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PH-FILE-STATUS.
           SELECT PREEMPT-LOG ASSIGN TO "PRMPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PL-FILE-STATUS.
           SELECT INTERSECTION-MASTER ASSIGN TO "INTXMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IX-INTERSECTION-ID
               FILE STATUS IS IX-FILE-STATUS.
           SELECT SIGNAL-LOG ASSIGN TO "TLSIGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-FILE-STATUS.
           SELECT SIGNAL-REVIEW ASSIGN TO "SIGREVW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SR-SEQ-NO
               FILE STATUS IS SR-FILE-STATUS.
           SELECT REVIEW-SEQUENCE ASSIGN TO "SIGRVSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RVS-FILE-STATUS.
           SELECT CHECK-REGISTER ASSIGN TO "PRMPREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-CONTROL.
       01  PC-RECORD.
           05  PC-RECOVERY-MINUTES     PIC X(03).
       FD  PREEMPT-EVENTS.
       01  PE-RECORD.
           05  PE-INTERSECTION-ID      PIC X(05).
           05  FILLER                  PIC X(01).
           05  PE-START-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PE-START-TIME           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PE-END-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PE-END-TIME             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PE-AGENCY               PIC X(10).
       FD  PREEMPT-HOLD.
       01  PH-RECORD                   PIC X(69).
       FD  PREEMPT-LOG.
       COPY "PRMPLOG.cpy".
       FD  INTERSECTION-MASTER.
       COPY "INTXMAST.cpy".
       FD  SIGNAL-LOG.
       01  SL-RECORD.
           05  SL-INTERSECTION-ID      PIC X(05).
           05  FILLER                  PIC X(01).
           05  SL-SIGNAL-VALUE         PIC X(10).
           05  FILLER                  PIC X(01).
           05  SL-PED-SIGNAL           PIC X(08).
           05  FILLER                  PIC X(01).
           05  SL-LOG-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SL-LOG-TIME             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SL-OPERATOR-ID          PIC X(10).
       FD  SIGNAL-REVIEW.
       COPY "SIGREVW.cpy".
       FD  REVIEW-SEQUENCE.
       01  RVS-RECORD.
           05  RVS-NEXT-NUMBER         PIC 9(07).
       FD  CHECK-REGISTER.
       01  REG-RECORD.
           05  REG-INTERSECTION-ID     PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-START-DATE          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-START-TIME          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-END-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-END-TIME            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-AGENCY              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-RESULT              PIC X(11).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-REASON              PIC X(30).
       WORKING-STORAGE SECTION.
        01 PC-FILE-STATUS              PIC XX.
        01 PE-FILE-STATUS              PIC XX.
        01 PH-FILE-STATUS              PIC XX.
        01 PL-FILE-STATUS              PIC XX.
        01 IX-FILE-STATUS              PIC XX.
        01 SL-FILE-STATUS              PIC XX.
        01 SR-FILE-STATUS              PIC XX.
        01 RVS-FILE-STATUS             PIC XX.
        01 REG-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-NOW-TIME                 PIC 9(08).
        01 WS-NOW-MINUTES              PIC 9(11) VALUE ZERO.
        01 WS-RECOVERY-MINUTES         PIC 9(03) VALUE 5.
        01 WS-CARD-MINUTES             PIC X(03).
        01 WS-CARD-MINUTES-NUM REDEFINES WS-CARD-MINUTES
                                       PIC 9(03).
      *    DATE AND TIME TO MINUTES - SEE 8500-TO-MINUTES.
        01 WS-CVT-DATE                 PIC 9(08).
        01 WS-CVT-TIME                 PIC 9(08).
        01 WS-CVT-TIME-FIELDS REDEFINES WS-CVT-TIME.
           05 WS-CVT-HH                PIC 9(02).
           05 WS-CVT-MM                PIC 9(02).
           05 FILLER                   PIC 9(04).
        01 WS-CVT-MINUTES              PIC 9(11) VALUE ZERO.
        01 WS-START-MINUTES            PIC 9(11) VALUE ZERO.
        01 WS-READ-MINUTES             PIC 9(11) VALUE ZERO.
        01 WS-COLOR                    PIC X(10) VALUE SPACES.
        01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
        01 WS-REVIEW-SEQ-NO            PIC 9(07) VALUE ZERO.
      *    EVENTS UNDER CHECK THIS RUN - HELD OVER AND NEW.
        01 WS-EV-COUNT                 PIC 9(04) VALUE ZERO.
        01 WS-EV-TABLE.
           05 WS-EV-ENTRY OCCURS 1000 TIMES.
              10 WS-EV-INTX           PIC X(05).
              10 WS-EV-START-DATE     PIC 9(08).
              10 WS-EV-START-TIME     PIC 9(08).
              10 WS-EV-END-DATE       PIC 9(08).
              10 WS-EV-END-TIME       PIC 9(08).
              10 WS-EV-AGENCY         PIC X(10).
              10 WS-EV-DURATION       PIC 9(05).
              10 WS-EV-END-MIN        PIC 9(11).
              10 WS-EV-LIMIT-MIN      PIC 9(11).
              10 WS-EV-FIRST-COLOR    PIC X(10).
              10 WS-EV-RECOVERED-SW   PIC X(01).
                 88 WS-EV-RECOVERED           VALUE "Y".
        01 WS-EV-IDX                   PIC 9(04) VALUE ZERO.
        01 WS-D2S-DATE                 PIC 9(08).
        01 WS-D2S-FIELDS REDEFINES WS-D2S-DATE.
           05 WS-D2S-YEAR              PIC 9(04).
           05 WS-D2S-MONTH             PIC 9(02).
           05 WS-D2S-DAY               PIC 9(02).
        01 WS-D2S-SERIAL               PIC 9(08).
        01 WS-D2S-PRIOR-YEAR           PIC 9(04).
        01 WS-D2S-LEAP-COUNT           PIC 9(06).
        01 WS-D2S-WORK                 PIC 9(06).
        01 WS-D2S-REMAINDER            PIC 9(04).
        01 WS-MONTH-OFFSETS.
           05 FILLER      PIC X(18) VALUE "000031059090120151".
           05 FILLER      PIC X(18) VALUE "181212243273304334".
        01 WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSETS.
           05 WS-MONTH-OFFSET OCCURS 12 TIMES PIC 9(03).
        01 WS-TALLY-COUNTS.
           05 WS-NEW-COUNT            PIC 9(05) VALUE ZERO.
           05 WS-HELD-IN-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-RECOVERED-COUNT      PIC 9(05) VALUE ZERO.
           05 WS-QUEUED-COUNT         PIC 9(05) VALUE ZERO.
           05 WS-HELD-OUT-COUNT       PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-TAKE-NEW-EVENTS THRU 2000-EXIT.
           PERFORM 3000-SCAN-SIGNAL-LOG THRU 3000-EXIT.
           PERFORM 4000-SETTLE-EVENTS THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Fixes "now" to the minute, reads the recovery window, loads
      * the events held over by the last run, and opens the master,
      * the log and the register.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-TODAY-DATE TO WS-CVT-DATE.
           MOVE WS-NOW-TIME   TO WS-CVT-TIME.
           PERFORM 8500-TO-MINUTES THRU 8500-EXIT.
           MOVE WS-CVT-MINUTES TO WS-NOW-MINUTES.

           OPEN INPUT CHECK-CONTROL.
           IF PC-FILE-STATUS = "00"
               READ CHECK-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PC-RECOVERY-MINUTES TO WS-CARD-MINUTES
                       IF WS-CARD-MINUTES NUMERIC
                               AND WS-CARD-MINUTES-NUM > ZERO
                           MOVE WS-CARD-MINUTES-NUM
                               TO WS-RECOVERY-MINUTES
                       END-IF
               END-READ
               CLOSE CHECK-CONTROL
           END-IF.

           OPEN INPUT INTERSECTION-MASTER.
           IF IX-FILE-STATUS NOT = "00"
               DISPLAY "PRMPCHK: UNABLE TO OPEN INTXMAST - STATUS "
                   IX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND PREEMPT-LOG.
           IF PL-FILE-STATUS = "05" OR PL-FILE-STATUS = "35"
               CLOSE PREEMPT-LOG
               OPEN OUTPUT PREEMPT-LOG
           END-IF.
           IF PL-FILE-STATUS NOT = "00"
               DISPLAY "PRMPCHK: UNABLE TO OPEN PRMPLOG - STATUS "
                   PL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CHECK-REGISTER.
           IF REG-FILE-STATUS NOT = "00"
               DISPLAY "PRMPCHK: UNABLE TO OPEN PRMPREG - STATUS "
                   REG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PREEMPT-HOLD.
           IF PH-FILE-STATUS = "00"
               PERFORM 1100-LOAD-ONE-HELD THRU 1100-EXIT
                   UNTIL WS-EOF
               SET WS-EOF-SW TO "N"
               CLOSE PREEMPT-HOLD
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-HELD SECTION.
       1100-START.
           READ PREEMPT-HOLD INTO PL-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF WS-EV-COUNT = 1000
               DISPLAY "PRMPCHK: EVENT TABLE FULL - HELD EVENT LOST "
                   PL-INTERSECTION-ID " " PL-START-DATE
               GO TO 1100-EXIT
           END-IF.
           MOVE PL-INTERSECTION-ID TO PE-INTERSECTION-ID.
           MOVE PL-START-DATE      TO PE-START-DATE.
           MOVE PL-START-TIME      TO PE-START-TIME.
           MOVE PL-END-DATE        TO PE-END-DATE.
           MOVE PL-END-TIME        TO PE-END-TIME.
           MOVE PL-AGENCY          TO PE-AGENCY.
           PERFORM 2500-ADD-EVENT THRU 2500-EXIT.
           ADD 1 TO WS-HELD-IN-COUNT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-TAKE-NEW-EVENTS
      * Validates each new preemption event and puts the good ones
      * under check.
      *----------------------------------------------------------------
       2000-TAKE-NEW-EVENTS SECTION.
       2000-START.
           OPEN INPUT PREEMPT-EVENTS.
           IF PE-FILE-STATUS NOT = "00"
               DISPLAY "PRMPCHK: NO PRMPEVT - HELD EVENTS ONLY"
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-TAKE-ONE-EVENT THRU 2100-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE PREEMPT-EVENTS.
       2000-EXIT.
           EXIT.

       2100-TAKE-ONE-EVENT SECTION.
       2100-START.
           READ PREEMPT-EVENTS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-NEW-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.

           IF PE-START-DATE NOT NUMERIC OR PE-START-TIME NOT NUMERIC
                   OR PE-END-DATE NOT NUMERIC
                   OR PE-END-TIME NOT NUMERIC
               MOVE "DATE OR TIME NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF PE-END-DATE < PE-START-DATE
                   OR (PE-END-DATE = PE-START-DATE
                       AND PE-END-TIME < PE-START-TIME)
               MOVE "END BEFORE START" TO WS-REJECT-REASON
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF PE-AGENCY = SPACES
               MOVE "BLANK REQUESTING AGENCY" TO WS-REJECT-REASON
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 2100-EXIT
           END-IF.

           MOVE PE-INTERSECTION-ID TO IX-INTERSECTION-ID.
           READ INTERSECTION-MASTER
               INVALID KEY
                   MOVE "INTERSECTION NOT ON MASTER"
                       TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 2100-EXIT
           END-IF.

           IF WS-EV-COUNT = 1000
               MOVE "EVENT TABLE FULL" TO WS-REJECT-REASON
               PERFORM 5000-REGISTER-REJECT THRU 5000-EXIT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2500-ADD-EVENT THRU 2500-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-ADD-EVENT
      * Puts the event in PE-RECORD under check, with its duration
      * and the close of its recovery window in minutes.
      *----------------------------------------------------------------
       2500-ADD-EVENT SECTION.
       2500-START.
           ADD 1 TO WS-EV-COUNT.
           MOVE PE-INTERSECTION-ID TO WS-EV-INTX(WS-EV-COUNT).
           MOVE PE-START-DATE      TO WS-EV-START-DATE(WS-EV-COUNT).
           MOVE PE-START-TIME      TO WS-EV-START-TIME(WS-EV-COUNT).
           MOVE PE-END-DATE        TO WS-EV-END-DATE(WS-EV-COUNT).
           MOVE PE-END-TIME        TO WS-EV-END-TIME(WS-EV-COUNT).
           MOVE PE-AGENCY          TO WS-EV-AGENCY(WS-EV-COUNT).
           MOVE SPACES             TO WS-EV-FIRST-COLOR(WS-EV-COUNT).
           MOVE "N"                TO WS-EV-RECOVERED-SW(WS-EV-COUNT).

           MOVE PE-START-DATE TO WS-CVT-DATE.
           MOVE PE-START-TIME TO WS-CVT-TIME.
           PERFORM 8500-TO-MINUTES THRU 8500-EXIT.
           MOVE WS-CVT-MINUTES TO WS-START-MINUTES.
           MOVE PE-END-DATE TO WS-CVT-DATE.
           MOVE PE-END-TIME TO WS-CVT-TIME.
           PERFORM 8500-TO-MINUTES THRU 8500-EXIT.
           MOVE WS-CVT-MINUTES TO WS-EV-END-MIN(WS-EV-COUNT).
           COMPUTE WS-EV-LIMIT-MIN(WS-EV-COUNT) =
               WS-CVT-MINUTES + WS-RECOVERY-MINUTES.
           COMPUTE WS-EV-DURATION(WS-EV-COUNT) =
               WS-CVT-MINUTES - WS-START-MINUTES
               ON SIZE ERROR
                   MOVE 99999 TO WS-EV-DURATION(WS-EV-COUNT)
           END-COMPUTE.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-SCAN-SIGNAL-LOG
      * One pass of the signal log. A cycling color inside an
      * event's recovery window is the first sign of recovery; a
      * second, different one proves the signal is cycling again.
      *----------------------------------------------------------------
       3000-SCAN-SIGNAL-LOG SECTION.
       3000-START.
           IF WS-EV-COUNT = ZERO
               GO TO 3000-EXIT
           END-IF.
           OPEN INPUT SIGNAL-LOG.
           IF SL-FILE-STATUS NOT = "00"
               DISPLAY "PRMPCHK: NO TLSIGLOG - NO RECOVERY CAN BE SEEN"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-CHECK-ONE-READING THRU 3100-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE SIGNAL-LOG.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-READING SECTION.
       3100-START.
           READ SIGNAL-LOG
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           MOVE SL-SIGNAL-VALUE TO WS-COLOR.
           INSPECT WS-COLOR CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                                    TO "abcdefghijklmnopqrstuvwxyz".
           IF WS-COLOR NOT = "red" AND WS-COLOR NOT = "yellow"
                   AND WS-COLOR NOT = "green"
               GO TO 3100-EXIT
           END-IF.
           IF SL-LOG-DATE NOT NUMERIC OR SL-LOG-TIME NOT NUMERIC
               GO TO 3100-EXIT
           END-IF.
           MOVE SL-LOG-DATE TO WS-CVT-DATE.
           MOVE SL-LOG-TIME TO WS-CVT-TIME.
           PERFORM 8500-TO-MINUTES THRU 8500-EXIT.
           MOVE WS-CVT-MINUTES TO WS-READ-MINUTES.
           PERFORM 3200-MATCH-ONE-EVENT THRU 3200-EXIT
               VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > WS-EV-COUNT.
       3100-EXIT.
           EXIT.

       3200-MATCH-ONE-EVENT SECTION.
       3200-START.
           IF WS-EV-RECOVERED(WS-EV-IDX)
                   OR WS-EV-INTX(WS-EV-IDX) NOT = SL-INTERSECTION-ID
               GO TO 3200-EXIT
           END-IF.
           IF WS-READ-MINUTES < WS-EV-END-MIN(WS-EV-IDX)
                   OR WS-READ-MINUTES > WS-EV-LIMIT-MIN(WS-EV-IDX)
               GO TO 3200-EXIT
           END-IF.
           IF WS-EV-FIRST-COLOR(WS-EV-IDX) = SPACES
               MOVE WS-COLOR TO WS-EV-FIRST-COLOR(WS-EV-IDX)
               GO TO 3200-EXIT
           END-IF.
           IF WS-COLOR NOT = WS-EV-FIRST-COLOR(WS-EV-IDX)
               MOVE "Y" TO WS-EV-RECOVERED-SW(WS-EV-IDX)
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-SETTLE-EVENTS
      * Logs each recovered event; holds one whose window is still
      * open; logs and queues for review one that did not recover.
      * The carry file is rewritten with what is still held.
      *----------------------------------------------------------------
       4000-SETTLE-EVENTS SECTION.
       4000-START.
           OPEN OUTPUT PREEMPT-HOLD.
           IF PH-FILE-STATUS NOT = "00"
               DISPLAY "PRMPCHK: UNABLE TO REWRITE PRMPHOLD - STATUS "
                   PH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 4100-SETTLE-ONE-EVENT THRU 4100-EXIT
               VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > WS-EV-COUNT.
           CLOSE PREEMPT-HOLD.
       4000-EXIT.
           EXIT.

       4100-SETTLE-ONE-EVENT SECTION.
       4100-START.
           MOVE SPACES                      TO PL-RECORD.
           MOVE WS-EV-INTX(WS-EV-IDX)       TO PL-INTERSECTION-ID.
           MOVE WS-EV-START-DATE(WS-EV-IDX) TO PL-START-DATE.
           MOVE WS-EV-START-TIME(WS-EV-IDX) TO PL-START-TIME.
           MOVE WS-EV-END-DATE(WS-EV-IDX)   TO PL-END-DATE.
           MOVE WS-EV-END-TIME(WS-EV-IDX)   TO PL-END-TIME.
           MOVE WS-EV-AGENCY(WS-EV-IDX)     TO PL-AGENCY.
           MOVE WS-EV-DURATION(WS-EV-IDX)   TO PL-DURATION-MIN.
           MOVE WS-TODAY-DATE               TO PL-CHECKED-DATE.

           MOVE SPACES                      TO REG-RECORD.
           MOVE WS-EV-INTX(WS-EV-IDX)       TO REG-INTERSECTION-ID.
           MOVE WS-EV-START-DATE(WS-EV-IDX) TO REG-START-DATE.
           MOVE WS-EV-START-TIME(WS-EV-IDX) TO REG-START-TIME.
           MOVE WS-EV-END-DATE(WS-EV-IDX)   TO REG-END-DATE.
           MOVE WS-EV-END-TIME(WS-EV-IDX)   TO REG-END-TIME.
           MOVE WS-EV-AGENCY(WS-EV-IDX)     TO REG-AGENCY.

           IF WS-EV-RECOVERED(WS-EV-IDX)
               SET PL-RECOVERED TO TRUE
               WRITE PL-RECORD
               ADD 1 TO WS-RECOVERED-COUNT
               MOVE "RECOVERED" TO REG-RESULT
               WRITE REG-RECORD
               GO TO 4100-EXIT
           END-IF.

           IF WS-EV-LIMIT-MIN(WS-EV-IDX) NOT < WS-NOW-MINUTES
               SET PL-PENDING TO TRUE
               WRITE PH-RECORD FROM PL-RECORD
               ADD 1 TO WS-HELD-OUT-COUNT
               MOVE "HELD" TO REG-RESULT
               MOVE "RECOVERY WINDOW STILL OPEN" TO REG-REASON
               WRITE REG-RECORD
               GO TO 4100-EXIT
           END-IF.

           SET PL-NOT-RECOVERED TO TRUE.
           WRITE PL-RECORD.
           ADD 1 TO WS-QUEUED-COUNT.
           PERFORM 4200-LOG-REVIEW-ITEM THRU 4200-EXIT.
           MOVE "NO RECOVERY" TO REG-RESULT.
           MOVE "QUEUED FOR SIGNAL REVIEW" TO REG-REASON.
           WRITE REG-RECORD.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-LOG-REVIEW-ITEM
      * Inserts the unrecovered preemption on the keyed review queue
      * under the next sequence number, status open, the way
      * PHASECHK queues an illegal phase change.
      *----------------------------------------------------------------
       4200-LOG-REVIEW-ITEM SECTION.
       4200-START.
           PERFORM 4300-NEXT-REVIEW-SEQ THRU 4300-EXIT.

           OPEN I-O SIGNAL-REVIEW.
           IF SR-FILE-STATUS = "35"
               OPEN OUTPUT SIGNAL-REVIEW
               CLOSE SIGNAL-REVIEW
               OPEN I-O SIGNAL-REVIEW
           END-IF.
           IF SR-FILE-STATUS NOT = "00"
               DISPLAY "PRMPCHK: UNABLE TO OPEN SIGREVW, STATUS="
                   SR-FILE-STATUS
               GO TO 4200-EXIT
           END-IF.

           MOVE SPACES                    TO SR-RECORD.
           MOVE WS-REVIEW-SEQ-NO          TO SR-SEQ-NO.
           MOVE WS-EV-INTX(WS-EV-IDX)     TO SR-INTERSECTION-ID.
           MOVE "PREEMPT"                 TO SR-SIGNAL-VALUE.
           MOVE WS-EV-END-DATE(WS-EV-IDX) TO SR-REVIEW-DATE.
           MOVE WS-EV-END-TIME(WS-EV-IDX) TO SR-REVIEW-TIME.
           SET SR-OPEN TO TRUE.
           MOVE SPACES                    TO SR-ASSIGNED-TO.
           MOVE SPACES                    TO SR-CLOSE-REASON.
           STRING "NO RECOVERY - " DELIMITED BY SIZE
                  WS-EV-AGENCY(WS-EV-IDX) DELIMITED BY SPACE
                  " PREEMPT" DELIMITED BY SIZE
               INTO SR-RAISE-REASON.
           WRITE SR-RECORD.
           CLOSE SIGNAL-REVIEW.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4300-NEXT-REVIEW-SEQ
      * Draws the next review sequence number from SIGRVSEQ and
      * advances it. A missing sequence file starts at one.
      *----------------------------------------------------------------
       4300-NEXT-REVIEW-SEQ SECTION.
       4300-START.
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
               DISPLAY "PRMPCHK: UNABLE TO REWRITE SIGRVSEQ,"
                   " STATUS=" RVS-FILE-STATUS
               GO TO 4300-EXIT
           END-IF.
           COMPUTE RVS-NEXT-NUMBER = WS-REVIEW-SEQ-NO + 1.
           WRITE RVS-RECORD.
           CLOSE REVIEW-SEQUENCE.
       4300-EXIT.
           EXIT.

       5000-REGISTER-REJECT SECTION.
       5000-START.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES             TO REG-RECORD.
           MOVE PE-INTERSECTION-ID TO REG-INTERSECTION-ID.
           MOVE PE-AGENCY          TO REG-AGENCY.
           IF PE-START-DATE NUMERIC AND PE-START-TIME NUMERIC
                   AND PE-END-DATE NUMERIC AND PE-END-TIME NUMERIC
               MOVE PE-START-DATE TO REG-START-DATE
               MOVE PE-START-TIME TO REG-START-TIME
               MOVE PE-END-DATE   TO REG-END-DATE
               MOVE PE-END-TIME   TO REG-END-TIME
           END-IF.
           MOVE "REJECTED"         TO REG-RESULT.
           MOVE WS-REJECT-REASON   TO REG-REASON.
           WRITE REG-RECORD.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8500-TO-MINUTES
      * WS-CVT-DATE and WS-CVT-TIME (HHMMSSHH) to minutes since the
      * day-serial epoch, in WS-CVT-MINUTES.
      *----------------------------------------------------------------
       8500-TO-MINUTES SECTION.
       8500-START.
           MOVE WS-CVT-DATE TO WS-D2S-DATE.
           PERFORM 8600-DATE-TO-SERIAL THRU 8600-EXIT.
           COMPUTE WS-CVT-MINUTES = WS-D2S-SERIAL * 1440
               + WS-CVT-HH * 60 + WS-CVT-MM.
       8500-EXIT.
           EXIT.

       8600-DATE-TO-SERIAL SECTION.
       8600-START.
           COMPUTE WS-D2S-PRIOR-YEAR = WS-D2S-YEAR - 1.
           DIVIDE WS-D2S-PRIOR-YEAR BY 4 GIVING WS-D2S-LEAP-COUNT.
           DIVIDE WS-D2S-PRIOR-YEAR BY 100 GIVING WS-D2S-WORK.
           SUBTRACT WS-D2S-WORK FROM WS-D2S-LEAP-COUNT.
           DIVIDE WS-D2S-PRIOR-YEAR BY 400 GIVING WS-D2S-WORK.
           ADD WS-D2S-WORK TO WS-D2S-LEAP-COUNT.

           COMPUTE WS-D2S-SERIAL = WS-D2S-YEAR * 365
               + WS-D2S-LEAP-COUNT
               + WS-MONTH-OFFSET(WS-D2S-MONTH)
               + WS-D2S-DAY.

           IF WS-D2S-MONTH > 2
               DIVIDE WS-D2S-YEAR BY 4 GIVING WS-D2S-WORK
                   REMAINDER WS-D2S-REMAINDER
               IF WS-D2S-REMAINDER = ZERO
                   DIVIDE WS-D2S-YEAR BY 100 GIVING WS-D2S-WORK
                       REMAINDER WS-D2S-REMAINDER
                   IF WS-D2S-REMAINDER NOT = ZERO
                       ADD 1 TO WS-D2S-SERIAL
                   ELSE
                       DIVIDE WS-D2S-YEAR BY 400 GIVING WS-D2S-WORK
                           REMAINDER WS-D2S-REMAINDER
                       IF WS-D2S-REMAINDER = ZERO
                           ADD 1 TO WS-D2S-SERIAL
                       END-IF
                   END-IF
               END-IF
           END-IF.
       8600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the run summary; RC 4 when an
      * event was rejected or queued for review.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE INTERSECTION-MASTER PREEMPT-LOG CHECK-REGISTER.
           DISPLAY "PRMPCHK: NEW EVENTS READ  = " WS-NEW-COUNT.
           DISPLAY "PRMPCHK: HELD FROM LAST   = " WS-HELD-IN-COUNT.
           DISPLAY "PRMPCHK: REJECTED         = " WS-REJECTED-COUNT.
           DISPLAY "PRMPCHK: RECOVERED        = " WS-RECOVERED-COUNT.
           DISPLAY "PRMPCHK: NO RECOVERY      = " WS-QUEUED-COUNT.
           DISPLAY "PRMPCHK: HELD FOR NEXT    = " WS-HELD-OUT-COUNT.
           IF WS-REJECTED-COUNT > ZERO OR WS-QUEUED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
