       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANBLD.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. NIGHTLY BUILD OF TLPLAN FROM THE
      *                  TLPLNVER TIMING-PLAN VERSIONS: FOR EACH
      *                  INTERSECTION, EVERY COLOR WHOSE LATEST
      *                  VERSION ON OR BEFORE THE BUILD DATE IS ACTIVE
      *                  IS WRITTEN IN PHASE SEQUENCE, SO TLCLASS,
      *                  CORRCHK, PREFLITE AND PHASEDUR READ THE PLANS
      *                  IN EFFECT THAT DAY. THE BUILD DATE IS TODAY
      *                  UNLESS A PLANBCTL CARD GIVES ONE. EVERY
      *                  DIFFERENCE FROM THE TLPLAN IT REPLACES IS
      *                  APPENDED TO THE TLPLNHST BEFORE/AFTER
      *                  HISTORY. WITHOUT A READABLE TLPLNVER THE RUN
      *                  STOPS RC 16 AND LEAVES TLPLAN AS IT WAS.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-VERSIONS ASSIGN TO "TLPLNVER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PV-KEY
               FILE STATUS IS PV-FILE-STATUS.
           SELECT TIMING-PLAN ASSIGN TO "TLPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TP-FILE-STATUS.
           SELECT BUILD-CONTROL ASSIGN TO "PLANBCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT PLAN-HISTORY ASSIGN TO "TLPLNHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PH-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-VERSIONS.
       COPY "TLPLNVER.cpy".
       FD  TIMING-PLAN.
       01  TP-RECORD.
           05  TP-IN-INTERSECTION      PIC X(05).
           05  FILLER                  PIC X(01).
           05  TP-IN-COLOR             PIC X(06).
           05  FILLER                  PIC X(01).
           05  TP-IN-DURATION          PIC X(03).
       FD  BUILD-CONTROL.
       01  CTL-RECORD.
           05  CTL-BUILD-DATE          PIC X(08).
       FD  PLAN-HISTORY.
       01  PH-RECORD.
           05  PH-BUILD-DATE           PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PH-INTERSECTION-ID      PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PH-COLOR                PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PH-BEFORE-DURATION      PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PH-AFTER-DURATION       PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PH-CHANGE               PIC X(07).
               88  PH-ADDED                    VALUE "ADDED".
               88  PH-CHANGED                  VALUE "CHANGED".
               88  PH-REMOVED                  VALUE "REMOVED".
       WORKING-STORAGE SECTION.
        01 PV-FILE-STATUS              PIC XX.
        01 TP-FILE-STATUS              PIC XX.
        01 CTL-FILE-STATUS             PIC XX.
        01 PH-FILE-STATUS              PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
        01 WS-BUILD-DATE               PIC 9(08).
        01 WS-OLD-COUNT                PIC 9(03) VALUE ZERO.
        01 WS-OLD-TABLE.
           05 WS-OLD-ENTRY OCCURS 200 TIMES.
              10 WS-OL-INTERSECTION   PIC X(05).
              10 WS-OL-COLOR          PIC X(06).
              10 WS-OL-DURATION       PIC X(03).
              10 WS-OL-MATCHED-SW     PIC X(01).
        01 WS-OLD-IDX                  PIC 9(03) VALUE ZERO.
        01 WS-OLD-FOUND-IDX            PIC 9(03) VALUE ZERO.
        01 WS-CUR-INTERSECTION         PIC X(05) VALUE SPACES.
        01 WS-CUR-COUNT                PIC 9(02) VALUE ZERO.
        01 WS-CUR-TABLE.
           05 WS-CUR-ENTRY OCCURS 20 TIMES.
              10 WS-CU-PHASE-SEQ      PIC 9(02).
              10 WS-CU-COLOR          PIC X(06).
              10 WS-CU-DURATION       PIC 9(03).
              10 WS-CU-STATUS         PIC X(01).
        01 WS-CUR-IDX                  PIC 9(02) VALUE ZERO.
        01 WS-SORT-PASS                PIC 9(02) VALUE ZERO.
        01 WS-SORT-LIMIT               PIC 9(02) VALUE ZERO.
        01 WS-SORT-HOLD.
           05 FILLER                  PIC 9(02).
           05 FILLER                  PIC X(06).
           05 FILLER                  PIC 9(03).
           05 FILLER                  PIC X(01).
        01 WS-NEW-DURATION             PIC 9(03).
        01 WS-TALLY-COUNTS.
           05 WS-VERSION-COUNT        PIC 9(07) VALUE ZERO.
           05 WS-WRITTEN-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-ADDED-COUNT          PIC 9(05) VALUE ZERO.
           05 WS-CHANGED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-REMOVED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-TABLE-FULL-COUNT     PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-READ-ONE-VERSION THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 3000-WRITE-INTERSECTION THRU 3000-EXIT.
           PERFORM 5000-LOG-REMOVED THRU 5000-EXIT
               VARYING WS-OLD-IDX FROM 1 BY 1
               UNTIL WS-OLD-IDX > WS-OLD-COUNT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Settles the build date, opens the versions - before TLPLAN
      * is touched - holds the plan being replaced, and opens the
      * new TLPLAN and the history.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-BUILD-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BUILD-CONTROL.
           IF CTL-FILE-STATUS = "00"
               READ BUILD-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-BUILD-DATE NUMERIC
                           MOVE CTL-BUILD-DATE TO WS-BUILD-DATE
                       END-IF
               END-READ
               CLOSE BUILD-CONTROL
           END-IF.

           OPEN INPUT PLAN-VERSIONS.
           IF PV-FILE-STATUS NOT = "00"
               DISPLAY "PLANBLD: UNABLE TO OPEN TLPLNVER - STATUS "
                   PV-FILE-STATUS " - TLPLAN NOT REBUILT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT TIMING-PLAN.
           IF TP-FILE-STATUS = "00"
               PERFORM 1100-LOAD-ONE-OLD-ENTRY THRU 1100-EXIT
                   UNTIL WS-EOF
               SET WS-EOF-SW TO "N"
               CLOSE TIMING-PLAN
           END-IF.

           OPEN OUTPUT TIMING-PLAN.
           IF TP-FILE-STATUS NOT = "00"
               DISPLAY "PLANBLD: UNABLE TO OPEN TLPLAN - STATUS "
                   TP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND PLAN-HISTORY.
           IF PH-FILE-STATUS = "05" OR PH-FILE-STATUS = "35"
               CLOSE PLAN-HISTORY
               OPEN OUTPUT PLAN-HISTORY
           END-IF.
           IF PH-FILE-STATUS NOT = "00"
               DISPLAY "PLANBLD: UNABLE TO OPEN TLPLNHST - STATUS "
                   PH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-OLD-ENTRY SECTION.
       1100-START.
           READ TIMING-PLAN
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF TP-IN-INTERSECTION = SPACES
               GO TO 1100-EXIT
           END-IF.
           IF WS-OLD-COUNT = 200
               ADD 1 TO WS-TABLE-FULL-COUNT
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-OLD-COUNT.
           MOVE TP-IN-INTERSECTION TO WS-OL-INTERSECTION(WS-OLD-COUNT).
           MOVE TP-IN-COLOR        TO WS-OL-COLOR(WS-OLD-COUNT).
           MOVE TP-IN-DURATION     TO WS-OL-DURATION(WS-OLD-COUNT).
           MOVE "N"                TO WS-OL-MATCHED-SW(WS-OLD-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-READ-ONE-VERSION
      * The versions arrive by intersection, color and effective
      * date, so the last version of a color dated on or before the
      * build date is the one in effect. An intersection break
      * writes out the intersection just finished.
      *----------------------------------------------------------------
       2000-READ-ONE-VERSION SECTION.
       2000-START.
           READ PLAN-VERSIONS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-VERSION-COUNT.

           IF PV-INTERSECTION-ID NOT = WS-CUR-INTERSECTION
               PERFORM 3000-WRITE-INTERSECTION THRU 3000-EXIT
               MOVE PV-INTERSECTION-ID TO WS-CUR-INTERSECTION
           END-IF.

           IF PV-EFFECTIVE-DATE > WS-BUILD-DATE
               GO TO 2000-EXIT
           END-IF.

           IF WS-CUR-COUNT > ZERO
               IF WS-CU-COLOR(WS-CUR-COUNT) = PV-COLOR
                   PERFORM 2100-KEEP-VERSION THRU 2100-EXIT
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           IF WS-CUR-COUNT = 20
               DISPLAY "PLANBLD: PHASE TABLE FULL - "
                   PV-INTERSECTION-ID " " PV-COLOR " DROPPED"
               ADD 1 TO WS-TABLE-FULL-COUNT
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-CUR-COUNT.
           PERFORM 2100-KEEP-VERSION THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-KEEP-VERSION SECTION.
       2100-START.
           MOVE PV-PHASE-SEQ TO WS-CU-PHASE-SEQ(WS-CUR-COUNT).
           MOVE PV-COLOR     TO WS-CU-COLOR(WS-CUR-COUNT).
           MOVE PV-DURATION  TO WS-CU-DURATION(WS-CUR-COUNT).
           MOVE PV-STATUS    TO WS-CU-STATUS(WS-CUR-COUNT).
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-WRITE-INTERSECTION
      * Puts the intersection's colors in phase sequence and writes
      * the active ones to TLPLAN, logging each against the plan it
      * replaces.
      *----------------------------------------------------------------
       3000-WRITE-INTERSECTION SECTION.
       3000-START.
           IF WS-CUR-COUNT = ZERO
               GO TO 3000-EXIT
           END-IF.
           IF WS-CUR-COUNT > 1
               COMPUTE WS-SORT-LIMIT = WS-CUR-COUNT - 1
               PERFORM 3100-SORT-ONE-PASS THRU 3100-EXIT
                   VARYING WS-SORT-PASS FROM 1 BY 1
                   UNTIL WS-SORT-PASS > WS-SORT-LIMIT
           END-IF.
           PERFORM 3300-WRITE-ONE-PHASE THRU 3300-EXIT
               VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CUR-COUNT.
           MOVE ZERO TO WS-CUR-COUNT.
       3000-EXIT.
           EXIT.

       3100-SORT-ONE-PASS SECTION.
       3100-START.
           PERFORM 3200-SORT-ONE-COMPARE THRU 3200-EXIT
               VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-SORT-LIMIT.
       3100-EXIT.
           EXIT.

       3200-SORT-ONE-COMPARE SECTION.
       3200-START.
           IF WS-CU-PHASE-SEQ(WS-CUR-IDX)
                   > WS-CU-PHASE-SEQ(WS-CUR-IDX + 1)
               MOVE WS-CUR-ENTRY(WS-CUR-IDX)     TO WS-SORT-HOLD
               MOVE WS-CUR-ENTRY(WS-CUR-IDX + 1)
                   TO WS-CUR-ENTRY(WS-CUR-IDX)
               MOVE WS-SORT-HOLD TO WS-CUR-ENTRY(WS-CUR-IDX + 1)
           END-IF.
       3200-EXIT.
           EXIT.

       3300-WRITE-ONE-PHASE SECTION.
       3300-START.
           IF WS-CU-STATUS(WS-CUR-IDX) NOT = "A"
               GO TO 3300-EXIT
           END-IF.
           MOVE SPACES                   TO TP-RECORD.
           MOVE WS-CUR-INTERSECTION      TO TP-IN-INTERSECTION.
           MOVE WS-CU-COLOR(WS-CUR-IDX)  TO TP-IN-COLOR.
           MOVE WS-CU-DURATION(WS-CUR-IDX) TO WS-NEW-DURATION.
           MOVE WS-NEW-DURATION          TO TP-IN-DURATION.
           WRITE TP-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.

           MOVE ZERO TO WS-OLD-FOUND-IDX.
           PERFORM 3400-MATCH-ONE-OLD-ENTRY THRU 3400-EXIT
               VARYING WS-OLD-IDX FROM 1 BY 1
               UNTIL WS-OLD-IDX > WS-OLD-COUNT
                  OR WS-OLD-FOUND-IDX > ZERO.

           MOVE SPACES              TO PH-RECORD.
           MOVE WS-BUILD-DATE       TO PH-BUILD-DATE.
           MOVE WS-CUR-INTERSECTION TO PH-INTERSECTION-ID.
           MOVE TP-IN-COLOR         TO PH-COLOR.
           MOVE TP-IN-DURATION      TO PH-AFTER-DURATION.
           IF WS-OLD-FOUND-IDX = ZERO
               SET PH-ADDED TO TRUE
               WRITE PH-RECORD
               ADD 1 TO WS-ADDED-COUNT
               GO TO 3300-EXIT
           END-IF.
           MOVE "Y" TO WS-OL-MATCHED-SW(WS-OLD-FOUND-IDX).
           IF WS-OL-DURATION(WS-OLD-FOUND-IDX) NOT = TP-IN-DURATION
               MOVE WS-OL-DURATION(WS-OLD-FOUND-IDX)
                   TO PH-BEFORE-DURATION
               SET PH-CHANGED TO TRUE
               WRITE PH-RECORD
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.
       3300-EXIT.
           EXIT.

       3400-MATCH-ONE-OLD-ENTRY SECTION.
       3400-START.
           IF WS-OL-INTERSECTION(WS-OLD-IDX) = WS-CUR-INTERSECTION
                   AND WS-OL-COLOR(WS-OLD-IDX) = TP-IN-COLOR
                   AND WS-OL-MATCHED-SW(WS-OLD-IDX) = "N"
               MOVE WS-OLD-IDX TO WS-OLD-FOUND-IDX
           END-IF.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-LOG-REMOVED
      * An entry of the replaced plan that the build did not write
      * again has left the plan.
      *----------------------------------------------------------------
       5000-LOG-REMOVED SECTION.
       5000-START.
           IF WS-OL-MATCHED-SW(WS-OLD-IDX) = "Y"
               GO TO 5000-EXIT
           END-IF.
           MOVE SPACES                          TO PH-RECORD.
           MOVE WS-BUILD-DATE                   TO PH-BUILD-DATE.
           MOVE WS-OL-INTERSECTION(WS-OLD-IDX)  TO PH-INTERSECTION-ID.
           MOVE WS-OL-COLOR(WS-OLD-IDX)         TO PH-COLOR.
           MOVE WS-OL-DURATION(WS-OLD-IDX)      TO PH-BEFORE-DURATION.
           SET PH-REMOVED TO TRUE.
           WRITE PH-RECORD.
           ADD 1 TO WS-REMOVED-COUNT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the build summary.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE PLAN-VERSIONS TIMING-PLAN PLAN-HISTORY.
           DISPLAY "PLANBLD: BUILD DATE       = " WS-BUILD-DATE.
           DISPLAY "PLANBLD: VERSIONS READ    = " WS-VERSION-COUNT.
           DISPLAY "PLANBLD: PLAN ENTRIES     = " WS-WRITTEN-COUNT.
           DISPLAY "PLANBLD: PHASES ADDED     = " WS-ADDED-COUNT.
           DISPLAY "PLANBLD: PHASES CHANGED   = " WS-CHANGED-COUNT.
           DISPLAY "PLANBLD: PHASES REMOVED   = " WS-REMOVED-COUNT.
           IF WS-TABLE-FULL-COUNT > ZERO
               DISPLAY "PLANBLD: TABLE FULL - ENTRIES DROPPED = "
                   WS-TABLE-FULL-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
