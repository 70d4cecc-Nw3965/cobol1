       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANASOF.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. ANSWERS "WHAT PLAN WAS THIS
      *                  INTERSECTION RUNNING ON THAT DAY" FROM THE
      *                  TLPLNVER TIMING-PLAN VERSIONS. THE PLANQCTL
      *                  CARD NAMES THE INTERSECTION (BLANK FOR ALL)
      *                  AND THE DATE (BLANK FOR TODAY); PLANQRPT
      *                  LISTS EACH PHASE IN EFFECT THAT DAY IN PHASE
      *                  SEQUENCE WITH ITS DURATION, THE DATE IT TOOK
      *                  EFFECT AND WHO ENTERED IT, AND THE CYCLE
      *                  TOTAL. FUTURE DATES SHOW STAGED RETIMINGS.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-VERSIONS ASSIGN TO "TLPLNVER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PV-KEY
               FILE STATUS IS PV-FILE-STATUS.
           SELECT QUERY-CONTROL ASSIGN TO "PLANQCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT QUERY-REPORT ASSIGN TO "PLANQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-VERSIONS.
       COPY "TLPLNVER.cpy".
       FD  QUERY-CONTROL.
       01  CTL-RECORD.
           05  CTL-INTERSECTION-ID     PIC X(05).
           05  FILLER                  PIC X(01).
           05  CTL-AS-OF-DATE          PIC X(08).
       FD  QUERY-REPORT.
       01  RPT-LINE                    PIC X(80).
       WORKING-STORAGE SECTION.
        01 PV-FILE-STATUS              PIC XX.
        01 CTL-FILE-STATUS             PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
        01 WS-QUERY-INTERSECTION       PIC X(05) VALUE SPACES.
        01 WS-AS-OF-DATE               PIC 9(08).
        01 WS-CUR-INTERSECTION         PIC X(05) VALUE SPACES.
        01 WS-CUR-COUNT                PIC 9(02) VALUE ZERO.
        01 WS-CUR-TABLE.
           05 WS-CUR-ENTRY OCCURS 20 TIMES.
              10 WS-CU-PHASE-SEQ      PIC 9(02).
              10 WS-CU-COLOR          PIC X(06).
              10 WS-CU-DURATION       PIC 9(03).
              10 WS-CU-STATUS         PIC X(01).
              10 WS-CU-EFFECTIVE      PIC 9(08).
              10 WS-CU-ENTERED-BY     PIC X(10).
        01 WS-CUR-IDX                  PIC 9(02) VALUE ZERO.
        01 WS-SORT-PASS                PIC 9(02) VALUE ZERO.
        01 WS-SORT-LIMIT               PIC 9(02) VALUE ZERO.
        01 WS-SORT-HOLD.
           05 FILLER                  PIC 9(02).
           05 FILLER                  PIC X(06).
           05 FILLER                  PIC 9(03).
           05 FILLER                  PIC X(01).
           05 FILLER                  PIC 9(08).
           05 FILLER                  PIC X(10).
        01 WS-CYCLE-TOTAL              PIC 9(05) VALUE ZERO.
        01 WS-PHASES-LISTED            PIC 9(02) VALUE ZERO.
        01 WS-TALLY-COUNTS.
           05 WS-INTX-LISTED-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-TABLE-FULL-COUNT     PIC 9(05) VALUE ZERO.
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(27) VALUE
                  "TIMING PLANS IN EFFECT ON ".
           05 HL-AS-OF-DATE           PIC 9(08).
        01 WS-COLUMN-LINE.
           05 FILLER                  PIC X(30) VALUE
              "  INTX   SEQ  COLOR   DURATION".
           05 FILLER                  PIC X(23) VALUE
              "  EFFECTIVE  ENTERED BY".
        01 WS-DETAIL-LINE.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-INTERSECTION         PIC X(05).
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 DL-PHASE-SEQ            PIC Z9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-COLOR                PIC X(06).
           05 FILLER                  PIC X(07) VALUE SPACES.
           05 DL-DURATION             PIC ZZ9.
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 DL-EFFECTIVE            PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DL-ENTERED-BY           PIC X(10).
        01 WS-CYCLE-LINE.
           05 FILLER                  PIC X(18) VALUE SPACES.
           05 FILLER                  PIC X(08) VALUE "CYCLE  ".
           05 CYL-TOTAL               PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-READ-ONE-VERSION THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 3000-LIST-INTERSECTION THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Reads the query card and opens the versions and the report.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD.
           OPEN INPUT QUERY-CONTROL.
           IF CTL-FILE-STATUS = "00"
               READ QUERY-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-INTERSECTION-ID
                           TO WS-QUERY-INTERSECTION
                       IF CTL-AS-OF-DATE NUMERIC
                           MOVE CTL-AS-OF-DATE TO WS-AS-OF-DATE
                       END-IF
               END-READ
               CLOSE QUERY-CONTROL
           END-IF.

           OPEN INPUT PLAN-VERSIONS.
           IF PV-FILE-STATUS NOT = "00"
               DISPLAY "PLANASOF: UNABLE TO OPEN TLPLNVER - STATUS "
                   PV-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT QUERY-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "PLANASOF: UNABLE TO OPEN PLANQRPT - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-AS-OF-DATE TO HL-AS-OF-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-COLUMN-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-READ-ONE-VERSION
      * The versions arrive by intersection, color and effective
      * date, so the last version of a color dated on or before the
      * query date is the one in effect.
      *----------------------------------------------------------------
       2000-READ-ONE-VERSION SECTION.
       2000-START.
           READ PLAN-VERSIONS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.

           IF WS-QUERY-INTERSECTION NOT = SPACES
                   AND PV-INTERSECTION-ID NOT = WS-QUERY-INTERSECTION
               GO TO 2000-EXIT
           END-IF.

           IF PV-INTERSECTION-ID NOT = WS-CUR-INTERSECTION
               PERFORM 3000-LIST-INTERSECTION THRU 3000-EXIT
               MOVE PV-INTERSECTION-ID TO WS-CUR-INTERSECTION
           END-IF.

           IF PV-EFFECTIVE-DATE > WS-AS-OF-DATE
               GO TO 2000-EXIT
           END-IF.

           IF WS-CUR-COUNT > ZERO
               IF WS-CU-COLOR(WS-CUR-COUNT) = PV-COLOR
                   PERFORM 2100-KEEP-VERSION THRU 2100-EXIT
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           IF WS-CUR-COUNT = 20
               ADD 1 TO WS-TABLE-FULL-COUNT
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-CUR-COUNT.
           PERFORM 2100-KEEP-VERSION THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-KEEP-VERSION SECTION.
       2100-START.
           MOVE PV-PHASE-SEQ      TO WS-CU-PHASE-SEQ(WS-CUR-COUNT).
           MOVE PV-COLOR          TO WS-CU-COLOR(WS-CUR-COUNT).
           MOVE PV-DURATION       TO WS-CU-DURATION(WS-CUR-COUNT).
           MOVE PV-STATUS         TO WS-CU-STATUS(WS-CUR-COUNT).
           MOVE PV-EFFECTIVE-DATE TO WS-CU-EFFECTIVE(WS-CUR-COUNT).
           MOVE PV-ENTERED-BY     TO WS-CU-ENTERED-BY(WS-CUR-COUNT).
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-LIST-INTERSECTION
      * Lists the intersection's active phases in phase sequence and
      * its cycle total. An intersection with nothing in effect that
      * day is left off.
      *----------------------------------------------------------------
       3000-LIST-INTERSECTION SECTION.
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
           MOVE ZERO TO WS-CYCLE-TOTAL WS-PHASES-LISTED.
           PERFORM 3300-LIST-ONE-PHASE THRU 3300-EXIT
               VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CUR-COUNT.
           MOVE ZERO TO WS-CUR-COUNT.
           IF WS-PHASES-LISTED = ZERO
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-CYCLE-TOTAL TO CYL-TOTAL.
           WRITE RPT-LINE FROM WS-CYCLE-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1 TO WS-INTX-LISTED-COUNT.
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

       3300-LIST-ONE-PHASE SECTION.
       3300-START.
           IF WS-CU-STATUS(WS-CUR-IDX) NOT = "A"
               GO TO 3300-EXIT
           END-IF.
           MOVE WS-CUR-INTERSECTION          TO DL-INTERSECTION.
           MOVE WS-CU-PHASE-SEQ(WS-CUR-IDX)  TO DL-PHASE-SEQ.
           MOVE WS-CU-COLOR(WS-CUR-IDX)      TO DL-COLOR.
           MOVE WS-CU-DURATION(WS-CUR-IDX)   TO DL-DURATION.
           MOVE WS-CU-EFFECTIVE(WS-CUR-IDX)  TO DL-EFFECTIVE.
           MOVE WS-CU-ENTERED-BY(WS-CUR-IDX) TO DL-ENTERED-BY.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.
           ADD WS-CU-DURATION(WS-CUR-IDX) TO WS-CYCLE-TOTAL.
           ADD 1 TO WS-PHASES-LISTED.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Notes an empty answer on the report and closes the files.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           IF WS-INTX-LISTED-COUNT = ZERO
               MOVE "  NO PLAN IN EFFECT ON THAT DATE" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           CLOSE PLAN-VERSIONS QUERY-REPORT.
           DISPLAY "PLANASOF: AS-OF DATE      = " WS-AS-OF-DATE.
           DISPLAY "PLANASOF: INTERSECTIONS   = " WS-INTX-LISTED-COUNT.
           IF WS-TABLE-FULL-COUNT > ZERO
               DISPLAY "PLANASOF: TABLE FULL - ENTRIES DROPPED = "
                   WS-TABLE-FULL-COUNT
           END-IF.
       9000-EXIT.
           EXIT.
