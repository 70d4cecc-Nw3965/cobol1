      *                  LAYOUT THAT LOGCONV HAS NOT CONVERTED YET)
      *                  IS REPORTED AS MALFORMED INSTEAD OF BEING
      *                  AGED WITH GARBAGE ARITHMETIC.
      * 10/15/26   OPS   EACH OPEN FAULT NOW SHOWS THE INTERSECTION'S
      *                  IX-DISTRICT FROM INTXMAST ("???" WHEN NOT ON
      *                  THE MASTER), AND EVERY REPORT LINE IS ALSO
      *                  WRITTEN TO THE TLWOSPL BURST SPOOL SO
      *                  RPTBURST CAN SEND EACH DISTRICT SUPERVISOR
      *                  THEIR OWN OVERDUE WORK-ORDER LIST.
      * 10/15/26   OPS   WHETHER INTXMAST IS OPEN IS NOW HELD IN
      *                  WS-INTX-OPEN-SW, SO AN INTERSECTION NOT ON
      *                  THE MASTER NO LONGER STOPS THE DISTRICT
      *                  LOOKUPS AFTER IT OR LEAVES THE FILE UNCLOSED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MAINT-COMPLETIONS ASSIGN TO "TLMCOMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MC-FILE-STATUS.
           SELECT INTERSECTION-MASTER ASSIGN TO "INTXMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IX-INTERSECTION-ID
               FILE STATUS IS IX-FILE-STATUS.
           SELECT OPEN-FAULTS-REPORT ASSIGN TO "TLWORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT BURST-SPOOL ASSIGN TO "TLWOSPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-DISPATCH.
           05  MC-COMP-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  MC-ACTION-TAKEN         PIC X(30).
       FD  INTERSECTION-MASTER.
       COPY "INTXMAST.cpy".
       FD  OPEN-FAULTS-REPORT.
       01  RPT-LINE                    PIC X(90).
       FD  BURST-SPOOL.
       COPY "RPTSPOOL.cpy".
       WORKING-STORAGE SECTION.
        01 MD-FILE-STATUS              PIC XX.
        01 MC-FILE-STATUS              PIC XX.
        01 IX-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 RS-FILE-STATUS              PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-INTX-OPEN-SW         PIC X(01) VALUE "N".
              88 WS-INTX-OPEN                 VALUE "Y".
           05 WS-MATCH-FOUND-SW       PIC X(01) VALUE "N".
              88 WS-MATCH-FOUND               VALUE "Y".
        01 WS-COMP-COUNT               PIC 9(04) VALUE ZERO.
              10 WS-CT-ACTION         PIC X(30).
        01 WS-SCAN-IDX                 PIC 9(04) VALUE ZERO.
        01 WS-FAULT-AGE                PIC 9(05) VALUE ZERO.
        01 WS-DISTRICT                 PIC X(03) VALUE SPACES.
        01 WS-SPOOL-TYPE               PIC X(01) VALUE "H".
        01 WS-SPOOL-DISTRICT           PIC X(03) VALUE SPACES.
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-TODAY-SERIAL             PIC 9(08).
        01 WS-D2S-DATE                 PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 OL-INTERSECTION         PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 OL-DISTRICT             PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 OL-REASON               PIC X(30).
           05 FILLER                  PIC X(12) VALUE " DISPATCHED ".
           05 OL-FAULT-DATE           PIC 9(08).
               STOP RUN
           END-IF.

           OPEN OUTPUT BURST-SPOOL.
           IF RS-FILE-STATUS NOT = "00"
               DISPLAY "TLWORPT: UNABLE TO OPEN TLWOSPL - STATUS "
                   RS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT INTERSECTION-MASTER.
           IF IX-FILE-STATUS NOT = "00"
               DISPLAY "TLWORPT: NO INTERSECTION MASTER - DISTRICTS"
                   " REPORTED AS ???"
           ELSE
               SET WS-INTX-OPEN TO TRUE
           END-IF.

           MOVE "H" TO WS-SPOOL-TYPE.
           MOVE "OPEN SENSOR-FAULT WORK ORDERS" TO RPT-LINE.
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
           MOVE SPACES TO RPT-LINE.
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
       1000-EXIT.
           EXIT.

               DISPLAY "TLWORPT: COMPLETION TABLE FULL - "
                   WS-COMP-OVFL-COUNT " COMPLETIONS PAST 500 NOT"
                   " MATCHED - OPEN LIST IS INCOMPLETE"
               MOVE "A" TO WS-SPOOL-TYPE
               MOVE "REPORT INCOMPLETE - COMPLETIONS PAST 500 NOT"
                   TO RPT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
               MOVE "MATCHED - OPEN FAULTS BELOW MAY BE CLOSED"
                   TO RPT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
           END-IF.
       1500-EXIT.
           EXIT.
                   OR MD-FAULT-DATE NOT NUMERIC
               ADD 1 TO WS-MALFORMED-COUNT
               MOVE MD-RECORD TO BL-RECORD-IMAGE
               MOVE "C" TO WS-SPOOL-TYPE
               MOVE WS-MALFORMED-LINE TO RPT-LINE
               PERFORM 8900-WRITE-LINE THRU 8900-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
           COMPUTE WS-FAULT-AGE = WS-TODAY-SERIAL - WS-D2S-SERIAL.

           PERFORM 2300-FIND-DISTRICT THRU 2300-EXIT.
           MOVE MD-WORK-ORDER-NO   TO OL-WORK-ORDER.
           MOVE MD-INTERSECTION-ID TO OL-INTERSECTION.
           MOVE WS-DISTRICT        TO OL-DISTRICT.
           MOVE MD-REASON          TO OL-REASON.
           MOVE MD-FAULT-DATE      TO OL-FAULT-DATE.
           MOVE WS-FAULT-AGE       TO OL-AGE.
           MOVE "D" TO WS-SPOOL-TYPE.
           MOVE WS-DISTRICT TO WS-SPOOL-DISTRICT.
           MOVE WS-OPEN-LINE TO RPT-LINE.
           PERFORM 8900-WRITE-LINE THRU 8900-EXIT.
       2000-EXIT.
           EXIT.

      * Counts completions that matched no dispatch - usually a
      * mis-keyed work-order number on the completion card.
      *----------------------------------------------------------------
       2300-FIND-DISTRICT SECTION.
       2300-START.
           MOVE "???" TO WS-DISTRICT.
           IF NOT WS-INTX-OPEN
               GO TO 2300-EXIT
           END-IF.
           MOVE MD-INTERSECTION-ID TO IX-INTERSECTION-ID.
           READ INTERSECTION-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE IX-DISTRICT TO WS-DISTRICT
           END-READ.
       2300-EXIT.
           EXIT.

       4000-REPORT-ORPHAN-COMPS SECTION.
       4000-START.
           PERFORM 4100-CHECK-ONE-COMP THRU 4100-EXIT
      * 9000-TERMINATE
      * Closes the files and prints the matching summary.
      *----------------------------------------------------------------
       8900-WRITE-LINE SECTION.
       8900-START.
           MOVE SPACES TO RS-RECORD.
           MOVE WS-SPOOL-TYPE TO RS-LINE-TYPE.
           IF RS-DISTRICT-LINE
               MOVE WS-SPOOL-DISTRICT TO RS-DISTRICT
           END-IF.
           MOVE RPT-LINE TO RS-LINE.
           WRITE RPT-LINE.
           WRITE RS-RECORD.
       8900-EXIT.
           EXIT.

       9000-TERMINATE SECTION.
       9000-START.
           CLOSE MAINT-DISPATCH OPEN-FAULTS-REPORT BURST-SPOOL.
           IF WS-INTX-OPEN
               CLOSE INTERSECTION-MASTER
           END-IF.
           DISPLAY "TLWORPT: DISPATCHES        = " WS-DISPATCH-COUNT.
           DISPLAY "TLWORPT: CLOSED            = " WS-CLOSED-COUNT.
           DISPLAY "TLWORPT: STILL OPEN        = " WS-OPEN-COUNT.
