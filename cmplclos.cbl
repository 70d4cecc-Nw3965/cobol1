       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPLCLOS.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. COMPLAINT CLOSURE EXTRACT FOR
      *                  CUSTOMER SERVICE CALL-BACKS. EVERY OPEN
      *                  COMPLAINT ON CMPLMAST WHOSE LINKED TLMAINT
      *                  WORK ORDER NOW HAS A TLMCOMP COMPLETION - OR
      *                  WHOSE LINKED SIGREVW REVIEW ITEM HAS BEEN
      *                  CLOSED AT THE SIGNAL DESK - IS WRITTEN TO
      *                  CMPLCLBK WITH THE INTERSECTION LOCATION, THE
      *                  RESOLUTION DATE AND THE ACTION TAKEN OR CLOSE
      *                  REASON, AND MARKED CALL-BACK DUE ON CMPLMAST
      *                  SO IT IS EXTRACTED ONLY ONCE.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-MASTER ASSIGN TO "CMPLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CP-COMPLAINT-NO
               FILE STATUS IS CP-FILE-STATUS.
           SELECT INTERSECTION-MASTER ASSIGN TO "INTXMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IX-INTERSECTION-ID
               FILE STATUS IS IX-FILE-STATUS.
           SELECT MAINT-COMPLETIONS ASSIGN TO "TLMCOMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MC-FILE-STATUS.
           SELECT SIGNAL-REVIEW ASSIGN TO "SIGREVW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SR-SEQ-NO
               FILE STATUS IS SR-FILE-STATUS.
           SELECT CALLBACK-EXTRACT ASSIGN TO "CMPLCLBK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-MASTER.
       COPY "CMPLMAST.cpy".
       FD  INTERSECTION-MASTER.
       COPY "INTXMAST.cpy".
       FD  MAINT-COMPLETIONS.
       01  MC-RECORD.
           05  MC-WORK-ORDER-NO        PIC 9(06).
           05  FILLER                  PIC X(01).
           05  MC-COMP-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  MC-ACTION-TAKEN         PIC X(30).
       FD  SIGNAL-REVIEW.
       COPY "SIGREVW.cpy".
       FD  CALLBACK-EXTRACT.
       01  CB-RECORD.
           05  CB-COMPLAINT-NO         PIC X(08).
           05  FILLER                  PIC X(01).
           05  CB-INTERSECTION-ID      PIC X(05).
           05  FILLER                  PIC X(01).
           05  CB-LOCATION             PIC X(30).
           05  FILLER                  PIC X(01).
           05  CB-CATEGORY             PIC X(04).
           05  FILLER                  PIC X(01).
           05  CB-COMPLAINT-DATE       PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CB-LINK                 PIC X(18).
           05  FILLER                  PIC X(01).
           05  CB-RESOLVED-DATE        PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CB-RESOLUTION           PIC X(30).
       WORKING-STORAGE SECTION.
        01 CP-FILE-STATUS              PIC XX.
        01 IX-FILE-STATUS              PIC XX.
        01 MC-FILE-STATUS              PIC XX.
        01 SR-FILE-STATUS              PIC XX.
        01 CB-FILE-STATUS              PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-RESOLVED-SW          PIC X(01) VALUE "N".
              88 WS-RESOLVED                  VALUE "Y".
        01 WS-TODAY-DATE               PIC 9(08).
        01 WS-COMP-COUNT               PIC 9(04) VALUE ZERO.
        01 WS-COMP-TABLE.
           05 WS-COMP-ENTRY OCCURS 3000 TIMES.
              10 WS-CP-WO             PIC 9(06).
              10 WS-CP-COMP-DATE      PIC 9(08).
              10 WS-CP-ACTION         PIC X(30).
        01 WS-COMP-IDX                 PIC 9(04) VALUE ZERO.
        01 WS-RESOLVED-DATE            PIC 9(08) VALUE ZERO.
        01 WS-RESOLUTION               PIC X(30) VALUE SPACES.
        01 WS-LINK-WO-TEXT.
           05 FILLER                  PIC X(03) VALUE "WO ".
           05 LW-WO                   PIC 9(06).
        01 WS-LINK-REV-TEXT.
           05 FILLER                  PIC X(07) VALUE "REVIEW ".
           05 LR-SEQ-NO               PIC 9(07).
        01 WS-TALLY-COUNTS.
           05 WS-OPEN-COUNT           PIC 9(05) VALUE ZERO.
           05 WS-EXTRACT-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-STILL-OPEN-COUNT     PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CHECK-ONE-COMPLAINT THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Loads the completions and opens the complaint master for
      * update, the intersection master and review queue for
      * lookup, and the extract.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           OPEN INPUT MAINT-COMPLETIONS.
           IF MC-FILE-STATUS = "00"
               PERFORM 1100-LOAD-ONE-COMPLETION THRU 1100-EXIT
                   UNTIL WS-EOF OR WS-COMP-COUNT = 3000
               SET WS-EOF-SW TO "N"
               CLOSE MAINT-COMPLETIONS
           END-IF.

           OPEN I-O COMPLAINT-MASTER.
           IF CP-FILE-STATUS NOT = "00"
               DISPLAY "CMPLCLOS: UNABLE TO OPEN CMPLMAST - STATUS "
                   CP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT INTERSECTION-MASTER.
           IF IX-FILE-STATUS NOT = "00"
               DISPLAY "CMPLCLOS: NO INTERSECTION MASTER - LOCATIONS"
                   " BLANK"
           END-IF.

           OPEN INPUT SIGNAL-REVIEW.
           IF SR-FILE-STATUS NOT = "00"
               DISPLAY "CMPLCLOS: NO SIGREVW QUEUE - REVIEW LINKS"
                   " LEFT OPEN"
           END-IF.

           OPEN OUTPUT CALLBACK-EXTRACT.
           IF CB-FILE-STATUS NOT = "00"
               DISPLAY "CMPLCLOS: UNABLE TO OPEN CMPLCLBK - STATUS "
                   CB-FILE-STATUS
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
           MOVE MC-WORK-ORDER-NO TO WS-CP-WO(WS-COMP-COUNT).
           MOVE MC-COMP-DATE     TO WS-CP-COMP-DATE(WS-COMP-COUNT).
           MOVE MC-ACTION-TAKEN  TO WS-CP-ACTION(WS-COMP-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CHECK-ONE-COMPLAINT
      * An open complaint whose link is resolved is extracted and
      * marked call-back due.
      *----------------------------------------------------------------
       2000-CHECK-ONE-COMPLAINT SECTION.
       2000-START.
           READ COMPLAINT-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF NOT CP-OPEN
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-OPEN-COUNT.

           SET WS-RESOLVED-SW TO "N".
           IF CP-LINKED-WORK-ORDER
               PERFORM 2100-MATCH-ONE-COMPLETION THRU 2100-EXIT
                   VARYING WS-COMP-IDX FROM 1 BY 1
                   UNTIL WS-COMP-IDX > WS-COMP-COUNT OR WS-RESOLVED
           ELSE
               PERFORM 2200-CHECK-REVIEW-ITEM THRU 2200-EXIT
           END-IF.
           IF NOT WS-RESOLVED
               ADD 1 TO WS-STILL-OPEN-COUNT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 3000-WRITE-EXTRACT THRU 3000-EXIT.

           SET CP-CALLBACK-DUE TO TRUE.
           MOVE WS-RESOLVED-DATE TO CP-RESOLVED-DATE.
           REWRITE CP-RECORD.
           ADD 1 TO WS-EXTRACT-COUNT.
       2000-EXIT.
           EXIT.

       2100-MATCH-ONE-COMPLETION SECTION.
       2100-START.
           IF WS-CP-WO(WS-COMP-IDX) = CP-WORK-ORDER-NO
               SET WS-RESOLVED TO TRUE
               MOVE WS-CP-COMP-DATE(WS-COMP-IDX) TO WS-RESOLVED-DATE
               MOVE WS-CP-ACTION(WS-COMP-IDX)    TO WS-RESOLUTION
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-CHECK-REVIEW-ITEM
      * A review item closed at the signal desk resolves the
      * complaint; the queue keeps no close date, so the run date
      * stands in for it.
      *----------------------------------------------------------------
       2200-CHECK-REVIEW-ITEM SECTION.
       2200-START.
           IF SR-FILE-STATUS NOT = "00" AND SR-FILE-STATUS NOT = "23"
               GO TO 2200-EXIT
           END-IF.
           MOVE CP-REVIEW-SEQ-NO TO SR-SEQ-NO.
           READ SIGNAL-REVIEW
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ.
           IF SR-CLOSED
               SET WS-RESOLVED TO TRUE
               MOVE WS-TODAY-DATE   TO WS-RESOLVED-DATE
               MOVE SR-CLOSE-REASON TO WS-RESOLUTION
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-WRITE-EXTRACT
      * One call-back line per resolved complaint.
      *----------------------------------------------------------------
       3000-WRITE-EXTRACT SECTION.
       3000-START.
           MOVE SPACES             TO CB-RECORD.
           MOVE CP-COMPLAINT-NO    TO CB-COMPLAINT-NO.
           MOVE CP-INTERSECTION-ID TO CB-INTERSECTION-ID.
           MOVE CP-CATEGORY        TO CB-CATEGORY.
           MOVE CP-COMPLAINT-DATE  TO CB-COMPLAINT-DATE.
           IF CP-LINKED-WORK-ORDER
               MOVE CP-WORK-ORDER-NO TO LW-WO
               MOVE WS-LINK-WO-TEXT  TO CB-LINK
           ELSE
               MOVE CP-REVIEW-SEQ-NO TO LR-SEQ-NO
               MOVE WS-LINK-REV-TEXT TO CB-LINK
           END-IF.
           MOVE WS-RESOLVED-DATE   TO CB-RESOLVED-DATE.
           MOVE WS-RESOLUTION      TO CB-RESOLUTION.

           IF IX-FILE-STATUS = "00" OR IX-FILE-STATUS = "23"
               MOVE CP-INTERSECTION-ID TO IX-INTERSECTION-ID
               READ INTERSECTION-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IX-LOCATION TO CB-LOCATION
               END-READ
           END-IF.
           WRITE CB-RECORD.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the extract summary.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE COMPLAINT-MASTER CALLBACK-EXTRACT.
           IF IX-FILE-STATUS = "00" OR IX-FILE-STATUS = "23"
               CLOSE INTERSECTION-MASTER
           END-IF.
           IF SR-FILE-STATUS = "00" OR SR-FILE-STATUS = "23"
               CLOSE SIGNAL-REVIEW
           END-IF.
           DISPLAY "CMPLCLOS: OPEN COMPLAINTS    = " WS-OPEN-COUNT.
           DISPLAY "CMPLCLOS: CALL-BACKS DUE     = " WS-EXTRACT-COUNT.
           DISPLAY "CMPLCLOS: STILL OPEN         = "
               WS-STILL-OPEN-COUNT.
       9000-EXIT.
           EXIT.
