       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGRSCNV.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. ONE-TIME CONVERSION RUN FOR THE
      *                  SIGREVW REVIEW QUEUE, FOLLOWING THE PRODCCNV
      *                  PATTERN: READS THE OLD 87-BYTE LAYOUT AND
      *                  WRITES SIGREVWC IN THE NEW LAYOUT WITH THE
      *                  RAISE REASON ADDED FOR PHASECHK LEFT BLANK -
      *                  EVERYTHING ALREADY QUEUED IS A COLOR
      *                  EXCEPTION. SEQUENCE NUMBERS, STATUSES AND
      *                  ASSIGNMENTS CARRY ACROSS UNCHANGED, SO
      *                  SIGRVSEQ NEEDS NO RESEED. OPERATIONS RENAMES
      *                  SIGREVWC OVER SIGREVW AFTER THE COUNTS ARE
      *                  AGREED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-REVIEW ASSIGN TO "SIGREVW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-SEQ-NO
               FILE STATUS IS OLD-FILE-STATUS.
           SELECT NEW-REVIEW ASSIGN TO "SIGREVWC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SR-SEQ-NO
               FILE STATUS IS NEW-FILE-STATUS.
           SELECT CONV-REPORT ASSIGN TO "SIGRSCVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-REVIEW.
       01  OLD-RECORD.
           05  OLD-SEQ-NO              PIC 9(07).
           05  OLD-INTERSECTION-ID     PIC X(05).
           05  OLD-SIGNAL-VALUE        PIC X(10).
           05  OLD-REVIEW-DATE         PIC 9(08).
           05  OLD-REVIEW-TIME         PIC 9(08).
           05  OLD-STATUS              PIC X(01).
           05  OLD-ASSIGNED-TO         PIC X(10).
           05  OLD-CLOSE-REASON        PIC X(30).
       FD  NEW-REVIEW.
       COPY "SIGREVW.cpy".
       FD  CONV-REPORT.
       01  RPT-LINE                    PIC X(60).
       WORKING-STORAGE SECTION.
        01 OLD-FILE-STATUS             PIC XX.
        01 NEW-FILE-STATUS             PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
        01 WS-IN-COUNT                 PIC 9(07) VALUE ZERO.
        01 WS-OUT-COUNT                PIC 9(07) VALUE ZERO.
        01 WS-COUNT-LINE.
           05 CL-LABEL                PIC X(20).
           05 CL-COUNT                PIC Z,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CONVERT-ONE-RECORD THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Opens the old queue, the converted queue, and the control
      * report.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           OPEN INPUT OLD-REVIEW.
           IF OLD-FILE-STATUS NOT = "00"
               DISPLAY "SIGRSCNV: UNABLE TO OPEN SIGREVW - STATUS "
                   OLD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT NEW-REVIEW.
           IF NEW-FILE-STATUS NOT = "00"
               DISPLAY "SIGRSCNV: UNABLE TO OPEN SIGREVWC - STATUS "
                   NEW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CONV-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "SIGRSCNV: UNABLE TO OPEN SIGRSCVR - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "SIGNAL REVIEW QUEUE RAISE-REASON CONVERSION REPORT"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CONVERT-ONE-RECORD
      * Copies one queue item across with the raise reason blank.
      *----------------------------------------------------------------
       2000-CONVERT-ONE-RECORD SECTION.
       2000-START.
           READ OLD-REVIEW NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.

           ADD 1 TO WS-IN-COUNT.

           MOVE SPACES              TO SR-RECORD.
           MOVE OLD-SEQ-NO          TO SR-SEQ-NO.
           MOVE OLD-INTERSECTION-ID TO SR-INTERSECTION-ID.
           MOVE OLD-SIGNAL-VALUE    TO SR-SIGNAL-VALUE.
           MOVE OLD-REVIEW-DATE     TO SR-REVIEW-DATE.
           MOVE OLD-REVIEW-TIME     TO SR-REVIEW-TIME.
           MOVE OLD-STATUS          TO SR-STATUS.
           MOVE OLD-ASSIGNED-TO     TO SR-ASSIGNED-TO.
           MOVE OLD-CLOSE-REASON    TO SR-CLOSE-REASON.
           MOVE SPACES              TO SR-RAISE-REASON.
           WRITE SR-RECORD.

           ADD 1 TO WS-OUT-COUNT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Prints the before/after record counts. The two counts must
      * agree before operations swaps the files.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           MOVE "RECORDS READ        " TO CL-LABEL.
           MOVE WS-IN-COUNT TO CL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "RECORDS WRITTEN     " TO CL-LABEL.
           MOVE WS-OUT-COUNT TO CL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.

           IF WS-IN-COUNT = WS-OUT-COUNT
               MOVE "RECORD COUNTS AGREE - SAFE TO SWAP" TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE "RECORD COUNTS DO NOT AGREE - DO NOT SWAP"
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE OLD-REVIEW NEW-REVIEW CONV-REPORT.
           DISPLAY "SIGRSCNV: RECORDS READ    = " WS-IN-COUNT.
           DISPLAY "SIGRSCNV: RECORDS WRITTEN = " WS-OUT-COUNT.
       9000-EXIT.
           EXIT.
