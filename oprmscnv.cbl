       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRMSCNV.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. ONE-TIME CONVERSION RUN FOR THE
      *                  OPERATOR MASTER, FOLLOWING THE OPRMCONV
      *                  PATTERN: READS THE 55-BYTE LAYOUT AND WRITES
      *                  OPRMASTC IN THE NEW LAYOUT WITH THE
      *                  SUPERVISOR ID ADDED FOR THE OPRREVW ACCESS
      *                  RECERTIFICATION LEFT BLANK. OPRMNT SUPV-SET
      *                  ASSIGNS THE SUPERVISORS; UNTIL THEN OPRREVW
      *                  LISTS THE OPERATOR AS UNASSIGNED. PINS,
      *                  FAILURE COUNTS, AUTHORITY AND PIN DATES
      *                  CARRY ACROSS UNCHANGED. OPERATIONS RENAMES
      *                  OPRMASTC OVER OPRMAST AFTER THE COUNTS ARE
      *                  AGREED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER ASSIGN TO "OPRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-OPERATOR-ID
               FILE STATUS IS OLD-FILE-STATUS.
           SELECT NEW-MASTER ASSIGN TO "OPRMASTC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS NEW-FILE-STATUS.
           SELECT CONV-REPORT ASSIGN TO "OPRMSCVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER.
       01  OLD-RECORD.
           05  OLD-OPERATOR-ID         PIC X(10).
           05  OLD-OPERATOR-NAME       PIC X(30).
           05  OLD-OPERATOR-PIN        PIC X(04).
           05  OLD-ACTIVE-FLAG         PIC X(01).
           05  OLD-FAIL-COUNT          PIC 9(01).
           05  OLD-AUTH-LEVEL          PIC X(01).
           05  OLD-PIN-CHANGED-DATE    PIC 9(08).
       FD  NEW-MASTER.
       COPY "OPRMAST.cpy".
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
      * Opens the old roster, the converted roster, and the control
      * report.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           OPEN INPUT OLD-MASTER.
           IF OLD-FILE-STATUS NOT = "00"
               DISPLAY "OPRMSCNV: UNABLE TO OPEN OPRMAST - STATUS "
                   OLD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT NEW-MASTER.
           IF NEW-FILE-STATUS NOT = "00"
               DISPLAY "OPRMSCNV: UNABLE TO OPEN OPRMASTC - STATUS "
                   NEW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CONV-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "OPRMSCNV: UNABLE TO OPEN OPRMSCVR - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "OPERATOR MASTER SUPERVISOR-ID CONVERSION REPORT"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CONVERT-ONE-RECORD
      * Copies one roster entry across with the supervisor blank.
      *----------------------------------------------------------------
       2000-CONVERT-ONE-RECORD SECTION.
       2000-START.
           READ OLD-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.

           ADD 1 TO WS-IN-COUNT.

           MOVE SPACES               TO OM-RECORD.
           MOVE OLD-OPERATOR-ID      TO OM-OPERATOR-ID.
           MOVE OLD-OPERATOR-NAME    TO OM-OPERATOR-NAME.
           MOVE OLD-OPERATOR-PIN     TO OM-OPERATOR-PIN.
           MOVE OLD-ACTIVE-FLAG      TO OM-ACTIVE-FLAG.
           MOVE OLD-FAIL-COUNT       TO OM-FAIL-COUNT.
           MOVE OLD-AUTH-LEVEL       TO OM-AUTH-LEVEL.
           MOVE OLD-PIN-CHANGED-DATE TO OM-PIN-CHANGED-DATE.
           MOVE SPACES               TO OM-SUPERVISOR-ID.
           WRITE OM-RECORD.

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

           CLOSE OLD-MASTER NEW-MASTER CONV-REPORT.
           DISPLAY "OPRMSCNV: RECORDS READ    = " WS-IN-COUNT.
           DISPLAY "OPRMSCNV: RECORDS WRITTEN = " WS-OUT-COUNT.
       9000-EXIT.
           EXIT.
