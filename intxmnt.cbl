       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTXMNT.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. MAINTAINS THE INTXMAST
      *                  INTERSECTION MASTER FROM INTXTRN LIFECYCLE
      *                  TRANSACTIONS, THE WAY TERMMNT MAINTAINS THE
      *                  TERMINALS, IN PLACE OF THE INTXLOAD FULL
      *                  RELOAD: ADD, RELOCATE, REDISTRICT, OUTSERVICE
      *                  (REASON REQUIRED, FROM/TO DATES - BLANK FROM
      *                  IS TODAY, BLANK TO IS OPEN-ENDED), RETURN TO
      *                  SERVICE AND DECOMM. AN OUTSERVICE ALSO
      *                  WRITES THE MATCHING TLOUTAGE WINDOW SO SIGEVAL
      *                  AND TLCLASS STOP RAISING FAULTS FOR THE SITE,
      *                  AND A RETURN CLOSES THAT WINDOW AT YESTERDAY.
      *                  A DECOMM IS CHECKED FOR RECENT USAGE FIRST -
      *                  THE WHEREUSE INTX SCAN OF TLSIGLOG AND
      *                  SIGREVW - AND A LIVE SITE IS REJECTED WITH
      *                  THE HIT COUNT CITED. THE RUN IS REFUSED
      *                  UNLESS THE SIGNED-ON OPERATOR HOLDS
      *                  SUPERVISOR AUTHORITY. EVERY TRANSACTION LANDS
      *                  ON THE INTXREG REGISTER AND EVERY APPLIED
      *                  CHANGE IS APPENDED, BEFORE AND AFTER, WITH
      *                  THE OPERATOR, TO THE INTXHIST HISTORY.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTERSECTION-MASTER ASSIGN TO "INTXMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IX-INTERSECTION-ID
               FILE STATUS IS IX-FILE-STATUS.
           SELECT INTX-TRANS ASSIGN TO "INTXTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IT-FILE-STATUS.
           SELECT INTX-REGISTER ASSIGN TO "INTXREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
           SELECT INTX-HISTORY ASSIGN TO "INTXHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IH-FILE-STATUS.
           SELECT OUTAGE-SCHEDULE ASSIGN TO "TLOUTAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OG-FILE-STATUS.
           SELECT SIGNAL-LOG ASSIGN TO "TLSIGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-FILE-STATUS.
           SELECT SIGNAL-REVIEW ASSIGN TO "SIGREVW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SR-SEQ-NO
               FILE STATUS IS SR-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SIGNSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SES-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INTERSECTION-MASTER.
       COPY "INTXMAST.cpy".
       FD  INTX-TRANS.
       01  IT-RECORD.
           05  IT-ACTION               PIC X(10).
           05  FILLER                  PIC X(01).
           05  IT-INTERSECTION-ID      PIC X(05).
           05  FILLER                  PIC X(01).
           05  IT-LOCATION             PIC X(30).
           05  FILLER                  PIC X(01).
           05  IT-DISTRICT             PIC X(03).
           05  FILLER                  PIC X(01).
           05  IT-FROM-DATE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  IT-TO-DATE              PIC X(08).
           05  FILLER                  PIC X(01).
           05  IT-REASON               PIC X(30).
       FD  INTX-REGISTER.
       01  REG-RECORD.
           05  REG-ACTION              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-INTERSECTION-ID     PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-RESULT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-REASON              PIC X(30).
       FD  INTX-HISTORY.
       01  IH-RECORD.
           05  IH-CHANGE-DATE          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IH-CHANGE-TIME          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IH-OPERATOR-ID          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IH-ACTION               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IH-INTERSECTION-ID      PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IH-BEFORE.
               10  IH-OLD-LOCATION     PIC X(30).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  IH-OLD-DISTRICT     PIC X(03).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  IH-OLD-SERVICE-FLAG PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IH-AFTER.
               10  IH-NEW-LOCATION     PIC X(30).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  IH-NEW-DISTRICT     PIC X(03).
               10  FILLER              PIC X(01) VALUE SPACE.
               10  IH-NEW-SERVICE-FLAG PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IH-FROM-DATE            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IH-TO-DATE              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IH-REASON               PIC X(30).
       FD  OUTAGE-SCHEDULE.
       01  OG-RECORD.
           05  OG-INTERSECTION-ID      PIC X(05).
           05  FILLER                  PIC X(01).
           05  OG-FROM-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  OG-TO-DATE              PIC 9(08).
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
       FD  SESSION-FILE.
       COPY "SESSINFO.cpy".
       WORKING-STORAGE SECTION.
        01 IX-FILE-STATUS              PIC XX.
        01 IT-FILE-STATUS              PIC XX.
        01 REG-FILE-STATUS             PIC XX.
        01 IH-FILE-STATUS              PIC XX.
        01 OG-FILE-STATUS              PIC XX.
        01 SL-FILE-STATUS              PIC XX.
        01 SR-FILE-STATUS              PIC XX.
        01 SES-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-TRANS-VALID-SW       PIC X(01) VALUE "N".
              88 WS-TRANS-VALID               VALUE "Y".
           05 WS-MASTER-FOUND-SW      PIC X(01) VALUE "N".
              88 WS-MASTER-FOUND              VALUE "Y".
           05 WS-USAGE-EOF-SW         PIC X(01) VALUE "N".
              88 WS-USAGE-EOF                 VALUE "Y".
           05 WS-OUTAGE-CHANGED-SW    PIC X(01) VALUE "N".
              88 WS-OUTAGE-CHANGED            VALUE "Y".
        01 WS-SES-OPERATOR-ID          PIC X(10) VALUE SPACES.
        01 WS-SES-AUTH-LEVEL           PIC X(01) VALUE SPACE.
        01 WS-REJECT-REASON            PIC X(30) VALUE SPACES.
        01 WS-REGISTER-RESULT          PIC X(08) VALUE SPACES.
        01 WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
        01 WS-YESTERDAY-DATE           PIC 9(08) VALUE ZERO.
        01 WS-OUT-FROM-DATE            PIC 9(08) VALUE ZERO.
        01 WS-OUT-TO-DATE              PIC 9(08) VALUE ZERO.
        01 WS-OLD-IX-RECORD            PIC X(39) VALUE SPACES.
        01 WS-OLD-IX-FIELDS REDEFINES WS-OLD-IX-RECORD.
           05 WS-OLD-INTERSECTION-ID  PIC X(05).
           05 WS-OLD-LOCATION         PIC X(30).
           05 WS-OLD-DISTRICT         PIC X(03).
           05 WS-OLD-SERVICE-FLAG     PIC X(01).
        01 WS-USAGE-HITS               PIC 9(05) VALUE ZERO.
        01 WS-USAGE-HITS-DSP           PIC ZZZZ9.
        01 WS-RECENT-MONTH             PIC 9(06) VALUE ZERO.
        01 WS-RECENT-FIELDS REDEFINES WS-RECENT-MONTH.
           05 WS-RECENT-YEAR          PIC 9(04).
           05 WS-RECENT-MM            PIC 9(02).
        01 WS-CHECK-MONTH              PIC 9(06) VALUE ZERO.
        01 WS-OUTAGE-COUNT             PIC 9(03) VALUE ZERO.
        01 WS-OUTAGE-TABLE.
           05 WS-OUTAGE-ENTRY OCCURS 500 TIMES.
              10 WS-OG-INTERSECTION   PIC X(05).
              10 WS-OG-FROM-DATE      PIC 9(08).
              10 WS-OG-TO-DATE        PIC 9(08).
              10 WS-OG-DROP-SW        PIC X(01).
        01 WS-OUTAGE-IDX               PIC 9(03) VALUE ZERO.
        01 WS-WORK-DATE                PIC 9(08).
        01 WS-WORK-DATE-FIELDS REDEFINES WS-WORK-DATE.
           05 WS-WORK-YEAR             PIC 9(04).
           05 WS-WORK-MONTH            PIC 9(02).
           05 WS-WORK-DAY              PIC 9(02).
        01 WS-MONTH-END                PIC 9(02) VALUE ZERO.
        01 WS-LEAP-WORK                PIC 9(04) VALUE ZERO.
        01 WS-LEAP-REMAINDER           PIC 9(04) VALUE ZERO.
        01 WS-MONTH-LENGTHS.
           05 FILLER      PIC X(24) VALUE "312831303130313130313031".
        01 WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           05 WS-MONTH-LENGTH OCCURS 12 TIMES PIC 9(02).
        01 WS-TALLY-COUNTS.
           05 WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
           05 WS-WINDOWS-OPENED       PIC 9(05) VALUE ZERO.
           05 WS-WINDOWS-CLOSED       PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ONE-TRANS THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Refuses the run without supervisor authority, works out
      * today and yesterday, holds the outage schedule for update,
      * and opens the transactions, the register and the master,
      * creating the master empty when it does not exist yet so the
      * first roster can be added here.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
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
               DISPLAY "INTXMNT: RUN REFUSED - SIGNED-ON OPERATOR "
                   WS-SES-OPERATOR-ID " LACKS SUPERVISOR AUTHORITY"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-WORK-DATE.
           PERFORM 8700-SUBTRACT-ONE-DAY THRU 8700-EXIT.
           MOVE WS-WORK-DATE TO WS-YESTERDAY-DATE.

           MOVE WS-TODAY-DATE(1:6) TO WS-RECENT-MONTH.
           IF WS-RECENT-MM = 1
               SUBTRACT 1 FROM WS-RECENT-YEAR
               MOVE 12 TO WS-RECENT-MM
           ELSE
               SUBTRACT 1 FROM WS-RECENT-MM
           END-IF.

           OPEN INPUT OUTAGE-SCHEDULE.
           IF OG-FILE-STATUS = "00"
               PERFORM 1100-LOAD-ONE-OUTAGE THRU 1100-EXIT
                   UNTIL WS-EOF
               SET WS-EOF-SW TO "N"
               CLOSE OUTAGE-SCHEDULE
           END-IF.

           OPEN INPUT INTX-TRANS.
           IF IT-FILE-STATUS NOT = "00"
               DISPLAY "INTXMNT: UNABLE TO OPEN INTXTRN - STATUS "
                   IT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT INTX-REGISTER.
           IF REG-FILE-STATUS NOT = "00"
               DISPLAY "INTXMNT: UNABLE TO OPEN INTXREG - STATUS "
                   REG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O INTERSECTION-MASTER.
           IF IX-FILE-STATUS = "35"
               OPEN OUTPUT INTERSECTION-MASTER
               CLOSE INTERSECTION-MASTER
               OPEN I-O INTERSECTION-MASTER
           END-IF.
           IF IX-FILE-STATUS NOT = "00"
               DISPLAY "INTXMNT: UNABLE TO OPEN INTXMAST - STATUS "
                   IX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-LOAD-ONE-OUTAGE
      * Holds one planned-outage window. The schedule is rewritten
      * at the end of the run only when a window was opened or
      * closed, so it must fit the table whole.
      *----------------------------------------------------------------
       1100-LOAD-ONE-OUTAGE SECTION.
       1100-START.
           READ OUTAGE-SCHEDULE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF WS-OUTAGE-COUNT = 500
               DISPLAY "INTXMNT: TLOUTAGE EXCEEDS 500 WINDOWS - "
                   "TLOUTAGE CANNOT BE UPDATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-OUTAGE-COUNT.
           MOVE OG-INTERSECTION-ID
               TO WS-OG-INTERSECTION(WS-OUTAGE-COUNT).
           MOVE OG-FROM-DATE TO WS-OG-FROM-DATE(WS-OUTAGE-COUNT).
           MOVE OG-TO-DATE   TO WS-OG-TO-DATE(WS-OUTAGE-COUNT).
           MOVE "N"          TO WS-OG-DROP-SW(WS-OUTAGE-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PROCESS-ONE-TRANS
      * Reads one lifecycle transaction, validates it, and applies
      * it to the master or registers it as rejected.
      *----------------------------------------------------------------
       2000-PROCESS-ONE-TRANS SECTION.
       2000-START.
           READ INTX-TRANS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.

           PERFORM 3000-VALIDATE-TRANS THRU 3000-EXIT.
           IF NOT WS-TRANS-VALID
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED" TO WS-REGISTER-RESULT
               PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 4000-APPLY-TRANS THRU 4000-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED" TO WS-REGISTER-RESULT
               PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 6000-LOG-HISTORY THRU 6000-EXIT.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE "APPLIED"  TO WS-REGISTER-RESULT.
           PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-VALIDATE-TRANS
      * Confirms the action code is supported and consistent with the
      * master: an ADD must be a new intersection with a location and
      * district; every other action must name one already on the
      * master, and must actually change it.
      *----------------------------------------------------------------
       3000-VALIDATE-TRANS SECTION.
       3000-START.
           SET WS-TRANS-VALID-SW TO "N".
           MOVE SPACES TO WS-REJECT-REASON.

           IF IT-INTERSECTION-ID = SPACES
                   OR IT-INTERSECTION-ID = LOW-VALUES
               MOVE "BLANK INTERSECTION ID" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.

           IF IT-ACTION NOT = "ADD" AND IT-ACTION NOT = "RELOCATE"
                   AND IT-ACTION NOT = "REDISTRICT"
                   AND IT-ACTION NOT = "OUTSERVICE"
                   AND IT-ACTION NOT = "RETURN"
                   AND IT-ACTION NOT = "DECOMM"
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-READ-MASTER THRU 3100-EXIT.

           IF IT-ACTION = "ADD"
               IF WS-MASTER-FOUND
                   MOVE "INTERSECTION ALREADY ON MASTER"
                       TO WS-REJECT-REASON
                   GO TO 3000-EXIT
               END-IF
               IF IT-LOCATION = SPACES
                   MOVE "BLANK LOCATION" TO WS-REJECT-REASON
                   GO TO 3000-EXIT
               END-IF
               IF IT-DISTRICT = SPACES
                   MOVE "BLANK DISTRICT" TO WS-REJECT-REASON
                   GO TO 3000-EXIT
               END-IF
               SET WS-TRANS-VALID TO TRUE
               GO TO 3000-EXIT
           END-IF.

           IF NOT WS-MASTER-FOUND
               MOVE "INTERSECTION NOT ON MASTER" TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.

           EVALUATE IT-ACTION
               WHEN "RELOCATE"
                   IF IT-LOCATION = SPACES
                       MOVE "BLANK LOCATION" TO WS-REJECT-REASON
                   ELSE
                       IF IT-LOCATION = IX-LOCATION
                           MOVE "LOCATION UNCHANGED"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               WHEN "REDISTRICT"
                   IF IT-DISTRICT = SPACES
                       MOVE "BLANK DISTRICT" TO WS-REJECT-REASON
                   ELSE
                       IF IT-DISTRICT = IX-DISTRICT
                           MOVE "DISTRICT UNCHANGED"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               WHEN "OUTSERVICE"
                   PERFORM 3200-VALIDATE-OUTAGE THRU 3200-EXIT
               WHEN "RETURN"
                   IF NOT IX-OUT-OF-SERVICE
                       MOVE "INTERSECTION ALREADY IN SERVICE"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN "DECOMM"
                   PERFORM 3300-COUNT-INTX-USAGE THRU 3300-EXIT
                   IF WS-USAGE-HITS > ZERO
                       MOVE WS-USAGE-HITS TO WS-USAGE-HITS-DSP
                       MOVE SPACES TO WS-REJECT-REASON
                       STRING "STILL IN USE -" WS-USAGE-HITS-DSP
                           " RECENT HITS" DELIMITED BY SIZE
                           INTO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3000-EXIT
           END-IF.

           SET WS-TRANS-VALID TO TRUE.
       3000-EXIT.
           EXIT.

       3100-READ-MASTER SECTION.
       3100-START.
           SET WS-MASTER-FOUND-SW TO "N".
           MOVE SPACES TO WS-OLD-IX-RECORD.
           MOVE IT-INTERSECTION-ID TO IX-INTERSECTION-ID.
           READ INTERSECTION-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MASTER-FOUND TO TRUE
                   MOVE IX-RECORD TO WS-OLD-IX-RECORD
           END-READ.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-VALIDATE-OUTAGE
      * An out-of-service needs a reason and a site now in service.
      * The from date defaults to today and cannot be in the future
      * - this is the site's status now; future planned work goes on
      * TLOUTAGE directly. A blank to date leaves the window open
      * until the site is returned to service.
      *----------------------------------------------------------------
       3200-VALIDATE-OUTAGE SECTION.
       3200-START.
           IF IX-OUT-OF-SERVICE
               MOVE "INTERSECTION ALREADY OUT" TO WS-REJECT-REASON
               GO TO 3200-EXIT
           END-IF.
           IF IT-REASON = SPACES
               MOVE "BLANK OUT-OF-SERVICE REASON" TO WS-REJECT-REASON
               GO TO 3200-EXIT
           END-IF.

           IF IT-FROM-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-OUT-FROM-DATE
           ELSE
               IF IT-FROM-DATE NOT NUMERIC
                   MOVE "FROM DATE NOT NUMERIC" TO WS-REJECT-REASON
                   GO TO 3200-EXIT
               END-IF
               MOVE IT-FROM-DATE TO WS-OUT-FROM-DATE
           END-IF.
           IF WS-OUT-FROM-DATE > WS-TODAY-DATE
               MOVE "FROM DATE IN THE FUTURE" TO WS-REJECT-REASON
               GO TO 3200-EXIT
           END-IF.

           IF IT-TO-DATE = SPACES
               MOVE 99999999 TO WS-OUT-TO-DATE
           ELSE
               IF IT-TO-DATE NOT NUMERIC
                   MOVE "TO DATE NOT NUMERIC" TO WS-REJECT-REASON
                   GO TO 3200-EXIT
               END-IF
               MOVE IT-TO-DATE TO WS-OUT-TO-DATE
           END-IF.
           IF WS-OUT-TO-DATE < WS-TODAY-DATE
               MOVE "TO DATE BEFORE TODAY" TO WS-REJECT-REASON
               GO TO 3200-EXIT
           END-IF.

           IF WS-OUTAGE-COUNT = 500
               MOVE "TLOUTAGE TABLE FULL" TO WS-REJECT-REASON
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-COUNT-INTX-USAGE
      * The where-used check in front of a DECOMM, as WHEREUSE runs
      * it for an INTX: TLSIGLOG readings and SIGREVW exceptions for
      * the intersection in the current or prior month. A missing
      * file contributes no hits.
      *----------------------------------------------------------------
       3300-COUNT-INTX-USAGE SECTION.
       3300-START.
           MOVE ZERO TO WS-USAGE-HITS.

           OPEN INPUT SIGNAL-LOG.
           IF SL-FILE-STATUS = "00"
               PERFORM 3350-COUNT-ONE-READING THRU 3350-EXIT
                   UNTIL WS-USAGE-EOF
               SET WS-USAGE-EOF-SW TO "N"
               CLOSE SIGNAL-LOG
           END-IF.

           OPEN INPUT SIGNAL-REVIEW.
           IF SR-FILE-STATUS = "00"
               PERFORM 3360-COUNT-ONE-REVIEW THRU 3360-EXIT
                   UNTIL WS-USAGE-EOF
               SET WS-USAGE-EOF-SW TO "N"
               CLOSE SIGNAL-REVIEW
           END-IF.
       3300-EXIT.
           EXIT.

       3350-COUNT-ONE-READING SECTION.
       3350-START.
           READ SIGNAL-LOG
               AT END
                   SET WS-USAGE-EOF TO TRUE
                   GO TO 3350-EXIT
           END-READ.
           IF SL-INTERSECTION-ID NOT = IT-INTERSECTION-ID
               GO TO 3350-EXIT
           END-IF.
           MOVE SL-LOG-DATE(1:6) TO WS-CHECK-MONTH.
           IF WS-CHECK-MONTH >= WS-RECENT-MONTH
               ADD 1 TO WS-USAGE-HITS
           END-IF.
       3350-EXIT.
           EXIT.

       3360-COUNT-ONE-REVIEW SECTION.
       3360-START.
           READ SIGNAL-REVIEW NEXT RECORD
               AT END
                   SET WS-USAGE-EOF TO TRUE
                   GO TO 3360-EXIT
           END-READ.
           IF SR-INTERSECTION-ID NOT = IT-INTERSECTION-ID
               GO TO 3360-EXIT
           END-IF.
           MOVE SR-REVIEW-DATE(1:6) TO WS-CHECK-MONTH.
           IF WS-CHECK-MONTH >= WS-RECENT-MONTH
               ADD 1 TO WS-USAGE-HITS
           END-IF.
       3360-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-APPLY-TRANS
      * Applies a validated transaction to the master, opening or
      * closing the site's outage window to match. A failed update
      * is handed back as a reject reason.
      *----------------------------------------------------------------
       4000-APPLY-TRANS SECTION.
       4000-START.
           EVALUATE IT-ACTION
               WHEN "ADD"
                   MOVE IT-INTERSECTION-ID TO IX-INTERSECTION-ID
                   MOVE IT-LOCATION        TO IX-LOCATION
                   MOVE IT-DISTRICT        TO IX-DISTRICT
                   SET IX-IN-SERVICE TO TRUE
                   WRITE IX-RECORD
               WHEN "RELOCATE"
                   MOVE IT-LOCATION        TO IX-LOCATION
                   REWRITE IX-RECORD
               WHEN "REDISTRICT"
                   MOVE IT-DISTRICT        TO IX-DISTRICT
                   REWRITE IX-RECORD
               WHEN "OUTSERVICE"
                   SET IX-OUT-OF-SERVICE TO TRUE
                   REWRITE IX-RECORD
               WHEN "RETURN"
                   SET IX-IN-SERVICE TO TRUE
                   REWRITE IX-RECORD
               WHEN "DECOMM"
                   DELETE INTERSECTION-MASTER
           END-EVALUATE.
           IF IX-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-REJECT-REASON
               STRING "INTXMAST UPDATE FAILED - " IX-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF.

           IF IT-ACTION = "OUTSERVICE"
               PERFORM 4100-OPEN-OUTAGE-WINDOW THRU 4100-EXIT
           END-IF.
           IF IT-ACTION = "RETURN" OR IT-ACTION = "DECOMM"
               PERFORM 4200-CLOSE-OUTAGE-WINDOW THRU 4200-EXIT
                   VARYING WS-OUTAGE-IDX FROM 1 BY 1
                   UNTIL WS-OUTAGE-IDX > WS-OUTAGE-COUNT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-OPEN-OUTAGE-WINDOW SECTION.
       4100-START.
           ADD 1 TO WS-OUTAGE-COUNT.
           MOVE IT-INTERSECTION-ID
               TO WS-OG-INTERSECTION(WS-OUTAGE-COUNT).
           MOVE WS-OUT-FROM-DATE TO WS-OG-FROM-DATE(WS-OUTAGE-COUNT).
           MOVE WS-OUT-TO-DATE   TO WS-OG-TO-DATE(WS-OUTAGE-COUNT).
           MOVE "N"              TO WS-OG-DROP-SW(WS-OUTAGE-COUNT).
           SET WS-OUTAGE-CHANGED TO TRUE.
           ADD 1 TO WS-WINDOWS-OPENED.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-CLOSE-OUTAGE-WINDOW
      * A window covering today for a site back in service (or gone)
      * now ends yesterday; one that only began today is dropped.
      * Windows wholly in the past or the future are left alone.
      *----------------------------------------------------------------
       4200-CLOSE-OUTAGE-WINDOW SECTION.
       4200-START.
           IF WS-OG-INTERSECTION(WS-OUTAGE-IDX) NOT = IT-INTERSECTION-ID
                   OR WS-OG-DROP-SW(WS-OUTAGE-IDX) = "Y"
                   OR WS-OG-FROM-DATE(WS-OUTAGE-IDX) > WS-TODAY-DATE
                   OR WS-OG-TO-DATE(WS-OUTAGE-IDX) < WS-TODAY-DATE
               GO TO 4200-EXIT
           END-IF.
           IF WS-OG-FROM-DATE(WS-OUTAGE-IDX) = WS-TODAY-DATE
               MOVE "Y" TO WS-OG-DROP-SW(WS-OUTAGE-IDX)
           ELSE
               MOVE WS-YESTERDAY-DATE TO WS-OG-TO-DATE(WS-OUTAGE-IDX)
           END-IF.
           SET WS-OUTAGE-CHANGED TO TRUE.
           ADD 1 TO WS-WINDOWS-CLOSED.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-WRITE-REGISTER
      * Writes one register line for the transaction just handled.
      * WS-REGISTER-RESULT is set by the caller.
      *----------------------------------------------------------------
       5000-WRITE-REGISTER SECTION.
       5000-START.
           MOVE SPACES             TO REG-RECORD.
           MOVE IT-ACTION          TO REG-ACTION.
           MOVE IT-INTERSECTION-ID TO REG-INTERSECTION-ID.
           MOVE WS-REGISTER-RESULT TO REG-RESULT.
           MOVE WS-REJECT-REASON   TO REG-REASON.
           WRITE REG-RECORD.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-LOG-HISTORY
      * Appends the before and after images of an applied change,
      * stamped with the date, time and signed-on operator. A
      * decommissioned site has no after image.
      *----------------------------------------------------------------
       6000-LOG-HISTORY SECTION.
       6000-START.
           OPEN EXTEND INTX-HISTORY.
           IF IH-FILE-STATUS = "05" OR IH-FILE-STATUS = "35"
               CLOSE INTX-HISTORY
               OPEN OUTPUT INTX-HISTORY
           END-IF.

           MOVE SPACES              TO IH-RECORD.
           ACCEPT IH-CHANGE-DATE FROM DATE YYYYMMDD.
           ACCEPT IH-CHANGE-TIME FROM TIME.
           MOVE WS-SES-OPERATOR-ID  TO IH-OPERATOR-ID.
           MOVE IT-ACTION           TO IH-ACTION.
           MOVE IT-INTERSECTION-ID  TO IH-INTERSECTION-ID.
           MOVE WS-OLD-LOCATION     TO IH-OLD-LOCATION.
           MOVE WS-OLD-DISTRICT     TO IH-OLD-DISTRICT.
           MOVE WS-OLD-SERVICE-FLAG TO IH-OLD-SERVICE-FLAG.
           IF IT-ACTION NOT = "DECOMM"
               MOVE IX-LOCATION     TO IH-NEW-LOCATION
               MOVE IX-DISTRICT     TO IH-NEW-DISTRICT
               MOVE IX-SERVICE-FLAG TO IH-NEW-SERVICE-FLAG
           END-IF.
           IF IT-ACTION = "OUTSERVICE"
               MOVE WS-OUT-FROM-DATE TO IH-FROM-DATE
               MOVE WS-OUT-TO-DATE   TO IH-TO-DATE
           END-IF.
           MOVE IT-REASON           TO IH-REASON.
           WRITE IH-RECORD.
           CLOSE INTX-HISTORY.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-REWRITE-OUTAGES
      * Puts the outage schedule back with the windows opened and
      * closed during the run.
      *----------------------------------------------------------------
       7000-REWRITE-OUTAGES SECTION.
       7000-START.
           OPEN OUTPUT OUTAGE-SCHEDULE.
           IF OG-FILE-STATUS NOT = "00"
               DISPLAY "INTXMNT: UNABLE TO REWRITE TLOUTAGE - STATUS "
                   OG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 7000-EXIT
           END-IF.
           PERFORM 7100-WRITE-ONE-OUTAGE THRU 7100-EXIT
               VARYING WS-OUTAGE-IDX FROM 1 BY 1
               UNTIL WS-OUTAGE-IDX > WS-OUTAGE-COUNT.
           CLOSE OUTAGE-SCHEDULE.
       7000-EXIT.
           EXIT.

       7100-WRITE-ONE-OUTAGE SECTION.
       7100-START.
           IF WS-OG-DROP-SW(WS-OUTAGE-IDX) = "Y"
               GO TO 7100-EXIT
           END-IF.
           MOVE SPACES TO OG-RECORD.
           MOVE WS-OG-INTERSECTION(WS-OUTAGE-IDX) TO OG-INTERSECTION-ID.
           MOVE WS-OG-FROM-DATE(WS-OUTAGE-IDX)    TO OG-FROM-DATE.
           MOVE WS-OG-TO-DATE(WS-OUTAGE-IDX)      TO OG-TO-DATE.
           WRITE OG-RECORD.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8700-SUBTRACT-ONE-DAY
      * Steps WS-WORK-DATE (YYYYMMDD) back one calendar day, rolling
      * the month and year and allowing for leap years.
      *----------------------------------------------------------------
       8700-SUBTRACT-ONE-DAY SECTION.
       8700-START.
           IF WS-WORK-DAY > 1
               SUBTRACT 1 FROM WS-WORK-DAY
               GO TO 8700-EXIT
           END-IF.

           IF WS-WORK-MONTH > 1
               SUBTRACT 1 FROM WS-WORK-MONTH
           ELSE
               MOVE 12 TO WS-WORK-MONTH
               SUBTRACT 1 FROM WS-WORK-YEAR
           END-IF.

           MOVE WS-MONTH-LENGTH(WS-WORK-MONTH) TO WS-MONTH-END.
           IF WS-WORK-MONTH = 2
               DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-WORK
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-MONTH-END
                   DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-WORK
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 28 TO WS-MONTH-END
                       DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-WORK
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = ZERO
                           MOVE 29 TO WS-MONTH-END
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE WS-MONTH-END TO WS-WORK-DAY.
       8700-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Rewrites the outage schedule when it changed, closes the
      * files and prints the applied/rejected summary; RC 4 when any
      * transaction was rejected.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           IF WS-OUTAGE-CHANGED
               PERFORM 7000-REWRITE-OUTAGES THRU 7000-EXIT
           END-IF.
           CLOSE INTX-TRANS INTX-REGISTER INTERSECTION-MASTER.
           DISPLAY "INTXMNT: APPLIED          = " WS-APPLIED-COUNT.
           DISPLAY "INTXMNT: REJECTED         = " WS-REJECTED-COUNT.
           DISPLAY "INTXMNT: OUTAGES OPENED   = " WS-WINDOWS-OPENED.
           DISPLAY "INTXMNT: OUTAGES CLOSED   = " WS-WINDOWS-CLOSED.
           IF WS-REJECTED-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
