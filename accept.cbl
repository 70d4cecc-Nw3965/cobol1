      *                  TERMINAL UNRESTRICTED, SO UNCONVERTED SITES
      *                  SIGN ON AS BEFORE. THE WAREHOUSE CONSOLE CAN
      *                  FINALLY BE BARRED FROM SUPERVISOR SESSIONS.
      * 10/15/26   OPS   TEMPORARY AUTHORITY ELEVATION: A GRANT ON
      *                  ELEVGRNT (WRITTEN BY ELEVMNT) WHOSE WINDOW
      *                  COVERS THE SIGN-ON PUTS THE GRANTED LEVEL ON
      *                  SIGNSESS IN PLACE OF THE ROSTER LEVEL, WHICH
      *                  IS NEVER CHANGED. THE TERMINAL CEILING STILL
      *                  APPLIES - AN ELEVATION OVER IT IS NOT USED.
      *                  EVERY SIGN-ON THAT TAKES ONE IS LOGGED TO
      *                  ELEVLOG FOR THE DAILY ELEVRPT REPORT.
      * 10/15/26   OPS   THE SIGNAUD "ON " RECORD NOW CARRIES THE
      *                  ROSTER AUTHORITY LEVEL THE SESSION OPENED
      *                  WITH, SO SODRPT CAN CHECK IT AGAINST THE
      *                  TERMINAL CEILING AFTER THE FACT.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ALERT-QUEUE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AQ-FILE-STATUS.
           SELECT ELEV-GRANTS ASSIGN TO "ELEVGRNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EG-KEY
               FILE STATUS IS EG-FILE-STATUS.
           SELECT ELEV-LOG ASSIGN TO "ELEVLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
           05  AUD-SIGNON-DATE         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-SIGNON-TIME         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AUD-AUTH-LEVEL          PIC X(01).
       FD  SECURITY-LOG.
       01  SEC-RECORD.
           05  SEC-OPERATOR-ID         PIC X(10).
       COPY "JOBLOG.cpy".
       FD  ALERT-QUEUE.
       COPY "OPSALRT.cpy".
       FD  ELEV-GRANTS.
       COPY "ELEVGRNT.cpy".
       FD  ELEV-LOG.
       COPY "ELEVLOG.cpy".
       WORKING-STORAGE SECTION.
         01 JL-FILE-STATUS     PIC XX.
         01 AQ-FILE-STATUS     PIC XX.
            05 WS-RUN-MODE-SW         PIC X(01) VALUE "I".
               88 WS-RUN-MODE-BATCH          VALUE "B".
               88 WS-RUN-MODE-INTERACTIVE    VALUE "I".
            05 WS-GRANT-EOF-SW        PIC X(01) VALUE "N".
               88 WS-GRANT-EOF               VALUE "Y".
            05 WS-ELEVATED-SW         PIC X(01) VALUE "N".
               88 WS-ELEVATED                VALUE "Y".
         01 OM-FILE-STATUS            PIC XX.
         01 AUD-FILE-STATUS           PIC XX.
         01 CTL-FILE-STATUS           PIC XX.
         01 SEC-FILE-STATUS           PIC XX.
         01 SES-FILE-STATUS           PIC XX.
         01 TM-FILE-STATUS            PIC XX.
         01 EG-FILE-STATUS            PIC XX.
         01 EL-FILE-STATUS            PIC XX.
         01 WS-TERMINAL-OK-SW         PIC X(01) VALUE "N".
            88 WS-TERMINAL-OK                VALUE "Y".
         01 WS-VIOLATION-REASON       PIC X(20).
         01 WS-RANK-OUT               PIC 9(01).
         01 WS-OPER-RANK              PIC 9(01) VALUE ZERO.
         01 WS-CEILING-RANK           PIC 9(01) VALUE ZERO.
         01 WS-ELEV-RANK              PIC 9(01) VALUE ZERO.
         01 WS-ELEV-LEVEL             PIC X(01).
         01 WS-ELEV-GRANT-START.
            05 WS-ELEV-GRANT-DATE     PIC 9(08).
            05 WS-ELEV-GRANT-TIME     PIC 9(04).
         01 WS-ELEV-END.
            05 WS-ELEV-END-DATE       PIC 9(08).
            05 WS-ELEV-END-TIME       PIC 9(04).
         01 WS-NOW-STAMP.
            05 WS-NOW-DATE            PIC 9(08).
            05 WS-NOW-HHMM            PIC 9(04).
         01 WS-GRANT-FROM-STAMP.
            05 WS-GRANT-FROM-DATE     PIC 9(08).
            05 WS-GRANT-FROM-HHMM     PIC 9(04).
         01 WS-GRANT-TO-STAMP.
            05 WS-GRANT-TO-DATE       PIC 9(08).
            05 WS-GRANT-TO-HHMM       PIC 9(04).
         01 WS-HASH-FIELDS.
            05 WS-HASH-OPERATOR       PIC X(10).
            05 WS-HASH-PIN-IN         PIC X(04).
           PERFORM 1000-GET-SIGNON-DATA THRU 1000-EXIT.
           PERFORM 2000-VALIDATE-OPERATOR THRU 2000-EXIT.
           PERFORM 3000-WRITE-AUDIT-LOG THRU 3000-EXIT.
           PERFORM 2900-APPLY-ELEVATION THRU 2900-EXIT.
           PERFORM 3500-WRITE-SESSION-FILE THRU 3500-EXIT.
           PERFORM 8000-GREET-OPERATOR THRU 8000-EXIT.
           PERFORM 9900-WRITE-JOB-LOG THRU 9900-EXIT.
       2800-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-APPLY-ELEVATION
      * Looks for an active ELEVGRNT grant for this operator whose
      * window covers the sign-on date and time and whose level is
      * above the roster level. The highest such level replaces the
      * roster level for this session only, unless it is over the
      * terminal's ceiling. A site with no grant file signs on at
      * the roster level as before.
      *----------------------------------------------------------------
       2900-APPLY-ELEVATION SECTION.
       2900-START.
           SET WS-ELEVATED-SW TO "N".
           MOVE WS-OM-AUTH-LEVEL TO WS-RANK-IN.
           PERFORM 2370-RANK-AUTH-LEVEL THRU 2370-EXIT.
           MOVE WS-RANK-OUT TO WS-ELEV-RANK.

           MOVE WS-CD-DATE TO WS-NOW-DATE.
           DIVIDE WS-CD-TIME BY 10000 GIVING WS-NOW-HHMM.

           OPEN INPUT ELEV-GRANTS.
           IF EG-FILE-STATUS = "35" OR EG-FILE-STATUS = "05"
               GO TO 2900-EXIT
           END-IF.
           IF EG-FILE-STATUS NOT = "00"
               DISPLAY "SIGNON: UNABLE TO OPEN ELEVGRNT, STATUS="
                   EG-FILE-STATUS
               GO TO 2900-EXIT
           END-IF.

           MOVE MY-OPERATOR-ID TO EG-OPERATOR-ID.
           MOVE ZERO           TO EG-START-DATE.
           MOVE ZERO           TO EG-START-TIME.
           START ELEV-GRANTS KEY IS >= EG-KEY
               INVALID KEY
                   SET WS-GRANT-EOF TO TRUE
           END-START.
           PERFORM 2950-CHECK-ONE-GRANT THRU 2950-EXIT
               UNTIL WS-GRANT-EOF.
           CLOSE ELEV-GRANTS.

           IF NOT WS-ELEVATED
               GO TO 2900-EXIT
           END-IF.

           IF WS-CEILING-RANK > ZERO AND WS-ELEV-RANK > WS-CEILING-RANK
               DISPLAY "SIGNON: TEMPORARY AUTHORITY " WS-ELEV-LEVEL
                   " NOT USED - OVER TERMINAL " MY-TERMINAL-ID
                   " CEILING"
               GO TO 2900-EXIT
           END-IF.

           MOVE WS-ELEV-LEVEL TO WS-OM-AUTH-LEVEL.
           DISPLAY "SIGNON: TEMPORARY AUTHORITY " WS-ELEV-LEVEL
               " IN FORCE UNTIL " WS-ELEV-END-DATE " "
               WS-ELEV-END-TIME.

           OPEN EXTEND ELEV-LOG.
           IF EL-FILE-STATUS = "05" OR EL-FILE-STATUS = "35"
               CLOSE ELEV-LOG
               OPEN OUTPUT ELEV-LOG
           END-IF.
           IF EL-FILE-STATUS NOT = "00"
               DISPLAY "SIGNON: UNABLE TO OPEN ELEVLOG, STATUS="
                   EL-FILE-STATUS
               GO TO 2900-EXIT
           END-IF.

           MOVE SPACES              TO EL-RECORD.
           SET EL-EVENT-USE         TO TRUE.
           MOVE MY-OPERATOR-ID      TO EL-OPERATOR-ID.
           MOVE WS-ELEV-LEVEL       TO EL-AUTH-LEVEL.
           MOVE WS-ELEV-GRANT-START TO EL-GRANT-START.
           MOVE MY-TERMINAL-ID      TO EL-BY.
           MOVE WS-CD-DATE          TO EL-EVENT-DATE.
           MOVE WS-CD-TIME          TO EL-EVENT-TIME.
           WRITE EL-RECORD.
           CLOSE ELEV-LOG.
       2900-EXIT.
           EXIT.

       2950-CHECK-ONE-GRANT SECTION.
       2950-START.
           READ ELEV-GRANTS NEXT RECORD
               AT END
                   SET WS-GRANT-EOF TO TRUE
                   GO TO 2950-EXIT
           END-READ.

           IF EG-OPERATOR-ID NOT = MY-OPERATOR-ID
               SET WS-GRANT-EOF TO TRUE
               GO TO 2950-EXIT
           END-IF.
           IF NOT EG-STATUS-ACTIVE
               GO TO 2950-EXIT
           END-IF.

           MOVE EG-START-DATE TO WS-GRANT-FROM-DATE.
           MOVE EG-START-TIME TO WS-GRANT-FROM-HHMM.
           MOVE EG-END-DATE   TO WS-GRANT-TO-DATE.
           MOVE EG-END-TIME   TO WS-GRANT-TO-HHMM.
           IF WS-NOW-STAMP < WS-GRANT-FROM-STAMP
                   OR WS-NOW-STAMP > WS-GRANT-TO-STAMP
               GO TO 2950-EXIT
           END-IF.

           MOVE EG-AUTH-LEVEL TO WS-RANK-IN.
           PERFORM 2370-RANK-AUTH-LEVEL THRU 2370-EXIT.
           IF WS-RANK-OUT > WS-ELEV-RANK
               SET WS-ELEVATED TO TRUE
               MOVE WS-RANK-OUT   TO WS-ELEV-RANK
               MOVE EG-AUTH-LEVEL TO WS-ELEV-LEVEL
               MOVE EG-START-DATE TO WS-ELEV-GRANT-DATE
               MOVE EG-START-TIME TO WS-ELEV-GRANT-TIME
               MOVE EG-END-DATE   TO WS-ELEV-END-DATE
               MOVE EG-END-TIME   TO WS-ELEV-END-TIME
           END-IF.
       2950-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-WRITE-AUDIT-LOG
      * Appends the operator ID and a date/time stamp to the
           MOVE "ON "            TO AUD-EVENT-CODE.
           MOVE WS-CD-DATE       TO AUD-SIGNON-DATE.
           MOVE WS-CD-TIME       TO AUD-SIGNON-TIME.
           MOVE WS-OM-AUTH-LEVEL TO AUD-AUTH-LEVEL.
           WRITE AUD-RECORD.
           CLOSE SIGNON-AUDIT.
       3000-EXIT.
      * 3500-WRITE-SESSION-FILE
      * Replaces the SIGNSESS session file with the operator just
      * validated, so downstream steps in the same stream know who is
      * signed on and the authority level the roster grants them -
      * or a temporary elevation, when 2900 found one in force.
      *----------------------------------------------------------------
       3500-WRITE-SESSION-FILE SECTION.
       3500-START.
