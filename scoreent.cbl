      *                  A SECOND ENTRY SESSION THE SAME DAY ADDS TO
      *                  THE BATCH INSTEAD OF SILENTLY WIPING THE
      *                  FIRST SESSION'S SCORES BEFORE GRADER RUNS.
      * 10/15/26   OPS   THE SCOREIN LAYOUT MOVED TO THE SHARED
      *                  SCOREIN.CPY AND EACH LINE NOW CARRIES THE
      *                  SIGNED-ON OPERATOR WHO KEYED IT, FOR THE
      *                  SCORSCRN BATCH SCREENING.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  STUDENT-MASTER.
       COPY "STUMAST.cpy".
       FD  SCORE-INPUT.
       COPY "SCOREIN.cpy".
       FD  ENTRY-REGISTER.
       01  REG-RECORD.
           05  REG-OPERATOR-ID         PIC X(10).
           MOVE WS-STUDENT-ID   TO SI-STUDENT-ID.
           MOVE WS-SCORE-NUM    TO SI-SCORE.
           MOVE WS-SUBJECT-CODE TO SI-SUBJECT-CODE.
           MOVE WS-SES-OPERATOR-ID TO SI-OPERATOR-ID.
           WRITE SI-RECORD.
           ADD 1 TO WS-ENTERED-COUNT.

