      *                  AND CARRIED BACK ONTO PENDAPPR UNREVIEWED -
      *                  NOTHING ON THE CONTROL FILE IS EVER DROPPED
      *                  BY THIS PROGRAM.
      * 10/15/26   OPS   APPRLOG NOW CARRIES THE REQUESTER OF EACH
      *                  DECIDED CHANGE BESIDE THE APPROVER, SO
      *                  SODRPT CAN FIND ANYONE WHO APPROVED THEIR
      *                  OWN CHANGE.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  AL-LOG-DATE             PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AL-LOG-TIME             PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AL-REQUESTED-BY         PIC X(10).
       FD  PRICE-HISTORY.
       01  PH-RECORD.
           05  PH-PRODUCT-ID           PIC X(05).
           MOVE WS-LOG-DECISION               TO AL-DECISION.
           MOVE WS-TODAY-DATE                 TO AL-LOG-DATE.
           MOVE WS-RUN-TIME                   TO AL-LOG-TIME.
           MOVE WS-PT-REQUESTED-BY(WS-FOUND-IDX) TO AL-REQUESTED-BY.
           WRITE AL-RECORD.
           CLOSE APPROVAL-LOG.
       5000-EXIT.
