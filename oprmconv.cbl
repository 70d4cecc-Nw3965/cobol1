      *                  LENGTH AND SIGNON DIES AT START-UP.
      *                  OPERATIONS RENAMES OPRMASTC OVER OPRMAST
      *                  AFTER THE COUNTS ARE AGREED.
      * 10/15/26   OPS   OPRMAST NOW ENDS WITH A SUPERVISOR ID; A
      *                  ROSTER CONVERTED FROM THE 45-BYTE LAYOUT GETS
      *                  IT BLANK, READY FOR OPRMNT SUPV-SET.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE ZERO              TO OM-FAIL-COUNT.
           SET OM-AUTH-INQUIRY TO TRUE.
           MOVE ZERO              TO OM-PIN-CHANGED-DATE.
           MOVE SPACES            TO OM-SUPERVISOR-ID.
           WRITE OM-RECORD.

           ADD 1 TO WS-OUT-COUNT.
