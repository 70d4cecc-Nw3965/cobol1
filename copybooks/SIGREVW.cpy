      * SIGDISP (assign, acknowledge, dispatch, close with a
      * reason); SIGAGING ages only what is genuinely still open.
      * The one-time SIGRCONV run carries the old sequential file
      * into this layout. SR-RAISE-REASON says why an item was
      * queued when the signal value alone does not - PHASECHK
      * names the illegal phase change; it is blank on the color
      * exceptions. SIGRSCNV carried the queue into the widened
      * layout.
      *================================================================
       01  SR-RECORD.
           05  SR-SEQ-NO               PIC 9(07).
               88  SR-CLOSED                   VALUE "C".
           05  SR-ASSIGNED-TO          PIC X(10).
           05  SR-CLOSE-REASON         PIC X(30).
           05  SR-RAISE-REASON         PIC X(30).
