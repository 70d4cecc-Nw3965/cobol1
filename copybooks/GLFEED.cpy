      *================================================================
      * GLFEED.cpy
      * Subsidiary-ledger feed record - one business event for the
      * general ledger, already valued. Each feeding system appends
      * its events to its own feed file:
      *   ARXTRACT - SHIPCONF (SALE customer billing) and RMAPROC
      *              (CRMO credit memos)
      *   APXTRACT - APMATCH (APIN matched vendor invoices)
      *   LBXTRACT - LABPOST (LABR labor charges)
      * GLEXTR journals the rows dated the extract date, mapping
      * GF-SOURCE-CODE through GLMAP like any other event.
      *================================================================
       01  GF-RECORD.
           05  GF-SOURCE-CODE          PIC X(04).
           05  FILLER                  PIC X(01).
           05  GF-REFERENCE            PIC X(10).
           05  FILLER                  PIC X(01).
           05  GF-PARTY                PIC X(06).
           05  FILLER                  PIC X(01).
           05  GF-AMOUNT               PIC 9(09)V99.
           05  FILLER                  PIC X(01).
           05  GF-POST-DATE            PIC 9(08).
