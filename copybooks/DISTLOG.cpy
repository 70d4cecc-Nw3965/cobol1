      *================================================================
      * DISTLOG.cpy
      * Report distribution log record - one row per copy RPTBURST
      * produced (or could not), appended every run: which report,
      * which district, to whom and where, and how many of the
      * district's own lines it carried. A district on the report
      * with no recipient on RPTDIST is logged as unrouted, so the
      * log answers both "was it sent" and "was anyone to send to".
      *================================================================
       01  DG-RECORD.
           05  DG-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  DG-RUN-TIME             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  DG-REPORT-ID            PIC X(08).
           05  FILLER                  PIC X(01).
           05  DG-DISTRICT             PIC X(03).
           05  FILLER                  PIC X(01).
           05  DG-RECIPIENT            PIC X(20).
           05  FILLER                  PIC X(01).
           05  DG-DESTINATION          PIC X(08).
           05  FILLER                  PIC X(01).
           05  DG-DETAIL-LINES         PIC 9(05).
           05  FILLER                  PIC X(01).
           05  DG-PAGE-COUNT           PIC 9(04).
           05  FILLER                  PIC X(01).
           05  DG-STATUS               PIC X(01).
               88  DG-SENT                     VALUE "S".
               88  DG-SENT-EMPTY               VALUE "E".
               88  DG-UNROUTED                 VALUE "U".
               88  DG-FAILED                   VALUE "F".
