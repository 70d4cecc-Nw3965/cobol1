      *================================================================
      * RPTDIST.cpy
      * Report distribution master record - one recipient of one
      * district's copy of a bursted report per record, maintained
      * through RPTDMNT. DM-DESTINATION is the output file RPTBURST
      * writes that copy to; no two records share a destination.
      * District ALL is the citywide management copy - the whole
      * report with the distribution summary at the end.
      *================================================================
       01  DM-RECORD.
           05  DM-REPORT-ID            PIC X(08).
               88  DM-BURSTABLE-REPORT         VALUE "MTTRRPT "
                                                     "TLWORPT "
                                                     "TLDAYRPT"
                                                     "TLDSPRPT"
                                                     "AVAILRPT".
           05  FILLER                  PIC X(01).
           05  DM-DISTRICT             PIC X(03).
               88  DM-CITYWIDE-COPY            VALUE "ALL".
           05  FILLER                  PIC X(01).
           05  DM-RECIPIENT            PIC X(20).
           05  FILLER                  PIC X(01).
           05  DM-DESTINATION          PIC X(08).
