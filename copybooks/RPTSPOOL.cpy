      *================================================================
      * RPTSPOOL.cpy
      * Burst spool record - one per line of a citywide report, in
      * print order, written beside the report by MTTRRPT, TLWORPT,
      * TLDAYRPT, TLDSPTCH and AVAILRPT for RPTBURST to split by
      * district. RS-LINE-TYPE says where the line belongs:
      *   H  report heading - top of every page of every copy
      *   S  section heading - printed in a district's copy ahead
      *      of that district's first line under it
      *   A  notice for every copy, printed where it falls
      *   D  detail for district RS-DISTRICT
      *   C  citywide line - management copy only
      *================================================================
       01  RS-RECORD.
           05  RS-DISTRICT             PIC X(03).
           05  FILLER                  PIC X(01).
           05  RS-LINE-TYPE            PIC X(01).
               88  RS-HEADING-LINE             VALUE "H".
               88  RS-SECTION-LINE             VALUE "S".
               88  RS-NOTICE-LINE              VALUE "A".
               88  RS-DISTRICT-LINE            VALUE "D".
               88  RS-CITYWIDE-LINE            VALUE "C".
           05  FILLER                  PIC X(01).
           05  RS-LINE                 PIC X(132).
