      * REJCODES.cpy
      * Reject-reason code catalog record - one standard cause code
      * per record, maintained by operations without a recompile.
      * PROCALC stamps CA01-CA04, FILEIMP IM01-IM04, INVPOST
      * IV01-IV16, and LABPOST LB01-LB07; the daily REJSUMM rollup
      * reads this catalog for the descriptions.
      *================================================================
       01  RJ-RECORD.
           05  RJ-CODE                 PIC X(04).
