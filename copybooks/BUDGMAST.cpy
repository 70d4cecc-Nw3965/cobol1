      *================================================================
      * BUDGMAST.cpy
      * Maintenance budget master record layout - one budgeted
      * amount per district, fiscal month (the calendar YYYYMM
      * the month falls in) and cost type, maintained through
      * BUDGMNT. BUDGRPT sets the actual spend against it.
      *================================================================
       01  BG-RECORD.
           05  BG-KEY.
               10  BG-DISTRICT         PIC X(03).
               10  BG-PERIOD           PIC 9(06).
               10  BG-COST-TYPE        PIC X(04).
                   88  BG-PARTS                VALUE "PART".
                   88  BG-LABOR                VALUE "LABR".
                   88  BG-CONTRACTOR           VALUE "CNTR".
                   88  BG-VALID-COST-TYPE      VALUE "PART"
                                                     "LABR"
                                                     "CNTR".
           05  BG-AMOUNT               PIC 9(09)V99.
           05  BG-CHANGED-DATE         PIC 9(08).
           05  BG-CHANGED-BY           PIC X(10).
