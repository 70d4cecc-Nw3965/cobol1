      *================================================================
      * LABCOST.cpy
      * Costed labor posting - one record per labor ticket LABPOST
      * accepts, appended to the LABCOST file. The cost is the
      * straight-time hours plus the overtime hours at time and a
      * half, both at the technician's TECHMAST hourly rate on the
      * day of posting. BUDGRPT charges it to the work order's
      * district as labor actual.
      *================================================================
       01  LC-RECORD.
           05  LC-WORK-ORDER-NO        PIC 9(06).
           05  FILLER                  PIC X(01).
           05  LC-TECH-ID              PIC X(06).
           05  FILLER                  PIC X(01).
           05  LC-WORK-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  LC-HOURS                PIC 9(02)V99.
           05  FILLER                  PIC X(01).
           05  LC-OT-HOURS             PIC 9(02)V99.
           05  FILLER                  PIC X(01).
           05  LC-RATE                 PIC 9(03)V99.
           05  FILLER                  PIC X(01).
           05  LC-COST                 PIC 9(07)V99.
           05  FILLER                  PIC X(01).
           05  LC-POST-DATE            PIC 9(08).
