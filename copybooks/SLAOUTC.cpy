      *================================================================
      * SLAOUTC.cpy
      * Work-order SLA outcome record - one record per breakdown
      * work order on TLMAINT, kept by SLAWATCH each time it runs.
      * Carries the respond and repair targets the order was held
      * to (from the SLATARG table, by district and fault
      * category), the alert level already raised so a warning or
      * breach is alerted once, and - once settled - whether each
      * target was met and the date that was decided. MTTRRPT reads
      * the settled outcomes for the percentage met by district.
      *================================================================
       01  SO-RECORD.
           05  SO-WORK-ORDER-NO        PIC 9(06).
           05  FILLER                  PIC X(01).
           05  SO-INTERSECTION-ID      PIC X(05).
           05  FILLER                  PIC X(01).
           05  SO-DISTRICT             PIC X(03).
           05  FILLER                  PIC X(01).
           05  SO-CATEGORY             PIC X(04).
               88  SO-SENSOR-FAULT             VALUE "SENS".
               88  SO-DARK-SIGNAL              VALUE "DARK".
               88  SO-PED-HEAD                 VALUE "PEDS".
               88  SO-OTHER-FAULT              VALUE "OTHR".
           05  FILLER                  PIC X(01).
           05  SO-FAULT-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SO-FAULT-TIME           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SO-RESPOND-TARGET       PIC 9(03).
           05  FILLER                  PIC X(01).
           05  SO-REPAIR-TARGET        PIC 9(03).
           05  FILLER                  PIC X(01).
           05  SO-RESPOND-ALERT        PIC X(01).
               88  SO-RESPOND-WARNED           VALUE "W".
               88  SO-RESPOND-BREACH-ALERTED   VALUE "C".
           05  FILLER                  PIC X(01).
           05  SO-RESPOND-RESULT       PIC X(01).
               88  SO-RESPOND-PENDING          VALUE " ".
               88  SO-RESPOND-MET              VALUE "M".
               88  SO-RESPOND-BREACHED         VALUE "B".
           05  FILLER                  PIC X(01).
           05  SO-RESPOND-DATE         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SO-REPAIR-ALERT         PIC X(01).
               88  SO-REPAIR-WARNED            VALUE "W".
               88  SO-REPAIR-BREACH-ALERTED    VALUE "C".
           05  FILLER                  PIC X(01).
           05  SO-REPAIR-RESULT        PIC X(01).
               88  SO-REPAIR-PENDING           VALUE " ".
               88  SO-REPAIR-MET               VALUE "M".
               88  SO-REPAIR-BREACHED          VALUE "B".
           05  FILLER                  PIC X(01).
           05  SO-REPAIR-DATE          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SO-COMPLETED-SW         PIC X(01).
               88  SO-COMPLETED                VALUE "Y".
