      *================================================================
      * TLPLNVER.cpy
      * Timing-plan version record - one record per intersection,
      * phase color and effective date, maintained through PLANMNT
      * under supervisor authority. The plan an intersection runs
      * on a given day is, color by color, the latest version
      * effective on or before that day; a retired version takes
      * the color out of the plan from its date. PLANBLD builds the
      * TLPLAN that TLCLASS reads from the versions in effect each
      * night, PLANASOF lists the plan in effect on any date, and
      * PLANCONV loaded the hand-kept TLPLAN as the first versions.
      * PV-PHASE-SEQ keeps the colors in cycle order.
      *================================================================
       01  PV-RECORD.
           05  PV-KEY.
               10  PV-INTERSECTION-ID  PIC X(05).
               10  PV-COLOR            PIC X(06).
               10  PV-EFFECTIVE-DATE   PIC 9(08).
           05  PV-DURATION             PIC 9(03).
           05  PV-PHASE-SEQ            PIC 9(02).
           05  PV-STATUS               PIC X(01).
               88  PV-ACTIVE                   VALUE "A".
               88  PV-RETIRED                  VALUE "R".
           05  PV-ENTERED-BY           PIC X(10).
           05  PV-ENTERED-DATE         PIC 9(08).
           05  PV-ENTERED-TIME         PIC 9(08).
