      *================================================================
      * MTHFIGS.cpy
      * Month-end figures history record - one row per headline
      * figure per closed period, kept by MTHPACK so the summary pack
      * can set each month against the month before it and the same
      * month a year earlier. A rerun for a period replaces that
      * period's rows. The figure code's first two characters name
      * the area (PR prices, ST stock, WO work orders, SG signals,
      * GR grades, SC security, RJ rejects, JB batch runs); a "-" in
      * the third character marks a per-district or per-reject-code
      * detail figure. The kind byte says how the value is printed.
      *================================================================
       01  MF-RECORD.
           05  MF-PERIOD               PIC 9(06).
           05  FILLER                  PIC X(01).
           05  MF-FIGURE-CODE          PIC X(08).
           05  FILLER                  PIC X(01).
           05  MF-KIND                 PIC X(01).
               88  MF-MONEY                    VALUE "M".
               88  MF-AVERAGE                  VALUE "A".
               88  MF-COUNT                    VALUE "C".
           05  FILLER                  PIC X(01).
           05  MF-VALUE                PIC 9(11)V99.
           05  FILLER                  PIC X(01).
           05  MF-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(01).
           05  MF-RUN-DATE             PIC 9(08).
