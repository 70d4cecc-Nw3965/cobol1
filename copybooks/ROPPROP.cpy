      *================================================================
      * ROPPROP.cpy
      * Reorder-policy proposal record - one proposed STOCKPOL
      * reorder point and quantity per product, written by ROPCALC
      * from the product's recent demand and held for a supervisor
      * decision through ROPAPPR. The current values are carried so
      * the reviewer sees old beside new and ROPAPPR can tell when
      * STOCKPOL moved after the proposal. A product with no
      * STOCKPOL line yet is proposed as a new policy.
      *================================================================
       01  RP-RECORD.
           05  RP-PRODUCT-ID           PIC X(05).
           05  FILLER                  PIC X(01).
           05  RP-OLD-POINT            PIC 9(07).
           05  FILLER                  PIC X(01).
           05  RP-OLD-QTY              PIC 9(07).
           05  FILLER                  PIC X(01).
           05  RP-NEW-POINT            PIC 9(07).
           05  FILLER                  PIC X(01).
           05  RP-NEW-QTY              PIC 9(07).
           05  FILLER                  PIC X(01).
           05  RP-PROPOSAL-DATE        PIC 9(08).
           05  FILLER                  PIC X(01).
           05  RP-POLICY-SW            PIC X(01).
               88  RP-NEW-POLICY               VALUE "N".
               88  RP-EXISTING-POLICY          VALUE "E".
