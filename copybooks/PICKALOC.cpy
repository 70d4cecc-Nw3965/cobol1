      *================================================================
      * PICKALOC.cpy
      * Allocated-line record - one filled or partial ORDALLOC line
      * waiting to be picked and confirmed. ORDALLOC appends the
      * lines, PICKLIST prints them grouped by order for the
      * warehouse, and SHIPCONF confirms them against the shipment
      * cards, keeping only the lines not yet confirmed. The
      * location is the stock location the line was allocated from.
      *================================================================
       01  PK-RECORD.
           05  PK-ORDER-NO             PIC X(06).
           05  FILLER                  PIC X(01).
           05  PK-CUSTOMER-NO          PIC X(06).
           05  FILLER                  PIC X(01).
           05  PK-PRODUCT-ID           PIC X(05).
           05  FILLER                  PIC X(01).
           05  PK-PICK-QTY             PIC 9(07).
           05  FILLER                  PIC X(01).
           05  PK-UNIT-PRICE           PIC 9(05)V99.
           05  FILLER                  PIC X(01).
           05  PK-ORDER-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PK-ALLOC-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PK-LOCATION-CODE        PIC X(04).
