      *================================================================
      * INVVALSN.cpy
      * Inventory valuation snapshot record - one row per product per
      * closed period, cut by PERDCLOS at close: the closing on-hand,
      * the COSTMAST unit cost (zero when none is on file), the
      * extended value, and the product's category. VALRPT reports
      * from it.
      *================================================================
       01  VS-RECORD.
           05  VS-PERIOD               PIC 9(06).
           05  FILLER                  PIC X(01).
           05  VS-PRODUCT-ID           PIC X(05).
           05  FILLER                  PIC X(01).
           05  VS-CATEGORY-CODE        PIC X(03).
           05  FILLER                  PIC X(01).
           05  VS-ON-HAND-QTY          PIC 9(07).
           05  FILLER                  PIC X(01).
           05  VS-UNIT-COST            PIC 9(05)V99.
           05  FILLER                  PIC X(01).
           05  VS-EXTENDED-VALUE       PIC 9(11)V99.
