      *================================================================
      * SALESHST.cpy
      * Store sales history record - one accepted point-of-sale line
      * per record, appended by POSPOST from each store's daily
      * sales feed and kept permanently: product, store, sales date,
      * quantity, selling price, and the value sold.
      *================================================================
       01  SS-RECORD.
           05  SS-PRODUCT-ID           PIC X(05).
           05  FILLER                  PIC X(01).
           05  SS-STORE-CODE           PIC X(10).
           05  FILLER                  PIC X(01).
           05  SS-SALES-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SS-QUANTITY             PIC 9(07).
           05  FILLER                  PIC X(01).
           05  SS-SELLING-PRICE        PIC 9(05)V99.
           05  FILLER                  PIC X(01).
           05  SS-SALES-VALUE          PIC 9(09)V99.
