      *================================================================
      * STKLOC.cpy
      * Stock-location record - on-hand for one product at one
      * location, keyed product then location. INVPOST, ORDALLOC
      * and SHIPCONF move it alongside PM-ON-HAND-QTY, which stays
      * the company total; the location rows for a product always
      * add up to it. STKLCNV seeds the file from the product master.
      *================================================================
       01  SL-RECORD.
           05  SL-KEY.
               10  SL-PRODUCT-ID       PIC X(05).
               10  SL-LOCATION-CODE    PIC X(04).
           05  SL-ON-HAND-QTY          PIC 9(07).
           05  SL-LAST-MOVE-DATE       PIC 9(08).
