      * and closing balance, the movement date, and the posting-run
      * time - so a product's movement story survives past the
      * printed register. STKCARD reads it back as a stock card.
      * The opening and closing quantities are company totals; the
      * location code and the location's own opening and closing
      * follow. A transfer is written as a pair - type T, sign "-" at
      * the location it left and "+" at the one it reached - with
      * the company total unchanged. Rows written before stock was
      * held by location carry no location.
      *================================================================
       01  IH-RECORD.
           05  IH-PRODUCT-ID           PIC X(05).
           05  IH-MOVE-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  IH-RUN-TIME             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  IH-LOCATION-CODE        PIC X(04).
           05  FILLER                  PIC X(01).
           05  IH-LOC-OPENING-QTY      PIC 9(07).
           05  FILLER                  PIC X(01).
           05  IH-LOC-CLOSING-QTY      PIC 9(07).
