      *================================================================
      * VNDINV.cpy
      * Vendor invoice line - one billed product per record, the
      * lines of an invoice kept together and each naming the
      * purchase-order line it bills. APMATCH matches the lines
      * against POMAST and the posted receipts before an invoice
      * is approved for payment.
      *================================================================
       01  IV-RECORD.
           05  IV-VENDOR-CODE          PIC X(05).
           05  FILLER                  PIC X(01).
           05  IV-INVOICE-NO           PIC X(10).
           05  FILLER                  PIC X(01).
           05  IV-INVOICE-DATE         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  IV-PO-NUMBER            PIC 9(06).
           05  FILLER                  PIC X(01).
           05  IV-PO-LINE-NO           PIC 9(03).
           05  FILLER                  PIC X(01).
           05  IV-PRODUCT-ID           PIC X(05).
           05  FILLER                  PIC X(01).
           05  IV-QUANTITY             PIC 9(07).
           05  FILLER                  PIC X(01).
           05  IV-UNIT-PRICE           PIC 9(05)V99.
