      *================================================================
      * APHIST.cpy
      * Approved vendor-invoice history - one record per invoice
      * line APMATCH has approved for payment. It is the record of
      * what each vendor has billed: an invoice number already on
      * it is a duplicate, and the quantities billed against a PO
      * line to date are summed from it.
      *================================================================
       01  AH-RECORD.
           05  AH-VENDOR-CODE          PIC X(05).
           05  FILLER                  PIC X(01).
           05  AH-INVOICE-NO           PIC X(10).
           05  FILLER                  PIC X(01).
           05  AH-PO-NUMBER            PIC 9(06).
           05  FILLER                  PIC X(01).
           05  AH-PO-LINE-NO           PIC 9(03).
           05  FILLER                  PIC X(01).
           05  AH-PRODUCT-ID           PIC X(05).
           05  FILLER                  PIC X(01).
           05  AH-QUANTITY             PIC 9(07).
           05  FILLER                  PIC X(01).
           05  AH-AMOUNT               PIC 9(09)V99.
           05  FILLER                  PIC X(01).
           05  AH-APPROVED-DATE        PIC 9(08).
