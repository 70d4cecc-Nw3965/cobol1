      *================================================================
      * CUSTINV.cpy
      * Customer invoice line record - the permanent billing file.
      * SHIPCONF writes one line per confirmed shipment line under a
      * sequential invoice number from INVSEQ, priced from PRODMAST.
      * CI-DOC-TYPE tells an invoice from a credit memo. RMAPROC
      * writes the credit memos, each carrying the RMA number it
      * credits in CI-RMA-NO (spaces on an invoice line) so an RMA
      * is never credited twice.
      *================================================================
       01  CI-RECORD.
           05  CI-INVOICE-NO           PIC 9(06).
           05  FILLER                  PIC X(01).
           05  CI-LINE-NO              PIC 9(03).
           05  FILLER                  PIC X(01).
           05  CI-DOC-TYPE             PIC X(01).
               88  CI-INVOICE                  VALUE "I".
               88  CI-CREDIT-MEMO              VALUE "C".
           05  FILLER                  PIC X(01).
           05  CI-ORDER-NO             PIC X(06).
           05  FILLER                  PIC X(01).
           05  CI-CUSTOMER-NO          PIC X(06).
           05  FILLER                  PIC X(01).
           05  CI-PRODUCT-ID           PIC X(05).
           05  FILLER                  PIC X(01).
           05  CI-QUANTITY             PIC 9(07).
           05  FILLER                  PIC X(01).
           05  CI-UNIT-PRICE           PIC 9(05)V99.
           05  FILLER                  PIC X(01).
           05  CI-EXTENDED             PIC 9(09)V99.
           05  FILLER                  PIC X(01).
           05  CI-INVOICE-DATE         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CI-RMA-NO               PIC X(06).
