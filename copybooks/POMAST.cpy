      *================================================================
      * POMAST.cpy
      * Purchase-order line master - one ordered product per record,
      * keyed on PO number and line. POBUILD raises the lines from
      * buyer-approved PURSUGG suggestions, one PO per vendor;
      * INVPOST matches posted receipts to the open lines by vendor
      * and product and closes a line once it is filled; REORDER
      * counts what is still outstanding as stock on order.
      *================================================================
       01  PO-RECORD.
           05  PO-KEY.
               10  PO-NUMBER           PIC 9(06).
               10  PO-LINE-NO          PIC 9(03).
           05  PO-VENDOR-CODE          PIC X(05).
           05  PO-PRODUCT-ID           PIC X(05).
           05  PO-ORDER-QTY            PIC 9(07).
           05  PO-RECEIVED-QTY         PIC 9(07).
           05  PO-UNIT-COST            PIC 9(05)V99.
           05  PO-ORDER-DATE           PIC 9(08).
           05  PO-EXPECTED-DATE        PIC 9(08).
           05  PO-LINE-STATUS          PIC X(01).
               88  PO-LINE-OPEN                VALUE "O".
               88  PO-LINE-CLOSED              VALUE "C".
           05  PO-CLOSE-DATE           PIC 9(08).
