      *================================================================
      * PARTCOST.cpy
      * Parts cost posting record - one per costed issue PARTPOST
      * cuts (a kit posts one per component), appended to PARTCOST
      * so the parts spend can be charged back to the work order's
      * district by BUDGRPT.
      *================================================================
       01  PC-RECORD.
           05  PC-WORK-ORDER-NO        PIC 9(06).
           05  FILLER                  PIC X(01).
           05  PC-POST-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PC-PRODUCT-ID           PIC X(05).
           05  FILLER                  PIC X(01).
           05  PC-QUANTITY             PIC 9(07).
           05  FILLER                  PIC X(01).
           05  PC-COST                 PIC 9(11)V99.
