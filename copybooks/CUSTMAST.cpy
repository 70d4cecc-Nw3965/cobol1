      *================================================================
      * CUSTMAST.cpy
      * Customer master record layout - the accounts customer orders
      * may name, maintained through CUSTMNT. ORDALLOC checks the
      * active and hold flags and the credit limit before it
      * allocates a line, and carries the value of every allocation
      * on CU-OPEN-BALANCE until a payment is keyed against it.
      *================================================================
       01  CU-RECORD.
           05  CU-CUSTOMER-NO          PIC X(06).
           05  CU-CUSTOMER-NAME        PIC X(30).
           05  CU-SHIP-TO.
               10  CU-SHIP-ADDRESS     PIC X(30).
               10  CU-SHIP-CITY        PIC X(20).
               10  CU-SHIP-STATE       PIC X(02).
               10  CU-SHIP-ZIP         PIC X(10).
           05  CU-CREDIT-LIMIT         PIC 9(07)V99.
           05  CU-OPEN-BALANCE         PIC 9(09)V99.
           05  CU-ACTIVE-FLAG          PIC X(01).
               88  CU-ACTIVE                   VALUE "Y".
               88  CU-INACTIVE                 VALUE "N".
           05  CU-HOLD-FLAG            PIC X(01).
               88  CU-ON-HOLD                  VALUE "Y".
               88  CU-NOT-ON-HOLD              VALUE "N".
