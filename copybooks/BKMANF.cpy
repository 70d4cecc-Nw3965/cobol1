      *================================================================
      * BKMANF.cpy
      * Master backup manifest record - one row per file in the set,
      * written to BMyymmdd alongside the BSyymmdd set. The key hash
      * is the sum over the file of each record key's character fold;
      * the amount hash the sum of the file's money or quantity
      * column (the number itself for a next-number file), zero where
      * the file carries none. BM-SET-TIME is the backup point: the
      * time the set was started.
      *================================================================
       01  BM-RECORD.
           05  BM-SET-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  BM-SET-TIME             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  BM-FILE-NAME            PIC X(08).
           05  FILLER                  PIC X(01).
           05  BM-FILE-STATE           PIC X(01).
               88  BM-IN-SET                   VALUE "P".
               88  BM-NOT-ON-FILE              VALUE "A".
               88  BM-IN-ERROR                 VALUE "E".
           05  FILLER                  PIC X(01).
           05  BM-RECORD-COUNT         PIC 9(09).
           05  FILLER                  PIC X(01).
           05  BM-KEY-HASH             PIC 9(15).
           05  FILLER                  PIC X(01).
           05  BM-AMOUNT-HASH          PIC 9(13)V99.
