      *================================================================
      * MNTJRNL.cpy
      * Reference-data maintenance journal record - one row per
      * applied transaction, appended to the shared MNTJRNL file by
      * every maintenance program (OPRMNT, OPRAPPR, TERMMNT, VENDMNT,
      * CATGMNT, SYSRMNT, CALMNT, COSTMNT, RPTDMNT, CALCSMNT,
      * RUNBMNT). The before image is spaces for an add and the after
      * image spaces for a removal. Each image is the whole master
      * record, up to 150 bytes; the key takes up to 30.
      * MNTINQ prints the history by file and key or by operator.
      *================================================================
       01  MJ-RECORD.
           05  MJ-PROGRAM-ID           PIC X(08).
           05  FILLER                  PIC X(01).
           05  MJ-FILE-NAME            PIC X(08).
           05  FILLER                  PIC X(01).
           05  MJ-RECORD-KEY           PIC X(30).
           05  FILLER                  PIC X(01).
           05  MJ-ACTION               PIC X(10).
           05  FILLER                  PIC X(01).
           05  MJ-OPERATOR-ID          PIC X(10).
           05  FILLER                  PIC X(01).
           05  MJ-CHANGE-DATE          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  MJ-CHANGE-TIME          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  MJ-BEFORE-IMAGE         PIC X(150).
           05  FILLER                  PIC X(01).
           05  MJ-AFTER-IMAGE          PIC X(150).
