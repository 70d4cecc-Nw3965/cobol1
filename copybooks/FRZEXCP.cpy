      *================================================================
      * FRZEXCP.cpy
      * Change-freeze exception record - one row per transaction a
      * maintenance program applied on a date the OPSCAL calendar
      * marks frozen for its scope, because the card was flagged as
      * an emergency and entered under a supervisor session.
      * Appended to the shared FRZEXCP file by PRODMNT, COLRMNT,
      * OPRMNT, OPRAPPR, TERMMNT, VENDMNT, CATGMNT, COSTMNT and
      * PLANMNT; FRZRPT prints it for the change board.
      *================================================================
       01  FX-RECORD.
           05  FX-PROGRAM-ID           PIC X(08).
           05  FILLER                  PIC X(01).
           05  FX-FILE-NAME            PIC X(08).
           05  FILLER                  PIC X(01).
           05  FX-RECORD-KEY           PIC X(20).
           05  FILLER                  PIC X(01).
           05  FX-ACTION               PIC X(10).
           05  FILLER                  PIC X(01).
           05  FX-OPERATOR-ID          PIC X(10).
           05  FILLER                  PIC X(01).
           05  FX-APPLIED-DATE         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  FX-APPLIED-TIME         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  FX-FREEZE-SCOPE         PIC X(01).
           05  FILLER                  PIC X(01).
           05  FX-FREEZE-DATE          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  FX-FREEZE-REASON        PIC X(20).
