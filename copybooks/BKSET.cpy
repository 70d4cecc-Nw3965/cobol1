      *================================================================
      * BKSET.cpy
      * Master backup set record. MSTBKUP unloads every indexed master
      * and next-number file into one dated set file (BSyymmdd), each
      * record carried whole behind the logical name of the file it
      * came from, the files in MSTBKUP's table order. MSTRSTV reads
      * the set back into scratch files to prove it restores.
      *================================================================
       01  BS-RECORD.
           05  BS-FILE-NAME            PIC X(08).
           05  FILLER                  PIC X(01).
           05  BS-RECORD-DATA          PIC X(200).
