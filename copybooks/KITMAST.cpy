      *================================================================
      * KITMAST.cpy
      * Standard repair-kit master - one line per component of a
      * kit. A kit code is drawn on PARTSUSE like a product ID and
      * PARTPOST explodes it into one issue per component line, the
      * component quantity multiplied by the number of kits drawn.
      *================================================================
       01  KT-RECORD.
           05  KT-KIT-CODE             PIC X(05).
           05  FILLER                  PIC X(01).
           05  KT-COMPONENT-ID         PIC X(05).
           05  FILLER                  PIC X(01).
           05  KT-COMPONENT-QTY        PIC 9(05).
