      *================================================================
      * SIGASSET.cpy
      * Signal equipment asset register record layout - one record
      * per controller, signal head, detector or pedestrian head,
      * keyed on the asset tag, maintained through ASSETMNT. A
      * TLMCOMP completion may name the tag of the asset it repaired
      * or replaced; ASSETRPT reads both for failure rates by model
      * and warranty claims.
      *================================================================
       01  AS-RECORD.
           05  AS-ASSET-TAG            PIC X(10).
           05  AS-INTERSECTION-ID      PIC X(05).
           05  AS-ASSET-TYPE           PIC X(04).
               88  AS-CONTROLLER               VALUE "CTRL".
               88  AS-SIGNAL-HEAD              VALUE "HEAD".
               88  AS-DETECTOR                 VALUE "DETR".
               88  AS-PED-HEAD                 VALUE "PEDH".
               88  AS-VALID-TYPE               VALUE "CTRL" "HEAD"
                                                     "DETR" "PEDH".
           05  AS-MANUFACTURER         PIC X(20).
           05  AS-MODEL                PIC X(15).
           05  AS-INSTALL-DATE         PIC 9(08).
           05  AS-WARRANTY-END         PIC 9(08).
           05  AS-STATUS               PIC X(01).
               88  AS-IN-SERVICE               VALUE "A".
               88  AS-RETIRED                  VALUE "R".
           05  AS-RETIRED-DATE         PIC 9(08).
