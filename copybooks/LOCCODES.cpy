      *================================================================
      * LOCCODES.cpy
      * Stock-location codes. CWHS is the central warehouse, DEP1 and
      * DEP2 the two depots, CAGE the signal-shop parts cage. A
      * movement, order, or count that names no location is taken
      * to mean the central warehouse, where all stock sat before
      * stock was held by location.
      *================================================================
       01  WS-LOCATION-CODE            PIC X(04) VALUE SPACES.
           88  WS-LOCATION-KNOWN       VALUE "CWHS" "DEP1" "DEP2"
                                             "CAGE".
           88  WS-LOCATION-CENTRAL     VALUE "CWHS".
