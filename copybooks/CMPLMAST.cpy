      *================================================================
      * CMPLMAST.cpy
      * Citizen complaint register record layout - one record per
      * public complaint about a signal, keyed on the complaint
      * number given at intake. CMPLINTK files each complaint and
      * links it to the open TLMAINT work order or SIGREVW review
      * item already covering the intersection, or to the review
      * item it raises; CMPLCLOS extracts the complaints whose link
      * has since been resolved so the complainant can be called
      * back, and marks them so.
      *================================================================
       01  CP-RECORD.
           05  CP-COMPLAINT-NO         PIC X(08).
           05  CP-INTERSECTION-ID      PIC X(05).
           05  CP-COMPLAINT-DATE       PIC 9(08).
           05  CP-COMPLAINT-TIME       PIC 9(06).
           05  CP-CATEGORY             PIC X(04).
               88  CP-STUCK                    VALUE "STUK".
               88  CP-DARK                     VALUE "DARK".
               88  CP-FLASHING                 VALUE "FLSH".
               88  CP-TIMING                   VALUE "TIME".
               88  CP-PEDESTRIAN               VALUE "PEDS".
               88  CP-DAMAGED                  VALUE "DAMG".
               88  CP-OTHER                    VALUE "OTHR".
               88  CP-VALID-CATEGORY           VALUE "STUK" "DARK"
                                                     "FLSH" "TIME"
                                                     "PEDS" "DAMG"
                                                     "OTHR".
           05  CP-DESCRIPTION          PIC X(40).
           05  CP-LINK-TYPE            PIC X(01).
               88  CP-LINKED-WORK-ORDER        VALUE "W".
               88  CP-LINKED-REVIEW            VALUE "R".
           05  CP-WORK-ORDER-NO        PIC 9(06).
           05  CP-REVIEW-SEQ-NO        PIC 9(07).
           05  CP-STATUS               PIC X(01).
               88  CP-OPEN                     VALUE "O".
               88  CP-CALLBACK-DUE             VALUE "C".
           05  CP-RESOLVED-DATE        PIC 9(08).
