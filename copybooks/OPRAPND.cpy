      *================================================================
      * OPRAPND.cpy
      * Pending operator-roster request record layout - written by
      * OPRMNT for each sensitive action (ADD or AUTH-SET at S or U,
      * REACTIVATE, PIN-RESET of a supervisor-level operator) it
      * holds for a second supervisor instead of applying, and read
      * back by the OPRAPPR decision run. A PIN-RESET or ADD carries
      * the already-hashed PIN, never the PIN itself; an ADD also
      * carries the name and supervisor for the new roster entry.
      * PR-EMERGENCY-FLAG is "Y" when the request was entered as an
      * emergency under a supervisor session, which lets OPRAPPR
      * apply it on a date frozen for operator changes.
      *================================================================
       01  PR-RECORD.
           05  PR-ACTION               PIC X(10).
           05  FILLER                  PIC X(01).
           05  PR-OPERATOR-ID          PIC X(10).
           05  FILLER                  PIC X(01).
           05  PR-AUTH-LEVEL           PIC X(01).
           05  FILLER                  PIC X(01).
           05  PR-PIN-HASH             PIC X(04).
           05  FILLER                  PIC X(01).
           05  PR-REQUEST-DATE         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PR-REQUEST-TIME         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PR-REQUESTED-BY         PIC X(10).
           05  FILLER                  PIC X(01).
           05  PR-EMERGENCY-FLAG       PIC X(01).
               88  PR-EMERGENCY                VALUE "Y".
           05  FILLER                  PIC X(01).
           05  PR-OPERATOR-NAME        PIC X(30).
           05  FILLER                  PIC X(01).
           05  PR-SUPERVISOR-ID        PIC X(10).
