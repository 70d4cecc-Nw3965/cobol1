      *================================================================
      * RUNBOOK.cpy
      * Operations runbook record - what a failure or an alert means
      * and what the night operator does about it, maintained
      * through RUNBMNT. An "R" entry is keyed by program and return
      * code (a non-zero JL-RETURN-CODE on JOBLOG); an "A" entry by
      * program and the leading text of an OPSALERT alert, the
      * longest matching prefix winning. RB-PROCEED says whether the
      * rest of the stream may carry on ("Y") or must be held
      * ("N"). OPSRPT, ALRTDSP and HANDOVER print the entry under
      * the run or alert it matches; RUNBCOV lists the return codes
      * and alerts seen with no entry.
      *================================================================
       01  RB-RECORD.
           05  RB-PROGRAM-ID           PIC X(08).
           05  FILLER                  PIC X(01).
           05  RB-KEY-TYPE             PIC X(01).
               88  RB-KEY-RETURN-CODE          VALUE "R".
               88  RB-KEY-ALERT                VALUE "A".
               88  RB-KEY-TYPE-VALID           VALUE "R" "A".
           05  FILLER                  PIC X(01).
           05  RB-RETURN-CODE          PIC 9(04).
           05  FILLER                  PIC X(01).
           05  RB-ALERT-PREFIX         PIC X(20).
           05  FILLER                  PIC X(01).
           05  RB-MEANING              PIC X(40).
           05  FILLER                  PIC X(01).
           05  RB-ACTION               PIC X(40).
           05  FILLER                  PIC X(01).
           05  RB-PROCEED              PIC X(01).
               88  RB-STREAM-MAY-PROCEED       VALUE "Y".
               88  RB-STREAM-HOLD              VALUE "N".
               88  RB-PROCEED-VALID            VALUE "Y" "N".
           05  FILLER                  PIC X(01).
           05  RB-CONTACT              PIC X(20).
