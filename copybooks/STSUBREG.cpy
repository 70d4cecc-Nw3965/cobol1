      *================================================================
      * STSUBREG.cpy
      * State submission register record layout - one row per
      * student, subject and ACADTERM term sent to the state
      * education portal by STATEXT, holding what was sent and in
      * which numbered submission. GRDCORR sets SU-RESUBMIT when it
      * corrects a grade that has already been sent, and the next
      * STATEXT resubmission run picks those rows up and clears it.
      *================================================================
       01  SU-RECORD.
           05  SU-KEY.
               10  SU-TERM-CODE        PIC X(06).
               10  SU-STUDENT-ID       PIC X(05).
               10  SU-SUBJECT-CODE     PIC X(03).
           05  SU-SCORE                PIC 9(03).
           05  SU-GRADE                PIC X(06).
           05  SU-SEQUENCE             PIC 9(06).
           05  SU-SUBMIT-DATE          PIC 9(08).
           05  SU-RESUBMIT-SW          PIC X(01).
               88  SU-RESUBMIT                 VALUE "Y".
           05  SU-CORRECTED-DATE       PIC 9(08).
