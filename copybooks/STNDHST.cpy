      *================================================================
      * STNDHST.cpy
      * Academic standing history record layout - one row per
      * student per ACADTERM term, written by the STNDCALC term-end
      * standing run from the authoritative GRADEHST results. The
      * standing is DEAN (dean's list), GOOD, PROB (probation) or
      * SUSP (suspension); SG-ESCALATED marks a suspension that came
      * from a second consecutive probation term.
      *================================================================
       01  SG-RECORD.
           05  SG-KEY.
               10  SG-STUDENT-ID       PIC X(05).
               10  SG-TERM-CODE        PIC X(06).
           05  SG-STUDENT-NAME         PIC X(25).
           05  SG-STANDING             PIC X(04).
               88  SG-DEANS-LIST               VALUE "DEAN".
               88  SG-GOOD-STANDING            VALUE "GOOD".
               88  SG-PROBATION                VALUE "PROB".
               88  SG-SUSPENSION               VALUE "SUSP".
           05  SG-GPA                  PIC 9(01)V99.
           05  SG-SUBJECTS             PIC 9(03).
           05  SG-ESCALATED            PIC X(01).
               88  SG-ESCALATED-SUSP           VALUE "Y".
           05  SG-RUN-DATE             PIC 9(08).
