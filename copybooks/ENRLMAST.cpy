      *================================================================
      * ENRLMAST.cpy
      * Course enrollment record layout - one row per student,
      * subject and ACADTERM term, maintained from the registrar's
      * add/drop transactions by ENRLMNT. A drop is kept with its
      * status changed so the enrollment trail survives. GRADER
      * holds any score with no enrolled row for its term, and
      * ENRLMISS lists enrolled rows that never received a grade.
      *================================================================
       01  EN-RECORD.
           05  EN-KEY.
               10  EN-STUDENT-ID       PIC X(05).
               10  EN-SUBJECT-CODE     PIC X(03).
               10  EN-TERM-CODE        PIC X(06).
           05  EN-STATUS               PIC X(01).
               88  EN-ENROLLED                 VALUE "E".
               88  EN-DROPPED                  VALUE "D".
           05  EN-CHANGED-DATE         PIC 9(08).
           05  EN-CHANGED-BY           PIC X(10).
