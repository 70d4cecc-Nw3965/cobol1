      *================================================================
      * CERTLOCK.cpy
      * Grade certification lock record layout - one row per subject
      * per ACADTERM term, written by GRDCERT when the instructor's
      * signed roster is certified. A locked subject and term takes
      * no new scores from GRADER, and GRDCORR corrects it only with
      * a supervisor's override reason. The count and score hash are
      * the roster as it stood when it was signed.
      *================================================================
       01  CL-RECORD.
           05  CL-KEY.
               10  CL-TERM-CODE        PIC X(06).
               10  CL-SUBJECT-CODE     PIC X(03).
           05  CL-LOCK-SW              PIC X(01).
               88  CL-LOCKED                   VALUE "Y".
           05  CL-CERTIFIED-BY         PIC X(10).
           05  CL-LOCKED-BY            PIC X(10).
           05  CL-LOCKED-DATE          PIC 9(08).
           05  CL-GRADE-COUNT          PIC 9(05).
           05  CL-SCORE-HASH           PIC 9(09).
