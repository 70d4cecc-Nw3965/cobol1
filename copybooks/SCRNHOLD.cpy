      *================================================================
      * SCRNHOLD.cpy
      * Screening hold record layout - a SCOREIN line SCORSCRN kept
      * back from GRADER because its batch looked mis-keyed, with
      * the reason and when it was held. SCRNREL releases the lines
      * back to SCOREIN, or discards them, on a supervisor's word.
      *================================================================
       01  HD-RECORD.
           05  HD-SCORE-LINE.
               10  HD-STUDENT-ID       PIC X(05).
               10  FILLER              PIC X(01).
               10  HD-SCORE            PIC 9(03).
               10  FILLER              PIC X(01).
               10  HD-SUBJECT-CODE     PIC X(03).
               10  FILLER              PIC X(01).
               10  HD-OPERATOR-ID      PIC X(10).
           05  FILLER                  PIC X(01).
           05  HD-REASON               PIC X(20).
           05  FILLER                  PIC X(01).
           05  HD-HELD-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HD-HELD-TIME            PIC 9(08).
