      *================================================================
      * SCOREIN.cpy
      * Score batch record layout - one student score per line, as
      * SCOREENT keys it and GRADER grades it. The operator column
      * carries who keyed the line so SCORSCRN can screen each
      * clerk's entries apart; a line prepared outside SCOREENT
      * leaves it blank. SI-RELEASE-FLAG is "R" on a line SCRNREL
      * put back after a supervisor released it from the screening
      * hold; SCORSCRN passes such a line through unscreened.
      *================================================================
       01  SI-RECORD.
           05  SI-STUDENT-ID           PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SI-SCORE                PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SI-SUBJECT-CODE         PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SI-OPERATOR-ID          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SI-RELEASE-FLAG         PIC X(01).
               88  SI-RELEASED                 VALUE "R".
