      *================================================================
      * IMPCHG.cpy
      * Change-data record FILEIMP writes to IMPCHG for the systems
      * that copy IMPMAST, so they can apply the night's changes
      * instead of taking a full unload. Each imported IMPIN set
      * gives one segment: an "H" header carrying the set's file
      * date and sending system, one record per data record applied
      * (A added, C changed with the before and after values, U
      * unchanged and not rewritten, D deleted with the value
      * removed), and a "T" trailer repeating the header identity
      * with the count of each change type. A recycle run appends
      * its own segment under sending system IMPRCYC. POSTVER
      * balances the segments against FILEIMP's claimed load.
      *================================================================
       01  CD-RECORD.
           05  CD-CHANGE-TYPE          PIC X(01).
               88  CD-ADDED                    VALUE "A".
               88  CD-CHANGED                  VALUE "C".
               88  CD-UNCHANGED                VALUE "U".
               88  CD-DELETED                  VALUE "D".
           05  FILLER                  PIC X(01).
           05  CD-ID                   PIC X(05).
           05  FILLER                  PIC X(01).
           05  CD-BEFORE-DATA          PIC X(15).
           05  FILLER                  PIC X(01).
           05  CD-AFTER-DATA           PIC X(15).
       01  CD-CONTROL-REC.
           05  CD-REC-TYPE             PIC X(01).
               88  CD-HEADER                   VALUE "H".
               88  CD-TRAILER                  VALUE "T".
           05  FILLER                  PIC X(01).
           05  CD-CTL-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CD-CTL-SYSTEM           PIC X(10).
           05  FILLER                  PIC X(01).
           05  CD-CTL-ADDED            PIC 9(07).
           05  FILLER                  PIC X(01).
           05  CD-CTL-CHANGED          PIC 9(07).
           05  FILLER                  PIC X(01).
           05  CD-CTL-UNCHANGED        PIC 9(07).
           05  FILLER                  PIC X(01).
           05  CD-CTL-DELETED          PIC 9(07).
