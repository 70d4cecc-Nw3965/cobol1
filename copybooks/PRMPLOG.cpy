      *================================================================
      * PRMPLOG.cpy
      * Emergency-vehicle preemption log record - one record per
      * preemption event PRMPCHK has accepted and checked, appended
      * to PRMPLOG for the PRMPRPT monthly report. PRMPCHK keeps an
      * event whose recovery window had not yet closed on the
      * PRMPHOLD carry file in the same layout, flagged pending, and
      * checks it again on the next run.
      *   PL-DURATION-MIN   END LESS START, IN WHOLE MINUTES
      *   PL-RECOVERY       R  CYCLING RESUMED WITHIN THE WINDOW
      *                     N  NO RECOVERY - QUEUED ON SIGREVW
      *                     P  WINDOW STILL OPEN (PRMPHOLD ONLY)
      *================================================================
       01  PL-RECORD.
           05  PL-INTERSECTION-ID      PIC X(05).
           05  FILLER                  PIC X(01).
           05  PL-START-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PL-START-TIME           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PL-END-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PL-END-TIME             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PL-AGENCY               PIC X(10).
           05  FILLER                  PIC X(01).
           05  PL-DURATION-MIN         PIC 9(05).
           05  FILLER                  PIC X(01).
           05  PL-RECOVERY             PIC X(01).
               88  PL-RECOVERED                VALUE "R".
               88  PL-NOT-RECOVERED            VALUE "N".
               88  PL-PENDING                  VALUE "P".
           05  FILLER                  PIC X(01).
           05  PL-CHECKED-DATE         PIC 9(08).
