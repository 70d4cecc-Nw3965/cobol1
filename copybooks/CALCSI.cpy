      *================================================================
      * CALCSI.cpy
      * Standing calculation instruction master - one recurring
      * PROCALC input per record, maintained through CALCSMNT. The
      * amounts, operation, rate code and account are exactly the
      * CALCIN columns CALCSGEN writes each time the instruction
      * falls due. The first due date is the start date; each later
      * one steps on by the frequency, a monthly, quarterly or
      * yearly instruction keeping the start date's day of the month
      * (the last day of a shorter month). A due date on a non-work
      * day on OPSCAL rolls forward to the next workday. An end date
      * of zero means the instruction runs until removed. CS-LAST-DUE
      * is the nominal due date CALCSGEN last dealt with, zero until
      * the first run; an instruction on hold still has its due
      * dates passed over, so releasing it never back-fires them.
      * CS-LAST-RUN-DATE is the run date CALCSGEN last processed the
      * instruction for and CS-PRIOR-LAST-DUE the last due date as it
      * stood before that run, so a rerun for the same date starts
      * again from the prior date and rebuilds the same CALCIN. Both
      * are zero until the first run.
      *================================================================
       01  CS-RECORD.
           05  CS-INSTR-ID             PIC X(06).
           05  FILLER                  PIC X(01).
           05  CS-D1                   PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X(01).
           05  CS-D2                   PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X(01).
           05  CS-OP-CODE              PIC X(01).
               88  CS-OP-VALID                 VALUE " " "A" "S" "M"
                                                     "D" "P".
               88  CS-OP-NEEDS-DIVISOR         VALUE "D" "P".
           05  FILLER                  PIC X(01).
           05  CS-RATE-CODE            PIC X(04).
           05  FILLER                  PIC X(01).
           05  CS-ACCOUNT-CODE         PIC X(06).
           05  FILLER                  PIC X(01).
           05  CS-FREQUENCY            PIC X(01).
               88  CS-WEEKLY                   VALUE "W".
               88  CS-MONTHLY                  VALUE "M".
               88  CS-QUARTERLY                VALUE "Q".
               88  CS-YEARLY                   VALUE "Y".
               88  CS-FREQUENCY-VALID          VALUE "W" "M" "Q" "Y".
           05  FILLER                  PIC X(01).
           05  CS-START-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CS-END-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CS-STATUS               PIC X(01).
               88  CS-ACTIVE                   VALUE "A".
               88  CS-ON-HOLD                  VALUE "H".
           05  FILLER                  PIC X(01).
           05  CS-LAST-DUE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CS-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(01).
           05  CS-PRIOR-LAST-DUE       PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CS-LAST-RUN-DATE        PIC 9(08).
