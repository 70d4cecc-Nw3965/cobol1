      * rush-window and expected-state sets for the day type, and
      * OPSRPT/SHIFTCOV use it to know what is even expected to run
      * on a given day. A date absent from the calendar is treated
      * as a workday. CAL-FREEZE-SCOPE marks the date as inside a
      * change-freeze window for one class of maintenance, or for
      * all of it; the maintenance programs reject in-scope changes
      * dated on a frozen day unless entered as an emergency under a
      * supervisor session.
      *================================================================
       01  CAL-RECORD.
           05  CAL-DATE                PIC 9(08).
               88  CAL-SPECIAL-EVENT           VALUE "S".
           05  FILLER                  PIC X(01).
           05  CAL-DESCRIPTION         PIC X(20).
           05  FILLER                  PIC X(01).
           05  CAL-FREEZE-SCOPE        PIC X(01).
               88  CAL-NOT-FROZEN              VALUE " ".
               88  CAL-FREEZE-PRICING          VALUE "P".
               88  CAL-FREEZE-REFERENCE        VALUE "R".
               88  CAL-FREEZE-TIMING           VALUE "T".
               88  CAL-FREEZE-OPERATORS        VALUE "O".
               88  CAL-FREEZE-ALL              VALUE "A".
               88  CAL-FREEZE-SCOPE-VALID      VALUE " " "P" "R" "T"
                                                     "O" "A".
