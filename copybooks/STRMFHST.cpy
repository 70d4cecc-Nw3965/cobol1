      *================================================================
      * STRMFHST.cpy
      * Stream forecast history record - one row per step still to
      * run each time STRMFCST re-forecasts the nightly stream, with
      * the volume it found and the elapsed time it estimated. The
      * last row written for a step on a night is the forecast that
      * stood when the step started; STRMFRPT sets it against the
      * step's JOBLOG actual for the weekly report.
      *================================================================
       01  FH-RECORD.
           05  FH-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  FH-FORECAST-TIME        PIC 9(08).
           05  FILLER                  PIC X(01).
           05  FH-STEP-SEQ             PIC 9(02).
           05  FILLER                  PIC X(01).
           05  FH-PROGRAM-ID           PIC X(08).
           05  FILLER                  PIC X(01).
           05  FH-VOLUME               PIC 9(07).
           05  FILLER                  PIC X(01).
           05  FH-EST-SECONDS          PIC 9(06).
           05  FILLER                  PIC X(01).
           05  FH-PROJ-FINISH          PIC 9(06).
           05  FILLER                  PIC X(01).
           05  FH-TARGET-TIME          PIC 9(06).
