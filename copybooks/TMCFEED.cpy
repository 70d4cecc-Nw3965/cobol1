      *================================================================
      * TMCFEED.cpy
      * Intersection status feed to the traffic management center
      * and the public-works GIS - the agreed fixed layout cut by
      * TMCEXP. Every file opens with an "H" header and closes with
      * a "T" trailer (extract date, run sequence number, detail
      * count, FULL or CHANGES). In between, one "D" detail per
      * intersection; a CHANGES file carries only intersections
      * whose status has changed since the last feed, plus an "X"
      * detail (ID only) for each intersection no longer on the
      * master.
      *   TF-SERVICE-FLAG   IX-SERVICE-FLAG - Y IN SERVICE, N OUT
      *   TF-SIGNAL-STATE   LATEST CLASSIFIED VEHICLE SIGNAL ON
      *                     TLSIGLOG; "FAULT" FOR A BLANK READING,
      *                     "NO READING" WHEN NONE IS LOGGED
      *   TF-PED-STATE      LATEST PEDESTRIAN SIGNAL ON TLSIGLOG
      *   TF-WORK-ORDER-NO  OLDEST OPEN TLMAINT ORDER, ZERO IF NONE
      *   TF-WO-AGE-DAYS    DAYS SINCE THAT ORDER'S FAULT DATE
      *   TF-OUTAGE-FROM/TO TLOUTAGE PLANNED WINDOW COVERING THE
      *                     EXTRACT DATE, ZERO IF NONE
      *   TF-OUTAGE-AGE-DAYS DAYS SINCE THE WINDOW OPENED
      *   TF-STATUS         OOS  OUT OF SERVICE
      *                     PLND IN A PLANNED OUTAGE
      *                     DOWN FAULT READING OR OPEN FAULT ORDER
      *                     UP   NONE OF THE ABOVE
      *================================================================
       01  TF-RECORD.
           05  TF-REC-TYPE             PIC X(01).
               88  TF-DETAIL                   VALUE "D".
               88  TF-REMOVED                  VALUE "X".
           05  FILLER                  PIC X(01).
           05  TF-INTERSECTION-ID      PIC X(05).
           05  FILLER                  PIC X(01).
           05  TF-LOCATION             PIC X(30).
           05  FILLER                  PIC X(01).
           05  TF-DISTRICT             PIC X(03).
           05  FILLER                  PIC X(01).
           05  TF-SERVICE-FLAG         PIC X(01).
           05  FILLER                  PIC X(01).
           05  TF-SIGNAL-STATE         PIC X(10).
           05  FILLER                  PIC X(01).
           05  TF-PED-STATE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  TF-LAST-READ-DATE       PIC 9(08).
           05  FILLER                  PIC X(01).
           05  TF-LAST-READ-TIME       PIC 9(08).
           05  FILLER                  PIC X(01).
           05  TF-WORK-ORDER-NO        PIC 9(06).
           05  FILLER                  PIC X(01).
           05  TF-WO-AGE-DAYS          PIC 9(05).
           05  FILLER                  PIC X(01).
           05  TF-OUTAGE-FROM          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  TF-OUTAGE-TO            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  TF-OUTAGE-AGE-DAYS      PIC 9(05).
           05  FILLER                  PIC X(01).
           05  TF-STATUS               PIC X(04).
               88  TF-STATUS-UP                VALUE "UP  ".
               88  TF-STATUS-DOWN              VALUE "DOWN".
               88  TF-STATUS-PLANNED           VALUE "PLND".
               88  TF-STATUS-OUT               VALUE "OOS ".
       01  TF-CONTROL-REC.
           05  TF-CTL-TYPE             PIC X(01).
               88  TF-HEADER                   VALUE "H".
               88  TF-TRAILER                  VALUE "T".
           05  FILLER                  PIC X(01).
           05  TF-CTL-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  TF-CTL-TIME             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  TF-CTL-SEQUENCE         PIC 9(06).
           05  FILLER                  PIC X(01).
           05  TF-CTL-COUNT            PIC 9(07).
           05  FILLER                  PIC X(01).
           05  TF-CTL-MODE             PIC X(07).
