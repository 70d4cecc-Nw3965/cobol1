      *================================================================
      * OPRMAST.cpy
      * Operator master record layout - authorized console/operator
      * roster used by sign-on validation. OM-SUPERVISOR-ID names
      * the supervisor who answers for the operator's access at the
      * quarterly OPRREVW recertification.
      *================================================================
       01  OM-RECORD.
           05  OM-OPERATOR-ID          PIC X(10).
               88  OM-AUTH-UPDATE              VALUE "U".
               88  OM-AUTH-SUPERVISOR          VALUE "S".
           05  OM-PIN-CHANGED-DATE     PIC 9(08).
           05  OM-SUPERVISOR-ID        PIC X(10).
