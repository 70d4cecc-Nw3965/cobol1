      *================================================================
      * ELEVGRNT.cpy
      * Temporary authority elevation record layout - one row per
      * grant, keyed by operator and window start, written by
      * ELEVMNT. Inside the window (start through end, date and
      * HHMM) SIGNON puts EG-AUTH-LEVEL on the session instead of
      * the operator's OPRMAST level, which is never changed.
      * ELEVRPT marks a grant expired once its window has passed;
      * ELEVMNT marks one revoked when it is withdrawn early.
      *================================================================
       01  EG-RECORD.
           05  EG-KEY.
               10  EG-OPERATOR-ID      PIC X(10).
               10  EG-START-DATE       PIC 9(08).
               10  EG-START-TIME       PIC 9(04).
           05  EG-END-DATE             PIC 9(08).
           05  EG-END-TIME             PIC 9(04).
           05  EG-AUTH-LEVEL           PIC X(01).
           05  EG-REASON               PIC X(30).
           05  EG-GRANTED-BY           PIC X(10).
           05  EG-GRANTED-DATE         PIC 9(08).
           05  EG-STATUS               PIC X(01).
               88  EG-STATUS-ACTIVE            VALUE "A".
               88  EG-STATUS-EXPIRED           VALUE "E".
               88  EG-STATUS-REVOKED           VALUE "R".
