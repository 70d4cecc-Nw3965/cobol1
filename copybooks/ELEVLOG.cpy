      *================================================================
      * ELEVLOG.cpy
      * Authority elevation log record layout - appended by ELEVMNT
      * for every grant and revocation, by SIGNON for every sign-on
      * that took an elevated level, and by ELEVRPT for every grant
      * it expires. EL-GRANT-START identifies the grant (with the
      * operator); EL-BY is the granting or revoking supervisor, or
      * the terminal signed on at for a use.
      *================================================================
       01  EL-RECORD.
           05  EL-EVENT                PIC X(06).
               88  EL-EVENT-GRANT              VALUE "GRANT ".
               88  EL-EVENT-USE                VALUE "USE   ".
               88  EL-EVENT-EXPIRE             VALUE "EXPIRE".
               88  EL-EVENT-REVOKE             VALUE "REVOKE".
           05  FILLER                  PIC X(01).
           05  EL-OPERATOR-ID          PIC X(10).
           05  FILLER                  PIC X(01).
           05  EL-AUTH-LEVEL           PIC X(01).
           05  FILLER                  PIC X(01).
           05  EL-GRANT-START.
               10  EL-GRANT-DATE       PIC 9(08).
               10  EL-GRANT-TIME       PIC 9(04).
           05  FILLER                  PIC X(01).
           05  EL-BY                   PIC X(10).
           05  FILLER                  PIC X(01).
           05  EL-EVENT-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  EL-EVENT-TIME           PIC 9(08).
