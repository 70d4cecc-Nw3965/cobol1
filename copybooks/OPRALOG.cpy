      *================================================================
      * OPRALOG.cpy
      * Operator-roster approval log record layout - appended by
      * OPRAPPR for every decision on a request OPRMNT held, with
      * the requester, the deciding supervisor and the outcome
      * (APPROVED, REJECTED, or STALE when the roster no longer
      * allowed the change by the time it was approved).
      *================================================================
       01  OA-RECORD.
           05  OA-ACTION               PIC X(10).
           05  FILLER                  PIC X(01).
           05  OA-OPERATOR-ID          PIC X(10).
           05  FILLER                  PIC X(01).
           05  OA-AUTH-LEVEL           PIC X(01).
           05  FILLER                  PIC X(01).
           05  OA-REQUESTED-BY         PIC X(10).
           05  FILLER                  PIC X(01).
           05  OA-REQUEST-DATE         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  OA-APPROVER-ID          PIC X(10).
           05  FILLER                  PIC X(01).
           05  OA-DECISION             PIC X(08).
           05  FILLER                  PIC X(01).
           05  OA-LOG-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  OA-LOG-TIME             PIC 9(08).
