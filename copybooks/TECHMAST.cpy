      *================================================================
      * TECHMAST.cpy
      * Signal technician master record layout - one record per
      * technician who books time to maintenance work orders,
      * maintained through TECHMNT. LABPOST costs each labor ticket
      * at TC-HOURLY-RATE; a technician who has left is made
      * inactive rather than deleted, so tickets already posted
      * still name someone on file.
      *================================================================
       01  TC-RECORD.
           05  TC-TECH-ID              PIC X(06).
           05  TC-NAME                 PIC X(30).
           05  TC-TRADE                PIC X(10).
           05  TC-HOURLY-RATE          PIC 9(03)V99.
           05  TC-STATUS               PIC X(01).
               88  TC-ACTIVE                   VALUE "A".
               88  TC-INACTIVE                 VALUE "I".
           05  TC-CHANGED-DATE         PIC 9(08).
           05  TC-CHANGED-BY           PIC X(10).
