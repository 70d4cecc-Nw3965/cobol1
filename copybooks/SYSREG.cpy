      * Sending-system registry record - one registered import
      * sender per record, maintained through SYSRMNT. The expected
      * delivery days are seven Y/N columns, Monday through Sunday.
      * FILEIMP rejects sets from systems not on the registry, as
      * POSPOST does store sales feeds (each store is registered
      * under its store code), and FEEDCHK reports registered
      * systems due today with nothing on the IMPDATES processed
      * list.
      *================================================================
       01  SY-RECORD.
           05  SY-SYSTEM-CODE          PIC X(10).
