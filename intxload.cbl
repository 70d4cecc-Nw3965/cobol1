      *                  ROSTER TO VALIDATE THEIR FEEDS AGAINST. THE
      *                  LOAD IS A FULL REPLACE - THE CITY'S LIST IS
      *                  THE MASTER COPY.
      * 10/15/26   OPS   INTXLOAD NOW BUILDS THE FIRST ROSTER ONLY:
      *                  ONCE INTXMAST EXISTS THE RUN IS REFUSED RC 12
      *                  AND CHANGES GO THROUGH INTXMNT, WHICH KEEPS
      *                  THE REGISTER AND HISTORY A FULL RELOAD LOSES.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Refuses to replace a master already built, then opens the
      * card file and starts a fresh master.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           OPEN INPUT INTERSECTION-MASTER.
           IF IX-FILE-STATUS = "00"
               CLOSE INTERSECTION-MASTER
               DISPLAY "INTXLOAD: RUN REFUSED - INTXMAST ALREADY"
                   " BUILT - MAINTAIN IT THROUGH INTXMNT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT INTX-INPUT.
           IF II-FILE-STATUS NOT = "00"
               DISPLAY "INTXLOAD: UNABLE TO OPEN INTXIN - STATUS "
