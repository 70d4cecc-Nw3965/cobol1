      *                  ONE IN-BALANCE/OUT-OF-BALANCE PAGE PER RUN
      *                  ON POSTVRPT CERTIFIES THE NIGHT BEFORE
      *                  ANYTHING DOWNSTREAM CONSUMES THE FILES.
      * 10/15/26   OPS   BALANCES FILEIMP'S IMPCHG CHANGE-DATA FILE:
      *                  EACH SEGMENT'S ADDED, CHANGED, UNCHANGED AND
      *                  DELETED RECORDS MUST AGREE WITH ITS TRAILER,
      *                  AND THE TRAILER TOTALS WITH FILEIMP'S CLAIMED
      *                  RECORDS-OUT. A SEGMENT LEFT WITHOUT A TRAILER
      *                  BY AN INTERRUPTED RUN IS NOTED AND LEFT OUT.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IMR-ID
               FILE STATUS IS IMR-FILE-STATUS.
           SELECT CHANGE-DATA ASSIGN TO "IMPCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CD-FILE-STATUS.
           SELECT VERIFY-CONTROL ASSIGN TO "POSTVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VC-FILE-STATUS.
       01  IMR-RECORD.
           05  IMR-ID                  PIC X(05).
           05  IMR-DATA                PIC X(15).
       FD  CHANGE-DATA.
       COPY "IMPCHG.cpy".
       FD  VERIFY-CONTROL.
       01  VC-RECORD.
           05  VC-RUN-DATE             PIC 9(08).
        01 CO-FILE-STATUS              PIC XX.
        01 RH-FILE-STATUS              PIC XX.
        01 IMR-FILE-STATUS             PIC XX.
        01 CD-FILE-STATUS              PIC XX.
        01 VC-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 WS-SWITCHES.
        01 WS-RH-TODAY-COUNT           PIC 9(07) VALUE ZERO.
        01 WS-IMR-COUNT                PIC 9(07) VALUE ZERO.
        01 WS-FILEIMP-NET              PIC S9(08) VALUE ZERO.
        01 WS-CD-SEGMENT-SW            PIC X(01) VALUE "N".
           88 WS-CD-SEGMENT-OPEN              VALUE "Y".
        01 WS-CD-SEG-COUNTS.
           05 WS-CD-SEG-ADDED         PIC 9(07) VALUE ZERO.
           05 WS-CD-SEG-CHANGED       PIC 9(07) VALUE ZERO.
           05 WS-CD-SEG-UNCHANGED     PIC 9(07) VALUE ZERO.
           05 WS-CD-SEG-DELETED       PIC 9(07) VALUE ZERO.
        01 WS-CD-SEG-SYSTEM            PIC X(10) VALUE SPACES.
        01 WS-CD-SEGMENTS              PIC 9(07) VALUE ZERO.
        01 WS-CD-SEGMENTS-OK           PIC 9(07) VALUE ZERO.
        01 WS-CD-NO-TRAILER            PIC 9(07) VALUE ZERO.
        01 WS-CD-TRAILER-TOTAL         PIC 9(07) VALUE ZERO.
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(33) VALUE
                  "POST-RUN BALANCING REPORT FOR   ".
           PERFORM 3000-VERIFY-CALCOUT THRU 3000-EXIT.
           PERFORM 4000-VERIFY-GRADEHST THRU 4000-EXIT.
           PERFORM 5000-VERIFY-IMPMAST THRU 5000-EXIT.
           PERFORM 6000-VERIFY-IMPCHG THRU 6000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-VERIFY-IMPCHG
      * Every IMPCHG segment that closed must hold exactly the added,
      * changed, unchanged and deleted records its trailer counts,
      * and the trailers together must account for every record
      * FILEIMP claims it applied. A segment with no trailer was cut
      * short by a run that was restarted; it is noted by sending
      * system and kept out of both checks.
      *----------------------------------------------------------------
       6000-VERIFY-IMPCHG SECTION.
       6000-START.
           IF NOT WS-JL-FILEIMP-SEEN
               MOVE "IMPCHG VS FILEIMP           " TO NT-NAME
               MOVE "FILEIMP DID NOT RUN - CHECK SKIPPED" TO NT-TEXT
               WRITE RPT-LINE FROM WS-NOTE-LINE
               GO TO 6000-EXIT
           END-IF.

           OPEN INPUT CHANGE-DATA.
           IF CD-FILE-STATUS NOT = "00"
               MOVE "IMPCHG VS FILEIMP           " TO NT-NAME
               MOVE "IMPCHG WILL NOT OPEN - OUT OF BALANCE"
                   TO NT-TEXT
               WRITE RPT-LINE FROM WS-NOTE-LINE
               ADD 1 TO WS-OUT-OF-BALANCE
               GO TO 6000-EXIT
           END-IF.

           PERFORM 6100-SCAN-ONE-CHANGE THRU 6100-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE CHANGE-DATA.
           IF WS-CD-SEGMENT-OPEN
               PERFORM 6200-NOTE-NO-TRAILER THRU 6200-EXIT
           END-IF.

           ADD 1 TO WS-CHECKS-DONE.
           MOVE "IMPCHG SEGMENTS VS TRAILERS  " TO CK-NAME.
           MOVE WS-CD-SEGMENTS    TO CK-CLAIMED.
           MOVE WS-CD-SEGMENTS-OK TO CK-FOUND.
           IF WS-CD-SEGMENTS = WS-CD-SEGMENTS-OK
               MOVE "IN BALANCE      " TO CK-VERDICT
           ELSE
               MOVE "OUT OF BALANCE  " TO CK-VERDICT
               ADD 1 TO WS-OUT-OF-BALANCE
           END-IF.
           WRITE RPT-LINE FROM WS-CHECK-LINE.

           ADD 1 TO WS-CHECKS-DONE.
           MOVE "IMPCHG TRAILERS VS FILEIMP   " TO CK-NAME.
           MOVE WS-JL-FILEIMP-OUT   TO CK-CLAIMED.
           MOVE WS-CD-TRAILER-TOTAL TO CK-FOUND.
           IF WS-JL-FILEIMP-OUT = WS-CD-TRAILER-TOTAL
               MOVE "IN BALANCE      " TO CK-VERDICT
           ELSE
               MOVE "OUT OF BALANCE  " TO CK-VERDICT
               ADD 1 TO WS-OUT-OF-BALANCE
           END-IF.
           WRITE RPT-LINE FROM WS-CHECK-LINE.
           DISPLAY "POSTVER: IMPCHG SEGMENTS = " WS-CD-SEGMENTS.
           DISPLAY "POSTVER: IMPCHG NO TRAILER = " WS-CD-NO-TRAILER.
       6000-EXIT.
           EXIT.

       6100-SCAN-ONE-CHANGE SECTION.
       6100-START.
           READ CHANGE-DATA
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 6100-EXIT
           END-READ.

           IF CD-HEADER
               IF WS-CD-SEGMENT-OPEN
                   PERFORM 6200-NOTE-NO-TRAILER THRU 6200-EXIT
               END-IF
               MOVE ZERO TO WS-CD-SEG-ADDED WS-CD-SEG-CHANGED
                   WS-CD-SEG-UNCHANGED WS-CD-SEG-DELETED
               MOVE CD-CTL-SYSTEM TO WS-CD-SEG-SYSTEM
               SET WS-CD-SEGMENT-OPEN TO TRUE
               GO TO 6100-EXIT
           END-IF.

           IF CD-TRAILER
               ADD 1 TO WS-CD-SEGMENTS
               IF CD-CTL-ADDED = WS-CD-SEG-ADDED
                   AND CD-CTL-CHANGED = WS-CD-SEG-CHANGED
                   AND CD-CTL-UNCHANGED = WS-CD-SEG-UNCHANGED
                   AND CD-CTL-DELETED = WS-CD-SEG-DELETED
                   ADD 1 TO WS-CD-SEGMENTS-OK
               END-IF
               ADD CD-CTL-ADDED CD-CTL-CHANGED CD-CTL-UNCHANGED
                   CD-CTL-DELETED TO WS-CD-TRAILER-TOTAL
               SET WS-CD-SEGMENT-SW TO "N"
               GO TO 6100-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN CD-ADDED
                   ADD 1 TO WS-CD-SEG-ADDED
               WHEN CD-CHANGED
                   ADD 1 TO WS-CD-SEG-CHANGED
               WHEN CD-UNCHANGED
                   ADD 1 TO WS-CD-SEG-UNCHANGED
               WHEN CD-DELETED
                   ADD 1 TO WS-CD-SEG-DELETED
           END-EVALUATE.
       6100-EXIT.
           EXIT.

       6200-NOTE-NO-TRAILER SECTION.
       6200-START.
           ADD 1 TO WS-CD-NO-TRAILER.
           MOVE "IMPCHG SEGMENT NO TRAILER   " TO NT-NAME.
           MOVE SPACES TO NT-TEXT.
           STRING "INTERRUPTED RUN - SENDER " DELIMITED BY SIZE
               WS-CD-SEG-SYSTEM DELIMITED BY SPACE
               INTO NT-TEXT.
           WRITE RPT-LINE FROM WS-NOTE-LINE.
           SET WS-CD-SEGMENT-SW TO "N".
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Prints the certification verdict. Any out-of-balance check
