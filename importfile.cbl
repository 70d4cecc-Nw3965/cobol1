      *                  IMPORTS AS BEFORE. THE END-OF-NIGHT FEEDCHK
      *                  STEP CLOSES THE OTHER HALF - A REGISTERED
      *                  SENDER THAT NEVER DELIVERED.
      * 10/15/26   OPS   EACH INCOMING RECORD IS NOW COMPARED WITH ITS
      *                  IMPMAST ENTRY AND THE OUTCOME WRITTEN TO THE
      *                  NEW IMPCHG CHANGE-DATA FILE - ADDED, CHANGED
      *                  (BEFORE AND AFTER VALUES) OR UNCHANGED, AN
      *                  UNCHANGED RECORD NO LONGER REWRITTEN - SO THE
      *                  SYSTEMS THAT COPY IMPMAST CAN APPLY THE
      *                  NIGHT'S CHANGES INSTEAD OF A FULL UNLOAD.
      *                  IMPIN MAY NOW CARRY A "D" DELETE RECORD (THE
      *                  ID IN COLUMNS 3-7) THAT REMOVES THE ENTRY; A
      *                  DELETE OF AN ID NOT ON IMPMAST IS REJECTED
      *                  (IM04). EACH IMPORTED SET GIVES AN IMPCHG
      *                  SEGMENT WITH A HEADER CARRYING ITS FILE DATE
      *                  AND SENDING SYSTEM AND A TRAILER OF COUNTS BY
      *                  CHANGE TYPE; A RESTART APPENDS TO IMPCHG AND
      *                  A RECYCLE RUN APPENDS ITS OWN SEGMENT.
      *                  RECORDS-OUT ON JOBLOG IS NOW EVERY RECORD
      *                  APPLIED, UNCHANGED AND DELETED INCLUDED, SO
      *                  POSTVER CAN BALANCE IMPCHG AGAINST THE LOAD.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SYSTEM-REGISTRY ASSIGN TO "SYSREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SY-FILE-STATUS.
           SELECT CHANGE-FILE ASSIGN TO "IMPCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  IN-FILE.
       COPY "JOBLOG.cpy".
       FD  SYSTEM-REGISTRY.
       COPY "SYSREG.cpy".
       FD  CHANGE-FILE.
       COPY "IMPCHG.cpy".
       WORKING-STORAGE SECTION.
        01 JL-FILE-STATUS      PIC XX.
        01 WS-JL-START-TIME    PIC 9(08) VALUE ZERO.
        01 WS-RECYCLE-APPLIED-COUNT    PIC 9(07) VALUE ZERO.
        01 WS-RECYCLE-REREJ-COUNT      PIC 9(07) VALUE ZERO.
        01 WS-RECON-TOTAL              PIC 9(07) VALUE ZERO.
        01 CHG-FILE-STATUS             PIC XX.
        01 WS-RAW-IMAGE                PIC X(20).
        01 WS-RAW-DELETE REDEFINES WS-RAW-IMAGE.
           05 RD-REC-TYPE             PIC X(01).
           05 RD-SEPARATOR            PIC X(01).
           05 RD-ID                   PIC X(05).
           05 FILLER                  PIC X(13).
        01 WS-DELETE-SW                PIC X(01) VALUE "N".
           88 WS-DELETE-RECORD                VALUE "Y".
        01 WS-CHG-SET-OPEN-SW          PIC X(01) VALUE "N".
           88 WS-CHG-SET-OPEN                 VALUE "Y".
        01 WS-UNCHANGED-COUNT          PIC 9(07) VALUE ZERO.
        01 WS-DELETED-COUNT            PIC 9(07) VALUE ZERO.
        01 WS-CHG-COUNTS.
           05 WS-CHG-ADDED            PIC 9(07) VALUE ZERO.
           05 WS-CHG-CHANGED          PIC 9(07) VALUE ZERO.
           05 WS-CHG-UNCHANGED        PIC 9(07) VALUE ZERO.
           05 WS-CHG-DELETED          PIC 9(07) VALUE ZERO.
        01 WS-CHG-DATE                 PIC 9(08) VALUE ZERO.
        01 WS-CHG-SYSTEM               PIC X(10) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
      * 1000-INITIALIZE
      * Reads the restart checkpoint, then opens the import file and
      * confirms it actually opened before the run proceeds further.
      * The change-data file starts afresh, or is appended to when
      * the run restarts.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
               STOP RUN
           END-IF.

           IF WS-RESTART-FROM > ZERO
               OPEN EXTEND CHANGE-FILE
               IF CHG-FILE-STATUS = "05" OR CHG-FILE-STATUS = "35"
                   CLOSE CHANGE-FILE
                   OPEN OUTPUT CHANGE-FILE
               END-IF
           ELSE
               OPEN OUTPUT CHANGE-FILE
           END-IF.
           IF CHG-FILE-STATUS NOT = "00"
               DISPLAY "FILEIMP: UNABLE TO OPEN IMPCHG - STATUS "
                   CHG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1250-OPEN-NEW-SET THRU 1250-EXIT.

           OPEN I-O IMPORT-MASTER.
      * Starts the set whose header is in the buffer: captures its
      * identity, and skips the whole set when the same extract is
      * already on the processed list - the rest of the file still
      * imports. A set that will import opens its IMPCHG segment.
      *----------------------------------------------------------------
       1250-OPEN-NEW-SET SECTION.
       1250-START.
                   " ALREADY PROCESSED - SKIPPED"
               SET WS-SET-SKIPPED TO TRUE
               ADD 1 TO WS-SET-SKIPPED-COUNT
               GO TO 1250-EXIT
           END-IF.

           MOVE WS-FILE-DATE      TO WS-CHG-DATE.
           MOVE WS-SENDING-SYSTEM TO WS-CHG-SYSTEM.
           PERFORM 2600-START-CHANGE-SET THRU 2600-EXIT.
       1250-EXIT.
           EXIT.

      * 2000-PROCESS-ONE-RECORD
      * Reads one IMPIN record. A header opens the next set (failing
      * any set left open without its trailer), a trailer balances
      * and closes the current set, and a data or delete record
      * applies under whichever set is open.
      *----------------------------------------------------------------
       2000-PROCESS-ONE-RECORD SECTION.
       2000-START.
                       " HAS NO TRAILER - SET FAILED"
                   ADD 1 TO WS-SET-FAILED-COUNT
                   MOVE 8 TO RETURN-CODE
                   PERFORM 2650-END-CHANGE-SET THRU 2650-EXIT
               END-IF
               PERFORM 1250-OPEN-NEW-SET THRU 1250-EXIT
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-READ-COUNT.
           MOVE IN-FILE-REC TO WS-RAW-IMAGE.
           PERFORM 2050-CLASSIFY-RECORD THRU 2050-EXIT.
           PERFORM 2100-VALIDATE-RECORD THRU 2100-EXIT.
           IF WS-RECORD-VALID AND WS-DELETE-RECORD
               PERFORM 2450-DELETE-IMPORT-RECORD THRU 2450-EXIT
           END-IF.
           IF NOT WS-RECORD-VALID
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2200-LOG-REJECT THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF NOT WS-DELETE-RECORD
               PERFORM 2400-STORE-IMPORT-RECORD THRU 2400-EXIT
           END-IF.
           PERFORM 2300-WRITE-CHECKPOINT THRU 2300-EXIT.
       2000-EXIT.
           EXIT.
           IF WS-SET-SKIPPED
               GO TO 2350-EXIT
           END-IF.
           PERFORM 2650-END-CHANGE-SET THRU 2650-EXIT.

           IF WS-SET-DATA-COUNT NOT = WS-TRAILER-COUNT
               DISPLAY "FILEIMP: SET " WS-SET-NUMBER " COUNT "
      *----------------------------------------------------------------
      * 2400-STORE-IMPORT-RECORD
      * Stores the validated record on the import master: a new key
      * inserts, an existing key whose data differs is replaced, and
      * one whose data is the same is left alone. Each outcome is
      * counted separately for the trailer summary and written to
      * the change-data file.
      *----------------------------------------------------------------
       2400-STORE-IMPORT-RECORD SECTION.
       2400-START.
                   SET WS-MASTER-FOUND TO TRUE
           END-READ.

           MOVE SPACES  TO CD-RECORD.
           MOVE WR-ID   TO CD-ID.
           MOVE WR-DATA TO CD-AFTER-DATA.
           IF WS-MASTER-FOUND
               MOVE IMR-DATA TO CD-BEFORE-DATA
               IF IMR-DATA = WR-DATA
                   MOVE "U" TO CD-CHANGE-TYPE
                   ADD 1 TO WS-UNCHANGED-COUNT
                   PERFORM 2500-WRITE-CHANGE THRU 2500-EXIT
                   GO TO 2400-EXIT
               END-IF
           END-IF.

           MOVE WR-ID   TO IMR-ID.
           MOVE WR-DATA TO IMR-DATA.
           IF WS-MASTER-FOUND
               REWRITE IMR-RECORD
               ADD 1 TO WS-REPLACED-COUNT
               MOVE "C" TO CD-CHANGE-TYPE
           ELSE
               WRITE IMR-RECORD
               ADD 1 TO WS-ADDED-COUNT
               MOVE "A" TO CD-CHANGE-TYPE
           END-IF.
           PERFORM 2500-WRITE-CHANGE THRU 2500-EXIT.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2450-DELETE-IMPORT-RECORD
      * Removes the delete record's ID from the import master and
      * writes the removed value to the change-data file. An ID not
      * on the master fails the record as a reject (IM04).
      *----------------------------------------------------------------
       2450-DELETE-IMPORT-RECORD SECTION.
       2450-START.
           SET WS-MASTER-FOUND-SW TO "N".
           MOVE WR-ID TO IMR-ID.
           READ IMPORT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MASTER-FOUND TO TRUE
           END-READ.

           IF NOT WS-MASTER-FOUND
               SET WS-RECORD-VALID-SW TO "N"
               MOVE "DELETE OF ID NOT ON IMPMAST" TO WS-REJECT-REASON
               MOVE "IM04" TO WS-REJECT-CODE
               GO TO 2450-EXIT
           END-IF.

           MOVE SPACES   TO CD-RECORD.
           MOVE "D"      TO CD-CHANGE-TYPE.
           MOVE WR-ID    TO CD-ID.
           MOVE IMR-DATA TO CD-BEFORE-DATA.
           DELETE IMPORT-MASTER RECORD.
           ADD 1 TO WS-DELETED-COUNT.
           PERFORM 2500-WRITE-CHANGE THRU 2500-EXIT.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-WRITE-CHANGE
      * Writes the change record built in CD-RECORD and counts it
      * against the open segment's trailer.
      *----------------------------------------------------------------
       2500-WRITE-CHANGE SECTION.
       2500-START.
           WRITE CD-RECORD.
           EVALUATE TRUE
               WHEN CD-ADDED
                   ADD 1 TO WS-CHG-ADDED
               WHEN CD-CHANGED
                   ADD 1 TO WS-CHG-CHANGED
               WHEN CD-UNCHANGED
                   ADD 1 TO WS-CHG-UNCHANGED
               WHEN CD-DELETED
                   ADD 1 TO WS-CHG-DELETED
           END-EVALUATE.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-START-CHANGE-SET
      * Opens an IMPCHG segment with its "H" header - the file date
      * and sending system in WS-CHG-DATE and WS-CHG-SYSTEM.
      *----------------------------------------------------------------
       2600-START-CHANGE-SET SECTION.
       2600-START.
           MOVE ZERO TO WS-CHG-ADDED WS-CHG-CHANGED
               WS-CHG-UNCHANGED WS-CHG-DELETED.
           MOVE SPACES        TO CD-CONTROL-REC.
           MOVE "H"           TO CD-REC-TYPE.
           MOVE WS-CHG-DATE   TO CD-CTL-DATE.
           MOVE WS-CHG-SYSTEM TO CD-CTL-SYSTEM.
           WRITE CD-CONTROL-REC.
           SET WS-CHG-SET-OPEN TO TRUE.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2650-END-CHANGE-SET
      * Closes the open IMPCHG segment with its "T" trailer of
      * counts by change type. Nothing is written when no segment
      * is open.
      *----------------------------------------------------------------
       2650-END-CHANGE-SET SECTION.
       2650-START.
           IF NOT WS-CHG-SET-OPEN
               GO TO 2650-EXIT
           END-IF.
           MOVE SPACES           TO CD-CONTROL-REC.
           MOVE "T"              TO CD-REC-TYPE.
           MOVE WS-CHG-DATE      TO CD-CTL-DATE.
           MOVE WS-CHG-SYSTEM    TO CD-CTL-SYSTEM.
           MOVE WS-CHG-ADDED     TO CD-CTL-ADDED.
           MOVE WS-CHG-CHANGED   TO CD-CTL-CHANGED.
           MOVE WS-CHG-UNCHANGED TO CD-CTL-UNCHANGED.
           MOVE WS-CHG-DELETED   TO CD-CTL-DELETED.
           WRITE CD-CONTROL-REC.
           SET WS-CHG-SET-OPEN-SW TO "N".
       2650-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2050-CLASSIFY-RECORD
      * Sorts the record image in WS-RAW-IMAGE into a delete record
      * ("D", a space, the ID) or an ordinary data record, and lays
      * it out as WS-WORK-REC for validation.
      *----------------------------------------------------------------
       2050-CLASSIFY-RECORD SECTION.
       2050-START.
           SET WS-DELETE-SW TO "N".
           IF RD-REC-TYPE = "D" AND RD-SEPARATOR = SPACE
               SET WS-DELETE-RECORD TO TRUE
               MOVE RD-ID  TO WR-ID
               MOVE SPACES TO WR-DATA
           ELSE
               MOVE WS-RAW-IMAGE TO WS-WORK-REC
           END-IF.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-VALIDATE-RECORD
      * Rejects a record whose ID field is blank or unset, whose data
      * field is blank or unset, or whose data field contains
      * unprintable bytes (a sign of a truncated or corrupt record).
      * A delete record needs only its ID. Works on the WS-WORK-REC
      * copy so the normal import and the recycle run share the
      * same rules.
      *----------------------------------------------------------------
       2100-VALIDATE-RECORD SECTION.
       2100-START.
               GO TO 2100-EXIT
           END-IF.

           IF WS-DELETE-RECORD
               SET WS-RECORD-VALID TO TRUE
               GO TO 2100-EXIT
           END-IF.

           IF WR-DATA = SPACES OR WR-DATA = LOW-VALUES
               MOVE "BLANK OR INVALID DATA FIELD" TO WS-REJECT-REASON
               MOVE "IM02" TO WS-REJECT-CODE
           END-IF.

           MOVE SPACES           TO REJ-RECORD.
           MOVE WS-RAW-IMAGE     TO REJ-ORIGINAL-REC.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           MOVE WS-REJECT-CODE   TO REJ-REASON-CODE.
           WRITE REJ-RECORD.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the import file, and the change-data file with the
      * last segment's trailer.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           DISPLAY "FILEIMP: RECORDS REJECTED = " WS-REJECT-COUNT.
           DISPLAY "FILEIMP: RECORDS ADDED    = " WS-ADDED-COUNT.
           DISPLAY "FILEIMP: RECORDS REPLACED = " WS-REPLACED-COUNT.
           DISPLAY "FILEIMP: RECORDS SAME     = " WS-UNCHANGED-COUNT.
           DISPLAY "FILEIMP: RECORDS DELETED  = " WS-DELETED-COUNT.

           IF WS-SET-OPEN
               DISPLAY "FILEIMP: SET " WS-SET-NUMBER " ENDED WITHOUT"
               ADD 1 TO WS-SET-FAILED-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 2650-END-CHANGE-SET THRU 2650-EXIT.
           CLOSE CHANGE-FILE.

           DISPLAY "FILEIMP: SETS BALANCED    = " WS-SET-GOOD-COUNT.
           DISPLAY "FILEIMP: SETS FAILED      = " WS-SET-FAILED-COUNT.
      * through the 2100 rules; a record that now passes is applied
      * to the import master, one that still fails goes to IMPRCREJ
      * with the old and the new reason. The reconciliation line
      * proves applied plus re-rejected equals records read. What
      * was applied is appended to IMPCHG as its own segment.
      *----------------------------------------------------------------
       8000-RUN-RECYCLE SECTION.
       8000-START.
               STOP RUN
           END-IF.

           OPEN EXTEND CHANGE-FILE.
           IF CHG-FILE-STATUS = "05" OR CHG-FILE-STATUS = "35"
               CLOSE CHANGE-FILE
               OPEN OUTPUT CHANGE-FILE
           END-IF.
           IF CHG-FILE-STATUS NOT = "00"
               DISPLAY "FILEIMP: UNABLE TO OPEN IMPCHG - STATUS "
                   CHG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-CHG-DATE FROM DATE YYYYMMDD.
           MOVE "IMPRCYC" TO WS-CHG-SYSTEM.
           PERFORM 2600-START-CHANGE-SET THRU 2600-EXIT.

           PERFORM 8100-RECYCLE-ONE-RECORD THRU 8100-EXIT
               UNTIL WS-EOF.

           PERFORM 2650-END-CHANGE-SET THRU 2650-EXIT.
           CLOSE RECYCLE-FILE RECYCLE-REJECTS IMPORT-MASTER
               CHANGE-FILE.

           COMPUTE WS-RECON-TOTAL = WS-RECYCLE-APPLIED-COUNT
               + WS-RECYCLE-REREJ-COUNT.
           END-READ.

           ADD 1 TO WS-RECYCLE-READ-COUNT.
           MOVE RCY-CORRECTED-REC TO WS-RAW-IMAGE.
           PERFORM 2050-CLASSIFY-RECORD THRU 2050-EXIT.
           PERFORM 2100-VALIDATE-RECORD THRU 2100-EXIT.
           IF WS-RECORD-VALID AND WS-DELETE-RECORD
               PERFORM 2450-DELETE-IMPORT-RECORD THRU 2450-EXIT
           END-IF.

           IF WS-RECORD-VALID
               IF NOT WS-DELETE-RECORD
                   PERFORM 2400-STORE-IMPORT-RECORD THRU 2400-EXIT
               END-IF
               ADD 1 TO WS-RECYCLE-APPLIED-COUNT
               GO TO 8100-EXIT
           END-IF.
           COMPUTE JL-RECORDS-IN = WS-READ-COUNT
               + WS-RECYCLE-READ-COUNT.
           COMPUTE JL-RECORDS-OUT = WS-ADDED-COUNT
               + WS-REPLACED-COUNT + WS-UNCHANGED-COUNT
               + WS-DELETED-COUNT.
           COMPUTE JL-RECORDS-REJECTED = WS-REJECT-COUNT
               + WS-RECYCLE-REREJ-COUNT.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
