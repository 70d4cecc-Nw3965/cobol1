       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRSTV.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. RESTORE VERIFICATION FOR A
      *                  MSTBKUP BACKUP SET. THE MSTRCTL CARD NAMES
      *                  THE SET BY ITS DATE (TODAY'S WITHOUT ONE).
      *                  EVERY FILE IN THE SET IS RELOADED INTO ITS
      *                  SCRATCH COPY (PRODMASV FOR PRODMAST, AND SO
      *                  ON - NEVER THE LIVE FILE), READ BACK, AND ITS
      *                  RECORD COUNT, KEY HASH AND AMOUNT HASH PROVED
      *                  AGAINST THE SET'S MANIFEST. THE JOBLOG RUNS
      *                  THAT ENDED AFTER THE BACKUP POINT ARE LISTED:
      *                  THEY ARE THE RUNS TO REPEAT AFTER A RESTORE
      *                  FROM THIS SET. RESULTS ON MSTRVRPT; ANY FILE
      *                  THAT DOES NOT PROVE ENDS RC 8.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTORE-CONTROL ASSIGN TO "MSTRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RV-FILE-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMASV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PRODUCT-ID
               FILE STATUS IS MS-FILE-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMASTV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS MS-FILE-STATUS.
           SELECT TERMINAL-MASTER ASSIGN TO "TERMMASV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-TERMINAL-ID
               FILE STATUS IS MS-FILE-STATUS.
           SELECT INTERSECTION-MASTER ASSIGN TO "INTXMASV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IX-INTERSECTION-ID
               FILE STATUS IS MS-FILE-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUMASTV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ST-STUDENT-ID
               FILE STATUS IS MS-FILE-STATUS.
           SELECT IMPORT-MASTER ASSIGN TO "IMPMASTV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IMR-ID
               FILE STATUS IS MS-FILE-STATUS.
           SELECT VENDOR-MASTER ASSIGN TO "VENDMASV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VN-VENDOR-CODE
               FILE STATUS IS MS-FILE-STATUS.
           SELECT COST-MASTER ASSIGN TO "COSTMASV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-PRODUCT-ID
               FILE STATUS IS MS-FILE-STATUS.
           SELECT SIGNAL-REVIEW ASSIGN TO "SIGREVWV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SR-SEQ-NO
               FILE STATUS IS MS-FILE-STATUS.
           SELECT BUDGET-MASTER ASSIGN TO "BUDGMASV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BG-KEY
               FILE STATUS IS MS-FILE-STATUS.
           SELECT CERT-LOCK ASSIGN TO "CERTLOCV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CL-KEY
               FILE STATUS IS MS-FILE-STATUS.
           SELECT COMPLAINT-MASTER ASSIGN TO "CMPLMASV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CP-COMPLAINT-NO
               FILE STATUS IS MS-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMASV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS MS-FILE-STATUS.
           SELECT ELEV-GRANTS ASSIGN TO "ELEVGRNV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EG-KEY
               FILE STATUS IS MS-FILE-STATUS.
           SELECT ENROLL-MASTER ASSIGN TO "ENRLMASV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EN-KEY
               FILE STATUS IS MS-FILE-STATUS.
           SELECT PURCHASE-ORDERS ASSIGN TO "POMASTV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-KEY
               FILE STATUS IS MS-FILE-STATUS.
           SELECT ASSET-MASTER ASSIGN TO "SIGASSEV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AS-ASSET-TAG
               FILE STATUS IS MS-FILE-STATUS.
           SELECT STOCK-LOCATIONS ASSIGN TO "STKLOCV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SL-KEY
               FILE STATUS IS MS-FILE-STATUS.
           SELECT STANDING-HISTORY ASSIGN TO "STNDHSTV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SG-KEY
               FILE STATUS IS MS-FILE-STATUS.
           SELECT SUBMISSION-REGISTER ASSIGN TO "STSUBREV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SU-KEY
               FILE STATUS IS MS-FILE-STATUS.
           SELECT TECH-MASTER ASSIGN TO "TECHMASV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TC-TECH-ID
               FILE STATUS IS MS-FILE-STATUS.
           SELECT PLAN-VERSIONS ASSIGN TO "TLPLNVEV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PV-KEY
               FILE STATUS IS MS-FILE-STATUS.
           SELECT SEQUENCE-FILE ASSIGN TO DYNAMIC WS-SEQUENCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MS-FILE-STATUS.
           SELECT BACKUP-SET ASSIGN TO DYNAMIC WS-SET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BS-FILE-STATUS.
           SELECT BACKUP-MANIFEST ASSIGN TO DYNAMIC WS-MANIFEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BM-FILE-STATUS.
           SELECT JOB-LOG ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JL-FILE-STATUS.
           SELECT RESTORE-REPORT ASSIGN TO "MSTRVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESTORE-CONTROL.
       01  RV-RECORD.
           05  RV-SET-DATE             PIC X(08).
       FD  PRODUCT-MASTER.
       COPY "PRODMAST.cpy".
       FD  OPERATOR-MASTER.
       COPY "OPRMAST.cpy".
       FD  TERMINAL-MASTER.
       COPY "TERMMAST.cpy".
       FD  INTERSECTION-MASTER.
       COPY "INTXMAST.cpy".
       FD  STUDENT-MASTER.
       COPY "STUMAST.cpy".
       FD  IMPORT-MASTER.
       01  IMR-RECORD.
           05  IMR-ID                  PIC X(05).
           05  IMR-DATA                PIC X(15).
       FD  VENDOR-MASTER.
       COPY "VENDMAST.cpy".
       FD  COST-MASTER.
       COPY "COSTMAST.cpy".
       FD  SIGNAL-REVIEW.
       COPY "SIGREVW.cpy".
       FD  BUDGET-MASTER.
       COPY "BUDGMAST.cpy".
       FD  CERT-LOCK.
       COPY "CERTLOCK.cpy".
       FD  COMPLAINT-MASTER.
       COPY "CMPLMAST.cpy".
       FD  CUSTOMER-MASTER.
       COPY "CUSTMAST.cpy".
       FD  ELEV-GRANTS.
       COPY "ELEVGRNT.cpy".
       FD  ENROLL-MASTER.
       COPY "ENRLMAST.cpy".
       FD  PURCHASE-ORDERS.
       COPY "POMAST.cpy".
       FD  ASSET-MASTER.
       COPY "SIGASSET.cpy".
       FD  STOCK-LOCATIONS.
       COPY "STKLOC.cpy".
       FD  STANDING-HISTORY.
       COPY "STNDHST.cpy".
       FD  SUBMISSION-REGISTER.
       COPY "STSUBREG.cpy".
       FD  TECH-MASTER.
       COPY "TECHMAST.cpy".
       FD  PLAN-VERSIONS.
       COPY "TLPLNVER.cpy".
       FD  SEQUENCE-FILE.
       01  SQ-RECORD                   PIC X(80).
       FD  BACKUP-SET.
       COPY "BKSET.cpy".
       FD  BACKUP-MANIFEST.
       COPY "BKMANF.cpy".
       FD  JOB-LOG.
       COPY "JOBLOG.cpy".
       FD  RESTORE-REPORT.
       01  RPT-LINE                    PIC X(90).
       WORKING-STORAGE SECTION.
        01 RV-FILE-STATUS              PIC XX.
        01 MS-FILE-STATUS              PIC XX.
        01 BS-FILE-STATUS              PIC XX.
        01 BM-FILE-STATUS              PIC XX.
        01 JL-FILE-STATUS              PIC XX.
        01 RPT-FILE-STATUS             PIC XX.
        01 WS-SEQUENCE-NAME            PIC X(08).
        01 WS-SET-NAME                 PIC X(08).
        01 WS-MANIFEST-NAME            PIC X(08).
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-SET-EOF-SW           PIC X(01) VALUE "N".
              88 WS-SET-EOF                   VALUE "Y".
           05 WS-FILE-ERROR-SW        PIC X(01) VALUE "N".
              88 WS-FILE-ERROR                VALUE "Y".
        01 WS-RUN-DATE                 PIC 9(08).
        01 WS-SET-DATE                 PIC 9(08) VALUE ZERO.
        01 WS-SET-TIME                 PIC 9(08) VALUE ZERO.
        01 WS-SET-POINT                PIC 9(16) VALUE ZERO.
        01 WS-RUN-POINT                PIC 9(16) VALUE ZERO.
      *----------------------------------------------------------------
      * The files in the set, in MSTBKUP's order, each with the
      * scratch file it is reloaded into: the indexed masters, then
      * the next-number files (type S, with the width of the number
      * they hold).
      *----------------------------------------------------------------
        01 WS-FILE-LIST.
           05 FILLER  PIC X(18) VALUE "PRODMASTPRODMASVI0".
           05 FILLER  PIC X(18) VALUE "OPRMAST OPRMASTVI0".
           05 FILLER  PIC X(18) VALUE "TERMMASTTERMMASVI0".
           05 FILLER  PIC X(18) VALUE "INTXMASTINTXMASVI0".
           05 FILLER  PIC X(18) VALUE "STUMAST STUMASTVI0".
           05 FILLER  PIC X(18) VALUE "IMPMAST IMPMASTVI0".
           05 FILLER  PIC X(18) VALUE "VENDMASTVENDMASVI0".
           05 FILLER  PIC X(18) VALUE "COSTMASTCOSTMASVI0".
           05 FILLER  PIC X(18) VALUE "SIGREVW SIGREVWVI0".
           05 FILLER  PIC X(18) VALUE "BUDGMASTBUDGMASVI0".
           05 FILLER  PIC X(18) VALUE "CERTLOCKCERTLOCVI0".
           05 FILLER  PIC X(18) VALUE "CMPLMASTCMPLMASVI0".
           05 FILLER  PIC X(18) VALUE "CUSTMASTCUSTMASVI0".
           05 FILLER  PIC X(18) VALUE "ELEVGRNTELEVGRNVI0".
           05 FILLER  PIC X(18) VALUE "ENRLMASTENRLMASVI0".
           05 FILLER  PIC X(18) VALUE "POMAST  POMASTV I0".
           05 FILLER  PIC X(18) VALUE "SIGASSETSIGASSEVI0".
           05 FILLER  PIC X(18) VALUE "STKLOC  STKLOCV I0".
           05 FILLER  PIC X(18) VALUE "STNDHST STNDHSTVI0".
           05 FILLER  PIC X(18) VALUE "STSUBREGSTSUBREVI0".
           05 FILLER  PIC X(18) VALUE "TECHMASTTECHMASVI0".
           05 FILLER  PIC X(18) VALUE "TLPLNVERTLPLNVEVI0".
           05 FILLER  PIC X(18) VALUE "TLWONUM TLWONUMVS6".
           05 FILLER  PIC X(18) VALUE "SIGRVSEQSIGRVSEVS7".
           05 FILLER  PIC X(18) VALUE "PBSEQ   PBSEQV  S6".
           05 FILLER  PIC X(18) VALUE "INVSEQ  INVSEQV S6".
           05 FILLER  PIC X(18) VALUE "POSEQ   POSEQV  S6".
           05 FILLER  PIC X(18) VALUE "STEXSEQ STEXSEQVS6".
           05 FILLER  PIC X(18) VALUE "TMCSEQ  TMCSEQV S6".
        01 WS-FILE-TABLE REDEFINES WS-FILE-LIST.
           05 WS-FILE-ENTRY OCCURS 29 TIMES.
              10 WS-FL-NAME           PIC X(08).
              10 WS-FL-SCRATCH        PIC X(08).
              10 WS-FL-TYPE           PIC X(01).
                 88 WS-FL-INDEXED             VALUE "I".
                 88 WS-FL-SEQUENCE            VALUE "S".
              10 WS-FL-DIGITS         PIC 9(01).
        01 WS-FILE-COUNT               PIC 9(02) VALUE 29.
        01 WS-FILE-IDX                 PIC 9(02) VALUE ZERO.
        01 WS-MANIFEST-TABLE.
           05 WS-MANIFEST-ENTRY OCCURS 29 TIMES.
              10 WS-MF-FOUND-SW       PIC X(01).
              10 WS-MF-STATE          PIC X(01).
              10 WS-MF-COUNT          PIC 9(09).
              10 WS-MF-KEY-HASH       PIC 9(15).
              10 WS-MF-AMOUNT-HASH    PIC 9(13)V99.
        01 WS-RELOADED                 PIC 9(09) VALUE ZERO.
        01 WS-FILE-RECORDS             PIC 9(09) VALUE ZERO.
        01 WS-KEY-HASH                 PIC 9(15) VALUE ZERO.
        01 WS-AMOUNT-HASH              PIC 9(13)V99 VALUE ZERO.
        01 WS-RECORD-AMOUNT            PIC 9(11)V99 VALUE ZERO.
        01 WS-SEQUENCE-NUMBER          PIC 9(07) VALUE ZERO.
        01 WS-HASH-FIELDS.
           05 WS-HASH-KEY             PIC X(22).
           05 WS-HASH-VALUE           PIC 9(09) COMP.
           05 WS-HASH-POS             PIC 9(02) COMP.
           05 WS-HASH-SCAN            PIC 9(02) COMP.
           05 WS-HASH-CHAR            PIC X(01).
           05 WS-HASH-CHAR-VALUE      PIC 9(02) COMP.
           05 WS-HASH-QUOTIENT        PIC 9(09) COMP.
           05 WS-HASH-REMAINDER       PIC 9(09) COMP.
        01 WS-HASH-CHAR-SET           PIC X(37) VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-".
        01 WS-TALLY-COUNTS.
           05 WS-FILES-PROVED         PIC 9(02) VALUE ZERO.
           05 WS-FILES-FAILED         PIC 9(02) VALUE ZERO.
           05 WS-FILES-NOT-ON-FILE    PIC 9(02) VALUE ZERO.
           05 WS-UNEXPECTED-RECORDS   PIC 9(09) VALUE ZERO.
           05 WS-LATER-RUNS           PIC 9(05) VALUE ZERO.
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(29) VALUE
                  "MASTER RESTORE VERIFICATION  ".
           05 HL-SET-NAME             PIC X(08).
           05 FILLER                  PIC X(17) VALUE
                  "   BACKUP POINT  ".
           05 HL-SET-DATE             PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 HL-SET-TIME             PIC 9(08).
        01 WS-COLUMN-LINE.
           05 FILLER                  PIC X(40) VALUE
               "FILE        MANIFEST     RELOADED    REA".
           05 FILLER                  PIC X(40) VALUE
               "D BACK  KEYS AMOUNTS  RESULT".
        01 WS-FILE-LINE.
           05 FL-FILE-NAME            PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FL-MANIFEST             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 FL-RELOADED             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 FL-READ-BACK            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 FL-KEYS                 PIC X(04).
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 FL-AMOUNTS              PIC X(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 FL-RESULT               PIC X(30).
        01 WS-RUNS-HEADER.
           05 FILLER                  PIC X(40) VALUE
               "RUNS ENDED AFTER THE BACKUP POINT - REPE".
           05 FILLER                  PIC X(40) VALUE
               "AT AFTER A RESTORE FROM THIS SET".
        01 WS-RUNS-COLUMNS.
           05 FILLER                  PIC X(40) VALUE
               "PROGRAM  RUN DATE START    END        RC".
        01 WS-RUN-LINE.
           05 RL-PROGRAM-ID           PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RL-RUN-DATE             PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RL-START-TIME           PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RL-END-TIME             PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RL-RETURN-CODE          PIC ZZZ9.
        01 WS-COUNT-LINE.
           05 CL-LABEL                PIC X(30).
           05 CL-COUNT                PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-MANIFEST THRU 2000-EXIT.
           PERFORM 2900-READ-SET THRU 2900-EXIT.
           PERFORM 3000-VERIFY-ONE-FILE THRU 3000-EXIT
               VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT.
           PERFORM 3900-COUNT-UNEXPECTED THRU 3900-EXIT
               UNTIL WS-SET-EOF.
           CLOSE BACKUP-SET.
           PERFORM 4000-LIST-LATER-RUNS THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Takes the set date from the MSTRCTL card, or today's, names
      * the set and its manifest, and opens them and the report. No
      * set or no manifest for the date is fatal.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-SET-DATE.
           OPEN INPUT RESTORE-CONTROL.
           IF RV-FILE-STATUS = "00"
               READ RESTORE-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RV-SET-DATE NUMERIC
                               AND RV-SET-DATE NOT = "00000000"
                           MOVE RV-SET-DATE TO WS-SET-DATE
                       END-IF
               END-READ
               CLOSE RESTORE-CONTROL
           END-IF.

           MOVE SPACES TO WS-SET-NAME WS-MANIFEST-NAME.
           STRING "BS" WS-SET-DATE(3:6) DELIMITED BY SIZE
               INTO WS-SET-NAME.
           STRING "BM" WS-SET-DATE(3:6) DELIMITED BY SIZE
               INTO WS-MANIFEST-NAME.

           OPEN INPUT BACKUP-MANIFEST.
           IF BM-FILE-STATUS NOT = "00"
               DISPLAY "MSTRSTV: NO MANIFEST " WS-MANIFEST-NAME
                   " - STATUS " BM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BACKUP-SET.
           IF BS-FILE-STATUS NOT = "00"
               DISPLAY "MSTRSTV: NO BACKUP SET " WS-SET-NAME
                   " - STATUS " BS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RESTORE-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "MSTRSTV: UNABLE TO OPEN MSTRVRPT - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LOAD-MANIFEST
      * Files each manifest row against its entry in the file list
      * and takes the backup point from it, then prints the heading.
      *----------------------------------------------------------------
       2000-LOAD-MANIFEST SECTION.
       2000-START.
           PERFORM 2050-CLEAR-ONE-ENTRY THRU 2050-EXIT
               VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT.
           PERFORM 2100-TAKE-ONE-ROW THRU 2100-EXIT
               UNTIL WS-EOF.
           SET WS-EOF-SW TO "N".
           CLOSE BACKUP-MANIFEST.

           COMPUTE WS-SET-POINT = WS-SET-DATE * 100000000
               + WS-SET-TIME.
           MOVE WS-SET-NAME TO HL-SET-NAME.
           MOVE WS-SET-DATE TO HL-SET-DATE.
           MOVE WS-SET-TIME TO HL-SET-TIME.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-COLUMN-LINE.
       2000-EXIT.
           EXIT.

       2050-CLEAR-ONE-ENTRY SECTION.
       2050-START.
           MOVE "N"  TO WS-MF-FOUND-SW(WS-FILE-IDX).
           MOVE SPACE TO WS-MF-STATE(WS-FILE-IDX).
           MOVE ZERO TO WS-MF-COUNT(WS-FILE-IDX)
                        WS-MF-KEY-HASH(WS-FILE-IDX)
                        WS-MF-AMOUNT-HASH(WS-FILE-IDX).
       2050-EXIT.
           EXIT.

       2100-TAKE-ONE-ROW SECTION.
       2100-START.
           READ BACKUP-MANIFEST
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           MOVE BM-SET-DATE TO WS-SET-DATE.
           MOVE BM-SET-TIME TO WS-SET-TIME.
           PERFORM 2150-FIND-ONE-FILE THRU 2150-EXIT
               VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT.
       2100-EXIT.
           EXIT.

       2150-FIND-ONE-FILE SECTION.
       2150-START.
           IF WS-FL-NAME(WS-FILE-IDX) NOT = BM-FILE-NAME
               GO TO 2150-EXIT
           END-IF.
           MOVE "Y"             TO WS-MF-FOUND-SW(WS-FILE-IDX).
           MOVE BM-FILE-STATE   TO WS-MF-STATE(WS-FILE-IDX).
           MOVE BM-RECORD-COUNT TO WS-MF-COUNT(WS-FILE-IDX).
           MOVE BM-KEY-HASH     TO WS-MF-KEY-HASH(WS-FILE-IDX).
           MOVE BM-AMOUNT-HASH  TO WS-MF-AMOUNT-HASH(WS-FILE-IDX).
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2900-READ-SET
      * Reads ahead one record of the backup set.
      *----------------------------------------------------------------
       2900-READ-SET SECTION.
       2900-START.
           READ BACKUP-SET
               AT END
                   SET WS-SET-EOF TO TRUE
                   MOVE SPACES TO BS-RECORD
           END-READ.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-VERIFY-ONE-FILE
      * Reloads one file's records from the set into its scratch
      * copy, reads the copy back end to end, and proves its count
      * and hashes against the manifest. A file the manifest shows
      * was not on file at the backup point has nothing to prove; one
      * the backup could not take whole cannot be proved.
      *----------------------------------------------------------------
       3000-VERIFY-ONE-FILE SECTION.
       3000-START.
           MOVE ZERO TO WS-RELOADED WS-FILE-RECORDS
                        WS-KEY-HASH WS-AMOUNT-HASH.
           SET WS-FILE-ERROR-SW TO "N".
           MOVE SPACES TO WS-FILE-LINE.
           MOVE WS-FL-NAME(WS-FILE-IDX)  TO FL-FILE-NAME.
           MOVE WS-MF-COUNT(WS-FILE-IDX) TO FL-MANIFEST.

           IF WS-MF-FOUND-SW(WS-FILE-IDX) = "N"
               MOVE "NOT IN MANIFEST" TO FL-RESULT
               GO TO 3000-SKIP-SET
           END-IF.
           IF WS-MF-STATE(WS-FILE-IDX) = "A"
               MOVE "NOT ON FILE AT BACKUP" TO FL-RESULT
               ADD 1 TO WS-FILES-NOT-ON-FILE
               GO TO 3000-PRINT
           END-IF.
           IF WS-MF-STATE(WS-FILE-IDX) NOT = "P"
               MOVE "INCOMPLETE IN SET" TO FL-RESULT
               SET WS-FILE-ERROR TO TRUE
               GO TO 3000-SKIP-SET
           END-IF.

           PERFORM 3100-OPEN-SCRATCH-OUTPUT THRU 3100-EXIT.
           IF MS-FILE-STATUS NOT = "00"
               STRING "SCRATCH OPEN - STATUS " MS-FILE-STATUS
                   DELIMITED BY SIZE INTO FL-RESULT
               SET WS-FILE-ERROR TO TRUE
               GO TO 3000-SKIP-SET
           END-IF.
           PERFORM 3200-RELOAD-ONE-RECORD THRU 3200-EXIT
               UNTIL WS-SET-EOF OR WS-FILE-ERROR
                  OR BS-FILE-NAME NOT = WS-FL-NAME(WS-FILE-IDX).
           PERFORM 3300-CLOSE-SCRATCH THRU 3300-EXIT.
           IF WS-FILE-ERROR
               GO TO 3000-SKIP-SET
           END-IF.

           PERFORM 3400-OPEN-SCRATCH-INPUT THRU 3400-EXIT.
           IF MS-FILE-STATUS NOT = "00"
               STRING "SCRATCH REOPEN - STATUS " MS-FILE-STATUS
                   DELIMITED BY SIZE INTO FL-RESULT
               SET WS-FILE-ERROR TO TRUE
               GO TO 3000-PRINT
           END-IF.
           PERFORM 3500-READ-BACK-ONE-RECORD THRU 3500-EXIT
               UNTIL WS-EOF OR WS-FILE-ERROR.
           SET WS-EOF-SW TO "N".
           PERFORM 3300-CLOSE-SCRATCH THRU 3300-EXIT.
           IF WS-FILE-ERROR
               GO TO 3000-PRINT
           END-IF.

           MOVE "NO" TO FL-KEYS FL-AMOUNTS.
           IF WS-KEY-HASH = WS-MF-KEY-HASH(WS-FILE-IDX)
               MOVE "OK" TO FL-KEYS
           END-IF.
           IF WS-AMOUNT-HASH = WS-MF-AMOUNT-HASH(WS-FILE-IDX)
               MOVE "OK" TO FL-AMOUNTS
           END-IF.
           IF WS-FILE-RECORDS = WS-MF-COUNT(WS-FILE-IDX)
                   AND WS-RELOADED = WS-MF-COUNT(WS-FILE-IDX)
                   AND FL-KEYS = "OK" AND FL-AMOUNTS = "OK"
               MOVE "PROVED" TO FL-RESULT
               ADD 1 TO WS-FILES-PROVED
           ELSE
               MOVE "DOES NOT MATCH MANIFEST" TO FL-RESULT
               SET WS-FILE-ERROR TO TRUE
           END-IF.
           GO TO 3000-PRINT.

       3000-SKIP-SET.
           PERFORM 2900-READ-SET THRU 2900-EXIT
               UNTIL WS-SET-EOF
                  OR BS-FILE-NAME NOT = WS-FL-NAME(WS-FILE-IDX).

       3000-PRINT.
           IF WS-FILE-ERROR
               ADD 1 TO WS-FILES-FAILED
           END-IF.
           MOVE WS-RELOADED     TO FL-RELOADED.
           MOVE WS-FILE-RECORDS TO FL-READ-BACK.
           WRITE RPT-LINE FROM WS-FILE-LINE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-OPEN-SCRATCH-OUTPUT
      * Opens the scratch copy of the file at WS-FILE-IDX afresh.
      *----------------------------------------------------------------
       3100-OPEN-SCRATCH-OUTPUT SECTION.
       3100-START.
           IF WS-FL-SEQUENCE(WS-FILE-IDX)
               MOVE WS-FL-SCRATCH(WS-FILE-IDX) TO WS-SEQUENCE-NAME
               OPEN OUTPUT SEQUENCE-FILE
               GO TO 3100-EXIT
           END-IF.
           EVALUATE WS-FILE-IDX
               WHEN 1
                   OPEN OUTPUT PRODUCT-MASTER
               WHEN 2
                   OPEN OUTPUT OPERATOR-MASTER
               WHEN 3
                   OPEN OUTPUT TERMINAL-MASTER
               WHEN 4
                   OPEN OUTPUT INTERSECTION-MASTER
               WHEN 5
                   OPEN OUTPUT STUDENT-MASTER
               WHEN 6
                   OPEN OUTPUT IMPORT-MASTER
               WHEN 7
                   OPEN OUTPUT VENDOR-MASTER
               WHEN 8
                   OPEN OUTPUT COST-MASTER
               WHEN 9
                   OPEN OUTPUT SIGNAL-REVIEW
               WHEN 10
                   OPEN OUTPUT BUDGET-MASTER
               WHEN 11
                   OPEN OUTPUT CERT-LOCK
               WHEN 12
                   OPEN OUTPUT COMPLAINT-MASTER
               WHEN 13
                   OPEN OUTPUT CUSTOMER-MASTER
               WHEN 14
                   OPEN OUTPUT ELEV-GRANTS
               WHEN 15
                   OPEN OUTPUT ENROLL-MASTER
               WHEN 16
                   OPEN OUTPUT PURCHASE-ORDERS
               WHEN 17
                   OPEN OUTPUT ASSET-MASTER
               WHEN 18
                   OPEN OUTPUT STOCK-LOCATIONS
               WHEN 19
                   OPEN OUTPUT STANDING-HISTORY
               WHEN 20
                   OPEN OUTPUT SUBMISSION-REGISTER
               WHEN 21
                   OPEN OUTPUT TECH-MASTER
               WHEN 22
                   OPEN OUTPUT PLAN-VERSIONS
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-RELOAD-ONE-RECORD
      * Writes the set record in hand to the scratch copy and reads
      * the next. The set was unloaded in key order, so a write the
      * scratch file refuses means the set itself is damaged.
      *----------------------------------------------------------------
       3200-RELOAD-ONE-RECORD SECTION.
       3200-START.
           IF WS-FL-SEQUENCE(WS-FILE-IDX)
               MOVE BS-RECORD-DATA TO SQ-RECORD
               WRITE SQ-RECORD
               GO TO 3200-CHECK-WRITE
           END-IF.
           EVALUATE WS-FILE-IDX
               WHEN 1
                   MOVE BS-RECORD-DATA TO PM-RECORD
                   WRITE PM-RECORD
               WHEN 2
                   MOVE BS-RECORD-DATA TO OM-RECORD
                   WRITE OM-RECORD
               WHEN 3
                   MOVE BS-RECORD-DATA TO TM-RECORD
                   WRITE TM-RECORD
               WHEN 4
                   MOVE BS-RECORD-DATA TO IX-RECORD
                   WRITE IX-RECORD
               WHEN 5
                   MOVE BS-RECORD-DATA TO ST-RECORD
                   WRITE ST-RECORD
               WHEN 6
                   MOVE BS-RECORD-DATA TO IMR-RECORD
                   WRITE IMR-RECORD
               WHEN 7
                   MOVE BS-RECORD-DATA TO VN-RECORD
                   WRITE VN-RECORD
               WHEN 8
                   MOVE BS-RECORD-DATA TO CM-RECORD
                   WRITE CM-RECORD
               WHEN 9
                   MOVE BS-RECORD-DATA TO SR-RECORD
                   WRITE SR-RECORD
               WHEN 10
                   MOVE BS-RECORD-DATA TO BG-RECORD
                   WRITE BG-RECORD
               WHEN 11
                   MOVE BS-RECORD-DATA TO CL-RECORD
                   WRITE CL-RECORD
               WHEN 12
                   MOVE BS-RECORD-DATA TO CP-RECORD
                   WRITE CP-RECORD
               WHEN 13
                   MOVE BS-RECORD-DATA TO CU-RECORD
                   WRITE CU-RECORD
               WHEN 14
                   MOVE BS-RECORD-DATA TO EG-RECORD
                   WRITE EG-RECORD
               WHEN 15
                   MOVE BS-RECORD-DATA TO EN-RECORD
                   WRITE EN-RECORD
               WHEN 16
                   MOVE BS-RECORD-DATA TO PO-RECORD
                   WRITE PO-RECORD
               WHEN 17
                   MOVE BS-RECORD-DATA TO AS-RECORD
                   WRITE AS-RECORD
               WHEN 18
                   MOVE BS-RECORD-DATA TO SL-RECORD
                   WRITE SL-RECORD
               WHEN 19
                   MOVE BS-RECORD-DATA TO SG-RECORD
                   WRITE SG-RECORD
               WHEN 20
                   MOVE BS-RECORD-DATA TO SU-RECORD
                   WRITE SU-RECORD
               WHEN 21
                   MOVE BS-RECORD-DATA TO TC-RECORD
                   WRITE TC-RECORD
               WHEN 22
                   MOVE BS-RECORD-DATA TO PV-RECORD
                   WRITE PV-RECORD
           END-EVALUATE.

       3200-CHECK-WRITE.
           IF MS-FILE-STATUS NOT = "00"
               STRING "RELOAD FAILED - STATUS " MS-FILE-STATUS
                   DELIMITED BY SIZE INTO FL-RESULT
               SET WS-FILE-ERROR TO TRUE
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WS-RELOADED.
           PERFORM 2900-READ-SET THRU 2900-EXIT.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-CLOSE-SCRATCH
      *----------------------------------------------------------------
       3300-CLOSE-SCRATCH SECTION.
       3300-START.
           IF WS-FL-SEQUENCE(WS-FILE-IDX)
               CLOSE SEQUENCE-FILE
               GO TO 3300-EXIT
           END-IF.
           EVALUATE WS-FILE-IDX
               WHEN 1
                   CLOSE PRODUCT-MASTER
               WHEN 2
                   CLOSE OPERATOR-MASTER
               WHEN 3
                   CLOSE TERMINAL-MASTER
               WHEN 4
                   CLOSE INTERSECTION-MASTER
               WHEN 5
                   CLOSE STUDENT-MASTER
               WHEN 6
                   CLOSE IMPORT-MASTER
               WHEN 7
                   CLOSE VENDOR-MASTER
               WHEN 8
                   CLOSE COST-MASTER
               WHEN 9
                   CLOSE SIGNAL-REVIEW
               WHEN 10
                   CLOSE BUDGET-MASTER
               WHEN 11
                   CLOSE CERT-LOCK
               WHEN 12
                   CLOSE COMPLAINT-MASTER
               WHEN 13
                   CLOSE CUSTOMER-MASTER
               WHEN 14
                   CLOSE ELEV-GRANTS
               WHEN 15
                   CLOSE ENROLL-MASTER
               WHEN 16
                   CLOSE PURCHASE-ORDERS
               WHEN 17
                   CLOSE ASSET-MASTER
               WHEN 18
                   CLOSE STOCK-LOCATIONS
               WHEN 19
                   CLOSE STANDING-HISTORY
               WHEN 20
                   CLOSE SUBMISSION-REGISTER
               WHEN 21
                   CLOSE TECH-MASTER
               WHEN 22
                   CLOSE PLAN-VERSIONS
           END-EVALUATE.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3400-OPEN-SCRATCH-INPUT
      *----------------------------------------------------------------
       3400-OPEN-SCRATCH-INPUT SECTION.
       3400-START.
           IF WS-FL-SEQUENCE(WS-FILE-IDX)
               OPEN INPUT SEQUENCE-FILE
               GO TO 3400-EXIT
           END-IF.
           EVALUATE WS-FILE-IDX
               WHEN 1
                   OPEN INPUT PRODUCT-MASTER
               WHEN 2
                   OPEN INPUT OPERATOR-MASTER
               WHEN 3
                   OPEN INPUT TERMINAL-MASTER
               WHEN 4
                   OPEN INPUT INTERSECTION-MASTER
               WHEN 5
                   OPEN INPUT STUDENT-MASTER
               WHEN 6
                   OPEN INPUT IMPORT-MASTER
               WHEN 7
                   OPEN INPUT VENDOR-MASTER
               WHEN 8
                   OPEN INPUT COST-MASTER
               WHEN 9
                   OPEN INPUT SIGNAL-REVIEW
               WHEN 10
                   OPEN INPUT BUDGET-MASTER
               WHEN 11
                   OPEN INPUT CERT-LOCK
               WHEN 12
                   OPEN INPUT COMPLAINT-MASTER
               WHEN 13
                   OPEN INPUT CUSTOMER-MASTER
               WHEN 14
                   OPEN INPUT ELEV-GRANTS
               WHEN 15
                   OPEN INPUT ENROLL-MASTER
               WHEN 16
                   OPEN INPUT PURCHASE-ORDERS
               WHEN 17
                   OPEN INPUT ASSET-MASTER
               WHEN 18
                   OPEN INPUT STOCK-LOCATIONS
               WHEN 19
                   OPEN INPUT STANDING-HISTORY
               WHEN 20
                   OPEN INPUT SUBMISSION-REGISTER
               WHEN 21
                   OPEN INPUT TECH-MASTER
               WHEN 22
                   OPEN INPUT PLAN-VERSIONS
           END-EVALUATE.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-READ-BACK-ONE-RECORD
      * Reads the next record of the reloaded copy and adds its key
      * fold and amount to the file's hashes, exactly as MSTBKUP
      * did when it took the set.
      *----------------------------------------------------------------
       3500-READ-BACK-ONE-RECORD SECTION.
       3500-START.
           MOVE SPACES TO WS-HASH-KEY.
           MOVE ZERO TO WS-RECORD-AMOUNT.
           IF WS-FL-SEQUENCE(WS-FILE-IDX)
               READ SEQUENCE-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF MS-FILE-STATUS = "00"
                   PERFORM 3550-TAKE-SEQUENCE-NUMBER THRU 3550-EXIT
               END-IF
               GO TO 3500-CHECK-READ
           END-IF.

           EVALUATE WS-FILE-IDX
               WHEN 1
                   READ PRODUCT-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE PM-PRODUCT-ID TO WS-HASH-KEY
                           MOVE PM-PRODUCT-PRICE
                               TO WS-RECORD-AMOUNT
                   END-READ
               WHEN 2
                   READ OPERATOR-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE OM-OPERATOR-ID TO WS-HASH-KEY
                   END-READ
               WHEN 3
                   READ TERMINAL-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE TM-TERMINAL-ID TO WS-HASH-KEY
                   END-READ
               WHEN 4
                   READ INTERSECTION-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE IX-INTERSECTION-ID TO WS-HASH-KEY
                   END-READ
               WHEN 5
                   READ STUDENT-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE ST-STUDENT-ID TO WS-HASH-KEY
                   END-READ
               WHEN 6
                   READ IMPORT-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE IMR-ID TO WS-HASH-KEY
                   END-READ
               WHEN 7
                   READ VENDOR-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE VN-VENDOR-CODE TO WS-HASH-KEY
                   END-READ
               WHEN 8
                   READ COST-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE CM-PRODUCT-ID TO WS-HASH-KEY
                           MOVE CM-UNIT-COST
                               TO WS-RECORD-AMOUNT
                   END-READ
               WHEN 9
                   READ SIGNAL-REVIEW NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE SR-SEQ-NO TO WS-HASH-KEY
                   END-READ
               WHEN 10
                   READ BUDGET-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE BG-KEY TO WS-HASH-KEY
                           MOVE BG-AMOUNT
                               TO WS-RECORD-AMOUNT
                   END-READ
               WHEN 11
                   READ CERT-LOCK NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE CL-KEY TO WS-HASH-KEY
                           MOVE CL-SCORE-HASH
                               TO WS-RECORD-AMOUNT
                   END-READ
               WHEN 12
                   READ COMPLAINT-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE CP-COMPLAINT-NO TO WS-HASH-KEY
                   END-READ
               WHEN 13
                   READ CUSTOMER-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE CU-CUSTOMER-NO TO WS-HASH-KEY
                           MOVE CU-OPEN-BALANCE
                               TO WS-RECORD-AMOUNT
                   END-READ
               WHEN 14
                   READ ELEV-GRANTS NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE EG-KEY TO WS-HASH-KEY
                   END-READ
               WHEN 15
                   READ ENROLL-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE EN-KEY TO WS-HASH-KEY
                   END-READ
               WHEN 16
                   READ PURCHASE-ORDERS NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE PO-KEY TO WS-HASH-KEY
                           MOVE PO-UNIT-COST
                               TO WS-RECORD-AMOUNT
                   END-READ
               WHEN 17
                   READ ASSET-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE AS-ASSET-TAG TO WS-HASH-KEY
                   END-READ
               WHEN 18
                   READ STOCK-LOCATIONS NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE SL-KEY TO WS-HASH-KEY
                           MOVE SL-ON-HAND-QTY
                               TO WS-RECORD-AMOUNT
                   END-READ
               WHEN 19
                   READ STANDING-HISTORY NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE SG-KEY TO WS-HASH-KEY
                           MOVE SG-GPA
                               TO WS-RECORD-AMOUNT
                   END-READ
               WHEN 20
                   READ SUBMISSION-REGISTER NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE SU-KEY TO WS-HASH-KEY
                           MOVE SU-SCORE
                               TO WS-RECORD-AMOUNT
                   END-READ
               WHEN 21
                   READ TECH-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE TC-TECH-ID TO WS-HASH-KEY
                           MOVE TC-HOURLY-RATE
                               TO WS-RECORD-AMOUNT
                   END-READ
               WHEN 22
                   READ PLAN-VERSIONS NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE PV-KEY TO WS-HASH-KEY
                           MOVE PV-DURATION
                               TO WS-RECORD-AMOUNT
                   END-READ
           END-EVALUATE.

       3500-CHECK-READ.
           IF WS-EOF
               GO TO 3500-EXIT
           END-IF.
           IF MS-FILE-STATUS NOT = "00"
               STRING "READ BACK FAILED - STATUS " MS-FILE-STATUS
                   DELIMITED BY SIZE INTO FL-RESULT
               SET WS-FILE-ERROR TO TRUE
               GO TO 3500-EXIT
           END-IF.
           ADD 1 TO WS-FILE-RECORDS.
           IF WS-FL-INDEXED(WS-FILE-IDX)
               PERFORM 8000-FOLD-KEY THRU 8000-EXIT
               ADD WS-HASH-VALUE TO WS-KEY-HASH
           END-IF.
           ADD WS-RECORD-AMOUNT TO WS-AMOUNT-HASH.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3550-TAKE-SEQUENCE-NUMBER
      * A next-number file's amount is the number it holds.
      *----------------------------------------------------------------
       3550-TAKE-SEQUENCE-NUMBER SECTION.
       3550-START.
           MOVE ZERO TO WS-SEQUENCE-NUMBER.
           IF SQ-RECORD(1:WS-FL-DIGITS(WS-FILE-IDX)) NUMERIC
               MOVE SQ-RECORD(1:WS-FL-DIGITS(WS-FILE-IDX))
                   TO WS-SEQUENCE-NUMBER
           END-IF.
           MOVE WS-SEQUENCE-NUMBER TO WS-RECORD-AMOUNT.
       3550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3900-COUNT-UNEXPECTED
      * Any set record left once every listed file has been taken
      * belongs to no file in the list, or is out of order - either
      * way the set is not what MSTBKUP wrote.
      *----------------------------------------------------------------
       3900-COUNT-UNEXPECTED SECTION.
       3900-START.
           ADD 1 TO WS-UNEXPECTED-RECORDS.
           PERFORM 2900-READ-SET THRU 2900-EXIT.
       3900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-LIST-LATER-RUNS
      * Lists every JOBLOG run that ended after the backup point -
      * the work a restore from this set would undo, to be run
      * again. The backup and this verification are left out.
      *----------------------------------------------------------------
       4000-LIST-LATER-RUNS SECTION.
       4000-START.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-RUNS-HEADER.
           WRITE RPT-LINE FROM WS-RUNS-COLUMNS.

           OPEN INPUT JOB-LOG.
           IF JL-FILE-STATUS = "00"
               PERFORM 4100-CHECK-ONE-RUN THRU 4100-EXIT
                   UNTIL WS-EOF
               SET WS-EOF-SW TO "N"
               CLOSE JOB-LOG
           END-IF.
           IF WS-LATER-RUNS = ZERO
               MOVE "  NONE" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-RUN SECTION.
       4100-START.
           READ JOB-LOG
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           IF JL-PROGRAM-ID = "MSTBKUP" OR JL-PROGRAM-ID = "MSTRSTV"
               GO TO 4100-EXIT
           END-IF.
           IF JL-RUN-DATE NOT NUMERIC OR JL-END-TIME NOT NUMERIC
               GO TO 4100-EXIT
           END-IF.
           COMPUTE WS-RUN-POINT = JL-RUN-DATE * 100000000
               + JL-END-TIME.
           IF WS-RUN-POINT NOT > WS-SET-POINT
               GO TO 4100-EXIT
           END-IF.

           ADD 1 TO WS-LATER-RUNS.
           MOVE SPACES TO WS-RUN-LINE.
           MOVE JL-PROGRAM-ID   TO RL-PROGRAM-ID.
           MOVE JL-RUN-DATE     TO RL-RUN-DATE.
           MOVE JL-START-TIME   TO RL-START-TIME.
           MOVE JL-END-TIME     TO RL-END-TIME.
           MOVE JL-RETURN-CODE  TO RL-RETURN-CODE.
           WRITE RPT-LINE FROM WS-RUN-LINE.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-FOLD-KEY
      * The MSTBKUP key fold - the two must never drift apart.
      *----------------------------------------------------------------
       8000-FOLD-KEY SECTION.
       8000-START.
           MOVE 7919 TO WS-HASH-VALUE.
           PERFORM 8100-FOLD-ONE-CHAR THRU 8100-EXIT
               VARYING WS-HASH-POS FROM 1 BY 1
               UNTIL WS-HASH-POS > 22.
       8000-EXIT.
           EXIT.

       8100-FOLD-ONE-CHAR SECTION.
       8100-START.
           MOVE WS-HASH-KEY(WS-HASH-POS:1) TO WS-HASH-CHAR.
           MOVE ZERO TO WS-HASH-CHAR-VALUE.
           PERFORM 8150-SCAN-CHAR-SET THRU 8150-EXIT
               VARYING WS-HASH-SCAN FROM 1 BY 1
               UNTIL WS-HASH-SCAN > 37
                   OR WS-HASH-CHAR-VALUE > ZERO.
           COMPUTE WS-HASH-VALUE =
               WS-HASH-VALUE * 31 + WS-HASH-CHAR-VALUE + 1.
           DIVIDE WS-HASH-VALUE BY 999983
               GIVING WS-HASH-QUOTIENT
               REMAINDER WS-HASH-REMAINDER.
           MOVE WS-HASH-REMAINDER TO WS-HASH-VALUE.
       8100-EXIT.
           EXIT.

       8150-SCAN-CHAR-SET SECTION.
       8150-START.
           IF WS-HASH-CHAR-SET(WS-HASH-SCAN:1) = WS-HASH-CHAR
               MOVE WS-HASH-SCAN TO WS-HASH-CHAR-VALUE
           END-IF.
       8150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Prints the totals and the verdict. RC 8 when any file did
      * not prove or the set holds records it should not.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "FILES PROVED                  " TO CL-LABEL.
           MOVE WS-FILES-PROVED TO CL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "FILES NOT PROVED              " TO CL-LABEL.
           MOVE WS-FILES-FAILED TO CL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "FILES NOT ON FILE AT BACKUP   " TO CL-LABEL.
           MOVE WS-FILES-NOT-ON-FILE TO CL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "UNEXPECTED SET RECORDS        " TO CL-LABEL.
           MOVE WS-UNEXPECTED-RECORDS TO CL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "RUNS TO REPEAT AFTER RESTORE  " TO CL-LABEL.
           MOVE WS-LATER-RUNS TO CL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           IF WS-FILES-FAILED > ZERO OR WS-UNEXPECTED-RECORDS > ZERO
               MOVE "  SET DOES NOT RESTORE CLEAN - DO NOT RELY ON IT"
                   TO RPT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "  SET RESTORES CLEAN" TO RPT-LINE
           END-IF.
           WRITE RPT-LINE.
           CLOSE RESTORE-REPORT.

           DISPLAY "MSTRSTV: SET              = " WS-SET-NAME.
           DISPLAY "MSTRSTV: FILES PROVED     = " WS-FILES-PROVED.
           DISPLAY "MSTRSTV: FILES NOT PROVED = " WS-FILES-FAILED.
           DISPLAY "MSTRSTV: RUNS TO REPEAT   = " WS-LATER-RUNS.
       9000-EXIT.
           EXIT.
