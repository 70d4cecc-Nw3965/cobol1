       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTBKUP.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. POINT-IN-TIME BACKUP OF THE
      *                  MASTERS AS ONE SET. EVERY INDEXED MASTER IS
      *                  UNLOADED IN KEY ORDER, AND EVERY NEXT-NUMBER
      *                  FILE THAT HANDS OUT KEYS INTO THEM (SIGRVSEQ,
      *                  TLWONUM, PBSEQ AND THE REST) WITH THEM, INTO
      *                  ONE DATED SET FILE BSYYMMDD IN A SINGLE RUN,
      *                  SO A RESTORE CAN NO LONGER MIX ONE DAY'S
      *                  PRODUCT MASTER WITH ANOTHER DAY'S PRICES. THE
      *                  MANIFEST BMYYMMDD RECORDS EACH FILE'S RECORD
      *                  COUNT, KEY HASH AND AMOUNT HASH AND THE
      *                  BACKUP POINT; MSTRSTV PROVES A SET AGAINST
      *                  IT. RUN WITH THE MAINTENANCE PROGRAMS AND
      *                  THE STREAM QUIET. A FILE THAT WILL NOT OPEN
      *                  FOR ANY REASON BUT NOT BEING THERE AT ALL
      *                  LEAVES THE SET INCOMPLETE AND ENDS RC 8.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PRODUCT-ID
               FILE STATUS IS MS-FILE-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS MS-FILE-STATUS.
           SELECT TERMINAL-MASTER ASSIGN TO "TERMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-TERMINAL-ID
               FILE STATUS IS MS-FILE-STATUS.
           SELECT INTERSECTION-MASTER ASSIGN TO "INTXMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IX-INTERSECTION-ID
               FILE STATUS IS MS-FILE-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ST-STUDENT-ID
               FILE STATUS IS MS-FILE-STATUS.
           SELECT IMPORT-MASTER ASSIGN TO "IMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IMR-ID
               FILE STATUS IS MS-FILE-STATUS.
           SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VN-VENDOR-CODE
               FILE STATUS IS MS-FILE-STATUS.
           SELECT COST-MASTER ASSIGN TO "COSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-PRODUCT-ID
               FILE STATUS IS MS-FILE-STATUS.
           SELECT SIGNAL-REVIEW ASSIGN TO "SIGREVW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SR-SEQ-NO
               FILE STATUS IS MS-FILE-STATUS.
           SELECT BUDGET-MASTER ASSIGN TO "BUDGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BG-KEY
               FILE STATUS IS MS-FILE-STATUS.
           SELECT CERT-LOCK ASSIGN TO "CERTLOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CL-KEY
               FILE STATUS IS MS-FILE-STATUS.
           SELECT COMPLAINT-MASTER ASSIGN TO "CMPLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CP-COMPLAINT-NO
               FILE STATUS IS MS-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CU-CUSTOMER-NO
               FILE STATUS IS MS-FILE-STATUS.
           SELECT ELEV-GRANTS ASSIGN TO "ELEVGRNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EG-KEY
               FILE STATUS IS MS-FILE-STATUS.
           SELECT ENROLL-MASTER ASSIGN TO "ENRLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EN-KEY
               FILE STATUS IS MS-FILE-STATUS.
           SELECT PURCHASE-ORDERS ASSIGN TO "POMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-KEY
               FILE STATUS IS MS-FILE-STATUS.
           SELECT ASSET-MASTER ASSIGN TO "SIGASSET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AS-ASSET-TAG
               FILE STATUS IS MS-FILE-STATUS.
           SELECT STOCK-LOCATIONS ASSIGN TO "STKLOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SL-KEY
               FILE STATUS IS MS-FILE-STATUS.
           SELECT STANDING-HISTORY ASSIGN TO "STNDHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SG-KEY
               FILE STATUS IS MS-FILE-STATUS.
           SELECT SUBMISSION-REGISTER ASSIGN TO "STSUBREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SU-KEY
               FILE STATUS IS MS-FILE-STATUS.
           SELECT TECH-MASTER ASSIGN TO "TECHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TC-TECH-ID
               FILE STATUS IS MS-FILE-STATUS.
           SELECT PLAN-VERSIONS ASSIGN TO "TLPLNVER"
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
           SELECT BACKUP-REPORT ASSIGN TO "MSTBKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  BACKUP-REPORT.
       01  RPT-LINE                    PIC X(90).
       WORKING-STORAGE SECTION.
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
           05 WS-FILE-OPEN-SW         PIC X(01) VALUE "N".
              88 WS-FILE-OPEN                 VALUE "Y".
           05 WS-FILE-ERROR-SW        PIC X(01) VALUE "N".
              88 WS-FILE-ERROR                VALUE "Y".
        01 WS-RUN-DATE                 PIC 9(08).
        01 WS-SET-TIME                 PIC 9(08).
        01 WS-JL-START-TIME            PIC 9(08) VALUE ZERO.
      *----------------------------------------------------------------
      * The files in the set, in set order: the indexed masters,
      * then the next-number files (type S, with the width of the
      * number they hold). MSTRSTV carries the same list.
      *----------------------------------------------------------------
        01 WS-FILE-LIST.
           05 FILLER      PIC X(10) VALUE "PRODMASTI0".
           05 FILLER      PIC X(10) VALUE "OPRMAST I0".
           05 FILLER      PIC X(10) VALUE "TERMMASTI0".
           05 FILLER      PIC X(10) VALUE "INTXMASTI0".
           05 FILLER      PIC X(10) VALUE "STUMAST I0".
           05 FILLER      PIC X(10) VALUE "IMPMAST I0".
           05 FILLER      PIC X(10) VALUE "VENDMASTI0".
           05 FILLER      PIC X(10) VALUE "COSTMASTI0".
           05 FILLER      PIC X(10) VALUE "SIGREVW I0".
           05 FILLER      PIC X(10) VALUE "BUDGMASTI0".
           05 FILLER      PIC X(10) VALUE "CERTLOCKI0".
           05 FILLER      PIC X(10) VALUE "CMPLMASTI0".
           05 FILLER      PIC X(10) VALUE "CUSTMASTI0".
           05 FILLER      PIC X(10) VALUE "ELEVGRNTI0".
           05 FILLER      PIC X(10) VALUE "ENRLMASTI0".
           05 FILLER      PIC X(10) VALUE "POMAST  I0".
           05 FILLER      PIC X(10) VALUE "SIGASSETI0".
           05 FILLER      PIC X(10) VALUE "STKLOC  I0".
           05 FILLER      PIC X(10) VALUE "STNDHST I0".
           05 FILLER      PIC X(10) VALUE "STSUBREGI0".
           05 FILLER      PIC X(10) VALUE "TECHMASTI0".
           05 FILLER      PIC X(10) VALUE "TLPLNVERI0".
           05 FILLER      PIC X(10) VALUE "TLWONUM S6".
           05 FILLER      PIC X(10) VALUE "SIGRVSEQS7".
           05 FILLER      PIC X(10) VALUE "PBSEQ   S6".
           05 FILLER      PIC X(10) VALUE "INVSEQ  S6".
           05 FILLER      PIC X(10) VALUE "POSEQ   S6".
           05 FILLER      PIC X(10) VALUE "STEXSEQ S6".
           05 FILLER      PIC X(10) VALUE "TMCSEQ  S6".
        01 WS-FILE-TABLE REDEFINES WS-FILE-LIST.
           05 WS-FILE-ENTRY OCCURS 29 TIMES.
              10 WS-FL-NAME           PIC X(08).
              10 WS-FL-TYPE           PIC X(01).
                 88 WS-FL-INDEXED             VALUE "I".
                 88 WS-FL-SEQUENCE            VALUE "S".
              10 WS-FL-DIGITS         PIC 9(01).
        01 WS-FILE-COUNT               PIC 9(02) VALUE 29.
        01 WS-FILE-IDX                 PIC 9(02) VALUE ZERO.
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
           05 WS-FILES-IN-SET         PIC 9(02) VALUE ZERO.
           05 WS-FILES-NOT-ON-FILE    PIC 9(02) VALUE ZERO.
           05 WS-FILES-IN-ERROR       PIC 9(02) VALUE ZERO.
           05 WS-SET-RECORDS          PIC 9(09) VALUE ZERO.
        01 WS-HEADER-LINE.
           05 FILLER                  PIC X(25) VALUE
                  "MASTER BACKUP SET        ".
           05 HL-SET-NAME             PIC X(08).
           05 FILLER                  PIC X(17) VALUE
                  "   BACKUP POINT  ".
           05 HL-SET-DATE             PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 HL-SET-TIME             PIC 9(08).
        01 WS-COLUMN-LINE.
           05 FILLER                  PIC X(40) VALUE
               "FILE        RECORDS         KEY HASH    ".
           05 FILLER                  PIC X(40) VALUE
               "      AMOUNT HASH  STATE".
        01 WS-FILE-LINE.
           05 FL-FILE-NAME            PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FL-RECORDS              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FL-KEY-HASH             PIC Z(14)9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FL-AMOUNT-HASH          PIC Z(12)9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 FL-STATE                PIC X(30).
        01 WS-COUNT-LINE.
           05 CL-LABEL                PIC X(30).
           05 CL-COUNT                PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-BACKUP-ONE-FILE THRU 2000-EXIT
               VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Fixes the backup point - today's date and the time now -
      * names the set and its manifest after the date, and opens
      * both and the report. A second backup the same day replaces
      * the first set whole.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SET-TIME FROM TIME.
           MOVE WS-SET-TIME TO WS-JL-START-TIME.
           MOVE SPACES TO WS-SET-NAME WS-MANIFEST-NAME.
           STRING "BS" WS-RUN-DATE(3:6) DELIMITED BY SIZE
               INTO WS-SET-NAME.
           STRING "BM" WS-RUN-DATE(3:6) DELIMITED BY SIZE
               INTO WS-MANIFEST-NAME.

           OPEN OUTPUT BACKUP-SET.
           IF BS-FILE-STATUS NOT = "00"
               DISPLAY "MSTBKUP: UNABLE TO OPEN " WS-SET-NAME
                   " - STATUS " BS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BACKUP-MANIFEST.
           IF BM-FILE-STATUS NOT = "00"
               DISPLAY "MSTBKUP: UNABLE TO OPEN " WS-MANIFEST-NAME
                   " - STATUS " BM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BACKUP-REPORT.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "MSTBKUP: UNABLE TO OPEN MSTBKRPT - STATUS "
                   RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-SET-NAME TO HL-SET-NAME.
           MOVE WS-RUN-DATE TO HL-SET-DATE.
           MOVE WS-SET-TIME TO HL-SET-TIME.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-COLUMN-LINE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-BACKUP-ONE-FILE
      * Unloads one file into the set, every record behind the
      * file's name, totalling its count and hashes as it goes, then
      * writes its manifest row and report line. A file not there
      * at all is recorded as not on file; one that will not open
      * or read cleanly leaves the set incomplete.
      *----------------------------------------------------------------
       2000-BACKUP-ONE-FILE SECTION.
       2000-START.
           MOVE ZERO TO WS-FILE-RECORDS WS-KEY-HASH WS-AMOUNT-HASH.
           SET WS-FILE-OPEN-SW TO "N".
           SET WS-FILE-ERROR-SW TO "N".
           MOVE SPACES TO WS-FILE-LINE.
           MOVE WS-FL-NAME(WS-FILE-IDX) TO FL-FILE-NAME.

           PERFORM 2100-OPEN-FILE THRU 2100-EXIT.
           IF MS-FILE-STATUS = "35"
               MOVE "NOT ON FILE" TO FL-STATE
               ADD 1 TO WS-FILES-NOT-ON-FILE
               GO TO 2000-WRITE-MANIFEST
           END-IF.
           IF MS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN - STATUS " MS-FILE-STATUS
                   DELIMITED BY SIZE INTO FL-STATE
               SET WS-FILE-ERROR TO TRUE
               GO TO 2000-WRITE-MANIFEST
           END-IF.
           SET WS-FILE-OPEN TO TRUE.

           PERFORM 2200-UNLOAD-ONE-RECORD THRU 2200-EXIT
               UNTIL WS-EOF OR WS-FILE-ERROR.
           SET WS-EOF-SW TO "N".
           PERFORM 2300-CLOSE-FILE THRU 2300-EXIT.
           IF NOT WS-FILE-ERROR
               MOVE "IN SET" TO FL-STATE
               ADD 1 TO WS-FILES-IN-SET
           END-IF.

       2000-WRITE-MANIFEST.
           IF WS-FILE-ERROR
               ADD 1 TO WS-FILES-IN-ERROR
           END-IF.
           MOVE SPACES                  TO BM-RECORD.
           MOVE WS-RUN-DATE             TO BM-SET-DATE.
           MOVE WS-SET-TIME             TO BM-SET-TIME.
           MOVE WS-FL-NAME(WS-FILE-IDX) TO BM-FILE-NAME.
           EVALUATE TRUE
               WHEN WS-FILE-ERROR
                   SET BM-IN-ERROR TO TRUE
               WHEN MS-FILE-STATUS = "35"
                   SET BM-NOT-ON-FILE TO TRUE
               WHEN OTHER
                   SET BM-IN-SET TO TRUE
           END-EVALUATE.
           MOVE WS-FILE-RECORDS         TO BM-RECORD-COUNT.
           MOVE WS-KEY-HASH             TO BM-KEY-HASH.
           MOVE WS-AMOUNT-HASH          TO BM-AMOUNT-HASH.
           WRITE BM-RECORD.

           MOVE WS-FILE-RECORDS TO FL-RECORDS.
           MOVE WS-KEY-HASH     TO FL-KEY-HASH.
           MOVE WS-AMOUNT-HASH  TO FL-AMOUNT-HASH.
           WRITE RPT-LINE FROM WS-FILE-LINE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-OPEN-FILE
      * Opens the file at WS-FILE-IDX for input; the caller reads
      * MS-FILE-STATUS.
      *----------------------------------------------------------------
       2100-OPEN-FILE SECTION.
       2100-START.
           IF WS-FL-SEQUENCE(WS-FILE-IDX)
               MOVE WS-FL-NAME(WS-FILE-IDX) TO WS-SEQUENCE-NAME
               OPEN INPUT SEQUENCE-FILE
               GO TO 2100-EXIT
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
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-UNLOAD-ONE-RECORD
      * Reads the next record of the open file, copies it into the
      * set, and adds its key fold and amount to the file's hashes.
      *----------------------------------------------------------------
       2200-UNLOAD-ONE-RECORD SECTION.
       2200-START.
           MOVE SPACES TO BS-RECORD WS-HASH-KEY.
           MOVE ZERO TO WS-RECORD-AMOUNT.
           IF WS-FL-SEQUENCE(WS-FILE-IDX)
               READ SEQUENCE-FILE
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF MS-FILE-STATUS = "00"
                   MOVE SQ-RECORD TO BS-RECORD-DATA
                   PERFORM 2250-TAKE-SEQUENCE-NUMBER THRU 2250-EXIT
               END-IF
               GO TO 2200-CHECK-READ
           END-IF.

           EVALUATE WS-FILE-IDX
               WHEN 1
                   READ PRODUCT-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE PM-RECORD TO BS-RECORD-DATA
                           MOVE PM-PRODUCT-ID TO WS-HASH-KEY
                           MOVE PM-PRODUCT-PRICE
                               TO WS-RECORD-AMOUNT
                   END-READ
               WHEN 2
                   READ OPERATOR-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE OM-RECORD TO BS-RECORD-DATA
                           MOVE OM-OPERATOR-ID TO WS-HASH-KEY
                   END-READ
               WHEN 3
                   READ TERMINAL-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE TM-RECORD TO BS-RECORD-DATA
                           MOVE TM-TERMINAL-ID TO WS-HASH-KEY
                   END-READ
               WHEN 4
                   READ INTERSECTION-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE IX-RECORD TO BS-RECORD-DATA
                           MOVE IX-INTERSECTION-ID TO WS-HASH-KEY
                   END-READ
               WHEN 5
                   READ STUDENT-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE ST-RECORD TO BS-RECORD-DATA
                           MOVE ST-STUDENT-ID TO WS-HASH-KEY
                   END-READ
               WHEN 6
                   READ IMPORT-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE IMR-RECORD TO BS-RECORD-DATA
                           MOVE IMR-ID TO WS-HASH-KEY
                   END-READ
               WHEN 7
                   READ VENDOR-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE VN-RECORD TO BS-RECORD-DATA
                           MOVE VN-VENDOR-CODE TO WS-HASH-KEY
                   END-READ
               WHEN 8
                   READ COST-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE CM-RECORD TO BS-RECORD-DATA
                           MOVE CM-PRODUCT-ID TO WS-HASH-KEY
                           MOVE CM-UNIT-COST
                               TO WS-RECORD-AMOUNT
                   END-READ
               WHEN 9
                   READ SIGNAL-REVIEW NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE SR-RECORD TO BS-RECORD-DATA
                           MOVE SR-SEQ-NO TO WS-HASH-KEY
                   END-READ
               WHEN 10
                   READ BUDGET-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE BG-RECORD TO BS-RECORD-DATA
                           MOVE BG-KEY TO WS-HASH-KEY
                           MOVE BG-AMOUNT
                               TO WS-RECORD-AMOUNT
                   END-READ
               WHEN 11
                   READ CERT-LOCK NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE CL-RECORD TO BS-RECORD-DATA
                           MOVE CL-KEY TO WS-HASH-KEY
                           MOVE CL-SCORE-HASH
                               TO WS-RECORD-AMOUNT
                   END-READ
               WHEN 12
                   READ COMPLAINT-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE CP-RECORD TO BS-RECORD-DATA
                           MOVE CP-COMPLAINT-NO TO WS-HASH-KEY
                   END-READ
               WHEN 13
                   READ CUSTOMER-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE CU-RECORD TO BS-RECORD-DATA
                           MOVE CU-CUSTOMER-NO TO WS-HASH-KEY
                           MOVE CU-OPEN-BALANCE
                               TO WS-RECORD-AMOUNT
                   END-READ
               WHEN 14
                   READ ELEV-GRANTS NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE EG-RECORD TO BS-RECORD-DATA
                           MOVE EG-KEY TO WS-HASH-KEY
                   END-READ
               WHEN 15
                   READ ENROLL-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE EN-RECORD TO BS-RECORD-DATA
                           MOVE EN-KEY TO WS-HASH-KEY
                   END-READ
               WHEN 16
                   READ PURCHASE-ORDERS NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE PO-RECORD TO BS-RECORD-DATA
                           MOVE PO-KEY TO WS-HASH-KEY
                           MOVE PO-UNIT-COST
                               TO WS-RECORD-AMOUNT
                   END-READ
               WHEN 17
                   READ ASSET-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE AS-RECORD TO BS-RECORD-DATA
                           MOVE AS-ASSET-TAG TO WS-HASH-KEY
                   END-READ
               WHEN 18
                   READ STOCK-LOCATIONS NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE SL-RECORD TO BS-RECORD-DATA
                           MOVE SL-KEY TO WS-HASH-KEY
                           MOVE SL-ON-HAND-QTY
                               TO WS-RECORD-AMOUNT
                   END-READ
               WHEN 19
                   READ STANDING-HISTORY NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE SG-RECORD TO BS-RECORD-DATA
                           MOVE SG-KEY TO WS-HASH-KEY
                           MOVE SG-GPA
                               TO WS-RECORD-AMOUNT
                   END-READ
               WHEN 20
                   READ SUBMISSION-REGISTER NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE SU-RECORD TO BS-RECORD-DATA
                           MOVE SU-KEY TO WS-HASH-KEY
                           MOVE SU-SCORE
                               TO WS-RECORD-AMOUNT
                   END-READ
               WHEN 21
                   READ TECH-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE TC-RECORD TO BS-RECORD-DATA
                           MOVE TC-TECH-ID TO WS-HASH-KEY
                           MOVE TC-HOURLY-RATE
                               TO WS-RECORD-AMOUNT
                   END-READ
               WHEN 22
                   READ PLAN-VERSIONS NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE PV-RECORD TO BS-RECORD-DATA
                           MOVE PV-KEY TO WS-HASH-KEY
                           MOVE PV-DURATION
                               TO WS-RECORD-AMOUNT
                   END-READ
           END-EVALUATE.

       2200-CHECK-READ.
           IF WS-EOF
               GO TO 2200-EXIT
           END-IF.
           IF MS-FILE-STATUS NOT = "00"
               STRING "READ FAILED - STATUS " MS-FILE-STATUS
                   DELIMITED BY SIZE INTO FL-STATE
               SET WS-FILE-ERROR TO TRUE
               GO TO 2200-EXIT
           END-IF.

           MOVE WS-FL-NAME(WS-FILE-IDX) TO BS-FILE-NAME.
           WRITE BS-RECORD.
           IF BS-FILE-STATUS NOT = "00"
               DISPLAY "MSTBKUP: UNABLE TO WRITE " WS-SET-NAME
                   " - STATUS " BS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-FILE-RECORDS WS-SET-RECORDS.
           IF WS-FL-INDEXED(WS-FILE-IDX)
               PERFORM 8000-FOLD-KEY THRU 8000-EXIT
               ADD WS-HASH-VALUE TO WS-KEY-HASH
           END-IF.
           ADD WS-RECORD-AMOUNT TO WS-AMOUNT-HASH.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2250-TAKE-SEQUENCE-NUMBER
      * A next-number file's amount is the number it holds.
      *----------------------------------------------------------------
       2250-TAKE-SEQUENCE-NUMBER SECTION.
       2250-START.
           MOVE ZERO TO WS-SEQUENCE-NUMBER.
           IF SQ-RECORD(1:WS-FL-DIGITS(WS-FILE-IDX)) NUMERIC
               MOVE SQ-RECORD(1:WS-FL-DIGITS(WS-FILE-IDX))
                   TO WS-SEQUENCE-NUMBER
           END-IF.
           MOVE WS-SEQUENCE-NUMBER TO WS-RECORD-AMOUNT.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-CLOSE-FILE
      *----------------------------------------------------------------
       2300-CLOSE-FILE SECTION.
       2300-START.
           IF WS-FL-SEQUENCE(WS-FILE-IDX)
               CLOSE SEQUENCE-FILE
               GO TO 2300-EXIT
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
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-FOLD-KEY
      * Folds WS-HASH-KEY into WS-HASH-VALUE character by character
      * over the OPRMHASH character set, so a changed, lost or added
      * key moves the file's key hash. MSTRSTV folds the same way.
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
      * Closes the set, the manifest and the report with the run
      * totals, and logs the run on JOBLOG. RC 8 when any file could
      * not be taken whole.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE BACKUP-SET BACKUP-MANIFEST.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "FILES IN SET                  " TO CL-LABEL.
           MOVE WS-FILES-IN-SET TO CL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "FILES NOT ON FILE             " TO CL-LABEL.
           MOVE WS-FILES-NOT-ON-FILE TO CL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "FILES IN ERROR                " TO CL-LABEL.
           MOVE WS-FILES-IN-ERROR TO CL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "RECORDS IN SET                " TO CL-LABEL.
           MOVE WS-SET-RECORDS TO CL-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           IF WS-FILES-IN-ERROR > ZERO
               MOVE "  SET INCOMPLETE - DO NOT RELY ON IT FOR RESTORE"
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE BACKUP-REPORT.

           PERFORM 9900-WRITE-JOB-LOG THRU 9900-EXIT.
           DISPLAY "MSTBKUP: SET            = " WS-SET-NAME.
           DISPLAY "MSTBKUP: FILES IN SET   = " WS-FILES-IN-SET.
           DISPLAY "MSTBKUP: FILES IN ERROR = " WS-FILES-IN-ERROR.
           DISPLAY "MSTBKUP: RECORDS        = " WS-SET-RECORDS.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9900-WRITE-JOB-LOG
      *----------------------------------------------------------------
       9900-WRITE-JOB-LOG SECTION.
       9900-START.
           OPEN EXTEND JOB-LOG.
           IF JL-FILE-STATUS = "05" OR JL-FILE-STATUS = "35"
               CLOSE JOB-LOG
               OPEN OUTPUT JOB-LOG
           END-IF.
           IF JL-FILE-STATUS NOT = "00"
               DISPLAY "MSTBKUP: UNABLE TO OPEN JOBLOG, STATUS="
                   JL-FILE-STATUS
               GO TO 9900-EXIT
           END-IF.
           MOVE SPACES TO JL-RECORD.
           MOVE "MSTBKUP" TO JL-PROGRAM-ID.
           MOVE WS-RUN-DATE TO JL-RUN-DATE.
           MOVE WS-JL-START-TIME TO JL-START-TIME.
           ACCEPT JL-END-TIME FROM TIME.
           MOVE WS-SET-RECORDS TO JL-RECORDS-IN.
           MOVE WS-SET-RECORDS TO JL-RECORDS-OUT.
           MOVE ZERO TO JL-RECORDS-REJECTED.
           MOVE RETURN-CODE TO JL-RETURN-CODE.
           WRITE JL-RECORD.
           CLOSE JOB-LOG.
       9900-EXIT.
           EXIT.
