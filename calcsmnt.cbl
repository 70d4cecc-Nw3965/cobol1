       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSMNT.
       AUTHOR. OPERATIONS-SUPPORT.
       INSTALLATION. DATA-CENTER.
       DATE-WRITTEN. 10/15/26.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/26   OPS   NEW PROGRAM. MAINTENANCE FOR THE CALCSI
      *                  STANDING CALCULATION INSTRUCTION MASTER IN
      *                  THE SAME TRANSACTION-AND-REGISTER SHAPE
      *                  RPTDMNT USES. ADD STARTS A RECURRING PROCALC
      *                  INPUT (AMOUNTS, OPERATION, RATE CODE,
      *                  ACCOUNT, FREQUENCY, START AND END DATES);
      *                  CHANGE REPLACES THE AMOUNTS, OPERATION, RATE
      *                  CODE, ACCOUNT, END DATE AND DESCRIPTION -
      *                  FREQUENCY AND START DATE ARE FIXED ONCE
      *                  ADDED, SO RESCHEDULING IS A REMOVE AND A NEW
      *                  ADD. HOLD AND RELEASE SUSPEND AND RESUME AN
      *                  INSTRUCTION WITHOUT LOSING ITS SCHEDULE. A
      *                  START DATE IN THE PAST IS REFUSED SO A NEW
      *                  INSTRUCTION NEVER BACK-FIRES. EVERY APPLIED
      *                  TRANSACTION IS JOURNALED TO MNTJRNL.
      * 10/15/26   OPS   CALCSI NOW KEEPS CALCSGEN'S LAST RUN DATE AND
      *                  PRIOR LAST DUE DATE; BOTH ARE CARRIED THROUGH
      *                  MAINTENANCE AND START AT ZERO ON AN ADD. THE
      *                  JOURNAL IMAGES ARE NOW THE WHOLE CALCSI
      *                  RECORD, DESCRIPTION AND LAST DUE DATE
      *                  INCLUDED.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUCTION-MASTER ASSIGN TO "CALCSI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CS-FILE-STATUS.
           SELECT INSTR-TRANS ASSIGN TO "CALCSITR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-FILE-STATUS.
           SELECT INSTR-REGISTER ASSIGN TO "CALCSIRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SIGNSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SES-FILE-STATUS.
           SELECT MAINT-JOURNAL ASSIGN TO "MNTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MJ-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INSTRUCTION-MASTER.
       COPY "CALCSI.cpy".
       FD  INSTR-TRANS.
       01  ST-RECORD.
           05  ST-ACTION               PIC X(10).
           05  FILLER                  PIC X(01).
           05  ST-INSTR-ID             PIC X(06).
           05  FILLER                  PIC X(01).
           05  ST-D1                   PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X(01).
           05  ST-D2                   PIC S9(7)V99
                                        SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X(01).
           05  ST-OP-CODE              PIC X(01).
           05  FILLER                  PIC X(01).
           05  ST-RATE-CODE            PIC X(04).
           05  FILLER                  PIC X(01).
           05  ST-ACCOUNT-CODE         PIC X(06).
           05  FILLER                  PIC X(01).
           05  ST-FREQUENCY            PIC X(01).
           05  FILLER                  PIC X(01).
           05  ST-START-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  ST-END-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  ST-DESCRIPTION          PIC X(30).
       01  ST-RAW-RECORD.
           05  FILLER                  PIC X(18).
           05  SR-D1-DIGITS            PIC X(09).
           05  SR-D1-SIGN              PIC X(01).
           05  FILLER                  PIC X(01).
           05  SR-D2-DIGITS            PIC X(09).
           05  SR-D2-SIGN              PIC X(01).
           05  FILLER                  PIC X(26).
           05  SR-END-DATE             PIC X(08).
       FD  INSTR-REGISTER.
       01  REG-RECORD.
           05  REG-ACTION              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-INSTR-ID            PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-RESULT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REG-REASON              PIC X(30).
       FD  SESSION-FILE.
       COPY "SESSINFO.cpy".
       FD  MAINT-JOURNAL.
       COPY "MNTJRNL.cpy".
       WORKING-STORAGE SECTION.
        01 CS-FILE-STATUS              PIC XX.
        01 ST-FILE-STATUS              PIC XX.
        01 REG-FILE-STATUS             PIC XX.
        01 SES-FILE-STATUS             PIC XX.
        01 MJ-FILE-STATUS              PIC XX.
        01 WS-SWITCHES.
           05 WS-EOF-SW               PIC X(01) VALUE "N".
              88 WS-EOF                       VALUE "Y".
           05 WS-ENTRY-FOUND-SW       PIC X(01) VALUE "N".
              88 WS-ENTRY-FOUND               VALUE "Y".
           05 WS-DATE-VALID-SW        PIC X(01) VALUE "N".
              88 WS-DATE-VALID                VALUE "Y".
        01 WS-INSTR-COUNT              PIC 9(03) VALUE ZERO.
        01 WS-INSTR-TABLE.
           05 WS-INSTR-ENTRY OCCURS 300 TIMES.
              10 WS-CS-INSTR-ID       PIC X(06).
              10 WS-CS-D1             PIC S9(7)V99.
              10 WS-CS-D2             PIC S9(7)V99.
              10 WS-CS-OP-CODE        PIC X(01).
              10 WS-CS-RATE-CODE      PIC X(04).
              10 WS-CS-ACCOUNT-CODE   PIC X(06).
              10 WS-CS-FREQUENCY      PIC X(01).
              10 WS-CS-START-DATE     PIC 9(08).
              10 WS-CS-END-DATE       PIC 9(08).
              10 WS-CS-STATUS         PIC X(01).
              10 WS-CS-LAST-DUE       PIC 9(08).
              10 WS-CS-DESCRIPTION    PIC X(30).
              10 WS-CS-PRIOR-LAST-DUE PIC 9(08).
              10 WS-CS-LAST-RUN-DATE  PIC 9(08).
              10 WS-CS-DELETED-SW     PIC X(01).
        01 WS-INSTR-IDX                PIC 9(03) VALUE ZERO.
        01 WS-FOUND-IDX                PIC 9(03) VALUE ZERO.
        01 WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
        01 WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
        01 WS-TRAN-END-DATE            PIC 9(08) VALUE ZERO.
        01 WS-CHECK-DATE               PIC 9(08).
        01 WS-CHECK-DATE-FIELDS REDEFINES WS-CHECK-DATE.
           05 WS-CHECK-YEAR            PIC 9(04).
           05 WS-CHECK-MONTH           PIC 9(02).
           05 WS-CHECK-DAY             PIC 9(02).
        01 WS-MONTH-LENGTHS.
           05 FILLER      PIC X(24) VALUE "312931303130313130313031".
        01 WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           05 WS-MONTH-LENGTH OCCURS 12 TIMES PIC 9(02).
        01 WS-SES-OPERATOR-ID          PIC X(10) VALUE SPACES.
        01 WS-JRNL-BEFORE              PIC X(150) VALUE SPACES.
        01 WS-JRNL-AFTER               PIC X(150) VALUE SPACES.
        01 WS-JRNL-IMAGE.
           05 WS-JI-INSTR-ID          PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-JI-D1                PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-JI-D2                PIC S9(7)V99
                                       SIGN IS TRAILING SEPARATE.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-JI-OP-CODE           PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-JI-RATE-CODE         PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-JI-ACCOUNT-CODE      PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-JI-FREQUENCY         PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-JI-START-DATE        PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-JI-END-DATE          PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-JI-STATUS            PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-JI-LAST-DUE          PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-JI-DESCRIPTION       PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-JI-PRIOR-LAST-DUE    PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-JI-LAST-RUN-DATE     PIC 9(08).
        01 WS-TALLY-COUNTS.
           05 WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
           05 WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
       0000-START.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-ONE-TRAN THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 8000-REWRITE-MASTER THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE
      * Loads the current instruction master into the work table
      * and opens the transaction file and register. The signed-on
      * operator is noted for the maintenance journal.
      *----------------------------------------------------------------
       1000-INITIALIZE SECTION.
       1000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN INPUT SESSION-FILE.
           IF SES-FILE-STATUS = "00"
               READ SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SES-OPERATOR-ID TO WS-SES-OPERATOR-ID
               END-READ
               CLOSE SESSION-FILE
           END-IF.

           OPEN INPUT INSTRUCTION-MASTER.
           IF CS-FILE-STATUS = "00"
               PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
                   UNTIL WS-EOF OR WS-INSTR-COUNT = 300
               SET WS-EOF-SW TO "N"
               CLOSE INSTRUCTION-MASTER
           END-IF.

           OPEN INPUT INSTR-TRANS.
           IF ST-FILE-STATUS NOT = "00"
               DISPLAY "CALCSMNT: UNABLE TO OPEN CALCSITR - STATUS "
                   ST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT INSTR-REGISTER.
           IF REG-FILE-STATUS NOT = "00"
               DISPLAY "CALCSMNT: UNABLE TO OPEN CALCSIRG - STATUS "
                   REG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-ENTRY SECTION.
       1100-START.
           READ INSTRUCTION-MASTER
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.

           ADD 1 TO WS-INSTR-COUNT.
           MOVE CS-INSTR-ID     TO WS-CS-INSTR-ID(WS-INSTR-COUNT).
           MOVE CS-D1           TO WS-CS-D1(WS-INSTR-COUNT).
           MOVE CS-D2           TO WS-CS-D2(WS-INSTR-COUNT).
           MOVE CS-OP-CODE      TO WS-CS-OP-CODE(WS-INSTR-COUNT).
           MOVE CS-RATE-CODE    TO WS-CS-RATE-CODE(WS-INSTR-COUNT).
           MOVE CS-ACCOUNT-CODE TO WS-CS-ACCOUNT-CODE(WS-INSTR-COUNT).
           MOVE CS-FREQUENCY    TO WS-CS-FREQUENCY(WS-INSTR-COUNT).
           MOVE CS-START-DATE   TO WS-CS-START-DATE(WS-INSTR-COUNT).
           MOVE CS-END-DATE     TO WS-CS-END-DATE(WS-INSTR-COUNT).
           MOVE CS-STATUS       TO WS-CS-STATUS(WS-INSTR-COUNT).
           MOVE CS-LAST-DUE     TO WS-CS-LAST-DUE(WS-INSTR-COUNT).
           MOVE CS-DESCRIPTION  TO WS-CS-DESCRIPTION(WS-INSTR-COUNT).
           IF CS-PRIOR-LAST-DUE NOT NUMERIC
               MOVE ZERO TO CS-PRIOR-LAST-DUE
           END-IF.
           IF CS-LAST-RUN-DATE NOT NUMERIC
               MOVE ZERO TO CS-LAST-RUN-DATE
           END-IF.
           MOVE CS-PRIOR-LAST-DUE
               TO WS-CS-PRIOR-LAST-DUE(WS-INSTR-COUNT).
           MOVE CS-LAST-RUN-DATE
               TO WS-CS-LAST-RUN-DATE(WS-INSTR-COUNT).
           MOVE "N" TO WS-CS-DELETED-SW(WS-INSTR-COUNT).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-APPLY-ONE-TRAN
      * Validates and applies one ADD/CHANGE/HOLD/RELEASE/REMOVE
      * card.
      *----------------------------------------------------------------
       2000-APPLY-ONE-TRAN SECTION.
       2000-START.
           READ INSTR-TRANS
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.

           IF ST-ACTION NOT = "ADD" AND ST-ACTION NOT = "CHANGE"
                   AND ST-ACTION NOT = "HOLD"
                   AND ST-ACTION NOT = "RELEASE"
                   AND ST-ACTION NOT = "REMOVE"
               MOVE "INVALID ACTION" TO REG-REASON
               PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF ST-INSTR-ID = SPACES
               MOVE "BLANK INSTRUCTION ID" TO REG-REASON
               PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF ST-ACTION = "ADD" OR ST-ACTION = "CHANGE"
               PERFORM 2200-VALIDATE-TERMS THRU 2200-EXIT
               IF REG-REASON NOT = SPACES
                   PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
                   GO TO 2000-EXIT
               END-IF
           END-IF.

           PERFORM 2500-FIND-ENTRY THRU 2500-EXIT.

           EVALUATE ST-ACTION
               WHEN "ADD"
                   PERFORM 3000-APPLY-ADD THRU 3000-EXIT
               WHEN "CHANGE"
                   PERFORM 4000-APPLY-CHANGE THRU 4000-EXIT
               WHEN "HOLD"
                   PERFORM 4500-APPLY-HOLD THRU 4500-EXIT
               WHEN "RELEASE"
                   PERFORM 4600-APPLY-RELEASE THRU 4600-EXIT
               WHEN "REMOVE"
                   PERFORM 5000-APPLY-REMOVE THRU 5000-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-VALIDATE-TERMS
      * Checks the calculation columns an ADD or CHANGE carries the
      * way PROCALC will read them off CALCIN, and the end date. A
      * divide or allocation with no rate code needs a non-zero D2.
      * Leaves REG-REASON blank when the card is good.
      *----------------------------------------------------------------
       2200-VALIDATE-TERMS SECTION.
       2200-START.
           MOVE SPACES TO REG-RECORD.

           IF SR-D1-DIGITS NOT NUMERIC
                   OR (SR-D1-SIGN NOT = "+" AND SR-D1-SIGN NOT = "-")
               MOVE "D1 NOT A SIGNED AMOUNT" TO REG-REASON
               GO TO 2200-EXIT
           END-IF.
           IF SR-D2-DIGITS NOT NUMERIC
                   OR (SR-D2-SIGN NOT = "+" AND SR-D2-SIGN NOT = "-")
               MOVE "D2 NOT A SIGNED AMOUNT" TO REG-REASON
               GO TO 2200-EXIT
           END-IF.

           MOVE ST-OP-CODE TO CS-OP-CODE.
           IF NOT CS-OP-VALID
               MOVE "INVALID OPERATION CODE" TO REG-REASON
               GO TO 2200-EXIT
           END-IF.
           IF CS-OP-NEEDS-DIVISOR AND ST-RATE-CODE = SPACES
                   AND ST-D2 = ZERO
               MOVE "D2 ZERO FOR DIVIDE/ALLOCATE" TO REG-REASON
               GO TO 2200-EXIT
           END-IF.

           IF SR-END-DATE = SPACES
               MOVE ZERO TO WS-TRAN-END-DATE
           ELSE
               IF ST-END-DATE NOT NUMERIC
                   MOVE "INVALID END DATE" TO REG-REASON
                   GO TO 2200-EXIT
               END-IF
               MOVE ST-END-DATE TO WS-TRAN-END-DATE
           END-IF.
           IF WS-TRAN-END-DATE NOT = ZERO
               MOVE WS-TRAN-END-DATE TO WS-CHECK-DATE
               PERFORM 2700-CHECK-DATE THRU 2700-EXIT
               IF NOT WS-DATE-VALID
                   MOVE "INVALID END DATE" TO REG-REASON
                   GO TO 2200-EXIT
               END-IF
               IF WS-TRAN-END-DATE < WS-TODAY-DATE
                   MOVE "END DATE IN THE PAST" TO REG-REASON
                   GO TO 2200-EXIT
               END-IF
           END-IF.

           IF ST-ACTION NOT = "ADD"
               GO TO 2200-EXIT
           END-IF.

           MOVE ST-FREQUENCY TO CS-FREQUENCY.
           IF NOT CS-FREQUENCY-VALID
               MOVE "INVALID FREQUENCY" TO REG-REASON
               GO TO 2200-EXIT
           END-IF.
           IF ST-START-DATE NOT NUMERIC
               MOVE "INVALID START DATE" TO REG-REASON
               GO TO 2200-EXIT
           END-IF.
           MOVE ST-START-DATE TO WS-CHECK-DATE.
           PERFORM 2700-CHECK-DATE THRU 2700-EXIT.
           IF NOT WS-DATE-VALID
               MOVE "INVALID START DATE" TO REG-REASON
               GO TO 2200-EXIT
           END-IF.
           IF ST-START-DATE < WS-TODAY-DATE
               MOVE "START DATE IN THE PAST" TO REG-REASON
               GO TO 2200-EXIT
           END-IF.
           IF WS-TRAN-END-DATE NOT = ZERO
                   AND WS-TRAN-END-DATE < ST-START-DATE
               MOVE "END DATE BEFORE START DATE" TO REG-REASON
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-FIND-ENTRY
      * Looks the card's instruction id up in the work table.
      *----------------------------------------------------------------
       2500-FIND-ENTRY SECTION.
       2500-START.
           SET WS-ENTRY-FOUND-SW TO "N".
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM 2600-MATCH-ONE-ENTRY THRU 2600-EXIT
               VARYING WS-INSTR-IDX FROM 1 BY 1
               UNTIL WS-INSTR-IDX > WS-INSTR-COUNT
                  OR WS-ENTRY-FOUND.
       2500-EXIT.
           EXIT.

       2600-MATCH-ONE-ENTRY SECTION.
       2600-START.
           IF WS-CS-DELETED-SW(WS-INSTR-IDX) = "Y"
               GO TO 2600-EXIT
           END-IF.
           IF WS-CS-INSTR-ID(WS-INSTR-IDX) = ST-INSTR-ID
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-INSTR-IDX TO WS-FOUND-IDX
           END-IF.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-CHECK-DATE
      * Sets WS-DATE-VALID when WS-CHECK-DATE has a real month and a
      * day inside it (29 February is let through in any year).
      *----------------------------------------------------------------
       2700-CHECK-DATE SECTION.
       2700-START.
           SET WS-DATE-VALID-SW TO "N".
           IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
               GO TO 2700-EXIT
           END-IF.
           IF WS-CHECK-DAY < 1
                   OR WS-CHECK-DAY > WS-MONTH-LENGTH(WS-CHECK-MONTH)
               GO TO 2700-EXIT
           END-IF.
           SET WS-DATE-VALID TO TRUE.
       2700-EXIT.
           EXIT.

       3000-APPLY-ADD SECTION.
       3000-START.
           IF WS-ENTRY-FOUND
               MOVE "INSTRUCTION ALREADY ON FILE" TO REG-REASON
               PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF WS-INSTR-COUNT >= 300
               MOVE "INSTRUCTION TABLE FULL" TO REG-REASON
               PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
               GO TO 3000-EXIT
           END-IF.

           ADD 1 TO WS-INSTR-COUNT.
           MOVE WS-INSTR-COUNT TO WS-FOUND-IDX.
           MOVE ST-INSTR-ID     TO WS-CS-INSTR-ID(WS-FOUND-IDX).
           MOVE ST-FREQUENCY    TO WS-CS-FREQUENCY(WS-FOUND-IDX).
           MOVE ST-START-DATE   TO WS-CS-START-DATE(WS-FOUND-IDX).
           MOVE "A"             TO WS-CS-STATUS(WS-FOUND-IDX).
           MOVE ZERO            TO WS-CS-LAST-DUE(WS-FOUND-IDX).
           MOVE ZERO            TO WS-CS-PRIOR-LAST-DUE(WS-FOUND-IDX).
           MOVE ZERO            TO WS-CS-LAST-RUN-DATE(WS-FOUND-IDX).
           MOVE "N" TO WS-CS-DELETED-SW(WS-FOUND-IDX).
           PERFORM 4100-MOVE-TERMS THRU 4100-EXIT.
           PERFORM 2800-REGISTER-APPLIED THRU 2800-EXIT.

           MOVE SPACES TO WS-JRNL-BEFORE.
           PERFORM 6100-IMAGE-ENTRY THRU 6100-EXIT.
           MOVE WS-JRNL-IMAGE TO WS-JRNL-AFTER.
           PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
       3000-EXIT.
           EXIT.

       4000-APPLY-CHANGE SECTION.
       4000-START.
           IF NOT WS-ENTRY-FOUND
               MOVE "INSTRUCTION NOT ON FILE" TO REG-REASON
               PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
               GO TO 4000-EXIT
           END-IF.
           IF WS-TRAN-END-DATE NOT = ZERO
                   AND WS-TRAN-END-DATE
                       < WS-CS-START-DATE(WS-FOUND-IDX)
               MOVE "END DATE BEFORE START DATE" TO REG-REASON
               PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
               GO TO 4000-EXIT
           END-IF.

           PERFORM 6100-IMAGE-ENTRY THRU 6100-EXIT.
           MOVE WS-JRNL-IMAGE TO WS-JRNL-BEFORE.
           PERFORM 4100-MOVE-TERMS THRU 4100-EXIT.
           PERFORM 2800-REGISTER-APPLIED THRU 2800-EXIT.

           PERFORM 6100-IMAGE-ENTRY THRU 6100-EXIT.
           MOVE WS-JRNL-IMAGE TO WS-JRNL-AFTER.
           PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-MOVE-TERMS
      * Copies the changeable terms off the card onto work-table
      * entry WS-FOUND-IDX.
      *----------------------------------------------------------------
       4100-MOVE-TERMS SECTION.
       4100-START.
           MOVE ST-D1            TO WS-CS-D1(WS-FOUND-IDX).
           MOVE ST-D2            TO WS-CS-D2(WS-FOUND-IDX).
           MOVE ST-OP-CODE       TO WS-CS-OP-CODE(WS-FOUND-IDX).
           MOVE ST-RATE-CODE     TO WS-CS-RATE-CODE(WS-FOUND-IDX).
           MOVE ST-ACCOUNT-CODE  TO WS-CS-ACCOUNT-CODE(WS-FOUND-IDX).
           MOVE WS-TRAN-END-DATE TO WS-CS-END-DATE(WS-FOUND-IDX).
           MOVE ST-DESCRIPTION   TO WS-CS-DESCRIPTION(WS-FOUND-IDX).
       4100-EXIT.
           EXIT.

       4500-APPLY-HOLD SECTION.
       4500-START.
           IF NOT WS-ENTRY-FOUND
               MOVE "INSTRUCTION NOT ON FILE" TO REG-REASON
               PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
               GO TO 4500-EXIT
           END-IF.
           IF WS-CS-STATUS(WS-FOUND-IDX) = "H"
               MOVE "ALREADY ON HOLD" TO REG-REASON
               PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
               GO TO 4500-EXIT
           END-IF.

           PERFORM 6100-IMAGE-ENTRY THRU 6100-EXIT.
           MOVE WS-JRNL-IMAGE TO WS-JRNL-BEFORE.
           MOVE "H" TO WS-CS-STATUS(WS-FOUND-IDX).
           PERFORM 2800-REGISTER-APPLIED THRU 2800-EXIT.

           PERFORM 6100-IMAGE-ENTRY THRU 6100-EXIT.
           MOVE WS-JRNL-IMAGE TO WS-JRNL-AFTER.
           PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
       4500-EXIT.
           EXIT.

       4600-APPLY-RELEASE SECTION.
       4600-START.
           IF NOT WS-ENTRY-FOUND
               MOVE "INSTRUCTION NOT ON FILE" TO REG-REASON
               PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
               GO TO 4600-EXIT
           END-IF.
           IF WS-CS-STATUS(WS-FOUND-IDX) NOT = "H"
               MOVE "NOT ON HOLD" TO REG-REASON
               PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
               GO TO 4600-EXIT
           END-IF.

           PERFORM 6100-IMAGE-ENTRY THRU 6100-EXIT.
           MOVE WS-JRNL-IMAGE TO WS-JRNL-BEFORE.
           MOVE "A" TO WS-CS-STATUS(WS-FOUND-IDX).
           PERFORM 2800-REGISTER-APPLIED THRU 2800-EXIT.

           PERFORM 6100-IMAGE-ENTRY THRU 6100-EXIT.
           MOVE WS-JRNL-IMAGE TO WS-JRNL-AFTER.
           PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
       4600-EXIT.
           EXIT.

       5000-APPLY-REMOVE SECTION.
       5000-START.
           IF NOT WS-ENTRY-FOUND
               MOVE "INSTRUCTION NOT ON FILE" TO REG-REASON
               PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
               GO TO 5000-EXIT
           END-IF.

           PERFORM 6100-IMAGE-ENTRY THRU 6100-EXIT.
           MOVE WS-JRNL-IMAGE TO WS-JRNL-BEFORE.
           MOVE "Y" TO WS-CS-DELETED-SW(WS-FOUND-IDX).
           PERFORM 2800-REGISTER-APPLIED THRU 2800-EXIT.

           MOVE SPACES TO WS-JRNL-AFTER.
           PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
       5000-EXIT.
           EXIT.

       2800-REGISTER-APPLIED SECTION.
       2800-START.
           MOVE SPACES         TO REG-RECORD.
           MOVE ST-ACTION      TO REG-ACTION.
           MOVE ST-INSTR-ID    TO REG-INSTR-ID.
           MOVE "APPLIED "     TO REG-RESULT.
           WRITE REG-RECORD.
           ADD 1 TO WS-APPLIED-COUNT.
       2800-EXIT.
           EXIT.

       2900-REGISTER-REJECT SECTION.
       2900-START.
           MOVE ST-ACTION      TO REG-ACTION.
           MOVE ST-INSTR-ID    TO REG-INSTR-ID.
           MOVE "REJECTED"     TO REG-RESULT.
           WRITE REG-RECORD.
           MOVE SPACES TO REG-RECORD.
           ADD 1 TO WS-REJECTED-COUNT.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-WRITE-JOURNAL
      * Appends the applied transaction to the shared maintenance
      * journal.
      *----------------------------------------------------------------
       6000-WRITE-JOURNAL SECTION.
       6000-START.
           OPEN EXTEND MAINT-JOURNAL.
           IF MJ-FILE-STATUS = "05" OR MJ-FILE-STATUS = "35"
               CLOSE MAINT-JOURNAL
               OPEN OUTPUT MAINT-JOURNAL
           END-IF.

           MOVE SPACES             TO MJ-RECORD.
           MOVE "CALCSMNT"         TO MJ-PROGRAM-ID.
           MOVE "CALCSI"           TO MJ-FILE-NAME.
           MOVE ST-INSTR-ID        TO MJ-RECORD-KEY.
           MOVE ST-ACTION          TO MJ-ACTION.
           MOVE WS-SES-OPERATOR-ID TO MJ-OPERATOR-ID.
           MOVE WS-TODAY-DATE      TO MJ-CHANGE-DATE.
           MOVE WS-RUN-TIME        TO MJ-CHANGE-TIME.
           MOVE WS-JRNL-BEFORE     TO MJ-BEFORE-IMAGE.
           MOVE WS-JRNL-AFTER      TO MJ-AFTER-IMAGE.
           WRITE MJ-RECORD.
           CLOSE MAINT-JOURNAL.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6100-IMAGE-ENTRY
      * Lays work-table entry WS-FOUND-IDX out as a whole CALCSI
      * record for the journal.
      *----------------------------------------------------------------
       6100-IMAGE-ENTRY SECTION.
       6100-START.
           MOVE WS-CS-INSTR-ID(WS-FOUND-IDX)     TO WS-JI-INSTR-ID.
           MOVE WS-CS-D1(WS-FOUND-IDX)           TO WS-JI-D1.
           MOVE WS-CS-D2(WS-FOUND-IDX)           TO WS-JI-D2.
           MOVE WS-CS-OP-CODE(WS-FOUND-IDX)      TO WS-JI-OP-CODE.
           MOVE WS-CS-RATE-CODE(WS-FOUND-IDX)    TO WS-JI-RATE-CODE.
           MOVE WS-CS-ACCOUNT-CODE(WS-FOUND-IDX)
               TO WS-JI-ACCOUNT-CODE.
           MOVE WS-CS-FREQUENCY(WS-FOUND-IDX)    TO WS-JI-FREQUENCY.
           MOVE WS-CS-START-DATE(WS-FOUND-IDX)   TO WS-JI-START-DATE.
           MOVE WS-CS-END-DATE(WS-FOUND-IDX)     TO WS-JI-END-DATE.
           MOVE WS-CS-STATUS(WS-FOUND-IDX)       TO WS-JI-STATUS.
           MOVE WS-CS-LAST-DUE(WS-FOUND-IDX)     TO WS-JI-LAST-DUE.
           MOVE WS-CS-DESCRIPTION(WS-FOUND-IDX)  TO WS-JI-DESCRIPTION.
           MOVE WS-CS-PRIOR-LAST-DUE(WS-FOUND-IDX)
               TO WS-JI-PRIOR-LAST-DUE.
           MOVE WS-CS-LAST-RUN-DATE(WS-FOUND-IDX)
               TO WS-JI-LAST-RUN-DATE.
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-REWRITE-MASTER
      * Replaces CALCSI with the surviving work-table entries.
      *----------------------------------------------------------------
       8000-REWRITE-MASTER SECTION.
       8000-START.
           OPEN OUTPUT INSTRUCTION-MASTER.
           IF CS-FILE-STATUS NOT = "00"
               DISPLAY "CALCSMNT: UNABLE TO REWRITE CALCSI - STATUS "
                   CS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 8000-EXIT
           END-IF.

           PERFORM 8100-WRITE-ONE-ENTRY THRU 8100-EXIT
               VARYING WS-INSTR-IDX FROM 1 BY 1
               UNTIL WS-INSTR-IDX > WS-INSTR-COUNT.
           CLOSE INSTRUCTION-MASTER.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-ENTRY SECTION.
       8100-START.
           IF WS-CS-DELETED-SW(WS-INSTR-IDX) = "Y"
               GO TO 8100-EXIT
           END-IF.
           MOVE SPACES TO CS-RECORD.
           MOVE WS-CS-INSTR-ID(WS-INSTR-IDX)     TO CS-INSTR-ID.
           MOVE WS-CS-D1(WS-INSTR-IDX)           TO CS-D1.
           MOVE WS-CS-D2(WS-INSTR-IDX)           TO CS-D2.
           MOVE WS-CS-OP-CODE(WS-INSTR-IDX)      TO CS-OP-CODE.
           MOVE WS-CS-RATE-CODE(WS-INSTR-IDX)    TO CS-RATE-CODE.
           MOVE WS-CS-ACCOUNT-CODE(WS-INSTR-IDX) TO CS-ACCOUNT-CODE.
           MOVE WS-CS-FREQUENCY(WS-INSTR-IDX)    TO CS-FREQUENCY.
           MOVE WS-CS-START-DATE(WS-INSTR-IDX)   TO CS-START-DATE.
           MOVE WS-CS-END-DATE(WS-INSTR-IDX)     TO CS-END-DATE.
           MOVE WS-CS-STATUS(WS-INSTR-IDX)       TO CS-STATUS.
           MOVE WS-CS-LAST-DUE(WS-INSTR-IDX)     TO CS-LAST-DUE.
           MOVE WS-CS-DESCRIPTION(WS-INSTR-IDX)  TO CS-DESCRIPTION.
           MOVE WS-CS-PRIOR-LAST-DUE(WS-INSTR-IDX)
                                                 TO CS-PRIOR-LAST-DUE.
           MOVE WS-CS-LAST-RUN-DATE(WS-INSTR-IDX)
                                                 TO CS-LAST-RUN-DATE.
           WRITE CS-RECORD.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9000-TERMINATE
      * Closes the files and prints the maintenance summary.
      *----------------------------------------------------------------
       9000-TERMINATE SECTION.
       9000-START.
           CLOSE INSTR-TRANS INSTR-REGISTER.
           DISPLAY "CALCSMNT: APPLIED  = " WS-APPLIED-COUNT.
           DISPLAY "CALCSMNT: REJECTED = " WS-REJECTED-COUNT.
       9000-EXIT.
           EXIT.
