      *================================================================
      * GLBAL.cpy
      * General-ledger account balance record - one running balance
      * per account GLEXTR has journaled to, debits positive and
      * credits negative. GLEXTR rolls the day's journal into it
      * once per extract date (GB-THROUGH-DATE is the last date
      * rolled in); VALRPT balances the inventory valuation against
      * the inventory account's row.
      *================================================================
       01  GB-RECORD.
           05  GB-ACCOUNT              PIC X(08).
           05  FILLER                  PIC X(01).
           05  GB-BALANCE              PIC S9(13)V99
                                        SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X(01).
           05  GB-THROUGH-DATE         PIC 9(08).
