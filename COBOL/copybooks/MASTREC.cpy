      * places (cents).
      * MR-ACCT-CODE names the ledger account the position belongs
      * to, as validated against the ACCTFILE chart of accounts.
      * MR-AMOUNT is always in the base currency. MR-CURRENCY-CODE
      * names the currency the item was keyed in (spaces for the
      * base currency) and MR-ORIG-AMOUNT holds the amount in that
      * currency, same sign and decimals as MR-AMOUNT; for a base
      * item the two amounts are equal.
      ******************************************************************
           05  MR-TRAN-ID              PIC X(9).
           05  MR-AMOUNT                PIC S9(9)V99
           05  MR-TRAN-DATE             PIC X(8).
           05  MR-LAST-UPDATED-DATE     PIC X(8).
           05  MR-ACCT-CODE             PIC X(5).
           05  MR-CURRENCY-CODE         PIC X(3).
           05  MR-ORIG-AMOUNT           PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
           05  FILLER                   PIC X(2).
