      * digits, the last two of which are cents.
      * TR-ACCT-CODE names the ledger account the movement posts to
      * and must be open on the ACCTFILE chart of accounts.
      * TR-CURRENCY-CODE names the currency TR-AMOUNT was keyed in;
      * spaces mean the base currency. A foreign amount is converted
      * to base at the EXCHRATE rate in effect on TR-TRAN-DATE (see
      * RATEREC) before it is posted.
      * A TRANSIN file may also carry keying-batch header and trailer
      * records the same length as a detail, recognized by a literal
      * in the TR-TRAN-ID bytes - see BATREC for those layouts.
                                   SIGN IS LEADING SEPARATE.
           05  TR-TRAN-DATE        PIC X(8).
           05  TR-ACCT-CODE        PIC X(5).
           05  TR-CURRENCY-CODE    PIC X(3).
           05  FILLER              PIC X(1).
