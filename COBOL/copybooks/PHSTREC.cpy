      ******************************************************************
      * PHSTREC - period-history record for InAndOut.
      * The PerdClse period-end close appends to the PERDHIST file,
      * for each period it closes, one period summary record (record
      * type space): the count and net movement of every posting
      * dated in the period, totalled from the AUDITLOG audit trail.
      * It follows that with one account balance record (record type
      * A) per ledger account on MASTER at the close - the number of
      * MASTER records coded to the account and their closing
      * balance - read through the PS-BALANCE-TOTALS view. Because
      * nothing can post into a period once the next one is open,
      * the closing balances of two successive closes give each
      * account's movement for the later period; the AcctStmt
      * statement proves itself against both. Periods closed before
      * the account records were introduced have a summary record
      * only. Amounts carry a leading +/- sign and two implied
      * decimal places (cents).
      ******************************************************************
           05  PS-PERIOD               PIC X(6).
           05  PS-CLOSED-DATE          PIC X(8).
           05  PS-CLOSED-TIME          PIC X(8).
           05  PS-PERIOD-TOTALS.
               10  PS-POSTING-COUNT    PIC 9(9).
               10  PS-NET-AMOUNT       PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
           05  PS-BALANCE-TOTALS REDEFINES PS-PERIOD-TOTALS.
               10  PS-ACCT-RECORD-COUNT PIC 9(9).
               10  PS-ACCT-CLOSING-BALANCE PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
           05  PS-RECORD-TYPE          PIC X.
               88  PS-PERIOD-SUMMARY   VALUE SPACE.
               88  PS-ACCOUNT-BALANCE  VALUE "A".
           05  PS-ACCT-CODE            PIC X(5).
           05  FILLER                  PIC X(4).
