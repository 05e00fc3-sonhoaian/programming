      ******************************************************************
      * RGENREC - generated-item history record for the RecurGen
      * recurring transaction generator. One record per transaction
      * RecurGen has written to RECURTRN, kept on the RECURHST file
      * so that a rerun for the same period never generates the same
      * item twice: an item already on history for the period (same
      * RH-TRAN-ID and RH-TRAN-TYPE) is listed and skipped.
      * RH-PERIOD is the accounting period (YYYYMM) the transaction
      * was generated for. RH-TRAN-TYPE is A for the recurring add
      * and R for an auto-reversal; an A record with RH-AUTO-REVERSE
      * Y is what the next period's run reverses, at RH-AMOUNT, so
      * the reversal always matches what was actually generated.
      * RH-AMOUNT carries a leading +/- sign and two implied decimal
      * places (cents).
      ******************************************************************
           05  RH-PERIOD               PIC X(6).
           05  RH-TRAN-ID              PIC X(9).
           05  RH-TRAN-TYPE            PIC X.
           05  RH-AMOUNT               PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05  RH-ACCT-CODE            PIC X(5).
           05  RH-AUTO-REVERSE         PIC X.
           05  RH-GEN-DATE             PIC X(8).
           05  RH-GEN-TIME             PIC X(8).
           05  RH-BATCH-ID             PIC X(6).
           05  FILLER                  PIC X(4).
