      * is open for posting and C once it is closed; transactions
      * coded to an unknown or closed account are rejected in the
      * edit, so the GL extract only ever carries accounts the ledger
      * will accept. ACCTFILE is maintained through ChrtMnt, which
      * audits every change to ACCTAUD (see ACAUDREC).
      ******************************************************************
           05  AC-ACCT-CODE            PIC X(5).
           05  AC-ACCT-STATUS          PIC X.
