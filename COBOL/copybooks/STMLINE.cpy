      ******************************************************************
      * STMLINE - print-line layouts for the AcctStmt per-account
      * activity statement. Included in WORKING-STORAGE; each 01 is
      * built up and moved to the FD's generic STATEMENT-LINE before
      * WRITE.
      ******************************************************************
       01  AS-PAGE-HEADER-LINE.
           05  FILLER                  PIC X(29)
               VALUE "INANDOUT ACCOUNT STATEMENT - ".
           05  AS-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  AS-RUN-TIME             PIC X(8).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  AS-PAGE-NUMBER          PIC ZZZ9.
       01  AS-ACCOUNT-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "ACCOUNT: ".
           05  AS-ACCT-CODE            PIC X(5).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "PERIOD: ".
           05  AS-PERIOD               PIC X(6).
       01  AS-COLUMN-HEADER-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "TRAN ID".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "TRAN DATE".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "POSTED".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(4) VALUE "TYPE".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "   PRIOR AMOUNT".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "     NEW AMOUNT".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "       MOVEMENT".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "OPERATOR".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "BATCH".
       01  AS-DETAIL-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  AS-TRAN-ID              PIC X(9).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  AS-TRAN-DATE            PIC X(9).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  AS-POSTED-DATE          PIC X(8).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  AS-TRAN-TYPE            PIC X.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  AS-PRIOR-AMOUNT         PIC Z(10)9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  AS-NEW-AMOUNT           PIC Z(10)9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  AS-MOVEMENT-AMOUNT      PIC Z(10)9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  AS-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  AS-BATCH-ID             PIC X(6).
       01  AS-BALANCE-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  AS-BALANCE-LABEL        PIC X(24).
           05  FILLER                  PIC X(36) VALUE SPACES.
           05  AS-BALANCE-AMOUNT       PIC Z(10)9.99-.
       01  AS-MOVEMENT-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "POSTINGS: ".
           05  AS-POSTING-COUNT        PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE "NET MOVEMENT: ".
           05  AS-NET-MOVEMENT         PIC Z(10)9.99-.
       01  AS-CHECK-HEADER-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(32)
               VALUE "CHECK AGAINST PERIOD HISTORY".
           05  FILLER                  PIC X(15)
               VALUE "      STATEMENT".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "       PERDHIST".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "RESULT".
       01  AS-CHECK-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  AS-CHECK-LABEL          PIC X(32).
           05  AS-CHECK-STATEMENT      PIC Z(10)9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  AS-CHECK-PERDHIST       PIC Z(10)9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  AS-CHECK-RESULT         PIC X(40).
       01  AS-MESSAGE-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  AS-MESSAGE              PIC X(100).
       01  AS-TRAILER-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "ACCOUNTS: ".
           05  AS-ACCOUNT-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "MISMATCHES: ".
           05  AS-MISMATCH-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(26)
               VALUE "IDS WITH UNKNOWN ACCOUNT: ".
           05  AS-UNRESOLVED-COUNT     PIC ZZZZ9.
