               VALUE "LAST UPDATED".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "ACCOUNT".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(4) VALUE "CURR".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE "  ORIG AMOUNT".
       01  LL-DETAIL-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  LL-TRAN-ID              PIC X(9).
           05  LL-LAST-UPDATED-DATE    PIC X(8).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  LL-DETAIL-ACCT-CODE     PIC X(5).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  LL-CURRENCY-CODE        PIC X(4).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  LL-ORIG-AMOUNT          PIC Z(8)9.99-.
       01  LL-ACCT-CAPTION-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(17)
           05  FILLER                  PIC X(13)
               VALUE "TOTAL AMOUNT:".
           05  LL-TOTAL-AMOUNT         PIC Z(10)9.99-.
       01  LL-CURR-CAPTION-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(18)
               VALUE "CURRENCY SUBTOTALS".
       01  LL-CURR-TOTAL-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "CURRENCY: ".
           05  LL-CURR-CODE            PIC X(4).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE "RECORD COUNT: ".
           05  LL-CURR-COUNT           PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "ORIGINAL: ".
           05  LL-CURR-ORIG-AMOUNT     PIC Z(10)9.99-.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "BASE: ".
           05  LL-CURR-BASE-AMOUNT     PIC Z(10)9.99-.
