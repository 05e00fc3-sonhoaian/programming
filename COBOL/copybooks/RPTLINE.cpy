           05  RL-TRAN-TYPE            PIC X.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RL-AMOUNT               PIC Z(8)9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RL-CURRENCY-CODE        PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-ORIG-AMOUNT          PIC Z(8)9.99-.
           05  FILLER                  PIC X(22) VALUE SPACES.
       01  RL-BATCH-HEADER-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "BATCH: ".
           05  FILLER                  PIC X(16)
               VALUE "REJECTED COUNT: ".
           05  RL-REJECTED-COUNT       PIC ZZZZZZZZ9.
       01  RL-CURRENCY-CAPTION-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(38)
               VALUE "POSTED BY CURRENCY - ORIGINAL AND BASE".
       01  RL-CURRENCY-TOTAL-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "CURRENCY: ".
           05  RL-CURR-CODE            PIC X(4).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE "RECORD COUNT: ".
           05  RL-CURR-COUNT           PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "ORIGINAL: ".
           05  RL-CURR-ORIG-AMOUNT     PIC Z(10)9.99-.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "BASE: ".
           05  RL-CURR-BASE-AMOUNT     PIC Z(10)9.99-.
       01  RL-BASE-TOTAL-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(26)
               VALUE "BASE-CURRENCY TOTAL AMOUNT".
           05  FILLER                  PIC X(2) VALUE ": ".
           05  RL-BASE-TOTAL-AMOUNT    PIC Z(10)9.99-.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  RL-BASE-TOTAL-NOTE      PIC X(46) VALUE SPACES.
