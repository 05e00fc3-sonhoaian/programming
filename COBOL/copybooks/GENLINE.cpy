      ******************************************************************
      * GENLINE - print-line layouts for the RecurGen recurring
      * transaction generation listing. Included in WORKING-STORAGE;
      * each 01 is built up and moved to the FD's generic
      * GEN-REPORT-LINE before WRITE.
      ******************************************************************
       01  GN-PAGE-HEADER-LINE.
           05  FILLER                  PIC X(32)
               VALUE "INANDOUT RECURRING GENERATION - ".
           05  GN-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  GN-RUN-TIME             PIC X(8).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  GN-PAGE-NUMBER          PIC ZZZ9.
       01  GN-PERIOD-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE "OPEN PERIOD: ".
           05  GN-OPEN-PERIOD          PIC X(6).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "BATCH: ".
           05  GN-BATCH-ID             PIC X(6).
       01  GN-COLUMN-HEADER-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "PATTERN".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "TRAN ID".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(4) VALUE "TYPE".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE "       AMOUNT".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "ACCOUNT".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "RESULT".
       01  GN-DETAIL-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  GN-PATTERN              PIC X(9).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  GN-TRAN-ID              PIC X(9).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  GN-TRAN-TYPE            PIC X.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  GN-AMOUNT               PIC Z(8)9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  GN-ACCT-CODE            PIC X(7).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  GN-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  GN-RESULT               PIC X(40).
       01  GN-TRAILER-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(11)
               VALUE "GENERATED: ".
           05  GN-GENERATED-COUNT      PIC ZZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(11)
               VALUE "REVERSALS: ".
           05  GN-REVERSAL-COUNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "AMOUNT: ".
           05  GN-TOTAL-AMOUNT         PIC Z(8)9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(19)
               VALUE "ALREADY GENERATED: ".
           05  GN-SKIPPED-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "ERRORS: ".
           05  GN-ERROR-COUNT          PIC ZZZZZZ9.
