      ******************************************************************
      * INTLINE - print-line layouts for the IntgChk cross-file
      * integrity check exception report. Included in
      * WORKING-STORAGE; each 01 is built up and moved to the FD's
      * generic INTEGRITY-REPORT-LINE before WRITE.
      ******************************************************************
       01  IL-PAGE-HEADER-LINE.
           05  FILLER                  PIC X(38)
               VALUE "INANDOUT CROSS-FILE INTEGRITY CHECK - ".
           05  IL-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  IL-RUN-TIME             PIC X(8).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  IL-PAGE-NUMBER          PIC ZZZ9.
       01  IL-SUMMARY-HEADER-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(17)
               VALUE "EXCEPTION SUMMARY".
       01  IL-SUMMARY-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  IL-SUMMARY-LABEL        PIC X(56).
           05  IL-SUMMARY-COUNT        PIC ZZZZZZZZ9.
       01  IL-CATEGORY-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "CATEGORY ".
           05  IL-CATEGORY-NUMBER      PIC 9.
           05  FILLER                  PIC X(2) VALUE ": ".
           05  IL-CATEGORY-TITLE       PIC X(44).
           05  FILLER                  PIC X(14)
               VALUE "  EXCEPTIONS: ".
           05  IL-CATEGORY-COUNT       PIC ZZZZZZZZ9.
       01  IL-COLUMN-HEADER-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "TRAN ID".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "ACCOUNT".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "  MASTER AMOUNT".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE " HISTORY AMOUNT".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "POSTED".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "TIME".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE "REASON".
       01  IL-DETAIL-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  IL-TRAN-ID              PIC X(9).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  IL-ACCT-CODE            PIC X(7).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  IL-MASTER-AMOUNT        PIC Z(10)9.99-.
           05  IL-MASTER-AMOUNT-X REDEFINES IL-MASTER-AMOUNT
                                       PIC X(15).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  IL-HISTORY-AMOUNT       PIC Z(10)9.99-.
           05  IL-HISTORY-AMOUNT-X REDEFINES IL-HISTORY-AMOUNT
                                       PIC X(15).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  IL-POSTED-DATE          PIC X(8).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  IL-POSTED-TIME          PIC X(8).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  IL-REASON               PIC X(30).
       01  IL-MESSAGE-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  IL-MESSAGE              PIC X(100).
