      ******************************************************************
      * TIELINE - print-line layouts for the GLTieOut sub-ledger to
      * general-ledger tie-out report. Included in WORKING-STORAGE;
      * each 01 is built up and moved to the FD's generic
      * TIE-REPORT-LINE before WRITE.
      ******************************************************************
       01  TL-PAGE-HEADER-LINE.
           05  FILLER                  PIC X(33)
               VALUE "INANDOUT GL TIE-OUT BY ACCOUNT - ".
           05  TL-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  TL-RUN-TIME             PIC X(8).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  TL-PAGE-NUMBER          PIC ZZZ9.
       01  TL-SOURCE-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE "EXTRACT FILE: ".
           05  TL-EXTRACT-FILENAME     PIC X(40).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(18)
               VALUE "EXTRACT BLOCKS: ".
           05  TL-BLOCK-COUNT          PIC ZZZZZZZZ9.
       01  TL-COLUMN-HEADER-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "ACCOUNT".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "  RECORDS".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE " MASTER BALANCE".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "  LEDGER POSTED".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "     DIFFERENCE".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE " UNACKNOWLEDGED".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "       REJECTED".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "STATUS".
       01  TL-DETAIL-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  TL-ACCT-CODE            PIC X(7).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  TL-REC-COUNT            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  TL-MASTER-AMOUNT        PIC Z(10)9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  TL-POSTED-AMOUNT        PIC Z(10)9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  TL-DIFFERENCE-AMOUNT    PIC Z(10)9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  TL-UNACKED-AMOUNT       PIC Z(10)9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  TL-REJECTED-AMOUNT      PIC Z(10)9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  TL-STATUS               PIC X(14).
       01  TL-TRAILER-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(10)
               VALUE "ACCOUNTS: ".
           05  TL-ACCOUNT-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "TIED: ".
           05  TL-TIED-COUNT           PIC ZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE "IN FLIGHT ONLY: ".
           05  TL-IN-FLIGHT-COUNT      PIC ZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE "DOES NOT TIE: ".
           05  TL-UNTIED-COUNT         PIC ZZZZ9.
