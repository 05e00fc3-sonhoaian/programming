      ******************************************************************
      * QLTLINE - print-line layouts for the StnQual monthly keying
      * station and operator quality report. Included in
      * WORKING-STORAGE; each 01 is built up and moved to the FD's
      * generic QUALITY-REPORT-LINE before WRITE.
      ******************************************************************
       01  QL-PAGE-HEADER-LINE.
           05  FILLER                  PIC X(32)
               VALUE "INANDOUT KEYING QUALITY - MONTH ".
           05  QL-MONTH                PIC X(7).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  QL-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  QL-RUN-TIME             PIC X(8).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  QL-PAGE-NUMBER          PIC ZZZ9.
       01  QL-SECTION-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  QL-SECTION-TITLE        PIC X(44).
       01  QL-COLUMN-HEADER-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  QL-COLUMN-ID-TITLE      PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "BATCHES".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "OUT BAL".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "  OOB%".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "     READ".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "   POSTED".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE " REJECTED".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "  REJ%".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE " SUSPENSE".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE " SUSP%".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(4) VALUE "ATTN".
       01  QL-DETAIL-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  QL-GROUP-ID             PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  QL-BATCH-COUNT          PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  QL-OOB-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  QL-OOB-RATE             PIC ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  QL-READ-COUNT           PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  QL-POSTED-COUNT         PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  QL-REJECTED-COUNT       PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  QL-REJECT-RATE          PIC ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  QL-SUSPENSE-COUNT       PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  QL-SUSPENSE-RATE        PIC ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  QL-ATTENTION            PIC X(4).
       01  QL-REASON-LINE.
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "REJECTED: ".
           05  QL-REASON-TEXT          PIC X(40).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  QL-REASON-COUNT         PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  QL-REASON-RATE          PIC ZZ9.99.
           05  FILLER                  PIC X(9) VALUE "% OF READ".
       01  QL-MESSAGE-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  QL-MESSAGE              PIC X(100).
       01  QL-TRAILER-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE "LOG RECORDS:  ".
           05  QL-LOG-COUNT            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(10)
               VALUE "IN MONTH: ".
           05  QL-MONTH-COUNT          PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(10)
               VALUE "STATIONS: ".
           05  QL-STATION-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(11)
               VALUE "OPERATORS: ".
           05  QL-OPERATOR-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(9)
               VALUE "FLAGGED: ".
           05  QL-FLAGGED-COUNT        PIC ZZZZ9.
