      ******************************************************************
      * CMPLINE - print-line layouts for the MastComp MASTER
      * unload comparison report. Included in WORKING-STORAGE; each
      * 01 is built up and moved to the FD's generic
      * COMPARE-REPORT-LINE before WRITE.
      ******************************************************************
       01  CL-PAGE-HEADER-LINE.
           05  FILLER                  PIC X(29)
               VALUE "INANDOUT MASTER COMPARISON - ".
           05  CL-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  CL-RUN-TIME             PIC X(8).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  CL-PAGE-NUMBER          PIC ZZZ9.
       01  CL-UNLOAD-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "OLD UNLOAD: ".
           05  CL-OLD-UNLOAD-NAME      PIC X(40).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "NEW UNLOAD: ".
           05  CL-NEW-UNLOAD-NAME      PIC X(40).
       01  CL-WINDOW-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE "AUDIT WINDOW: AFTER ".
           05  CL-FROM-DATE            PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  CL-FROM-TIME            PIC X(8).
           05  FILLER                  PIC X(10) VALUE "  THROUGH ".
           05  CL-TO-STAMP.
               10  CL-TO-DATE          PIC X(8).
               10  FILLER              PIC X VALUE SPACE.
               10  CL-TO-TIME          PIC X(8).
           05  CL-TO-STAMP-X REDEFINES CL-TO-STAMP
                                       PIC X(17).
       01  CL-COLUMN-HEADER-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "TRAN ID".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "CHANGE".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "OLD".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE "   OLD AMOUNT".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "NEW".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE "   NEW AMOUNT".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(4) VALUE "AUDS".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(17)
               VALUE "LAST AUDIT".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "OPERATOR".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(22) VALUE "RESULT".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(2) VALUE "**".
       01  CL-DETAIL-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  CL-TRAN-ID              PIC X(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CL-CHANGE-TYPE          PIC X(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CL-OLD-ACCT-CODE        PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CL-OLD-AMOUNT           PIC Z(8)9.99-.
           05  CL-OLD-AMOUNT-X REDEFINES CL-OLD-AMOUNT
                                       PIC X(13).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CL-NEW-ACCT-CODE        PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CL-NEW-AMOUNT           PIC Z(8)9.99-.
           05  CL-NEW-AMOUNT-X REDEFINES CL-NEW-AMOUNT
                                       PIC X(13).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CL-AUDIT-COUNT          PIC ZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CL-AUDIT-DATE           PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  CL-AUDIT-TIME           PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CL-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CL-RESULT               PIC X(22).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CL-ATTENTION            PIC X(2).
       01  CL-SUMMARY-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  CL-SUMMARY-LABEL        PIC X(56).
           05  CL-SUMMARY-COUNT        PIC ZZZZZZZZ9.
       01  CL-MESSAGE-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  CL-MESSAGE              PIC X(100).
