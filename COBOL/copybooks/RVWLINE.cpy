      ******************************************************************
      * RVWLINE - print-line layouts for the RvwExcp supervisor
      * activity review report. Included in WORKING-STORAGE; each 01
      * is built up and moved to the FD's generic REVIEW-REPORT-LINE
      * before WRITE.
      ******************************************************************
       01  VL-PAGE-HEADER-LINE.
           05  FILLER                  PIC X(27)
               VALUE "INANDOUT ACTIVITY REVIEW - ".
           05  VL-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  VL-RUN-TIME             PIC X(8).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  VL-PAGE-NUMBER          PIC ZZZ9.
       01  VL-PERIOD-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "REVIEW PERIOD: ".
           05  VL-FROM-DATE            PIC X(8).
           05  FILLER                  PIC X(9) VALUE " THROUGH ".
           05  VL-TO-DATE              PIC X(8).
       01  VL-RULE-HEADER-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "RULE".
           05  FILLER                  PIC X(44) VALUE "REVIEW RULE".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "STATUS".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE "SETTING".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "     HITS".
       01  VL-RULE-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "RULE ".
           05  VL-RULE-NUMBER          PIC 9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  VL-RULE-TITLE           PIC X(44).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  VL-RULE-STATUS          PIC X(13).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  VL-RULE-SETTING         PIC X(40).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  VL-RULE-HITS            PIC ZZZZZZZZ9.
           05  VL-RULE-HITS-X REDEFINES VL-RULE-HITS
                                       PIC X(9).
       01  VL-SECTION-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "RULE ".
           05  VL-SECTION-NUMBER       PIC 9.
           05  FILLER                  PIC X(2) VALUE ": ".
           05  VL-SECTION-TITLE        PIC X(44).
           05  FILLER                  PIC X(8) VALUE "  HITS: ".
           05  VL-SECTION-HITS         PIC ZZZZZZZZ9.
       01  VL-COLUMN-HEADER-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "TRAN ID".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "DATE".
           05  FILLER                  PIC X VALUE SPACE.
           05  FILLER                  PIC X(8) VALUE "TIME".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "OPERATOR".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(2) VALUE "FN".
           05  FILLER                  PIC X VALUE SPACE.
           05  FILLER                  PIC X(2) VALUE "RF".
           05  FILLER                  PIC X VALUE SPACE.
           05  FILLER                  PIC X(2) VALUE "CR".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE " PRIOR AMOUNT".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE "   NEW AMOUNT".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "BATCH".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "STATION".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "TRANDATE".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "APPROVER".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "SOURCE".
       01  VL-DETAIL-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  VL-TRAN-ID              PIC X(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  VL-AUDIT-DATE           PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  VL-AUDIT-TIME           PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  VL-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  VL-FUNCTION-CODE        PIC X(2).
           05  FILLER                  PIC X VALUE SPACE.
           05  VL-REFUSAL-FLAG         PIC X(2).
           05  FILLER                  PIC X VALUE SPACE.
           05  VL-CORRECTION-FLAG      PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  VL-PRIOR-AMOUNT         PIC Z(8)9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  VL-NEW-AMOUNT           PIC Z(8)9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  VL-BATCH-ID             PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  VL-STATION-ID           PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  VL-TRAN-DATE            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  VL-APPROVER-ID          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  VL-SOURCE               PIC X(8).
       01  VL-REASON-LINE.
           05  FILLER                  PIC X(16) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "RULE ".
           05  VL-REASON-RULE          PIC 9.
           05  FILLER                  PIC X(2) VALUE ": ".
           05  VL-REASON               PIC X(100).
       01  VL-SUMMARY-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  VL-SUMMARY-LABEL        PIC X(56).
           05  VL-SUMMARY-COUNT        PIC ZZZZZZZZ9.
       01  VL-MESSAGE-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  VL-MESSAGE              PIC X(100).
       01  VL-SIGNOFF-TITLE-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(30)
               VALUE "SUPERVISOR REVIEW AND SIGN-OFF".
       01  VL-SIGNOFF-HITS-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "HITS REVIEWED: ".
           05  FILLER                  PIC X(10) VALUE ALL "_".
           05  FILLER                  PIC X(4) VALUE " OF ".
           05  VL-SIGNOFF-HIT-COUNT    PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(27)
               VALUE "REFERRED FOR FOLLOW-UP:    ".
           05  FILLER                  PIC X(10) VALUE ALL "_".
       01  VL-SIGNOFF-NAME-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE "REVIEWED BY: ".
           05  FILLER                  PIC X(30) VALUE ALL "_".
           05  FILLER                  PIC X(13)
               VALUE "  SIGNATURE: ".
           05  FILLER                  PIC X(30) VALUE ALL "_".
           05  FILLER                  PIC X(8) VALUE "  DATE: ".
           05  FILLER                  PIC X(10) VALUE ALL "_".
       01  VL-SIGNOFF-ACTION-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(25)
               VALUE "ACTION TAKEN / COMMENTS: ".
           05  FILLER                  PIC X(84) VALUE ALL "_".
       01  VL-SIGNOFF-RULE-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(109) VALUE ALL "_".
