      ******************************************************************
      * Author:
      * Date:
      * Purpose: High-value and unusual-activity review for the
      *          supervisors. Where AuditRpt lists what it is asked
      *          for, this run applies the review rules on the
      *          RVWPARM file (see RVWREC) to the audit trail and the
      *          posting history for a review period and lists every
      *          hit under the rule it broke:
      *            1 a posting that moves an amount by more than the
      *              limit for its account;
      *            2 an ID posted to more than N times in the period;
      *            3 a correction, reversal, or delete posted by the
      *              operator who captured the ID;
      *            4 menu activity outside business hours;
      *            5 an operator with more than N refused attempts.
      *          A rule with no card is not in force. The period comes
      *          from the PERIOD card; with none it is the day before
      *          the run. Every AUDITLOG record stamped in the period -
      *          live, and from any AudArch archive on AUDNDX that
      *          overlaps it - is held in ID and timestamp order for
      *          rules 2, 4, and 5. Rules 1 and 3 need the account
      *          code and the capturing operator, which the audit
      *          trail does not carry, so POSTHIST is read in key
      *          order and each posting hit is matched back to its
      *          audit record (a posting with none is printed from
      *          POSTHIST and marked so). Each hit prints the full
      *          audit detail and the reason, and the report (RVWRPT)
      *          ends with a sign-off block for the reviewing
      *          supervisor.
      *          Rule 3 compares keying operators: for batch work the
      *          operator on the keying-batch header, not the operator
      *          who ran InAndOut (PH-KEYING-OPERATOR - see POSTREC).
      *          Postings written before that field existed fall back
      *          to the posting operator.
      *          Return code 4 when there is any hit or a table fills,
      *          16 on an invalid rule card or a file error.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RvwExcp.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO "RVWPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT INDEX-FILE ASSIGN TO "AUDNDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN DYNAMIC WS-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT POSTING-HISTORY-FILE ASSIGN TO "POSTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PHIST-FILE-STATUS.
           SELECT REVIEW-REPORT-FILE ASSIGN TO "RVWRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RULE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RULE-RECORD.
           COPY RVWREC.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD PIC X(90).
       FD  INDEX-FILE
           LABEL RECORDS ARE STANDARD.
       01  INDEX-RECORD.
           COPY ANDXREC.
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD PIC X(90).
       FD  POSTING-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSTING-HISTORY-RECORD.
           COPY POSTREC.
       FD  REVIEW-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REVIEW-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-RULE-FILE-STATUS PIC XX VALUE "00".
       01  WS-AUDIT-FILE-STATUS PIC XX VALUE "00".
       01  WS-INDEX-FILE-STATUS PIC XX VALUE "00".
       01  WS-ARCHIVE-FILE-STATUS PIC XX VALUE "00".
       01  WS-PHIST-FILE-STATUS PIC XX VALUE "00".
       01  WS-REPORT-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-ARCHIVE-FILENAME PIC X(40) VALUE SPACES.
       01  WS-TRAILER-LITERAL PIC X(9) VALUE "*TRAILER*".
       01  WS-FATAL-ERROR-SWITCH PIC X VALUE "N".
           88  FATAL-ERROR-OCCURRED VALUE "Y".
       01  WS-ATTENTION-SWITCH PIC X VALUE "N".
           88  SOMETHING-NEEDS-ATTENTION VALUE "Y".
       01  WS-RULE-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-RULE-FILE VALUE "Y".
       01  WS-AUDIT-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-AUDIT-FILE VALUE "Y".
       01  WS-NDX-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-INDEX-FILE VALUE "Y".
       01  WS-ARCH-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-ARCHIVE-FILE VALUE "Y".
       01  WS-PHIST-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-POSTING-HISTORY VALUE "Y".
      * The rule cards. WS-RULE-IN-FORCE is set by the card for each
      * rule, numbered as on the report.
       01  WS-CARD-NUMBER PIC 9(5) VALUE ZEROES.
       01  WS-CARD-ERROR PIC X(40) VALUE SPACES.
       01  WS-PERIOD-CARD-SWITCH PIC X VALUE "N".
           88  PERIOD-CARD-FOUND VALUE "Y".
       01  WS-RULE-SWITCHES.
           05  WS-RULE-IN-FORCE PIC X OCCURS 5 TIMES.
               88  RULE-IN-FORCE VALUE "Y".
       01  WS-RULE-TITLES.
           05  FILLER PIC X(44)
               VALUE "POSTING ABOVE THE ACCOUNT LIMIT".
           05  FILLER PIC X(44)
               VALUE "ID CHANGED TOO OFTEN IN THE PERIOD".
           05  FILLER PIC X(44)
               VALUE "CORRECTED BY THE OPERATOR WHO CAPTURED IT".
           05  FILLER PIC X(44)
               VALUE "MENU ACTIVITY OUTSIDE BUSINESS HOURS".
           05  FILLER PIC X(44)
               VALUE "REPEATED REFUSED ATTEMPTS BY ONE OPERATOR".
       01  WS-RULE-TITLE-TABLE REDEFINES WS-RULE-TITLES.
           05  WS-RULE-TITLE PIC X(44) OCCURS 5 TIMES.
       01  WS-RULE-SETTINGS.
           05  WS-RULE-SETTING PIC X(40) OCCURS 5 TIMES.
       01  WS-RULE-HIT-COUNTS.
           05  WS-RULE-HIT-COUNT PIC 9(9) OCCURS 5 TIMES.
       01  WS-RULE-MAX PIC 9 VALUE 5.
       01  WS-RULE-SUB PIC 9 VALUE ZERO.
      * The review period, as YYYYMMDD.
       01  WS-FROM-DATE PIC X(8) VALUE SPACES.
       01  WS-TO-DATE PIC X(8) VALUE SPACES.
       01  WS-DATE-NUM PIC 9(8) VALUE ZEROES.
       01  WS-DAY-INT PIC 9(8) VALUE ZEROES.
       01  WS-WEEK-COUNT PIC 9(8) VALUE ZEROES.
       01  WS-WEEKDAY PIC 9 VALUE ZERO.
      * Rule 1 - the default limit and the limits by account.
       01  WS-DEFAULT-LIMIT-SWITCH PIC X VALUE "N".
           88  DEFAULT-LIMIT-SET VALUE "Y".
       01  WS-DEFAULT-LIMIT PIC 9(9)V99 VALUE ZEROES.
       01  WS-LIMIT-ACCT-CODE PIC X(5) VALUE SPACES.
       01  WS-LIMIT-FOUND-SWITCH PIC X VALUE "N".
           88  LIMIT-FOUND VALUE "Y".
       01  WS-LIM-TABLE-MAX PIC 9(3) VALUE 500.
       01  WS-LIM-ENTRY-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-LIM-SUB PIC 9(3) VALUE ZEROES.
       01  WS-LIM-TABLE.
           05  WS-LIM-ENTRY OCCURS 500 TIMES.
               10  WS-LIM-ACCT-CODE PIC X(5).
               10  WS-LIM-AMOUNT PIC 9(9)V99.
       01  WS-APPLIED-LIMIT PIC 9(9)V99 VALUE ZEROES.
       01  WS-MOVEMENT PIC S9(10)V99 VALUE ZEROES.
      * Rules 2 and 5 - the most postings to one ID, and the most
      * refused attempts by one operator, before it is a hit.
       01  WS-MAX-CHANGES PIC 9(5) VALUE ZEROES.
       01  WS-MAX-REFUSALS PIC 9(5) VALUE ZEROES.
      * Rule 4 - business hours, as HHMM.
       01  WS-DAY-START PIC 9(4) VALUE ZEROES.
       01  WS-DAY-START-X REDEFINES WS-DAY-START.
           05  WS-DAY-START-HH PIC XX.
           05  WS-DAY-START-MM PIC XX.
       01  WS-DAY-END PIC 9(4) VALUE ZEROES.
       01  WS-DAY-END-X REDEFINES WS-DAY-END.
           05  WS-DAY-END-HH PIC XX.
           05  WS-DAY-END-MM PIC XX.
       01  WS-WEEKEND-SWITCH PIC X VALUE "N".
           88  WEEKENDS-ARE-OUTSIDE VALUE "Y".
       01  WS-UNBATCHED-SWITCH PIC X VALUE "Y".
           88  UNBATCHED-IS-MENU VALUE "Y".
       01  WS-WEEK-TEXT PIC X(9) VALUE SPACES.
       01  WS-UNBATCHED-TEXT PIC X(20) VALUE SPACES.
       01  WS-EVENT-HHMM PIC X(4) VALUE SPACES.
       01  WS-EVENT-HHMM-N REDEFINES WS-EVENT-HHMM PIC 9(4).
       01  WS-MENU-ACTIVITY PIC X(24) VALUE SPACES.
       01  WS-OUTSIDE-REASON PIC X(40) VALUE SPACES.
      * In-period audit records, live and archived, held whole in ID
      * and timestamp order - the same order as the POSTHIST key - so
      * a posting hit can be matched back to its audit record in the
      * same pass.
       01  WS-AUD-SLOT-SWITCH PIC X VALUE "N".
           88  AUDIT-SLOT-FOUND VALUE "Y".
       01  WS-AUD-PLACED-SWITCH PIC X VALUE "N".
           88  AUDIT-POINTER-PLACED VALUE "Y".
       01  WS-AUD-TABLE-MAX PIC 9(5) VALUE 20000.
       01  WS-AUD-ENTRY-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-AUD-SUB PIC 9(5) VALUE ZEROES.
       01  WS-AUD-GROUP-START PIC 9(5) VALUE ZEROES.
       01  WS-AUD-GROUP-END PIC 9(5) VALUE ZEROES.
       01  WS-AUD-NEW-ENTRY.
           05  WS-AUD-NEW-KEY.
               10  WS-AUD-NEW-TRAN-ID PIC X(9).
               10  WS-AUD-NEW-DATE PIC X(8).
               10  WS-AUD-NEW-TIME PIC X(8).
               10  WS-AUD-NEW-FUNCTION-CODE PIC X.
           05  WS-AUD-NEW-IMAGE PIC X(90).
       01  WS-AUD-SEARCH-KEY.
           05  WS-AUD-SEARCH-PH-KEY PIC X(25).
           05  WS-AUD-SEARCH-FUNCTION PIC X VALUE SPACE.
       01  WS-AUD-TABLE.
           05  WS-AUD-ENTRY OCCURS 20000 TIMES.
               10  WS-AUD-KEY.
                   15  WS-AUD-TRAN-ID PIC X(9).
                   15  FILLER PIC X(17).
               10  WS-AUD-IMAGE PIC X(90).
       01  WS-AUDIT-ITEM.
           COPY AUDITREC.
       01  WS-EVENT-DATE PIC X(8) VALUE SPACES.
      * Rule 2 - the ID group being counted.
       01  WS-GROUP-TRAN-ID PIC X(9) VALUE SPACES.
       01  WS-GROUP-POSTING-COUNT PIC 9(5) VALUE ZEROES.
      * Rule 3 - the operator who captured the ID group being read
      * from POSTHIST (its latest add), and the keying operator of
      * the posting in hand.
       01  WS-CAPTURE-OPERATOR-ID PIC X(8) VALUE SPACES.
       01  WS-CAPTURE-DATE PIC X(8) VALUE SPACES.
       01  WS-KEYING-OPERATOR-ID PIC X(8) VALUE SPACES.
       01  WS-POSTING-KIND PIC X(10) VALUE SPACES.
      * Rule 5 - refused attempts by operator.
       01  WS-OPR-FOUND-SWITCH PIC X VALUE "N".
           88  OPERATOR-FOUND VALUE "Y".
       01  WS-OPR-OVERFLOW-SWITCH PIC X VALUE "N".
           88  OPR-TABLE-OVERFLOWED VALUE "Y".
       01  WS-OPR-TABLE-MAX PIC 9(3) VALUE 500.
       01  WS-OPR-ENTRY-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-OPR-SUB PIC 9(3) VALUE ZEROES.
       01  WS-OPR-TABLE.
           05  WS-OPR-ENTRY OCCURS 500 TIMES.
               10  WS-OPR-ID PIC X(8).
               10  WS-OPR-REFUSAL-COUNT PIC 9(5).
      * Hits are held until every rule has been applied and printed
      * rule by rule; the counts stay exact if the table fills.
       01  WS-HIT-OVERFLOW-SWITCH PIC X VALUE "N".
           88  HIT-TABLE-OVERFLOWED VALUE "Y".
       01  WS-HIT-TABLE-MAX PIC 9(4) VALUE 5000.
       01  WS-HIT-ENTRY-COUNT PIC 9(4) VALUE ZEROES.
       01  WS-HIT-SUB PIC 9(4) VALUE ZEROES.
       01  WS-HIT-WORK.
           05  WS-HIT-WORK-RULE PIC 9.
           05  WS-HIT-WORK-SOURCE PIC X(8).
           05  WS-HIT-WORK-IMAGE PIC X(90).
           05  WS-HIT-WORK-REASON PIC X(100).
       01  WS-HIT-TABLE.
           05  WS-HIT-ENTRY OCCURS 5000 TIMES.
               10  WS-HIT-RULE PIC 9.
               10  WS-HIT-SOURCE PIC X(8).
               10  WS-HIT-IMAGE PIC X(90).
               10  WS-HIT-REASON PIC X(100).
       01  WS-TOTAL-HIT-COUNT PIC 9(9) VALUE ZEROES.
      * Numbers are edited and left-justified before they go into a
      * reason or setting text.
       01  WS-COUNT-ED PIC Z(8)9.
       01  WS-AMOUNT-ED PIC Z(8)9.99.
       01  WS-EDIT-FIELD PIC X(13) VALUE SPACES.
       01  WS-LEADING-SPACES PIC 9(2) VALUE ZEROES.
       01  WS-NUMBER-TEXT PIC X(13) VALUE SPACES.
       01  WS-FIRST-NUMBER PIC X(13) VALUE SPACES.
       01  WS-SECOND-NUMBER PIC X(13) VALUE SPACES.
       01  WS-REASON-ACCT-CODE PIC X(5) VALUE SPACES.
       01  WS-AUDIT-READ-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-ARCHIVE-READ-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-PHIST-READ-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-PHIST-PERIOD-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-PAGE-NUMBER PIC 9(4) VALUE ZEROES.
       01  WS-LINE-COUNT PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE PIC 9(2) VALUE 55.
       01  WS-RUN-DATE PIC 9(8).
       01  WS-RUN-DATE-X.
           05  WS-RUN-CC    PIC 99.
           05  WS-RUN-YY    PIC 99.
           05  FILLER       PIC X VALUE "-".
           05  WS-RUN-MM    PIC 99.
           05  FILLER       PIC X VALUE "-".
           05  WS-RUN-DD    PIC 99.
       01  WS-RUN-TIME PIC 9(8).
       01  WS-RUN-TIME-X.
           05  WS-RUN-HH    PIC 99.
           05  FILLER       PIC X VALUE ":".
           05  WS-RUN-MIN   PIC 99.
           05  FILLER       PIC X VALUE ":".
           05  WS-RUN-SS    PIC 99.
       COPY RVWLINE.
       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
            PERFORM 1000-INITIALIZE
            IF NOT FATAL-ERROR-OCCURRED
                PERFORM 2000-APPLY-AUDIT-RULES
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                AND (RULE-IN-FORCE (1) OR RULE-IN-FORCE (3))
                PERFORM 2500-REVIEW-POSTING-HISTORY
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                PERFORM 3000-PRINT-REPORT
            END-IF
            PERFORM 9999-END-OF-JOB
            STOP RUN.

       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-RUN-TIME FROM TIME
            MOVE WS-RUN-DATE(1:2) TO WS-RUN-CC
            MOVE WS-RUN-DATE(3:2) TO WS-RUN-YY
            MOVE WS-RUN-DATE(5:2) TO WS-RUN-MM
            MOVE WS-RUN-DATE(7:2) TO WS-RUN-DD
            MOVE WS-RUN-TIME(1:2) TO WS-RUN-HH
            MOVE WS-RUN-TIME(3:2) TO WS-RUN-MIN
            MOVE WS-RUN-TIME(5:2) TO WS-RUN-SS
            MOVE WS-RUN-DATE-X TO VL-RUN-DATE
            MOVE WS-RUN-TIME-X TO VL-RUN-TIME
            MOVE ALL "N" TO WS-RULE-SWITCHES
            MOVE SPACES TO WS-RULE-SETTINGS
            MOVE ZEROES TO WS-RULE-HIT-COUNTS
            PERFORM 1050-READ-RULE-CARDS
            IF NOT FATAL-ERROR-OCCURRED
                AND NOT PERIOD-CARD-FOUND
                PERFORM 1100-DEFAULT-PERIOD
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                PERFORM 1400-DESCRIBE-RULES
                PERFORM 1200-LOAD-AUDIT-TRAIL
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                OPEN OUTPUT REVIEW-REPORT-FILE
                IF WS-REPORT-FILE-STATUS NOT = "00"
                    DISPLAY "*** REVIEW-REPORT-FILE RVWRPT will not "
                        "open - status " WS-REPORT-FILE-STATUS
                        " - review abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
            END-IF.

       1050-READ-RULE-CARDS.
            OPEN INPUT RULE-FILE
            IF WS-RULE-FILE-STATUS = "00"
                MOVE "N" TO WS-RULE-EOF-SWITCH
                PERFORM 1060-READ-ONE-RULE-CARD
                    UNTIL END-OF-RULE-FILE
                CLOSE RULE-FILE
            ELSE
                DISPLAY "*** RULE-FILE RVWPARM will not open - status "
                    WS-RULE-FILE-STATUS " - review abandoned ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                AND WS-RULE-SWITCHES = "NNNNN"
                DISPLAY "*** RVWPARM puts no review rule in force - "
                    "review abandoned ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
            END-IF.

       1060-READ-ONE-RULE-CARD.
            READ RULE-FILE
                AT END
                    MOVE "Y" TO WS-RULE-EOF-SWITCH
                NOT AT END
                    ADD 1 TO WS-CARD-NUMBER
                    MOVE SPACES TO WS-CARD-ERROR
                    IF RULE-RECORD NOT = SPACES
                        PERFORM 1070-APPLY-RULE-CARD
                    END-IF
                    IF WS-CARD-ERROR NOT = SPACES
                        DISPLAY "*** RVWPARM card " WS-CARD-NUMBER
                            " (" RV-RULE-CODE ") " WS-CARD-ERROR
                            " - review abandoned ***"
                        MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    END-IF
            END-READ.

       1070-APPLY-RULE-CARD.
            EVALUATE TRUE
                WHEN RV-PERIOD-CARD
                    PERFORM 1075-APPLY-PERIOD-CARD
                WHEN RV-LIMIT-CARD
                    PERFORM 1080-APPLY-LIMIT-CARD
                WHEN RV-CHANGES-CARD
                    IF RULE-IN-FORCE (2)
                        MOVE "is a second CHANGES card" TO WS-CARD-ERROR
                    ELSE
                        IF RV-MAX-COUNT IS NOT NUMERIC
                            MOVE "has a count that is not numeric"
                                TO WS-CARD-ERROR
                        ELSE
                            MOVE RV-MAX-COUNT TO WS-MAX-CHANGES
                            MOVE "Y" TO WS-RULE-IN-FORCE (2)
                        END-IF
                    END-IF
                WHEN RV-SELFCORR-CARD
                    IF RULE-IN-FORCE (3)
                        MOVE "is a second SELFCORR card"
                            TO WS-CARD-ERROR
                    ELSE
                        MOVE "Y" TO WS-RULE-IN-FORCE (3)
                    END-IF
                WHEN RV-HOURS-CARD
                    PERFORM 1085-APPLY-HOURS-CARD
                WHEN RV-REFUSALS-CARD
                    IF RULE-IN-FORCE (5)
                        MOVE "is a second REFUSALS card"
                            TO WS-CARD-ERROR
                    ELSE
                        IF RV-MAX-COUNT IS NOT NUMERIC
                            MOVE "has a count that is not numeric"
                                TO WS-CARD-ERROR
                        ELSE
                            MOVE RV-MAX-COUNT TO WS-MAX-REFUSALS
                            MOVE "Y" TO WS-RULE-IN-FORCE (5)
                        END-IF
                    END-IF
                WHEN OTHER
                    MOVE "is not a known rule card" TO WS-CARD-ERROR
            END-EVALUATE.

       1075-APPLY-PERIOD-CARD.
            EVALUATE TRUE
                WHEN PERIOD-CARD-FOUND
                    MOVE "is a second PERIOD card" TO WS-CARD-ERROR
                WHEN RV-FROM-DATE IS NOT NUMERIC
                    MOVE "has a from date that is not YYYYMMDD"
                        TO WS-CARD-ERROR
                WHEN RV-TO-DATE NOT = SPACES
                    AND RV-TO-DATE IS NOT NUMERIC
                    MOVE "has a to date that is not YYYYMMDD"
                        TO WS-CARD-ERROR
                WHEN RV-TO-DATE NOT = SPACES
                    AND RV-TO-DATE < RV-FROM-DATE
                    MOVE "ends before it starts" TO WS-CARD-ERROR
                WHEN OTHER
                    MOVE "Y" TO WS-PERIOD-CARD-SWITCH
                    MOVE RV-FROM-DATE TO WS-FROM-DATE
                    IF RV-TO-DATE = SPACES
                        MOVE RV-FROM-DATE TO WS-TO-DATE
                    ELSE
                        MOVE RV-TO-DATE TO WS-TO-DATE
                    END-IF
            END-EVALUATE.

       1080-APPLY-LIMIT-CARD.
            IF RV-LIMIT-AMOUNT IS NOT NUMERIC
                MOVE "has a limit that is not numeric" TO WS-CARD-ERROR
            ELSE
                IF RV-LIMIT-ACCT-CODE = SPACES
                    IF DEFAULT-LIMIT-SET
                        MOVE "is a second default LIMIT card"
                            TO WS-CARD-ERROR
                    ELSE
                        MOVE "Y" TO WS-DEFAULT-LIMIT-SWITCH
                        MOVE RV-LIMIT-AMOUNT TO WS-DEFAULT-LIMIT
                    END-IF
                ELSE
                    MOVE RV-LIMIT-ACCT-CODE TO WS-LIMIT-ACCT-CODE
                    PERFORM 1090-FIND-ACCOUNT-LIMIT
                    EVALUATE TRUE
                        WHEN LIMIT-FOUND
                            MOVE "repeats an account already limited"
                                TO WS-CARD-ERROR
                        WHEN WS-LIM-ENTRY-COUNT NOT < WS-LIM-TABLE-MAX
                            MOVE "is one account limit too many"
                                TO WS-CARD-ERROR
                        WHEN OTHER
                            ADD 1 TO WS-LIM-ENTRY-COUNT
                            MOVE RV-LIMIT-ACCT-CODE
                                TO WS-LIM-ACCT-CODE (WS-LIM-ENTRY-COUNT)
                            MOVE RV-LIMIT-AMOUNT
                                TO WS-LIM-AMOUNT (WS-LIM-ENTRY-COUNT)
                    END-EVALUATE
                END-IF
                IF WS-CARD-ERROR = SPACES
                    MOVE "Y" TO WS-RULE-IN-FORCE (1)
                END-IF
            END-IF.

       1085-APPLY-HOURS-CARD.
            EVALUATE TRUE
                WHEN RULE-IN-FORCE (4)
                    MOVE "is a second HOURS card" TO WS-CARD-ERROR
                WHEN RV-DAY-START IS NOT NUMERIC
                    OR RV-DAY-END IS NOT NUMERIC
                    MOVE "has hours that are not HHMM" TO WS-CARD-ERROR
                WHEN RV-DAY-END > 2400
                    OR RV-DAY-START NOT < RV-DAY-END
                    MOVE "has a business day that is not valid"
                        TO WS-CARD-ERROR
                WHEN OTHER
                    MOVE RV-DAY-START TO WS-DAY-START
                    MOVE RV-DAY-END TO WS-DAY-END
                    IF RV-WEEKENDS-OUTSIDE
                        MOVE "Y" TO WS-WEEKEND-SWITCH
                    END-IF
                    IF RV-UNBATCHED-NOT-MENU
                        MOVE "N" TO WS-UNBATCHED-SWITCH
                    END-IF
                    MOVE "Y" TO WS-RULE-IN-FORCE (4)
            END-EVALUATE.

       1090-FIND-ACCOUNT-LIMIT.
            MOVE "N" TO WS-LIMIT-FOUND-SWITCH
            MOVE 1 TO WS-LIM-SUB
            PERFORM 1095-SCAN-LIMIT-TABLE
                UNTIL WS-LIM-SUB > WS-LIM-ENTRY-COUNT
                    OR LIMIT-FOUND.

       1095-SCAN-LIMIT-TABLE.
            IF WS-LIM-ACCT-CODE (WS-LIM-SUB) = WS-LIMIT-ACCT-CODE
                MOVE "Y" TO WS-LIMIT-FOUND-SWITCH
            ELSE
                ADD 1 TO WS-LIM-SUB
            END-IF.

       1100-DEFAULT-PERIOD.
      * No PERIOD card: review yesterday.
            COMPUTE WS-DAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1
            COMPUTE WS-DATE-NUM =
                FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
            MOVE WS-DATE-NUM TO WS-FROM-DATE
            MOVE WS-DATE-NUM TO WS-TO-DATE.

       1200-LOAD-AUDIT-TRAIL.
      * Archives that overlap the period first, in the order AudArch
      * cut them, then the live log. An archive the period needs but
      * that cannot be read would leave hits unseen, so it stops the
      * run.
            OPEN INPUT INDEX-FILE
            EVALUATE TRUE
                WHEN WS-INDEX-FILE-STATUS = "00"
                    MOVE "N" TO WS-NDX-EOF-SWITCH
                    PERFORM 1210-LOAD-ONE-ARCHIVE
                        UNTIL END-OF-INDEX-FILE
                    CLOSE INDEX-FILE
                WHEN WS-INDEX-FILE-STATUS = "35"
                    CONTINUE
                WHEN OTHER
                    DISPLAY "*** INDEX-FILE AUDNDX will not open - "
                        "status " WS-INDEX-FILE-STATUS
                        " - review abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
            END-EVALUATE
            IF NOT FATAL-ERROR-OCCURRED
                OPEN INPUT AUDIT-FILE
                IF WS-AUDIT-FILE-STATUS = "00"
                    MOVE "N" TO WS-AUDIT-EOF-SWITCH
                    PERFORM 1250-LOAD-ONE-AUDIT-RECORD
                        UNTIL END-OF-AUDIT-FILE
                    CLOSE AUDIT-FILE
                ELSE
                    DISPLAY "*** AUDIT-FILE AUDITLOG will not open - "
                        "status " WS-AUDIT-FILE-STATUS
                        " - review abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
            END-IF.

       1210-LOAD-ONE-ARCHIVE.
            READ INDEX-FILE
                AT END
                    MOVE "Y" TO WS-NDX-EOF-SWITCH
                NOT AT END
                    IF AX-TO-DATE NOT < WS-FROM-DATE
                        AND AX-FROM-DATE NOT > WS-TO-DATE
                        PERFORM 1215-OPEN-ONE-ARCHIVE
                    END-IF
            END-READ.

       1215-OPEN-ONE-ARCHIVE.
            MOVE AX-ARCHIVE-FILENAME TO WS-ARCHIVE-FILENAME
            OPEN INPUT ARCHIVE-FILE
            IF WS-ARCHIVE-FILE-STATUS = "00"
                ADD 1 TO WS-ARCHIVE-READ-COUNT
                MOVE "N" TO WS-ARCH-EOF-SWITCH
                PERFORM 1220-LOAD-ONE-ARCHIVE-RECORD
                    UNTIL END-OF-ARCHIVE-FILE
                CLOSE ARCHIVE-FILE
            ELSE
                DISPLAY "*** ARCHIVE-FILE " WS-ARCHIVE-FILENAME
                    " will not open - status "
                    WS-ARCHIVE-FILE-STATUS
                    " - review abandoned ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                MOVE "Y" TO WS-NDX-EOF-SWITCH
            END-IF.

       1220-LOAD-ONE-ARCHIVE-RECORD.
            READ ARCHIVE-FILE
                AT END
                    MOVE "Y" TO WS-ARCH-EOF-SWITCH
            END-READ
            IF NOT END-OF-ARCHIVE-FILE
                IF WS-ARCHIVE-FILE-STATUS NOT = "00"
                    DISPLAY "*** ARCHIVE-FILE READ failed - status "
                        WS-ARCHIVE-FILE-STATUS
                        " - review abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    MOVE "Y" TO WS-ARCH-EOF-SWITCH
                    MOVE "Y" TO WS-NDX-EOF-SWITCH
                ELSE
                    IF ARCHIVE-RECORD(1:9) NOT = WS-TRAILER-LITERAL
                        MOVE ARCHIVE-RECORD TO WS-AUDIT-ITEM
                        PERFORM 1300-ADD-AUDIT-ENTRY
                    END-IF
                END-IF
            END-IF.

       1250-LOAD-ONE-AUDIT-RECORD.
            READ AUDIT-FILE
                AT END
                    MOVE "Y" TO WS-AUDIT-EOF-SWITCH
            END-READ
            IF NOT END-OF-AUDIT-FILE
                IF WS-AUDIT-FILE-STATUS NOT = "00"
                    DISPLAY "*** AUDIT-FILE READ failed - status "
                        WS-AUDIT-FILE-STATUS
                        " - review abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    MOVE "Y" TO WS-AUDIT-EOF-SWITCH
                ELSE
                    MOVE AUDIT-RECORD TO WS-AUDIT-ITEM
                    PERFORM 1300-ADD-AUDIT-ENTRY
                END-IF
            END-IF.

       1300-ADD-AUDIT-ENTRY.
      * Every record stamped in the period is kept - postings for
      * rules 1 to 3, menu and refused events for rules 4 and 5.
            IF AR-TIMESTAMP-DATE NOT < WS-FROM-DATE
                AND AR-TIMESTAMP-DATE NOT > WS-TO-DATE
                ADD 1 TO WS-AUDIT-READ-COUNT
                IF WS-AUD-ENTRY-COUNT < WS-AUD-TABLE-MAX
                    MOVE AR-TRAN-ID TO WS-AUD-NEW-TRAN-ID
                    MOVE AR-TIMESTAMP-DATE TO WS-AUD-NEW-DATE
                    MOVE AR-TIMESTAMP-TIME TO WS-AUD-NEW-TIME
                    MOVE AR-FUNCTION-CODE TO WS-AUD-NEW-FUNCTION-CODE
                    MOVE WS-AUDIT-ITEM TO WS-AUD-NEW-IMAGE
                    MOVE "N" TO WS-AUD-SLOT-SWITCH
                    MOVE WS-AUD-ENTRY-COUNT TO WS-AUD-SUB
                    PERFORM 1310-SHIFT-AUDIT-ENTRY
                        UNTIL WS-AUD-SUB = ZERO
                            OR AUDIT-SLOT-FOUND
                    ADD 1 TO WS-AUD-SUB
                    MOVE WS-AUD-NEW-ENTRY TO WS-AUD-ENTRY (WS-AUD-SUB)
                    ADD 1 TO WS-AUD-ENTRY-COUNT
                ELSE
                    DISPLAY "*** Audit table full after "
                        WS-AUD-TABLE-MAX " audit records in the "
                        "period - review abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    MOVE "Y" TO WS-AUDIT-EOF-SWITCH
                    MOVE "Y" TO WS-ARCH-EOF-SWITCH
                    MOVE "Y" TO WS-NDX-EOF-SWITCH
                END-IF
            END-IF.

       1310-SHIFT-AUDIT-ENTRY.
            IF WS-AUD-KEY (WS-AUD-SUB) > WS-AUD-NEW-KEY
                MOVE WS-AUD-ENTRY (WS-AUD-SUB)
                    TO WS-AUD-ENTRY (WS-AUD-SUB + 1)
                SUBTRACT 1 FROM WS-AUD-SUB
            ELSE
                MOVE "Y" TO WS-AUD-SLOT-SWITCH
            END-IF.

       1400-DESCRIBE-RULES.
      * The setting of each rule in force, for the rules section of
      * the report.
            IF RULE-IN-FORCE (1)
                MOVE WS-LIM-ENTRY-COUNT TO WS-COUNT-ED
                MOVE WS-COUNT-ED TO WS-EDIT-FIELD
                PERFORM 2890-LEFT-JUSTIFY-NUMBER
                MOVE WS-NUMBER-TEXT TO WS-SECOND-NUMBER
                IF DEFAULT-LIMIT-SET
                    MOVE WS-DEFAULT-LIMIT TO WS-AMOUNT-ED
                    MOVE WS-AMOUNT-ED TO WS-EDIT-FIELD
                    PERFORM 2890-LEFT-JUSTIFY-NUMBER
                    STRING "DEFAULT " DELIMITED BY SIZE
                        WS-NUMBER-TEXT DELIMITED BY SPACE
                        ", " DELIMITED BY SIZE
                        WS-SECOND-NUMBER DELIMITED BY SPACE
                        " BY ACCOUNT" DELIMITED BY SIZE
                        INTO WS-RULE-SETTING (1)
                    END-STRING
                ELSE
                    STRING WS-SECOND-NUMBER DELIMITED BY SPACE
                        " BY ACCOUNT, NO DEFAULT" DELIMITED BY SIZE
                        INTO WS-RULE-SETTING (1)
                    END-STRING
                END-IF
            END-IF
            IF RULE-IN-FORCE (2)
                MOVE WS-MAX-CHANGES TO WS-COUNT-ED
                MOVE WS-COUNT-ED TO WS-EDIT-FIELD
                PERFORM 2890-LEFT-JUSTIFY-NUMBER
                STRING "MORE THAN " DELIMITED BY SIZE
                    WS-NUMBER-TEXT DELIMITED BY SPACE
                    " POSTINGS TO ONE ID" DELIMITED BY SIZE
                    INTO WS-RULE-SETTING (2)
                END-STRING
            END-IF
            IF RULE-IN-FORCE (3)
                MOVE "C, R OR D BY THE CAPTURING OPERATOR"
                    TO WS-RULE-SETTING (3)
            END-IF
            IF RULE-IN-FORCE (4)
                IF WEEKENDS-ARE-OUTSIDE
                    MOVE " MON-FRI" TO WS-WEEK-TEXT
                ELSE
                    MOVE " ALL WEEK" TO WS-WEEK-TEXT
                END-IF
                IF UNBATCHED-IS-MENU
                    MOVE SPACES TO WS-UNBATCHED-TEXT
                ELSE
                    MOVE ", UNBATCHED EXCLUDED" TO WS-UNBATCHED-TEXT
                END-IF
                STRING WS-DAY-START-HH ":" WS-DAY-START-MM "-"
                        WS-DAY-END-HH ":" WS-DAY-END-MM
                        DELIMITED BY SIZE
                    WS-WEEK-TEXT DELIMITED BY "  "
                    WS-UNBATCHED-TEXT DELIMITED BY SIZE
                    INTO WS-RULE-SETTING (4)
                END-STRING
            END-IF
            IF RULE-IN-FORCE (5)
                MOVE WS-MAX-REFUSALS TO WS-COUNT-ED
                MOVE WS-COUNT-ED TO WS-EDIT-FIELD
                PERFORM 2890-LEFT-JUSTIFY-NUMBER
                STRING "MORE THAN " DELIMITED BY SIZE
                    WS-NUMBER-TEXT DELIMITED BY SPACE
                    " REFUSALS BY ONE OPERATOR" DELIMITED BY SIZE
                    INTO WS-RULE-SETTING (5)
                END-STRING
            END-IF.

       2000-APPLY-AUDIT-RULES.
            IF RULE-IN-FORCE (2)
                MOVE 1 TO WS-AUD-SUB
                PERFORM 2100-CHECK-ONE-ID-GROUP
                    UNTIL WS-AUD-SUB > WS-AUD-ENTRY-COUNT
            END-IF
            IF RULE-IN-FORCE (4)
                MOVE 1 TO WS-AUD-SUB
                PERFORM 2200-CHECK-MENU-HOURS
                    UNTIL WS-AUD-SUB > WS-AUD-ENTRY-COUNT
            END-IF
            IF RULE-IN-FORCE (5)
                MOVE 1 TO WS-AUD-SUB
                PERFORM 2300-COUNT-REFUSAL
                    UNTIL WS-AUD-SUB > WS-AUD-ENTRY-COUNT
                MOVE 1 TO WS-OPR-SUB
                PERFORM 2400-CHECK-ONE-OPERATOR
                    UNTIL WS-OPR-SUB > WS-OPR-ENTRY-COUNT
            END-IF.

       2100-CHECK-ONE-ID-GROUP.
      * Rule 2: count the postings to one ID; past the limit, every
      * one of them is listed.
            MOVE WS-AUD-TRAN-ID (WS-AUD-SUB) TO WS-GROUP-TRAN-ID
            MOVE WS-AUD-SUB TO WS-AUD-GROUP-START
            MOVE ZEROES TO WS-GROUP-POSTING-COUNT
            PERFORM 2110-COUNT-ONE-POSTING
                UNTIL WS-AUD-SUB > WS-AUD-ENTRY-COUNT
                    OR WS-AUD-TRAN-ID (WS-AUD-SUB)
                        NOT = WS-GROUP-TRAN-ID
            IF WS-GROUP-POSTING-COUNT > WS-MAX-CHANGES
                MOVE WS-AUD-SUB TO WS-AUD-GROUP-END
                MOVE WS-AUD-GROUP-START TO WS-AUD-SUB
                PERFORM 2120-FLAG-ONE-POSTING
                    UNTIL WS-AUD-SUB = WS-AUD-GROUP-END
            END-IF.

       2110-COUNT-ONE-POSTING.
            MOVE WS-AUD-IMAGE (WS-AUD-SUB) TO WS-AUDIT-ITEM
            IF AR-FUNCTION-CODE = SPACE
                AND AR-REFUSAL-FLAG NOT = "Y"
                ADD 1 TO WS-GROUP-POSTING-COUNT
            END-IF
            ADD 1 TO WS-AUD-SUB.

       2120-FLAG-ONE-POSTING.
            MOVE WS-AUD-IMAGE (WS-AUD-SUB) TO WS-AUDIT-ITEM
            IF AR-FUNCTION-CODE = SPACE
                AND AR-REFUSAL-FLAG NOT = "Y"
                MOVE WS-GROUP-POSTING-COUNT TO WS-COUNT-ED
                MOVE WS-COUNT-ED TO WS-EDIT-FIELD
                PERFORM 2890-LEFT-JUSTIFY-NUMBER
                MOVE WS-NUMBER-TEXT TO WS-FIRST-NUMBER
                MOVE WS-MAX-CHANGES TO WS-COUNT-ED
                MOVE WS-COUNT-ED TO WS-EDIT-FIELD
                PERFORM 2890-LEFT-JUSTIFY-NUMBER
                MOVE SPACES TO WS-HIT-WORK
                MOVE 2 TO WS-HIT-WORK-RULE
                MOVE "AUDITLOG" TO WS-HIT-WORK-SOURCE
                MOVE WS-AUDIT-ITEM TO WS-HIT-WORK-IMAGE
                STRING "ID POSTED TO " DELIMITED BY SIZE
                    WS-FIRST-NUMBER DELIMITED BY SPACE
                    " TIMES IN THE PERIOD - MORE THAN "
                        DELIMITED BY SIZE
                    WS-NUMBER-TEXT DELIMITED BY SPACE
                    INTO WS-HIT-WORK-REASON
                END-STRING
                PERFORM 2850-ADD-HIT
            END-IF
            ADD 1 TO WS-AUD-SUB.

       2200-CHECK-MENU-HOURS.
      * Rule 4. Only refusals of the menu functions reach the trail,
      * so refused menu functions, maker-checker declines and
      * approvals, and (unless excluded) postings with no batch are
      * the menu activity that can be seen.
            MOVE WS-AUD-IMAGE (WS-AUD-SUB) TO WS-AUDIT-ITEM
            MOVE SPACES TO WS-MENU-ACTIVITY
            EVALUATE TRUE
                WHEN AR-FUNCTION-CODE = "C" OR "I" OR "R" OR "S"
                    OR "A"
                    MOVE "REFUSED MENU FUNCTION" TO WS-MENU-ACTIVITY
                WHEN AR-FUNCTION-CODE = "X"
                    MOVE "MAKER-CHECKER DECLINE" TO WS-MENU-ACTIVITY
                WHEN AR-FUNCTION-CODE NOT = SPACE
                    CONTINUE
                WHEN AR-APPROVER-ID NOT = SPACES
                    MOVE "APPROVED MENU POSTING" TO WS-MENU-ACTIVITY
                WHEN AR-BATCH-ID = SPACES
                    AND UNBATCHED-IS-MENU
                    MOVE "MENU POSTING" TO WS-MENU-ACTIVITY
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF WS-MENU-ACTIVITY NOT = SPACES
                MOVE SPACES TO WS-OUTSIDE-REASON
                IF WEEKENDS-ARE-OUTSIDE
                    PERFORM 2210-CHECK-WEEKEND
                END-IF
                IF WS-OUTSIDE-REASON = SPACES
                    MOVE AR-TIMESTAMP-TIME(1:4) TO WS-EVENT-HHMM
                    IF WS-EVENT-HHMM IS NUMERIC
                        AND (WS-EVENT-HHMM-N < WS-DAY-START
                            OR WS-EVENT-HHMM-N NOT < WS-DAY-END)
                        STRING "AT " AR-TIMESTAMP-TIME(1:2) ":"
                                AR-TIMESTAMP-TIME(3:2)
                                ", OUTSIDE " WS-DAY-START-HH ":"
                                WS-DAY-START-MM "-" WS-DAY-END-HH ":"
                                WS-DAY-END-MM
                                DELIMITED BY SIZE
                            INTO WS-OUTSIDE-REASON
                        END-STRING
                    END-IF
                END-IF
                IF WS-OUTSIDE-REASON NOT = SPACES
                    MOVE SPACES TO WS-HIT-WORK
                    MOVE 4 TO WS-HIT-WORK-RULE
                    MOVE "AUDITLOG" TO WS-HIT-WORK-SOURCE
                    MOVE WS-AUDIT-ITEM TO WS-HIT-WORK-IMAGE
                    STRING WS-MENU-ACTIVITY DELIMITED BY "  "
                        " " DELIMITED BY SIZE
                        WS-OUTSIDE-REASON DELIMITED BY "  "
                        INTO WS-HIT-WORK-REASON
                    END-STRING
                    PERFORM 2850-ADD-HIT
                END-IF
            END-IF
            ADD 1 TO WS-AUD-SUB.

       2210-CHECK-WEEKEND.
      * Day 1 is Monday 1 January 1601, so the remainder of the day
      * number over 7 is 6 on a Saturday and 0 on a Sunday.
            IF AR-TIMESTAMP-DATE IS NUMERIC
                MOVE AR-TIMESTAMP-DATE TO WS-DATE-NUM
                COMPUTE WS-DAY-INT =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                    ON SIZE ERROR
                        MOVE ZEROES TO WS-DAY-INT
                END-COMPUTE
                IF WS-DAY-INT > ZEROES
                    DIVIDE WS-DAY-INT BY 7 GIVING WS-WEEK-COUNT
                        REMAINDER WS-WEEKDAY
                    EVALUATE WS-WEEKDAY
                        WHEN 6
                            MOVE "ON A SATURDAY" TO WS-OUTSIDE-REASON
                        WHEN 0
                            MOVE "ON A SUNDAY" TO WS-OUTSIDE-REASON
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
            END-IF.

       2300-COUNT-REFUSAL.
      * Rule 5, first pass: refused attempts by operator.
            MOVE WS-AUD-IMAGE (WS-AUD-SUB) TO WS-AUDIT-ITEM
            IF AR-REFUSAL-FLAG = "Y"
                PERFORM 2310-FIND-OPERATOR
                EVALUATE TRUE
                    WHEN OPERATOR-FOUND
                        ADD 1 TO WS-OPR-REFUSAL-COUNT (WS-OPR-SUB)
                    WHEN WS-OPR-ENTRY-COUNT < WS-OPR-TABLE-MAX
                        ADD 1 TO WS-OPR-ENTRY-COUNT
                        MOVE AR-OPERATOR-ID
                            TO WS-OPR-ID (WS-OPR-ENTRY-COUNT)
                        MOVE 1
                            TO WS-OPR-REFUSAL-COUNT (WS-OPR-ENTRY-COUNT)
                    WHEN OTHER
                        IF NOT OPR-TABLE-OVERFLOWED
                            MOVE "Y" TO WS-OPR-OVERFLOW-SWITCH
                            MOVE "Y" TO WS-ATTENTION-SWITCH
                            DISPLAY "*** Operator table full after "
                                WS-OPR-TABLE-MAX " operators - later "
                                "operators' refusals not checked ***"
                        END-IF
                END-EVALUATE
            END-IF
            ADD 1 TO WS-AUD-SUB.

       2310-FIND-OPERATOR.
            MOVE "N" TO WS-OPR-FOUND-SWITCH
            MOVE 1 TO WS-OPR-SUB
            PERFORM 2320-SCAN-OPERATOR-TABLE
                UNTIL WS-OPR-SUB > WS-OPR-ENTRY-COUNT
                    OR OPERATOR-FOUND.

       2320-SCAN-OPERATOR-TABLE.
            IF WS-OPR-ID (WS-OPR-SUB) = AR-OPERATOR-ID
                MOVE "Y" TO WS-OPR-FOUND-SWITCH
            ELSE
                ADD 1 TO WS-OPR-SUB
            END-IF.

       2400-CHECK-ONE-OPERATOR.
      * Rule 5, second pass: every refused attempt of an operator
      * past the limit is listed, so the pattern can be seen.
            IF WS-OPR-REFUSAL-COUNT (WS-OPR-SUB) > WS-MAX-REFUSALS
                MOVE WS-OPR-REFUSAL-COUNT (WS-OPR-SUB) TO WS-COUNT-ED
                MOVE WS-COUNT-ED TO WS-EDIT-FIELD
                PERFORM 2890-LEFT-JUSTIFY-NUMBER
                MOVE WS-NUMBER-TEXT TO WS-FIRST-NUMBER
                MOVE WS-MAX-REFUSALS TO WS-COUNT-ED
                MOVE WS-COUNT-ED TO WS-EDIT-FIELD
                PERFORM 2890-LEFT-JUSTIFY-NUMBER
                MOVE WS-NUMBER-TEXT TO WS-SECOND-NUMBER
                MOVE 1 TO WS-AUD-SUB
                PERFORM 2410-FLAG-ONE-REFUSAL
                    UNTIL WS-AUD-SUB > WS-AUD-ENTRY-COUNT
            END-IF
            ADD 1 TO WS-OPR-SUB.

       2410-FLAG-ONE-REFUSAL.
            MOVE WS-AUD-IMAGE (WS-AUD-SUB) TO WS-AUDIT-ITEM
            IF AR-REFUSAL-FLAG = "Y"
                AND AR-OPERATOR-ID = WS-OPR-ID (WS-OPR-SUB)
                MOVE SPACES TO WS-HIT-WORK
                MOVE 5 TO WS-HIT-WORK-RULE
                MOVE "AUDITLOG" TO WS-HIT-WORK-SOURCE
                MOVE WS-AUDIT-ITEM TO WS-HIT-WORK-IMAGE
                STRING "OPERATOR " DELIMITED BY SIZE
                    AR-OPERATOR-ID DELIMITED BY SPACE
                    " REFUSED " DELIMITED BY SIZE
                    WS-FIRST-NUMBER DELIMITED BY SPACE
                    " TIMES IN THE PERIOD - MORE THAN "
                        DELIMITED BY SIZE
                    WS-SECOND-NUMBER DELIMITED BY SPACE
                    INTO WS-HIT-WORK-REASON
                END-STRING
                PERFORM 2850-ADD-HIT
            END-IF
            ADD 1 TO WS-AUD-SUB.

       2500-REVIEW-POSTING-HISTORY.
      * Rules 1 and 3 over POSTHIST in key order. The whole file is
      * read, since the add that captured an ID corrected in the
      * period may be older than the period.
            OPEN INPUT POSTING-HISTORY-FILE
            IF WS-PHIST-FILE-STATUS NOT = "00"
                DISPLAY "*** POSTING-HISTORY-FILE POSTHIST will not "
                    "open - status " WS-PHIST-FILE-STATUS
                    " - review abandoned ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
            ELSE
                MOVE SPACES TO WS-GROUP-TRAN-ID
                MOVE 1 TO WS-AUD-SUB
                MOVE "N" TO WS-PHIST-EOF-SWITCH
                PERFORM 2950-READ-POSTING-HISTORY
                PERFORM 2510-REVIEW-ONE-POSTING
                    UNTIL END-OF-POSTING-HISTORY
                CLOSE POSTING-HISTORY-FILE
            END-IF.

       2510-REVIEW-ONE-POSTING.
            ADD 1 TO WS-PHIST-READ-COUNT
            IF PH-TRAN-ID NOT = WS-GROUP-TRAN-ID
                MOVE PH-TRAN-ID TO WS-GROUP-TRAN-ID
                MOVE SPACES TO WS-CAPTURE-OPERATOR-ID
                MOVE SPACES TO WS-CAPTURE-DATE
            END-IF
            IF PH-KEYING-OPERATOR = SPACES
                MOVE PH-OPERATOR-ID TO WS-KEYING-OPERATOR-ID
            ELSE
                MOVE PH-KEYING-OPERATOR TO WS-KEYING-OPERATOR-ID
            END-IF
            IF PH-TIMESTAMP-DATE NOT < WS-FROM-DATE
                AND PH-TIMESTAMP-DATE NOT > WS-TO-DATE
                ADD 1 TO WS-PHIST-PERIOD-COUNT
                IF RULE-IN-FORCE (1)
                    PERFORM 2600-CHECK-AMOUNT-LIMIT
                END-IF
                IF RULE-IN-FORCE (3)
                    AND (PH-TRAN-TYPE = "C" OR "R" OR "D")
                    AND WS-CAPTURE-OPERATOR-ID NOT = SPACES
                    AND WS-KEYING-OPERATOR-ID = WS-CAPTURE-OPERATOR-ID
                    PERFORM 2700-FLAG-SELF-CORRECTION
                END-IF
            END-IF
            IF PH-TRAN-TYPE = "A"
                MOVE WS-KEYING-OPERATOR-ID TO WS-CAPTURE-OPERATOR-ID
                MOVE PH-TIMESTAMP-DATE TO WS-CAPTURE-DATE
            END-IF
            PERFORM 2950-READ-POSTING-HISTORY.

       2600-CHECK-AMOUNT-LIMIT.
      * Rule 1: the movement either way against the account's own
      * limit, or the default where the account has none.
            MOVE PH-ACCT-CODE TO WS-LIMIT-ACCT-CODE
            PERFORM 1090-FIND-ACCOUNT-LIMIT
            EVALUATE TRUE
                WHEN LIMIT-FOUND
                    MOVE WS-LIM-AMOUNT (WS-LIM-SUB) TO WS-APPLIED-LIMIT
                WHEN DEFAULT-LIMIT-SET
                    MOVE WS-DEFAULT-LIMIT TO WS-APPLIED-LIMIT
                WHEN OTHER
                    MOVE ZEROES TO WS-APPLIED-LIMIT
            END-EVALUATE
            COMPUTE WS-MOVEMENT = PH-NEW-AMOUNT - PH-PRIOR-AMOUNT
            IF WS-MOVEMENT < ZERO
                MULTIPLY -1 BY WS-MOVEMENT
            END-IF
            IF (LIMIT-FOUND OR DEFAULT-LIMIT-SET)
                AND WS-MOVEMENT > WS-APPLIED-LIMIT
                MOVE WS-MOVEMENT TO WS-AMOUNT-ED
                MOVE WS-AMOUNT-ED TO WS-EDIT-FIELD
                PERFORM 2890-LEFT-JUSTIFY-NUMBER
                MOVE WS-NUMBER-TEXT TO WS-FIRST-NUMBER
                MOVE WS-APPLIED-LIMIT TO WS-AMOUNT-ED
                MOVE WS-AMOUNT-ED TO WS-EDIT-FIELD
                PERFORM 2890-LEFT-JUSTIFY-NUMBER
                MOVE WS-NUMBER-TEXT TO WS-SECOND-NUMBER
                IF PH-ACCT-CODE = SPACES
                    MOVE "?????" TO WS-REASON-ACCT-CODE
                ELSE
                    MOVE PH-ACCT-CODE TO WS-REASON-ACCT-CODE
                END-IF
                MOVE SPACES TO WS-HIT-WORK
                MOVE 1 TO WS-HIT-WORK-RULE
                PERFORM 2800-LOCATE-AUDIT-IMAGE
                IF LIMIT-FOUND
                    STRING "MOVED " DELIMITED BY SIZE
                        WS-FIRST-NUMBER DELIMITED BY SPACE
                        " ON ACCOUNT " DELIMITED BY SIZE
                        WS-REASON-ACCT-CODE DELIMITED BY SIZE
                        " - ACCOUNT LIMIT " DELIMITED BY SIZE
                        WS-SECOND-NUMBER DELIMITED BY SPACE
                        INTO WS-HIT-WORK-REASON
                    END-STRING
                ELSE
                    STRING "MOVED " DELIMITED BY SIZE
                        WS-FIRST-NUMBER DELIMITED BY SPACE
                        " ON ACCOUNT " DELIMITED BY SIZE
                        WS-REASON-ACCT-CODE DELIMITED BY SIZE
                        " - DEFAULT LIMIT " DELIMITED BY SIZE
                        WS-SECOND-NUMBER DELIMITED BY SPACE
                        INTO WS-HIT-WORK-REASON
                    END-STRING
                END-IF
                PERFORM 2850-ADD-HIT
            END-IF.

       2700-FLAG-SELF-CORRECTION.
      * Rule 3: the operator who added the ID changed it afterwards.
            EVALUATE PH-TRAN-TYPE
                WHEN "C"
                    MOVE "CORRECTION" TO WS-POSTING-KIND
                WHEN "R"
                    MOVE "REVERSAL" TO WS-POSTING-KIND
                WHEN OTHER
                    MOVE "DELETE" TO WS-POSTING-KIND
            END-EVALUATE
            MOVE SPACES TO WS-HIT-WORK
            MOVE 3 TO WS-HIT-WORK-RULE
            PERFORM 2800-LOCATE-AUDIT-IMAGE
            STRING WS-POSTING-KIND DELIMITED BY SPACE
                " BY " DELIMITED BY SIZE
                WS-KEYING-OPERATOR-ID DELIMITED BY SPACE
                ", WHO CAPTURED THE ID ON " DELIMITED BY SIZE
                WS-CAPTURE-DATE DELIMITED BY SIZE
                INTO WS-HIT-WORK-REASON
            END-STRING
            PERFORM 2850-ADD-HIT.

       2800-LOCATE-AUDIT-IMAGE.
      * The audit record written with the posting carries the same
      * timestamp; the table pointer only moves forward, as POSTHIST
      * does. A posting with no audit record is shown from POSTHIST.
            MOVE PH-KEY TO WS-AUD-SEARCH-PH-KEY
            MOVE "N" TO WS-AUD-PLACED-SWITCH
            PERFORM 2810-ADVANCE-AUDIT-POINTER
                UNTIL WS-AUD-SUB > WS-AUD-ENTRY-COUNT
                    OR AUDIT-POINTER-PLACED
            IF AUDIT-POINTER-PLACED
                AND WS-AUD-KEY (WS-AUD-SUB) = WS-AUD-SEARCH-KEY
                MOVE "AUDITLOG" TO WS-HIT-WORK-SOURCE
                MOVE WS-AUD-IMAGE (WS-AUD-SUB) TO WS-HIT-WORK-IMAGE
            ELSE
                MOVE "POSTHIST" TO WS-HIT-WORK-SOURCE
                MOVE SPACES TO WS-AUDIT-ITEM
                MOVE PH-TRAN-ID TO AR-TRAN-ID
                MOVE PH-TIMESTAMP-DATE TO AR-TIMESTAMP-DATE
                MOVE PH-TIMESTAMP-TIME TO AR-TIMESTAMP-TIME
                MOVE PH-OPERATOR-ID TO AR-OPERATOR-ID
                MOVE PH-NEW-AMOUNT TO AR-NEW-AMOUNT
                MOVE PH-PRIOR-AMOUNT TO AR-PRIOR-AMOUNT
                IF PH-TRAN-TYPE = "A"
                    MOVE "N" TO AR-CORRECTION-FLAG
                ELSE
                    MOVE "Y" TO AR-CORRECTION-FLAG
                END-IF
                MOVE "N" TO AR-REFUSAL-FLAG
                MOVE PH-BATCH-ID TO AR-BATCH-ID
                MOVE PH-TRAN-DATE TO AR-TRAN-DATE
                MOVE PH-APPROVER-ID TO AR-APPROVER-ID
                MOVE PH-STATION-ID TO AR-STATION-ID
                MOVE WS-AUDIT-ITEM TO WS-HIT-WORK-IMAGE
            END-IF.

       2810-ADVANCE-AUDIT-POINTER.
            IF WS-AUD-KEY (WS-AUD-SUB) < WS-AUD-SEARCH-KEY
                ADD 1 TO WS-AUD-SUB
            ELSE
                MOVE "Y" TO WS-AUD-PLACED-SWITCH
            END-IF.

       2850-ADD-HIT.
            ADD 1 TO WS-RULE-HIT-COUNT (WS-HIT-WORK-RULE)
            ADD 1 TO WS-TOTAL-HIT-COUNT
            IF WS-HIT-ENTRY-COUNT < WS-HIT-TABLE-MAX
                ADD 1 TO WS-HIT-ENTRY-COUNT
                MOVE WS-HIT-WORK TO WS-HIT-ENTRY (WS-HIT-ENTRY-COUNT)
            ELSE
                IF NOT HIT-TABLE-OVERFLOWED
                    MOVE "Y" TO WS-HIT-OVERFLOW-SWITCH
                    DISPLAY "*** Hit table full after "
                        WS-HIT-TABLE-MAX " hits - later ones "
                        "counted but not listed ***"
                END-IF
            END-IF.

       2890-LEFT-JUSTIFY-NUMBER.
            MOVE ZEROES TO WS-LEADING-SPACES
            INSPECT WS-EDIT-FIELD TALLYING WS-LEADING-SPACES
                FOR LEADING SPACES
            MOVE WS-EDIT-FIELD(WS-LEADING-SPACES + 1:)
                TO WS-NUMBER-TEXT.

       2950-READ-POSTING-HISTORY.
            READ POSTING-HISTORY-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-PHIST-EOF-SWITCH
            END-READ
            IF NOT END-OF-POSTING-HISTORY
                AND WS-PHIST-FILE-STATUS NOT = "00"
                DISPLAY "*** POSTING-HISTORY-FILE READ failed - "
                    "status " WS-PHIST-FILE-STATUS
                    " - review abandoned ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                MOVE "Y" TO WS-PHIST-EOF-SWITCH
            END-IF.

       3000-PRINT-REPORT.
            PERFORM 3900-WRITE-PAGE-HEADING
            MOVE WS-FROM-DATE TO VL-FROM-DATE
            MOVE WS-TO-DATE TO VL-TO-DATE
            MOVE VL-PERIOD-LINE TO REVIEW-REPORT-LINE
            WRITE REVIEW-REPORT-LINE
            MOVE SPACES TO REVIEW-REPORT-LINE
            WRITE REVIEW-REPORT-LINE
            MOVE VL-RULE-HEADER-LINE TO REVIEW-REPORT-LINE
            WRITE REVIEW-REPORT-LINE
            ADD 3 TO WS-LINE-COUNT
            MOVE 1 TO WS-RULE-SUB
            PERFORM 3100-WRITE-RULE-LINE
                UNTIL WS-RULE-SUB > WS-RULE-MAX
            MOVE SPACES TO REVIEW-REPORT-LINE
            WRITE REVIEW-REPORT-LINE
            ADD 1 TO WS-LINE-COUNT
            MOVE "AUDIT RECORDS IN THE PERIOD (LIVE AND ARCHIVED)"
                TO VL-SUMMARY-LABEL
            MOVE WS-AUDIT-READ-COUNT TO VL-SUMMARY-COUNT
            PERFORM 3160-WRITE-SUMMARY-LINE
            MOVE "AUDIT ARCHIVES READ" TO VL-SUMMARY-LABEL
            MOVE WS-ARCHIVE-READ-COUNT TO VL-SUMMARY-COUNT
            PERFORM 3160-WRITE-SUMMARY-LINE
            IF RULE-IN-FORCE (1) OR RULE-IN-FORCE (3)
                MOVE "POSTHIST ENTRIES READ" TO VL-SUMMARY-LABEL
                MOVE WS-PHIST-READ-COUNT TO VL-SUMMARY-COUNT
                PERFORM 3160-WRITE-SUMMARY-LINE
                MOVE "POSTHIST ENTRIES IN THE PERIOD"
                    TO VL-SUMMARY-LABEL
                MOVE WS-PHIST-PERIOD-COUNT TO VL-SUMMARY-COUNT
                PERFORM 3160-WRITE-SUMMARY-LINE
            END-IF
            MOVE "TOTAL HITS" TO VL-SUMMARY-LABEL
            MOVE WS-TOTAL-HIT-COUNT TO VL-SUMMARY-COUNT
            PERFORM 3160-WRITE-SUMMARY-LINE
            IF OPR-TABLE-OVERFLOWED
                MOVE "*** OPERATOR TABLE FULL - SOME NOT CHECKED ***"
                    TO VL-MESSAGE
                PERFORM 3500-WRITE-MESSAGE-LINE
            END-IF
            IF HIT-TABLE-OVERFLOWED
                MOVE "*** HIT TABLE FULL - NOT ALL LISTED ***"
                    TO VL-MESSAGE
                PERFORM 3500-WRITE-MESSAGE-LINE
            END-IF
            MOVE 1 TO WS-RULE-SUB
            PERFORM 3200-PRINT-ONE-RULE
                UNTIL WS-RULE-SUB > WS-RULE-MAX
            PERFORM 3600-WRITE-SIGN-OFF.

       3100-WRITE-RULE-LINE.
            MOVE WS-RULE-SUB TO VL-RULE-NUMBER
            MOVE WS-RULE-TITLE (WS-RULE-SUB) TO VL-RULE-TITLE
            IF RULE-IN-FORCE (WS-RULE-SUB)
                MOVE "IN FORCE" TO VL-RULE-STATUS
                MOVE WS-RULE-HIT-COUNT (WS-RULE-SUB) TO VL-RULE-HITS
            ELSE
                MOVE "NOT IN FORCE" TO VL-RULE-STATUS
                MOVE SPACES TO VL-RULE-HITS-X
            END-IF
            MOVE WS-RULE-SETTING (WS-RULE-SUB) TO VL-RULE-SETTING
            MOVE VL-RULE-LINE TO REVIEW-REPORT-LINE
            WRITE REVIEW-REPORT-LINE
            ADD 1 TO WS-LINE-COUNT
            ADD 1 TO WS-RULE-SUB.

       3160-WRITE-SUMMARY-LINE.
            MOVE VL-SUMMARY-LINE TO REVIEW-REPORT-LINE
            WRITE REVIEW-REPORT-LINE
            ADD 1 TO WS-LINE-COUNT.

       3200-PRINT-ONE-RULE.
            IF RULE-IN-FORCE (WS-RULE-SUB)
                IF WS-LINE-COUNT + 7 > WS-LINES-PER-PAGE
                    PERFORM 3900-WRITE-PAGE-HEADING
                ELSE
                    MOVE SPACES TO REVIEW-REPORT-LINE
                    WRITE REVIEW-REPORT-LINE
                    ADD 1 TO WS-LINE-COUNT
                END-IF
                PERFORM 3210-WRITE-RULE-HEADING
                MOVE 1 TO WS-HIT-SUB
                PERFORM 3300-PRINT-ONE-HIT
                    UNTIL WS-HIT-SUB > WS-HIT-ENTRY-COUNT
                IF WS-RULE-HIT-COUNT (WS-RULE-SUB) = ZEROES
                    MOVE "NO HITS" TO VL-MESSAGE
                    PERFORM 3500-WRITE-MESSAGE-LINE
                END-IF
            END-IF
            ADD 1 TO WS-RULE-SUB.

       3210-WRITE-RULE-HEADING.
            MOVE WS-RULE-SUB TO VL-SECTION-NUMBER
            MOVE WS-RULE-TITLE (WS-RULE-SUB) TO VL-SECTION-TITLE
            MOVE WS-RULE-HIT-COUNT (WS-RULE-SUB) TO VL-SECTION-HITS
            MOVE VL-SECTION-LINE TO REVIEW-REPORT-LINE
            WRITE REVIEW-REPORT-LINE
            MOVE SPACES TO REVIEW-REPORT-LINE
            WRITE REVIEW-REPORT-LINE
            MOVE VL-COLUMN-HEADER-LINE TO REVIEW-REPORT-LINE
            WRITE REVIEW-REPORT-LINE
            ADD 3 TO WS-LINE-COUNT.

       3300-PRINT-ONE-HIT.
            IF WS-HIT-RULE (WS-HIT-SUB) = WS-RULE-SUB
                IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
                    PERFORM 3900-WRITE-PAGE-HEADING
                    PERFORM 3210-WRITE-RULE-HEADING
                END-IF
                MOVE WS-HIT-IMAGE (WS-HIT-SUB) TO WS-AUDIT-ITEM
                MOVE AR-TRAN-ID TO VL-TRAN-ID
                MOVE AR-TIMESTAMP-DATE TO VL-AUDIT-DATE
                MOVE AR-TIMESTAMP-TIME TO VL-AUDIT-TIME
                MOVE AR-OPERATOR-ID TO VL-OPERATOR-ID
                MOVE AR-FUNCTION-CODE TO VL-FUNCTION-CODE
                MOVE AR-REFUSAL-FLAG TO VL-REFUSAL-FLAG
                MOVE AR-CORRECTION-FLAG TO VL-CORRECTION-FLAG
                MOVE AR-PRIOR-AMOUNT TO VL-PRIOR-AMOUNT
                MOVE AR-NEW-AMOUNT TO VL-NEW-AMOUNT
                MOVE AR-BATCH-ID TO VL-BATCH-ID
                MOVE AR-STATION-ID TO VL-STATION-ID
                MOVE AR-TRAN-DATE TO VL-TRAN-DATE
                MOVE AR-APPROVER-ID TO VL-APPROVER-ID
                MOVE WS-HIT-SOURCE (WS-HIT-SUB) TO VL-SOURCE
                MOVE VL-DETAIL-LINE TO REVIEW-REPORT-LINE
                WRITE REVIEW-REPORT-LINE
                MOVE WS-HIT-RULE (WS-HIT-SUB) TO VL-REASON-RULE
                MOVE WS-HIT-REASON (WS-HIT-SUB) TO VL-REASON
                MOVE VL-REASON-LINE TO REVIEW-REPORT-LINE
                WRITE REVIEW-REPORT-LINE
                ADD 2 TO WS-LINE-COUNT
            END-IF
            ADD 1 TO WS-HIT-SUB.

       3500-WRITE-MESSAGE-LINE.
            MOVE VL-MESSAGE-LINE TO REVIEW-REPORT-LINE
            WRITE REVIEW-REPORT-LINE
            ADD 1 TO WS-LINE-COUNT.

       3600-WRITE-SIGN-OFF.
      * The reviewing supervisor signs the last page for every hit
      * listed above.
            IF WS-LINE-COUNT + 13 > WS-LINES-PER-PAGE
                PERFORM 3900-WRITE-PAGE-HEADING
            ELSE
                MOVE SPACES TO REVIEW-REPORT-LINE
                WRITE REVIEW-REPORT-LINE
                WRITE REVIEW-REPORT-LINE
                ADD 2 TO WS-LINE-COUNT
            END-IF
            MOVE VL-SIGNOFF-TITLE-LINE TO REVIEW-REPORT-LINE
            WRITE REVIEW-REPORT-LINE
            MOVE SPACES TO REVIEW-REPORT-LINE
            WRITE REVIEW-REPORT-LINE
            MOVE WS-TOTAL-HIT-COUNT TO VL-SIGNOFF-HIT-COUNT
            MOVE VL-SIGNOFF-HITS-LINE TO REVIEW-REPORT-LINE
            WRITE REVIEW-REPORT-LINE
            MOVE SPACES TO REVIEW-REPORT-LINE
            WRITE REVIEW-REPORT-LINE
            MOVE VL-SIGNOFF-NAME-LINE TO REVIEW-REPORT-LINE
            WRITE REVIEW-REPORT-LINE
            MOVE SPACES TO REVIEW-REPORT-LINE
            WRITE REVIEW-REPORT-LINE
            MOVE VL-SIGNOFF-ACTION-LINE TO REVIEW-REPORT-LINE
            WRITE REVIEW-REPORT-LINE
            MOVE SPACES TO REVIEW-REPORT-LINE
            WRITE REVIEW-REPORT-LINE
            MOVE VL-SIGNOFF-RULE-LINE TO REVIEW-REPORT-LINE
            WRITE REVIEW-REPORT-LINE
            MOVE SPACES TO REVIEW-REPORT-LINE
            WRITE REVIEW-REPORT-LINE
            MOVE VL-SIGNOFF-RULE-LINE TO REVIEW-REPORT-LINE
            WRITE REVIEW-REPORT-LINE
            ADD 11 TO WS-LINE-COUNT.

       3900-WRITE-PAGE-HEADING.
            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO VL-PAGE-NUMBER
            MOVE VL-PAGE-HEADER-LINE TO REVIEW-REPORT-LINE
            WRITE REVIEW-REPORT-LINE
            MOVE SPACES TO REVIEW-REPORT-LINE
            WRITE REVIEW-REPORT-LINE
            MOVE 2 TO WS-LINE-COUNT.

       9999-END-OF-JOB.
            IF WS-REPORT-FILE-STATUS = "00"
                CLOSE REVIEW-REPORT-FILE
            END-IF
            DISPLAY "Audit records in period: " WS-AUDIT-READ-COUNT
            DISPLAY "POSTHIST entries read: " WS-PHIST-READ-COUNT
            DISPLAY "Review hits: " WS-TOTAL-HIT-COUNT
            EVALUATE TRUE
                WHEN FATAL-ERROR-OCCURRED
                    MOVE 16 TO RETURN-CODE
                WHEN WS-TOTAL-HIT-COUNT > ZEROES
                    MOVE 4 TO RETURN-CODE
                WHEN SOMETHING-NEEDS-ATTENTION
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    MOVE ZERO TO RETURN-CODE
            END-EVALUATE.
       END PROGRAM RvwExcp.
