      ******************************************************************
      * Author:
      * Date:
      * Purpose: Per-account activity statement for a closed
      *          InAndOut accounting period. The STMTPARM parm card
      *          names a ledger account code (or ALL) and a period
      *          (YYYYMM) that PerdClse has closed onto PERDHIST.
      *          POSTHIST is read in key order and each ID's postings
      *          are placed by their transaction date (the run
      *          timestamp on records older than PH-TRAN-DATE): the
      *          last posting dated before the period gives the ID's
      *          opening position, every posting dated in the period
      *          is listed, and the last posting dated up to the end
      *          of the period gives its closing position. Each
      *          posting belongs to the account on PH-ACCT-CODE;
      *          older records without one take the ID's account from
      *          MASTER, or - for an ID since deleted - from the
      *          before image of its delete on the MASTJRNL journal,
      *          so a deleted ID's postings are not lost. IDs whose
      *          account cannot be found are listed under account
      *          ????? and counted in the trailer.
      *          For every account the ACCTSTMT statement prints the
      *          opening balance, the period's postings (ID, dates,
      *          type, prior and new amount, movement, operator and
      *          batch), the closing balance, and checks: opening plus
      *          movement must equal closing; the closing balance must
      *          equal the account balance PerdClse recorded on
      *          PERDHIST for the period; and the net movement must
      *          equal the change in that recorded balance since the
      *          prior period's close. For ALL the statement count and
      *          net movement are also checked against the PERDHIST
      *          period summary. A check that PERDHIST holds no
      *          figures for (periods closed before account balances
      *          were recorded) is shown as NOT CHECKED.
      *          Return code 8 when any check shows a mismatch, 4 when
      *          the statement is incomplete (a table filled or an
      *          ID's account is unknown), 16 on file errors or when
      *          the period has not been closed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcctStmt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "STMTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "PERDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT MASTER-FILE ASSIGN TO "MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-TRAN-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MASTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT POSTING-HISTORY-FILE ASSIGN TO "POSTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PHIST-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "ACCTSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PARM-ACCT-CODE           PIC X(5).
           05  PARM-PERIOD              PIC X(6).
       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-SUMMARY-RECORD.
           COPY PHSTREC.
       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  MASTER-RECORD.
           COPY MASTREC.
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-RECORD PIC X(86).
       FD  POSTING-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSTING-HISTORY-RECORD.
           COPY POSTREC.
       FD  STATEMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  STATEMENT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS PIC XX VALUE "00".
       01  WS-HISTORY-FILE-STATUS PIC XX VALUE "00".
       01  WS-MASTER-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-JOURNAL-FILE-STATUS PIC XX VALUE "00".
       01  WS-PHIST-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-STATEMENT-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-FATAL-ERROR-SWITCH PIC X VALUE "N".
           88  FATAL-ERROR-OCCURRED VALUE "Y".
       01  WS-HIST-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-HISTORY-FILE VALUE "Y".
       01  WS-JRN-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-JOURNAL-FILE VALUE "Y".
       01  WS-PHIST-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-POSTING-HISTORY VALUE "Y".
       01  WS-SELECT-ACCT-CODE PIC X(5) VALUE SPACES.
           88  ALL-ACCOUNTS-SELECTED VALUE "ALL".
       01  WS-STMT-PERIOD PIC X(6) VALUE SPACES.
       01  WS-PRIOR-PERIOD PIC X(6) VALUE SPACES.
       01  WS-PERIOD-PARTS.
           05  WS-PERIOD-YEAR PIC 9(4).
           05  WS-PERIOD-MONTH PIC 9(2).
       01  WS-UNKNOWN-ACCT-CODE PIC X(5) VALUE "?????".
      * What PerdClse recorded on PERDHIST for the period.
       01  WS-SUMMARY-FOUND-SWITCH PIC X VALUE "N".
           88  PERIOD-SUMMARY-FOUND VALUE "Y".
       01  WS-PERD-POSTING-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-PERD-NET-AMOUNT PIC S9(13)V99 VALUE ZEROES.
       01  WS-BALANCES-FOUND-SWITCH PIC X VALUE "N".
           88  PERIOD-BALANCES-FOUND VALUE "Y".
       01  WS-PRIOR-BALANCES-SWITCH PIC X VALUE "N".
           88  PRIOR-BALANCES-FOUND VALUE "Y".
      * One entry per account on the statement, kept in account-code
      * order.
       01  WS-ACCT-MATCH-SWITCH PIC X VALUE "N".
           88  ACCOUNT-ENTRY-MATCHED VALUE "Y".
       01  WS-ACCT-SLOT-SWITCH PIC X VALUE "N".
           88  ACCOUNT-SLOT-FOUND VALUE "Y".
       01  WS-ACCT-OVERFLOW-SWITCH PIC X VALUE "N".
           88  ACCT-TABLE-OVERFLOWED VALUE "Y".
       01  WS-ACCT-SEARCH-CODE PIC X(5) VALUE SPACES.
       01  WS-ACCT-TABLE-MAX PIC 9(3) VALUE 500.
       01  WS-ACCT-ENTRY-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-ACCT-SUB PIC 9(3) VALUE ZEROES.
       01  WS-ACCT-SHIFT-SUB PIC 9(3) VALUE ZEROES.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 500 TIMES.
               10  WS-ACCT-TABLE-CODE PIC X(5).
               10  WS-ACCT-OPENING PIC S9(13)V99.
               10  WS-ACCT-MOVEMENT PIC S9(13)V99.
               10  WS-ACCT-CLOSING PIC S9(13)V99.
               10  WS-ACCT-POSTING-COUNT PIC 9(7).
               10  WS-ACCT-PERD-CLOSING PIC S9(13)V99.
               10  WS-ACCT-PRIOR-CLOSING PIC S9(13)V99.
      * Accounts of deleted IDs, from the MASTJRNL delete before
      * images.
       01  WS-DEL-OVERFLOW-SWITCH PIC X VALUE "N".
           88  DEL-TABLE-OVERFLOWED VALUE "Y".
       01  WS-DEL-FOUND-SWITCH PIC X VALUE "N".
           88  DELETED-ID-FOUND VALUE "Y".
       01  WS-DEL-TABLE-MAX PIC 9(4) VALUE 2000.
       01  WS-DEL-ENTRY-COUNT PIC 9(4) VALUE ZEROES.
       01  WS-DEL-SUB PIC 9(4) VALUE ZEROES.
       01  WS-DEL-TABLE.
           05  WS-DEL-ENTRY OCCURS 2000 TIMES.
               10  WS-DEL-TRAN-ID PIC X(9).
               10  WS-DEL-ACCT-CODE PIC X(5).
      * The period's postings for the selected accounts, in
      * POSTHIST key order.
       01  WS-POST-OVERFLOW-SWITCH PIC X VALUE "N".
           88  POST-TABLE-OVERFLOWED VALUE "Y".
       01  WS-POST-TABLE-MAX PIC 9(4) VALUE 5000.
       01  WS-POST-ENTRY-COUNT PIC 9(4) VALUE ZEROES.
       01  WS-POST-SUB PIC 9(4) VALUE ZEROES.
       01  WS-POST-TABLE.
           05  WS-POST-ENTRY OCCURS 5000 TIMES.
               10  WS-POST-ACCT-CODE PIC X(5).
               10  WS-POST-TRAN-ID PIC X(9).
               10  WS-POST-TRAN-DATE PIC X(8).
               10  WS-POST-POSTED-DATE PIC X(8).
               10  WS-POST-TRAN-TYPE PIC X.
               10  WS-POST-PRIOR-AMOUNT PIC S9(9)V99.
               10  WS-POST-NEW-AMOUNT PIC S9(9)V99.
               10  WS-POST-OPERATOR-ID PIC X(8).
               10  WS-POST-BATCH-ID PIC X(6).
      * The ID whose postings are being read.
       01  WS-CURR-TRAN-ID PIC X(9) VALUE SPACES.
       01  WS-ID-RESOLVED-SWITCH PIC X VALUE "N".
           88  ID-ACCOUNT-RESOLVED VALUE "Y".
       01  WS-ID-ACCT-CODE PIC X(5) VALUE SPACES.
       01  WS-ID-OPEN-SWITCH PIC X VALUE "N".
           88  ID-HAS-OPENING VALUE "Y".
       01  WS-ID-OPEN-AMOUNT PIC S9(9)V99 VALUE ZEROES.
       01  WS-ID-OPEN-ACCT-CODE PIC X(5) VALUE SPACES.
       01  WS-ID-CLOSE-SWITCH PIC X VALUE "N".
           88  ID-HAS-CLOSING VALUE "Y".
       01  WS-ID-CLOSE-AMOUNT PIC S9(9)V99 VALUE ZEROES.
       01  WS-ID-CLOSE-ACCT-CODE PIC X(5) VALUE SPACES.
       01  WS-POSTING-DATE PIC X(8) VALUE SPACES.
       01  WS-POSTING-ACCT-CODE PIC X(5) VALUE SPACES.
       01  WS-MOVEMENT-AMOUNT PIC S9(13)V99 VALUE ZEROES.
       01  WS-CHECK-AMOUNT PIC S9(13)V99 VALUE ZEROES.
       01  WS-GRAND-POSTING-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-GRAND-MOVEMENT PIC S9(13)V99 VALUE ZEROES.
       01  WS-MISMATCH-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-UNRESOLVED-COUNT PIC 9(5) VALUE ZEROES.
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
       COPY JRNREC.
       COPY STMLINE.
       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
            PERFORM 1000-INITIALIZE
            PERFORM 2000-PROCESS-ONE-POSTING
                UNTIL END-OF-POSTING-HISTORY
            IF WS-CURR-TRAN-ID NOT = SPACES
                PERFORM 2300-CLOSE-ID-GROUP
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                MOVE 1 TO WS-ACCT-SUB
                PERFORM 3000-PRINT-ONE-ACCOUNT
                    UNTIL WS-ACCT-SUB > WS-ACCT-ENTRY-COUNT
                IF ALL-ACCOUNTS-SELECTED
                    PERFORM 3500-PRINT-PERIOD-CHECK
                END-IF
            END-IF
            PERFORM 9999-END-OF-JOB
            STOP RUN.

       1000-INITIALIZE.
            MOVE "Y" TO WS-PHIST-EOF-SWITCH
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-RUN-TIME FROM TIME
            MOVE WS-RUN-DATE(1:2) TO WS-RUN-CC
            MOVE WS-RUN-DATE(3:2) TO WS-RUN-YY
            MOVE WS-RUN-DATE(5:2) TO WS-RUN-MM
            MOVE WS-RUN-DATE(7:2) TO WS-RUN-DD
            MOVE WS-RUN-TIME(1:2) TO WS-RUN-HH
            MOVE WS-RUN-TIME(3:2) TO WS-RUN-MIN
            MOVE WS-RUN-TIME(5:2) TO WS-RUN-SS
            MOVE WS-RUN-DATE-X TO AS-RUN-DATE
            MOVE WS-RUN-TIME-X TO AS-RUN-TIME
            PERFORM 1050-READ-PARM-CARD
            IF NOT FATAL-ERROR-OCCURRED
                AND NOT ALL-ACCOUNTS-SELECTED
                MOVE WS-SELECT-ACCT-CODE TO WS-ACCT-SEARCH-CODE
                PERFORM 2600-LOCATE-ACCOUNT-ENTRY
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                PERFORM 1100-LOAD-PERIOD-HISTORY
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                OPEN INPUT MASTER-FILE
                IF WS-MASTER-FILE-STATUS NOT = "00"
                    DISPLAY "*** MASTER-FILE will not open - status "
                        WS-MASTER-FILE-STATUS
                        " - statement abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                PERFORM 1200-LOAD-DELETED-IDS
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                OPEN INPUT POSTING-HISTORY-FILE
                IF WS-PHIST-FILE-STATUS NOT = "00"
                    DISPLAY "*** POSTING-HISTORY-FILE POSTHIST will "
                        "not open - status " WS-PHIST-FILE-STATUS
                        " - statement abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                OPEN OUTPUT STATEMENT-FILE
                IF WS-STATEMENT-FILE-STATUS NOT = "00"
                    DISPLAY "*** STATEMENT-FILE ACCTSTMT will not "
                        "open - status " WS-STATEMENT-FILE-STATUS
                        " - statement abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                MOVE "N" TO WS-PHIST-EOF-SWITCH
                PERFORM 2900-READ-POSTING-HISTORY
            END-IF.

       1050-READ-PARM-CARD.
            OPEN INPUT PARM-FILE
            IF WS-PARM-FILE-STATUS NOT = "00"
                DISPLAY "*** PARM-FILE STMTPARM will not open - "
                    "status " WS-PARM-FILE-STATUS
                    " - statement abandoned ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
            ELSE
                READ PARM-FILE
                    AT END
                        DISPLAY "*** STMTPARM is empty - statement "
                            "abandoned ***"
                        MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    NOT AT END
                        MOVE PARM-ACCT-CODE TO WS-SELECT-ACCT-CODE
                        MOVE PARM-PERIOD TO WS-STMT-PERIOD
                END-READ
                CLOSE PARM-FILE
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                IF WS-SELECT-ACCT-CODE = SPACES
                    DISPLAY "*** STMTPARM account code is blank - "
                        "give an account code or ALL - statement "
                        "abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
                IF WS-STMT-PERIOD IS NOT NUMERIC
                    DISPLAY "*** STMTPARM period " WS-STMT-PERIOD
                        " is not numeric YYYYMM - statement "
                        "abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                MOVE WS-STMT-PERIOD(1:4) TO WS-PERIOD-YEAR
                MOVE WS-STMT-PERIOD(5:2) TO WS-PERIOD-MONTH
                IF WS-PERIOD-MONTH <= 1
                    SUBTRACT 1 FROM WS-PERIOD-YEAR
                    MOVE 12 TO WS-PERIOD-MONTH
                ELSE
                    SUBTRACT 1 FROM WS-PERIOD-MONTH
                END-IF
                MOVE WS-PERIOD-PARTS TO WS-PRIOR-PERIOD
            END-IF.

       1100-LOAD-PERIOD-HISTORY.
            OPEN INPUT HISTORY-FILE
            IF WS-HISTORY-FILE-STATUS NOT = "00"
                DISPLAY "*** HISTORY-FILE PERDHIST will not open - "
                    "status " WS-HISTORY-FILE-STATUS
                    " - statement abandoned ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
            ELSE
                MOVE "N" TO WS-HIST-EOF-SWITCH
                PERFORM 1110-LOAD-ONE-HISTORY-RECORD
                    UNTIL END-OF-HISTORY-FILE
                CLOSE HISTORY-FILE
                IF NOT PERIOD-SUMMARY-FOUND
                    AND NOT FATAL-ERROR-OCCURRED
                    DISPLAY "*** Period " WS-STMT-PERIOD " is not "
                        "on PERDHIST - only a closed period can be "
                        "stated - statement abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
            END-IF.

       1110-LOAD-ONE-HISTORY-RECORD.
            READ HISTORY-FILE
                AT END
                    MOVE "Y" TO WS-HIST-EOF-SWITCH
            END-READ
            IF NOT END-OF-HISTORY-FILE
                IF WS-HISTORY-FILE-STATUS NOT = "00"
                    DISPLAY "*** HISTORY-FILE READ failed - status "
                        WS-HISTORY-FILE-STATUS
                        " - statement abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    MOVE "Y" TO WS-HIST-EOF-SWITCH
                ELSE
                    PERFORM 1120-APPLY-HISTORY-RECORD
                END-IF
            END-IF.

       1120-APPLY-HISTORY-RECORD.
            EVALUATE TRUE
                WHEN PS-PERIOD = WS-STMT-PERIOD
                    AND PS-PERIOD-SUMMARY
                    MOVE "Y" TO WS-SUMMARY-FOUND-SWITCH
                    MOVE PS-POSTING-COUNT TO WS-PERD-POSTING-COUNT
                    MOVE PS-NET-AMOUNT TO WS-PERD-NET-AMOUNT
                WHEN PS-PERIOD = WS-STMT-PERIOD
                    AND PS-ACCOUNT-BALANCE
                    MOVE "Y" TO WS-BALANCES-FOUND-SWITCH
                    IF ALL-ACCOUNTS-SELECTED
                        OR PS-ACCT-CODE = WS-SELECT-ACCT-CODE
                        MOVE PS-ACCT-CODE TO WS-ACCT-SEARCH-CODE
                        PERFORM 2600-LOCATE-ACCOUNT-ENTRY
                        IF ACCOUNT-ENTRY-MATCHED
                            MOVE PS-ACCT-CLOSING-BALANCE
                                TO WS-ACCT-PERD-CLOSING (WS-ACCT-SUB)
                        END-IF
                    END-IF
                WHEN PS-PERIOD = WS-PRIOR-PERIOD
                    AND PS-ACCOUNT-BALANCE
                    MOVE "Y" TO WS-PRIOR-BALANCES-SWITCH
                    IF ALL-ACCOUNTS-SELECTED
                        OR PS-ACCT-CODE = WS-SELECT-ACCT-CODE
                        MOVE PS-ACCT-CODE TO WS-ACCT-SEARCH-CODE
                        PERFORM 2600-LOCATE-ACCOUNT-ENTRY
                        IF ACCOUNT-ENTRY-MATCHED
                            MOVE PS-ACCT-CLOSING-BALANCE
                                TO WS-ACCT-PRIOR-CLOSING (WS-ACCT-SUB)
                        END-IF
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       1200-LOAD-DELETED-IDS.
            OPEN INPUT JOURNAL-FILE
            EVALUATE TRUE
                WHEN WS-JOURNAL-FILE-STATUS = "00"
                    MOVE "N" TO WS-JRN-EOF-SWITCH
                    PERFORM 1210-LOAD-ONE-JOURNAL-RECORD
                        UNTIL END-OF-JOURNAL-FILE
                    CLOSE JOURNAL-FILE
                WHEN WS-JOURNAL-FILE-STATUS = "35"
                    DISPLAY "MASTJRNL not on file - accounts of "
                        "deleted IDs come from POSTHIST only"
                WHEN OTHER
                    DISPLAY "*** JOURNAL-FILE MASTJRNL will not open "
                        "- status " WS-JOURNAL-FILE-STATUS
                        " - statement abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
            END-EVALUATE.

       1210-LOAD-ONE-JOURNAL-RECORD.
            READ JOURNAL-FILE
                AT END
                    MOVE "Y" TO WS-JRN-EOF-SWITCH
            END-READ
            IF NOT END-OF-JOURNAL-FILE
                IF WS-JOURNAL-FILE-STATUS NOT = "00"
                    DISPLAY "*** JOURNAL-FILE READ failed - status "
                        WS-JOURNAL-FILE-STATUS
                        " - statement abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    MOVE "Y" TO WS-JRN-EOF-SWITCH
                ELSE
                    MOVE JOURNAL-RECORD TO JR-DETAIL-RECORD
                    IF JR-DTL-RECORD-TYPE = "J"
                        AND JR-DTL-ACTION = "D"
                        PERFORM 1220-RECORD-DELETED-ID
                    END-IF
                END-IF
            END-IF.

       1220-RECORD-DELETED-ID.
      * A later delete of the same ID (deleted, re-added, deleted
      * again) replaces the earlier one.
            MOVE JR-DTL-BEFORE-IMAGE TO MASTER-RECORD
            PERFORM 2700-FIND-DELETED-ID
            IF DELETED-ID-FOUND
                MOVE MR-ACCT-CODE TO WS-DEL-ACCT-CODE (WS-DEL-SUB)
            ELSE
                IF WS-DEL-ENTRY-COUNT < WS-DEL-TABLE-MAX
                    ADD 1 TO WS-DEL-ENTRY-COUNT
                    MOVE MR-TRAN-ID
                        TO WS-DEL-TRAN-ID (WS-DEL-ENTRY-COUNT)
                    MOVE MR-ACCT-CODE
                        TO WS-DEL-ACCT-CODE (WS-DEL-ENTRY-COUNT)
                ELSE
                    IF NOT DEL-TABLE-OVERFLOWED
                        MOVE "Y" TO WS-DEL-OVERFLOW-SWITCH
                        DISPLAY "*** Deleted-ID table full after "
                            WS-DEL-TABLE-MAX " IDs - later deleted "
                            "IDs may show account ????? ***"
                    END-IF
                END-IF
            END-IF.

       2000-PROCESS-ONE-POSTING.
            IF PH-TRAN-ID NOT = WS-CURR-TRAN-ID
                IF WS-CURR-TRAN-ID NOT = SPACES
                    PERFORM 2300-CLOSE-ID-GROUP
                END-IF
                PERFORM 2100-OPEN-ID-GROUP
            END-IF
            PERFORM 2200-APPLY-ONE-POSTING
            PERFORM 2900-READ-POSTING-HISTORY.

       2100-OPEN-ID-GROUP.
            MOVE PH-TRAN-ID TO WS-CURR-TRAN-ID
            MOVE "N" TO WS-ID-RESOLVED-SWITCH
            MOVE SPACES TO WS-ID-ACCT-CODE
            MOVE "N" TO WS-ID-OPEN-SWITCH
            MOVE ZEROES TO WS-ID-OPEN-AMOUNT
            MOVE SPACES TO WS-ID-OPEN-ACCT-CODE
            MOVE "N" TO WS-ID-CLOSE-SWITCH
            MOVE ZEROES TO WS-ID-CLOSE-AMOUNT
            MOVE SPACES TO WS-ID-CLOSE-ACCT-CODE.

       2200-APPLY-ONE-POSTING.
            IF PH-TRAN-DATE = SPACES
                MOVE PH-TIMESTAMP-DATE TO WS-POSTING-DATE
            ELSE
                MOVE PH-TRAN-DATE TO WS-POSTING-DATE
            END-IF
            IF PH-ACCT-CODE NOT = SPACES
                MOVE PH-ACCT-CODE TO WS-POSTING-ACCT-CODE
            ELSE
                IF NOT ID-ACCOUNT-RESOLVED
                    PERFORM 2250-RESOLVE-ID-ACCOUNT
                END-IF
                MOVE WS-ID-ACCT-CODE TO WS-POSTING-ACCT-CODE
            END-IF
            EVALUATE TRUE
                WHEN WS-POSTING-DATE(1:6) < WS-STMT-PERIOD
                    MOVE "Y" TO WS-ID-OPEN-SWITCH
                    MOVE PH-NEW-AMOUNT TO WS-ID-OPEN-AMOUNT
                    MOVE WS-POSTING-ACCT-CODE TO WS-ID-OPEN-ACCT-CODE
                    MOVE "Y" TO WS-ID-CLOSE-SWITCH
                    MOVE PH-NEW-AMOUNT TO WS-ID-CLOSE-AMOUNT
                    MOVE WS-POSTING-ACCT-CODE TO WS-ID-CLOSE-ACCT-CODE
                WHEN WS-POSTING-DATE(1:6) = WS-STMT-PERIOD
                    MOVE "Y" TO WS-ID-CLOSE-SWITCH
                    MOVE PH-NEW-AMOUNT TO WS-ID-CLOSE-AMOUNT
                    MOVE WS-POSTING-ACCT-CODE TO WS-ID-CLOSE-ACCT-CODE
                    IF ALL-ACCOUNTS-SELECTED
                        OR WS-POSTING-ACCT-CODE = WS-SELECT-ACCT-CODE
                        PERFORM 2400-RECORD-PERIOD-POSTING
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       2250-RESOLVE-ID-ACCOUNT.
            MOVE "Y" TO WS-ID-RESOLVED-SWITCH
            MOVE WS-CURR-TRAN-ID TO MR-TRAN-ID
            READ MASTER-FILE
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE TRUE
                WHEN WS-MASTER-FILE-STATUS = "00"
                    MOVE MR-ACCT-CODE TO WS-ID-ACCT-CODE
                WHEN WS-MASTER-FILE-STATUS(1:1) = "2"
                    MOVE WS-CURR-TRAN-ID TO MR-TRAN-ID
                    PERFORM 2700-FIND-DELETED-ID
                    IF DELETED-ID-FOUND
                        MOVE WS-DEL-ACCT-CODE (WS-DEL-SUB)
                            TO WS-ID-ACCT-CODE
                    ELSE
                        MOVE WS-UNKNOWN-ACCT-CODE TO WS-ID-ACCT-CODE
                        ADD 1 TO WS-UNRESOLVED-COUNT
                        DISPLAY "*** Account for " WS-CURR-TRAN-ID
                            " not on MASTER or MASTJRNL - postings "
                            "listed under ????? ***"
                    END-IF
                WHEN OTHER
                    DISPLAY "*** MASTER-FILE READ failed for "
                        WS-CURR-TRAN-ID " - status "
                        WS-MASTER-FILE-STATUS
                        " - statement abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    MOVE "Y" TO WS-PHIST-EOF-SWITCH
                    MOVE WS-UNKNOWN-ACCT-CODE TO WS-ID-ACCT-CODE
            END-EVALUATE.

       2300-CLOSE-ID-GROUP.
            IF ID-HAS-OPENING
                AND (ALL-ACCOUNTS-SELECTED
                    OR WS-ID-OPEN-ACCT-CODE = WS-SELECT-ACCT-CODE)
                MOVE WS-ID-OPEN-ACCT-CODE TO WS-ACCT-SEARCH-CODE
                PERFORM 2600-LOCATE-ACCOUNT-ENTRY
                IF ACCOUNT-ENTRY-MATCHED
                    ADD WS-ID-OPEN-AMOUNT
                        TO WS-ACCT-OPENING (WS-ACCT-SUB)
                END-IF
            END-IF
            IF ID-HAS-CLOSING
                AND (ALL-ACCOUNTS-SELECTED
                    OR WS-ID-CLOSE-ACCT-CODE = WS-SELECT-ACCT-CODE)
                MOVE WS-ID-CLOSE-ACCT-CODE TO WS-ACCT-SEARCH-CODE
                PERFORM 2600-LOCATE-ACCOUNT-ENTRY
                IF ACCOUNT-ENTRY-MATCHED
                    ADD WS-ID-CLOSE-AMOUNT
                        TO WS-ACCT-CLOSING (WS-ACCT-SUB)
                END-IF
            END-IF.

       2400-RECORD-PERIOD-POSTING.
            COMPUTE WS-MOVEMENT-AMOUNT =
                PH-NEW-AMOUNT - PH-PRIOR-AMOUNT
            ADD 1 TO WS-GRAND-POSTING-COUNT
            ADD WS-MOVEMENT-AMOUNT TO WS-GRAND-MOVEMENT
            MOVE WS-POSTING-ACCT-CODE TO WS-ACCT-SEARCH-CODE
            PERFORM 2600-LOCATE-ACCOUNT-ENTRY
            IF ACCOUNT-ENTRY-MATCHED
                ADD 1 TO WS-ACCT-POSTING-COUNT (WS-ACCT-SUB)
                ADD WS-MOVEMENT-AMOUNT
                    TO WS-ACCT-MOVEMENT (WS-ACCT-SUB)
            END-IF
            IF WS-POST-ENTRY-COUNT < WS-POST-TABLE-MAX
                ADD 1 TO WS-POST-ENTRY-COUNT
                MOVE WS-POST-ENTRY-COUNT TO WS-POST-SUB
                MOVE WS-POSTING-ACCT-CODE
                    TO WS-POST-ACCT-CODE (WS-POST-SUB)
                MOVE PH-TRAN-ID TO WS-POST-TRAN-ID (WS-POST-SUB)
                MOVE PH-TRAN-DATE TO WS-POST-TRAN-DATE (WS-POST-SUB)
                MOVE PH-TIMESTAMP-DATE
                    TO WS-POST-POSTED-DATE (WS-POST-SUB)
                MOVE PH-TRAN-TYPE TO WS-POST-TRAN-TYPE (WS-POST-SUB)
                MOVE PH-PRIOR-AMOUNT
                    TO WS-POST-PRIOR-AMOUNT (WS-POST-SUB)
                MOVE PH-NEW-AMOUNT
                    TO WS-POST-NEW-AMOUNT (WS-POST-SUB)
                MOVE PH-OPERATOR-ID
                    TO WS-POST-OPERATOR-ID (WS-POST-SUB)
                MOVE PH-BATCH-ID TO WS-POST-BATCH-ID (WS-POST-SUB)
            ELSE
                IF NOT POST-TABLE-OVERFLOWED
                    MOVE "Y" TO WS-POST-OVERFLOW-SWITCH
                    DISPLAY "*** Posting table full after "
                        WS-POST-TABLE-MAX " postings - later "
                        "postings totalled but not listed ***"
                END-IF
            END-IF.

       2600-LOCATE-ACCOUNT-ENTRY.
            MOVE "N" TO WS-ACCT-MATCH-SWITCH
            MOVE "N" TO WS-ACCT-SLOT-SWITCH
            MOVE 1 TO WS-ACCT-SUB
            PERFORM 2610-LOCATE-ACCOUNT-SLOT
                UNTIL WS-ACCT-SUB > WS-ACCT-ENTRY-COUNT
                    OR ACCOUNT-ENTRY-MATCHED
                    OR ACCOUNT-SLOT-FOUND
            IF NOT ACCOUNT-ENTRY-MATCHED
                PERFORM 2620-INSERT-ACCOUNT-ENTRY
            END-IF.

       2610-LOCATE-ACCOUNT-SLOT.
            EVALUATE TRUE
                WHEN WS-ACCT-TABLE-CODE (WS-ACCT-SUB)
                    = WS-ACCT-SEARCH-CODE
                    MOVE "Y" TO WS-ACCT-MATCH-SWITCH
                WHEN WS-ACCT-TABLE-CODE (WS-ACCT-SUB)
                    > WS-ACCT-SEARCH-CODE
                    MOVE "Y" TO WS-ACCT-SLOT-SWITCH
                WHEN OTHER
                    ADD 1 TO WS-ACCT-SUB
            END-EVALUATE.

       2620-INSERT-ACCOUNT-ENTRY.
            IF WS-ACCT-ENTRY-COUNT >= WS-ACCT-TABLE-MAX
                IF NOT ACCT-TABLE-OVERFLOWED
                    MOVE "Y" TO WS-ACCT-OVERFLOW-SWITCH
                    DISPLAY "*** Account table full after "
                        WS-ACCT-TABLE-MAX " accounts - later "
                        "accounts not stated ***"
                END-IF
            ELSE
                ADD 1 TO WS-ACCT-ENTRY-COUNT
                MOVE WS-ACCT-ENTRY-COUNT TO WS-ACCT-SHIFT-SUB
                PERFORM 2630-SHIFT-ACCOUNT-ENTRY
                    UNTIL WS-ACCT-SHIFT-SUB <= WS-ACCT-SUB
                MOVE WS-ACCT-SEARCH-CODE
                    TO WS-ACCT-TABLE-CODE (WS-ACCT-SUB)
                MOVE ZEROES TO WS-ACCT-OPENING (WS-ACCT-SUB)
                MOVE ZEROES TO WS-ACCT-MOVEMENT (WS-ACCT-SUB)
                MOVE ZEROES TO WS-ACCT-CLOSING (WS-ACCT-SUB)
                MOVE ZEROES TO WS-ACCT-POSTING-COUNT (WS-ACCT-SUB)
                MOVE ZEROES TO WS-ACCT-PERD-CLOSING (WS-ACCT-SUB)
                MOVE ZEROES TO WS-ACCT-PRIOR-CLOSING (WS-ACCT-SUB)
                MOVE "Y" TO WS-ACCT-MATCH-SWITCH
            END-IF.

       2630-SHIFT-ACCOUNT-ENTRY.
            MOVE WS-ACCT-ENTRY (WS-ACCT-SHIFT-SUB - 1)
                TO WS-ACCT-ENTRY (WS-ACCT-SHIFT-SUB)
            SUBTRACT 1 FROM WS-ACCT-SHIFT-SUB.

       2700-FIND-DELETED-ID.
            MOVE "N" TO WS-DEL-FOUND-SWITCH
            MOVE 1 TO WS-DEL-SUB
            PERFORM 2710-SCAN-DELETED-TABLE
                UNTIL WS-DEL-SUB > WS-DEL-ENTRY-COUNT
                    OR DELETED-ID-FOUND.

       2710-SCAN-DELETED-TABLE.
            IF WS-DEL-TRAN-ID (WS-DEL-SUB) = MR-TRAN-ID
                MOVE "Y" TO WS-DEL-FOUND-SWITCH
            ELSE
                ADD 1 TO WS-DEL-SUB
            END-IF.

       2900-READ-POSTING-HISTORY.
            READ POSTING-HISTORY-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-PHIST-EOF-SWITCH
            END-READ
            IF NOT END-OF-POSTING-HISTORY
                AND WS-PHIST-FILE-STATUS NOT = "00"
                DISPLAY "*** POSTING-HISTORY-FILE READ failed - "
                    "status " WS-PHIST-FILE-STATUS
                    " - statement abandoned ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                MOVE "Y" TO WS-PHIST-EOF-SWITCH
            END-IF.

       3000-PRINT-ONE-ACCOUNT.
            MOVE WS-ACCT-TABLE-CODE (WS-ACCT-SUB) TO AS-ACCT-CODE
            MOVE WS-STMT-PERIOD TO AS-PERIOD
            PERFORM 3100-WRITE-PAGE-HEADING
            MOVE "OPENING BALANCE" TO AS-BALANCE-LABEL
            MOVE WS-ACCT-OPENING (WS-ACCT-SUB) TO AS-BALANCE-AMOUNT
            MOVE AS-BALANCE-LINE TO STATEMENT-LINE
            WRITE STATEMENT-LINE
            ADD 1 TO WS-LINE-COUNT
            MOVE 1 TO WS-POST-SUB
            PERFORM 3200-PRINT-ACCOUNT-POSTING
                UNTIL WS-POST-SUB > WS-POST-ENTRY-COUNT
            IF POST-TABLE-OVERFLOWED
                MOVE "*** POSTING TABLE FULL - SOME NOT LISTED ***"
                    TO AS-MESSAGE
                PERFORM 3600-WRITE-MESSAGE-LINE
            END-IF
            IF WS-ACCT-TABLE-CODE (WS-ACCT-SUB) = WS-UNKNOWN-ACCT-CODE
                MOVE "*** ACCOUNT NOT ON MASTER OR MASTJRNL ***"
                    TO AS-MESSAGE
                PERFORM 3600-WRITE-MESSAGE-LINE
            END-IF
            MOVE "CLOSING BALANCE" TO AS-BALANCE-LABEL
            MOVE WS-ACCT-CLOSING (WS-ACCT-SUB) TO AS-BALANCE-AMOUNT
            MOVE AS-BALANCE-LINE TO STATEMENT-LINE
            WRITE STATEMENT-LINE
            MOVE WS-ACCT-POSTING-COUNT (WS-ACCT-SUB)
                TO AS-POSTING-COUNT
            MOVE WS-ACCT-MOVEMENT (WS-ACCT-SUB) TO AS-NET-MOVEMENT
            MOVE AS-MOVEMENT-LINE TO STATEMENT-LINE
            WRITE STATEMENT-LINE
            MOVE SPACES TO STATEMENT-LINE
            WRITE STATEMENT-LINE
            MOVE AS-CHECK-HEADER-LINE TO STATEMENT-LINE
            WRITE STATEMENT-LINE
            ADD 5 TO WS-LINE-COUNT
            PERFORM 3300-CHECK-ACCOUNT-BALANCES
            ADD 1 TO WS-ACCT-SUB.

       3100-WRITE-PAGE-HEADING.
            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO AS-PAGE-NUMBER
            MOVE AS-PAGE-HEADER-LINE TO STATEMENT-LINE
            WRITE STATEMENT-LINE
            MOVE AS-ACCOUNT-LINE TO STATEMENT-LINE
            WRITE STATEMENT-LINE
            MOVE SPACES TO STATEMENT-LINE
            WRITE STATEMENT-LINE
            MOVE AS-COLUMN-HEADER-LINE TO STATEMENT-LINE
            WRITE STATEMENT-LINE
            MOVE SPACES TO STATEMENT-LINE
            WRITE STATEMENT-LINE
            MOVE 5 TO WS-LINE-COUNT.

       3200-PRINT-ACCOUNT-POSTING.
            IF WS-POST-ACCT-CODE (WS-POST-SUB)
                = WS-ACCT-TABLE-CODE (WS-ACCT-SUB)
                IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                    PERFORM 3100-WRITE-PAGE-HEADING
                END-IF
                MOVE WS-POST-TRAN-ID (WS-POST-SUB) TO AS-TRAN-ID
                MOVE WS-POST-TRAN-DATE (WS-POST-SUB) TO AS-TRAN-DATE
                MOVE WS-POST-POSTED-DATE (WS-POST-SUB)
                    TO AS-POSTED-DATE
                MOVE WS-POST-TRAN-TYPE (WS-POST-SUB) TO AS-TRAN-TYPE
                MOVE WS-POST-PRIOR-AMOUNT (WS-POST-SUB)
                    TO AS-PRIOR-AMOUNT
                MOVE WS-POST-NEW-AMOUNT (WS-POST-SUB)
                    TO AS-NEW-AMOUNT
                COMPUTE WS-MOVEMENT-AMOUNT =
                    WS-POST-NEW-AMOUNT (WS-POST-SUB)
                    - WS-POST-PRIOR-AMOUNT (WS-POST-SUB)
                MOVE WS-MOVEMENT-AMOUNT TO AS-MOVEMENT-AMOUNT
                MOVE WS-POST-OPERATOR-ID (WS-POST-SUB)
                    TO AS-OPERATOR-ID
                MOVE WS-POST-BATCH-ID (WS-POST-SUB) TO AS-BATCH-ID
                MOVE AS-DETAIL-LINE TO STATEMENT-LINE
                WRITE STATEMENT-LINE
                ADD 1 TO WS-LINE-COUNT
            END-IF
            ADD 1 TO WS-POST-SUB.

       3300-CHECK-ACCOUNT-BALANCES.
            MOVE "OPENING + MOVEMENT = CLOSING" TO AS-CHECK-LABEL
            COMPUTE WS-CHECK-AMOUNT =
                WS-ACCT-OPENING (WS-ACCT-SUB)
                + WS-ACCT-MOVEMENT (WS-ACCT-SUB)
            MOVE WS-CHECK-AMOUNT TO AS-CHECK-STATEMENT
            MOVE WS-ACCT-CLOSING (WS-ACCT-SUB) TO AS-CHECK-PERDHIST
            IF WS-CHECK-AMOUNT = WS-ACCT-CLOSING (WS-ACCT-SUB)
                MOVE "AGREES" TO AS-CHECK-RESULT
            ELSE
                MOVE "*** MISMATCH - POSTING HISTORY BROKEN ***"
                    TO AS-CHECK-RESULT
                ADD 1 TO WS-MISMATCH-COUNT
            END-IF
            PERFORM 3400-WRITE-CHECK-LINE
            MOVE "CLOSING BALANCE" TO AS-CHECK-LABEL
            MOVE WS-ACCT-CLOSING (WS-ACCT-SUB) TO AS-CHECK-STATEMENT
            IF PERIOD-BALANCES-FOUND
                MOVE WS-ACCT-PERD-CLOSING (WS-ACCT-SUB)
                    TO AS-CHECK-PERDHIST
                IF WS-ACCT-CLOSING (WS-ACCT-SUB)
                    = WS-ACCT-PERD-CLOSING (WS-ACCT-SUB)
                    MOVE "AGREES" TO AS-CHECK-RESULT
                ELSE
                    MOVE "*** MISMATCH ***" TO AS-CHECK-RESULT
                    ADD 1 TO WS-MISMATCH-COUNT
                END-IF
            ELSE
                MOVE ZEROES TO AS-CHECK-PERDHIST
                MOVE "NOT CHECKED - NO BALANCES ON PERDHIST"
                    TO AS-CHECK-RESULT
            END-IF
            PERFORM 3400-WRITE-CHECK-LINE
            MOVE "NET MOVEMENT" TO AS-CHECK-LABEL
            MOVE WS-ACCT-MOVEMENT (WS-ACCT-SUB) TO AS-CHECK-STATEMENT
            IF PERIOD-BALANCES-FOUND
                AND PRIOR-BALANCES-FOUND
                COMPUTE WS-CHECK-AMOUNT =
                    WS-ACCT-PERD-CLOSING (WS-ACCT-SUB)
                    - WS-ACCT-PRIOR-CLOSING (WS-ACCT-SUB)
                MOVE WS-CHECK-AMOUNT TO AS-CHECK-PERDHIST
                IF WS-ACCT-MOVEMENT (WS-ACCT-SUB) = WS-CHECK-AMOUNT
                    MOVE "AGREES" TO AS-CHECK-RESULT
                ELSE
                    MOVE "*** MISMATCH ***" TO AS-CHECK-RESULT
                    ADD 1 TO WS-MISMATCH-COUNT
                END-IF
            ELSE
                MOVE ZEROES TO AS-CHECK-PERDHIST
                MOVE "NOT CHECKED - NO BALANCES ON PERDHIST"
                    TO AS-CHECK-RESULT
            END-IF
            PERFORM 3400-WRITE-CHECK-LINE.

       3400-WRITE-CHECK-LINE.
            MOVE AS-CHECK-LINE TO STATEMENT-LINE
            WRITE STATEMENT-LINE
            ADD 1 TO WS-LINE-COUNT.

       3500-PRINT-PERIOD-CHECK.
            MOVE "ALL" TO AS-ACCT-CODE
            MOVE WS-STMT-PERIOD TO AS-PERIOD
            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO AS-PAGE-NUMBER
            MOVE AS-PAGE-HEADER-LINE TO STATEMENT-LINE
            WRITE STATEMENT-LINE
            MOVE AS-ACCOUNT-LINE TO STATEMENT-LINE
            WRITE STATEMENT-LINE
            MOVE SPACES TO STATEMENT-LINE
            WRITE STATEMENT-LINE
            MOVE WS-GRAND-POSTING-COUNT TO AS-POSTING-COUNT
            MOVE WS-GRAND-MOVEMENT TO AS-NET-MOVEMENT
            MOVE AS-MOVEMENT-LINE TO STATEMENT-LINE
            WRITE STATEMENT-LINE
            MOVE SPACES TO STATEMENT-LINE
            WRITE STATEMENT-LINE
            MOVE AS-CHECK-HEADER-LINE TO STATEMENT-LINE
            WRITE STATEMENT-LINE
            MOVE 6 TO WS-LINE-COUNT
            MOVE "PERIOD POSTING COUNT" TO AS-CHECK-LABEL
            MOVE WS-GRAND-POSTING-COUNT TO AS-CHECK-STATEMENT
            MOVE WS-PERD-POSTING-COUNT TO AS-CHECK-PERDHIST
            IF WS-GRAND-POSTING-COUNT = WS-PERD-POSTING-COUNT
                MOVE "AGREES" TO AS-CHECK-RESULT
            ELSE
                MOVE "*** MISMATCH ***" TO AS-CHECK-RESULT
                ADD 1 TO WS-MISMATCH-COUNT
            END-IF
            PERFORM 3400-WRITE-CHECK-LINE
            MOVE "PERIOD NET MOVEMENT" TO AS-CHECK-LABEL
            MOVE WS-GRAND-MOVEMENT TO AS-CHECK-STATEMENT
            MOVE WS-PERD-NET-AMOUNT TO AS-CHECK-PERDHIST
            IF WS-GRAND-MOVEMENT = WS-PERD-NET-AMOUNT
                MOVE "AGREES" TO AS-CHECK-RESULT
            ELSE
                MOVE "*** MISMATCH ***" TO AS-CHECK-RESULT
                ADD 1 TO WS-MISMATCH-COUNT
            END-IF
            PERFORM 3400-WRITE-CHECK-LINE.

       3600-WRITE-MESSAGE-LINE.
            MOVE AS-MESSAGE-LINE TO STATEMENT-LINE
            WRITE STATEMENT-LINE
            ADD 1 TO WS-LINE-COUNT.

       9999-END-OF-JOB.
            IF WS-STATEMENT-FILE-STATUS = "00"
                AND NOT FATAL-ERROR-OCCURRED
                MOVE WS-ACCT-ENTRY-COUNT TO AS-ACCOUNT-COUNT
                MOVE WS-MISMATCH-COUNT TO AS-MISMATCH-COUNT
                MOVE WS-UNRESOLVED-COUNT TO AS-UNRESOLVED-COUNT
                MOVE SPACES TO STATEMENT-LINE
                WRITE STATEMENT-LINE
                MOVE AS-TRAILER-LINE TO STATEMENT-LINE
                WRITE STATEMENT-LINE
            END-IF
            IF WS-STATEMENT-FILE-STATUS = "00"
                CLOSE STATEMENT-FILE
            END-IF
            IF WS-MASTER-FILE-STATUS = "00"
                OR WS-MASTER-FILE-STATUS(1:1) = "2"
                CLOSE MASTER-FILE
            END-IF
            IF WS-PHIST-FILE-STATUS = "00"
                OR WS-PHIST-FILE-STATUS = "10"
                CLOSE POSTING-HISTORY-FILE
            END-IF
            DISPLAY "Accounts stated: " WS-ACCT-ENTRY-COUNT
                " for period " WS-STMT-PERIOD
            DISPLAY "Checks not agreeing: " WS-MISMATCH-COUNT
            EVALUATE TRUE
                WHEN FATAL-ERROR-OCCURRED
                    MOVE 16 TO RETURN-CODE
                WHEN WS-MISMATCH-COUNT > ZEROES
                    MOVE 8 TO RETURN-CODE
                WHEN WS-UNRESOLVED-COUNT > ZEROES
                    OR ACCT-TABLE-OVERFLOWED
                    OR POST-TABLE-OVERFLOWED
                    OR DEL-TABLE-OVERFLOWED
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    MOVE ZERO TO RETURN-CODE
            END-EVALUATE.
       END PROGRAM AcctStmt.
