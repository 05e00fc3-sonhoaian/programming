      *          way MastUtil refuses to reload. Run the close
      *          before AudArch archives the period's audit records,
      *          or the totals will not see them.
      *          The summary is followed on PERDHIST by one account
      *          balance record per ledger account (see PHSTREC):
      *          the MASTER record count and closing balance of each
      *          MR-ACCT-CODE as the period closes, which the
      *          AcctStmt statement checks its figures against.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LOCK-FILE ASSIGN TO "MASTLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT MASTER-FILE ASSIGN TO "MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MR-TRAN-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE
       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-SUMMARY-RECORD.
           COPY PHSTREC.
       FD  LOCK-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOCK-RECORD.
           COPY LOCKREC.
       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  MASTER-RECORD.
           COPY MASTREC.
       WORKING-STORAGE SECTION.
       01  WS-PERIOD-FILE-STATUS PIC XX VALUE "00".
       01  WS-AUDIT-FILE-STATUS PIC XX VALUE "00".
       01  WS-POSTING-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-NET-AMOUNT PIC S9(13)V99 VALUE ZEROES.
       01  WS-NET-AMOUNT-ED PIC +Z(12)9.99.
       01  WS-MASTER-FILE-STATUS PIC XX VALUE "00".
       01  WS-MASTER-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-MASTER-FILE VALUE "Y".
       01  WS-CLOSED-DATE PIC X(8) VALUE SPACES.
       01  WS-CLOSED-TIME PIC X(8) VALUE SPACES.
       01  WS-ACCT-MATCH-SWITCH PIC X VALUE "N".
           88  ACCOUNT-ENTRY-MATCHED VALUE "Y".
       01  WS-ACCT-SLOT-SWITCH PIC X VALUE "N".
           88  ACCOUNT-SLOT-FOUND VALUE "Y".
       01  WS-ACCT-TABLE-MAX PIC 9(3) VALUE 500.
       01  WS-ACCT-ENTRY-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-ACCT-SUB PIC 9(3) VALUE ZEROES.
       01  WS-ACCT-SHIFT-SUB PIC 9(3) VALUE ZEROES.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 500 TIMES.
               10  WS-ACCT-TABLE-CODE PIC X(5).
               10  WS-ACCT-REC-COUNT PIC 9(9).
               10  WS-ACCT-AMOUNT PIC S9(13)V99.
       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
            PERFORM 1000-INITIALIZE
            IF NOT FATAL-ERROR-OCCURRED
                PERFORM 1200-READ-PERIOD-CONTROL
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                PERFORM 1300-TOTAL-MASTER-BY-ACCOUNT
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                OPEN INPUT AUDIT-FILE
                IF WS-AUDIT-FILE-STATUS NOT = "00"
                CLOSE PERIOD-FILE
            END-IF.

       1300-TOTAL-MASTER-BY-ACCOUNT.
            OPEN INPUT MASTER-FILE
            IF WS-MASTER-FILE-STATUS NOT = "00"
                DISPLAY "*** MASTER-FILE will not open - status "
                    WS-MASTER-FILE-STATUS
                    " - period close abandoned ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                MOVE "Y" TO WS-EOF-SWITCH
            ELSE
                MOVE "N" TO WS-MASTER-EOF-SWITCH
                PERFORM 1310-TOTAL-ONE-MASTER-RECORD
                    UNTIL END-OF-MASTER-FILE
                CLOSE MASTER-FILE
            END-IF.

       1310-TOTAL-ONE-MASTER-RECORD.
            READ MASTER-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-MASTER-EOF-SWITCH
            END-READ
            IF NOT END-OF-MASTER-FILE
                IF WS-MASTER-FILE-STATUS NOT = "00"
                    DISPLAY "*** MASTER-FILE READ failed - status "
                        WS-MASTER-FILE-STATUS
                        " - period close abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    MOVE "Y" TO WS-EOF-SWITCH
                    MOVE "Y" TO WS-MASTER-EOF-SWITCH
                ELSE
                    PERFORM 1320-ACCUMULATE-ACCOUNT
                END-IF
            END-IF.

       1320-ACCUMULATE-ACCOUNT.
            MOVE "N" TO WS-ACCT-MATCH-SWITCH
            MOVE "N" TO WS-ACCT-SLOT-SWITCH
            MOVE 1 TO WS-ACCT-SUB
            PERFORM 1330-LOCATE-ACCOUNT-SLOT
                UNTIL WS-ACCT-SUB > WS-ACCT-ENTRY-COUNT
                    OR ACCOUNT-ENTRY-MATCHED
                    OR ACCOUNT-SLOT-FOUND
            IF NOT ACCOUNT-ENTRY-MATCHED
                PERFORM 1340-INSERT-ACCOUNT-ENTRY
            END-IF
            IF ACCOUNT-ENTRY-MATCHED
                ADD 1 TO WS-ACCT-REC-COUNT (WS-ACCT-SUB)
                ADD MR-AMOUNT TO WS-ACCT-AMOUNT (WS-ACCT-SUB)
            END-IF.

       1330-LOCATE-ACCOUNT-SLOT.
            EVALUATE TRUE
                WHEN WS-ACCT-TABLE-CODE (WS-ACCT-SUB) = MR-ACCT-CODE
                    MOVE "Y" TO WS-ACCT-MATCH-SWITCH
                WHEN WS-ACCT-TABLE-CODE (WS-ACCT-SUB) > MR-ACCT-CODE
                    MOVE "Y" TO WS-ACCT-SLOT-SWITCH
                WHEN OTHER
                    ADD 1 TO WS-ACCT-SUB
            END-EVALUATE.

       1340-INSERT-ACCOUNT-ENTRY.
            IF WS-ACCT-ENTRY-COUNT >= WS-ACCT-TABLE-MAX
                DISPLAY "*** Account table full after "
                    WS-ACCT-TABLE-MAX " accounts - period close "
                    "abandoned ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                MOVE "Y" TO WS-EOF-SWITCH
                MOVE "Y" TO WS-MASTER-EOF-SWITCH
            ELSE
                ADD 1 TO WS-ACCT-ENTRY-COUNT
                MOVE WS-ACCT-ENTRY-COUNT TO WS-ACCT-SHIFT-SUB
                PERFORM 1350-SHIFT-ACCOUNT-ENTRY
                    UNTIL WS-ACCT-SHIFT-SUB <= WS-ACCT-SUB
                MOVE MR-ACCT-CODE TO WS-ACCT-TABLE-CODE (WS-ACCT-SUB)
                MOVE ZEROES TO WS-ACCT-REC-COUNT (WS-ACCT-SUB)
                MOVE ZEROES TO WS-ACCT-AMOUNT (WS-ACCT-SUB)
                MOVE "Y" TO WS-ACCT-MATCH-SWITCH
            END-IF.

       1350-SHIFT-ACCOUNT-ENTRY.
            MOVE WS-ACCT-ENTRY (WS-ACCT-SHIFT-SUB - 1)
                TO WS-ACCT-ENTRY (WS-ACCT-SHIFT-SUB)
            SUBTRACT 1 FROM WS-ACCT-SHIFT-SUB.

       2000-TOTAL-PERIOD-ACTIVITY.
            IF AR-TRAN-DATE = SPACES
                MOVE AR-TIMESTAMP-DATE TO WS-POSTING-DATE
                        " - period close abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                ELSE
                    ACCEPT WS-CLOSED-DATE FROM DATE YYYYMMDD
                    ACCEPT WS-CLOSED-TIME FROM TIME
                    MOVE SPACES TO PERIOD-SUMMARY-RECORD
                    MOVE WS-OPEN-PERIOD TO PS-PERIOD
                    MOVE WS-CLOSED-DATE TO PS-CLOSED-DATE
                    MOVE WS-CLOSED-TIME TO PS-CLOSED-TIME
                    MOVE WS-POSTING-COUNT TO PS-POSTING-COUNT
                    MOVE WS-NET-AMOUNT TO PS-NET-AMOUNT
                    WRITE PERIOD-SUMMARY-RECORD
                            " - period close abandoned ***"
                        MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    END-IF
                    MOVE 1 TO WS-ACCT-SUB
                    PERFORM 3100-WRITE-ACCOUNT-BALANCE
                        UNTIL WS-ACCT-SUB > WS-ACCT-ENTRY-COUNT
                            OR FATAL-ERROR-OCCURRED
                    CLOSE HISTORY-FILE
                END-IF
            END-IF.

       3100-WRITE-ACCOUNT-BALANCE.
            MOVE SPACES TO PERIOD-SUMMARY-RECORD
            MOVE WS-OPEN-PERIOD TO PS-PERIOD
            MOVE WS-CLOSED-DATE TO PS-CLOSED-DATE
            MOVE WS-CLOSED-TIME TO PS-CLOSED-TIME
            MOVE "A" TO PS-RECORD-TYPE
            MOVE WS-ACCT-TABLE-CODE (WS-ACCT-SUB) TO PS-ACCT-CODE
            MOVE WS-ACCT-REC-COUNT (WS-ACCT-SUB)
                TO PS-ACCT-RECORD-COUNT
            MOVE WS-ACCT-AMOUNT (WS-ACCT-SUB)
                TO PS-ACCT-CLOSING-BALANCE
            WRITE PERIOD-SUMMARY-RECORD
            IF WS-HISTORY-FILE-STATUS NOT = "00"
                DISPLAY "*** HISTORY-FILE WRITE failed - "
                    "status " WS-HISTORY-FILE-STATUS
                    " - period close abandoned ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
            END-IF
            ADD 1 TO WS-ACCT-SUB.

       4000-ADVANCE-OPEN-PERIOD.
            IF NOT FATAL-ERROR-OCCURRED
                MOVE WS-OPEN-PERIOD(1:4) TO WS-PERIOD-YEAR
                DISPLAY "Period " WS-OPEN-PERIOD " closed - "
                    WS-POSTING-COUNT " postings, net movement "
                    WS-NET-AMOUNT-ED
                DISPLAY "Account balances recorded for "
                    WS-ACCT-ENTRY-COUNT " accounts"
                DISPLAY "Open period is now " WS-NEXT-PERIOD
            END-IF
            IF FATAL-ERROR-OCCURRED
