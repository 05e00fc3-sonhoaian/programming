      ******************************************************************
      * Author:
      * Date:
      * Purpose: Chart-of-accounts maintenance for the InAndOut
      *          ACCTFILE reference file that drives the account-code
      *          edits in batch and menu mode. Adds, renames, closes
      *          and reopens ACCTREC entries through validated
      *          prompts (no duplicate or blank account codes, no
      *          blank names) and lists the chart, instead of
      *          hand-editing the flat file. The maintaining operator
      *          must sign on with the security-admin authority
      *          (OP-SECADMIN-AUTH on OPERFILE). An account may not be
      *          closed while MASTER still carries a record coded to
      *          it with a non-zero amount; the refusal lists those
      *          IDs so they can be cleared first. No update is
      *          allowed while a MASTLOCK run lock is on file.
      *          Every change, with the account's ACCTREC image
      *          before and after, and every refused close or
      *          sign-on is appended to the ACCTAUD audit file (see
      *          ACAUDREC).
      *          Each change is saved as it is made: the new image is
      *          written to the ACCTKEEP work file first and ACCTFILE
      *          is then rewritten from it, so a failure mid-rewrite
      *          never leaves the chart as the only (truncated) copy
      *          - recover ACCTFILE from ACCTKEEP if the rewrite is
      *          interrupted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChrtMnt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT ACCT-AUDIT-FILE ASSIGN TO "ACCTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-AUDIT-FILE-STATUS.
           SELECT KEEP-FILE ASSIGN TO "ACCTKEEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.
           SELECT MASTER-FILE ASSIGN TO "MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MR-TRAN-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO "MASTLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.
       FD  ACCT-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCT-AUDIT-RECORD.
           COPY ACAUDREC.
       FD  KEEP-FILE
           LABEL RECORDS ARE STANDARD.
       01  KEEP-RECORD PIC X(32).
       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-RECORD.
           COPY OPERREC.
       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  MASTER-RECORD.
           COPY MASTREC.
       FD  LOCK-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOCK-RECORD.
           COPY LOCKREC.
       WORKING-STORAGE SECTION.
       01  WS-ACCOUNT-FILE-STATUS PIC XX VALUE "00".
       01  WS-ACCT-AUDIT-FILE-STATUS PIC XX VALUE "00".
       01  WS-KEEP-FILE-STATUS PIC XX VALUE "00".
       01  WS-OPERATOR-FILE-STATUS PIC XX VALUE "00".
       01  WS-MASTER-FILE-STATUS PIC XX VALUE "00".
       01  WS-LOCK-FILE-STATUS PIC XX VALUE "00".
       01  WS-KEEP-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-KEEP-FILE VALUE "Y".
       01  WS-ACCT-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-ACCOUNT-FILE VALUE "Y".
       01  WS-OPER-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-OPERATOR-FILE VALUE "Y".
       01  WS-MASTER-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-MASTER-FILE VALUE "Y".
       01  WS-FATAL-ERROR-SWITCH PIC X VALUE "N".
           88  FATAL-ERROR-OCCURRED VALUE "Y".
       01  WS-SIGNON-SWITCH PIC X VALUE "N".
           88  ADMIN-SIGNED-ON VALUE "Y".
       01  WS-MENU-EXIT-SWITCH PIC X VALUE "N".
           88  MENU-EXIT-REQUESTED VALUE "Y".
       01  WS-ACCT-FOUND-SWITCH PIC X VALUE "N".
           88  ACCOUNT-FOUND VALUE "Y".
       01  WS-ACCT-SLOT-SWITCH PIC X VALUE "N".
           88  ACCOUNT-SLOT-FOUND VALUE "Y".
       01  WS-LOCK-FOUND-SWITCH PIC X VALUE "N".
           88  LOCK-ON-FILE VALUE "Y".
       01  WS-SAVED-SWITCH PIC X VALUE "N".
           88  CHANGE-WAS-SAVED VALUE "Y".
       01  WS-MASTER-CHECKED-SWITCH PIC X VALUE "N".
           88  MASTER-WAS-CHECKED VALUE "Y".
       01  WS-VALID-ENTRY PIC X VALUE "N".
           88  ENTRY-IS-VALID VALUE "Y".
       01  WS-MENU-CHOICE PIC X VALUE SPACES.
       01  WS-ADMIN-ID PIC X(8) VALUE SPACES.
       01  WS-TARGET-CODE PIC X(5) VALUE SPACES.
       01  WS-NEW-ACCT-NAME PIC X(20) VALUE SPACES.
       01  WS-AUDIT-ACTION PIC X VALUE SPACE.
       01  WS-BEFORE-IMAGE PIC X(32) VALUE SPACES.
       01  WS-AFTER-IMAGE PIC X(32) VALUE SPACES.
       01  WS-LOCK-HOLDER PIC X(8) VALUE SPACES.
       01  WS-LOCK-OPERATOR PIC X(8) VALUE SPACES.
       01  WS-LOCK-DATE PIC X(8) VALUE SPACES.
       01  WS-LOCK-TIME PIC X(8) VALUE SPACES.
       01  WS-BALANCE-ID-COUNT PIC 9(7) VALUE ZEROES.
       01  WS-BALANCE-ID-COUNT-ED PIC Z(6)9.
       01  WS-MASTER-AMOUNT-ED PIC -(9)9.99.
      * ACCTFILE held in account-code order; each entry is the whole
      * ACCTREC image so bytes this program does not maintain are
      * written back as they were read.
       01  WS-ACCT-TABLE-MAX PIC 9(3) VALUE 500.
       01  WS-ACCT-ENTRY-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-ACCT-SUB PIC 9(3) VALUE ZEROES.
       01  WS-ACCT-SHIFT-SUB PIC 9(3) VALUE ZEROES.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 500 TIMES.
               10  WS-ACCT-TABLE-CODE PIC X(5).
               10  WS-ACCT-TABLE-STATUS PIC X.
               10  WS-ACCT-TABLE-NAME PIC X(20).
               10  WS-ACCT-TABLE-SPARE PIC X(6).
       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
            PERFORM 1000-INITIALIZE
            IF ADMIN-SIGNED-ON
                PERFORM 2000-MAINTENANCE-MENU
                    UNTIL MENU-EXIT-REQUESTED
                        OR FATAL-ERROR-OCCURRED
            END-IF
            PERFORM 9999-END-OF-JOB
            STOP RUN.

       1000-INITIALIZE.
            PERFORM 1100-LOAD-ACCOUNT-TABLE
            IF NOT FATAL-ERROR-OCCURRED
                PERFORM 1300-OPEN-ACCT-AUDIT-FILE
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                PERFORM 1200-ADMIN-SIGN-ON
            END-IF.

       1100-LOAD-ACCOUNT-TABLE.
            OPEN INPUT ACCOUNT-FILE
            EVALUATE TRUE
                WHEN WS-ACCOUNT-FILE-STATUS = "00"
                    MOVE "N" TO WS-ACCT-EOF-SWITCH
                    PERFORM 1110-LOAD-ONE-ACCOUNT
                        UNTIL END-OF-ACCOUNT-FILE
                    CLOSE ACCOUNT-FILE
                WHEN WS-ACCOUNT-FILE-STATUS = "35"
                    DISPLAY "ACCTFILE not on file - starting an "
                        "empty chart of accounts"
                WHEN OTHER
                    DISPLAY "*** ACCOUNT-FILE ACCTFILE will not open - "
                        "status " WS-ACCOUNT-FILE-STATUS
                        " - maintenance unavailable ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
            END-EVALUATE.

       1110-LOAD-ONE-ACCOUNT.
            READ ACCOUNT-FILE
                AT END
                    MOVE "Y" TO WS-ACCT-EOF-SWITCH
                NOT AT END
                    MOVE AC-ACCT-CODE TO WS-TARGET-CODE
                    PERFORM 2500-FIND-ACCOUNT-ENTRY
                    EVALUATE TRUE
                        WHEN ACCOUNT-FOUND
                            DISPLAY "*** Account " AC-ACCT-CODE
                                " is on ACCTFILE twice - first "
                                "entry kept ***"
                        WHEN WS-ACCT-ENTRY-COUNT < WS-ACCT-TABLE-MAX
                            PERFORM 2520-OPEN-ACCOUNT-SLOT
                            MOVE ACCOUNT-RECORD
                                TO WS-ACCT-ENTRY (WS-ACCT-SUB)
                        WHEN OTHER
                            DISPLAY "*** Chart-of-accounts table full "
                                "after " WS-ACCT-TABLE-MAX
                                " accounts - maintenance "
                                "abandoned ***"
                            MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                            MOVE "Y" TO WS-ACCT-EOF-SWITCH
                    END-EVALUATE
            END-READ.

       1200-ADMIN-SIGN-ON.
            DISPLAY "Chart-of-accounts maintenance - enter "
                "operator ID: "
            ACCEPT WS-ADMIN-ID
            OPEN INPUT OPERATOR-FILE
            IF WS-OPERATOR-FILE-STATUS NOT = "00"
                DISPLAY "*** OPERATOR-FILE OPERFILE will not open - "
                    "status " WS-OPERATOR-FILE-STATUS
                    " - maintenance unavailable ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
            ELSE
                MOVE "N" TO WS-OPER-EOF-SWITCH
                PERFORM 1210-CHECK-ONE-OPERATOR
                    UNTIL END-OF-OPERATOR-FILE
                CLOSE OPERATOR-FILE
                IF ADMIN-SIGNED-ON
                    DISPLAY "Security admin "WS-ADMIN-ID" signed on"
                ELSE
                    DISPLAY "*** Operator "WS-ADMIN-ID" not "
                        "authorized for chart-of-accounts "
                        "maintenance - sign-on refused ***"
                    MOVE SPACES TO WS-TARGET-CODE
                    MOVE SPACES TO WS-BEFORE-IMAGE
                    MOVE SPACES TO WS-AFTER-IMAGE
                    MOVE "S" TO WS-AUDIT-ACTION
                    PERFORM 3100-WRITE-ACCT-AUDIT
                END-IF
            END-IF.

       1210-CHECK-ONE-OPERATOR.
            READ OPERATOR-FILE
                AT END
                    MOVE "Y" TO WS-OPER-EOF-SWITCH
                NOT AT END
                    IF OP-OPERATOR-ID = WS-ADMIN-ID
                        IF OP-SECADMIN-AUTH = "Y"
                            MOVE "Y" TO WS-SIGNON-SWITCH
                        END-IF
                        MOVE "Y" TO WS-OPER-EOF-SWITCH
                    END-IF
            END-READ.

       1300-OPEN-ACCT-AUDIT-FILE.
            OPEN EXTEND ACCT-AUDIT-FILE
            IF WS-ACCT-AUDIT-FILE-STATUS = "35"
                OPEN OUTPUT ACCT-AUDIT-FILE
            END-IF
            IF WS-ACCT-AUDIT-FILE-STATUS NOT = "00"
                DISPLAY "*** ACCT-AUDIT-FILE ACCTAUD will not "
                    "open - status " WS-ACCT-AUDIT-FILE-STATUS
                    " - maintenance unavailable with no audit "
                    "trail ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
            END-IF.

       2000-MAINTENANCE-MENU.
            DISPLAY " "
            DISPLAY "ChrtMnt - 1) Add  2) Rename  3) Close  "
                "4) Reopen  5) List  6) Exit"
            DISPLAY "Select an option: "
            ACCEPT WS-MENU-CHOICE
            EVALUATE WS-MENU-CHOICE
                WHEN "1"
                    PERFORM 2100-ADD-ACCOUNT
                WHEN "2"
                    PERFORM 2200-RENAME-ACCOUNT
                WHEN "3"
                    PERFORM 2300-CLOSE-ACCOUNT
                WHEN "4"
                    PERFORM 2400-REOPEN-ACCOUNT
                WHEN "5"
                    PERFORM 2450-LIST-ACCOUNTS
                WHEN "6"
                    MOVE "Y" TO WS-MENU-EXIT-SWITCH
                WHEN OTHER
                    DISPLAY "*** Invalid selection - choose 1-6 ***"
            END-EVALUATE.

       2100-ADD-ACCOUNT.
            DISPLAY "Enter new account code: "
            ACCEPT WS-TARGET-CODE
            IF WS-TARGET-CODE = SPACES
                DISPLAY "*** Account code required - add "
                    "cancelled ***"
            ELSE
                PERFORM 2500-FIND-ACCOUNT-ENTRY
                EVALUATE TRUE
                    WHEN ACCOUNT-FOUND
                        DISPLAY "*** Account "WS-TARGET-CODE" is "
                            "already on file - use Rename or "
                            "Reopen ***"
                    WHEN WS-ACCT-ENTRY-COUNT >= WS-ACCT-TABLE-MAX
                        DISPLAY "*** Chart-of-accounts table full - "
                            "add cancelled ***"
                    WHEN OTHER
                        PERFORM 2600-PROMPT-ACCOUNT-NAME
                        PERFORM 2700-CHECK-RUN-LOCK
                        IF NOT LOCK-ON-FILE
                            PERFORM 2110-APPLY-ADD
                        END-IF
                END-EVALUATE
            END-IF.

       2110-APPLY-ADD.
            PERFORM 2500-FIND-ACCOUNT-ENTRY
            PERFORM 2520-OPEN-ACCOUNT-SLOT
            MOVE SPACES TO WS-ACCT-ENTRY (WS-ACCT-SUB)
            MOVE WS-TARGET-CODE TO WS-ACCT-TABLE-CODE (WS-ACCT-SUB)
            MOVE "O" TO WS-ACCT-TABLE-STATUS (WS-ACCT-SUB)
            MOVE WS-NEW-ACCT-NAME TO WS-ACCT-TABLE-NAME (WS-ACCT-SUB)
            MOVE SPACES TO WS-BEFORE-IMAGE
            MOVE WS-ACCT-ENTRY (WS-ACCT-SUB) TO WS-AFTER-IMAGE
            PERFORM 3000-WRITE-ACCOUNT-FILE
            IF CHANGE-WAS-SAVED
                MOVE "A" TO WS-AUDIT-ACTION
                PERFORM 3100-WRITE-ACCT-AUDIT
                DISPLAY "Account "WS-TARGET-CODE" added - open"
            END-IF.

       2200-RENAME-ACCOUNT.
            DISPLAY "Enter account code to rename: "
            ACCEPT WS-TARGET-CODE
            PERFORM 2500-FIND-ACCOUNT-ENTRY
            IF NOT ACCOUNT-FOUND
                DISPLAY "*** Account "WS-TARGET-CODE" not on "
                    "file ***"
            ELSE
                DISPLAY "Current name: "
                    WS-ACCT-TABLE-NAME (WS-ACCT-SUB)
                PERFORM 2600-PROMPT-ACCOUNT-NAME
                PERFORM 2700-CHECK-RUN-LOCK
                IF NOT LOCK-ON-FILE
                    PERFORM 2500-FIND-ACCOUNT-ENTRY
                    MOVE WS-ACCT-ENTRY (WS-ACCT-SUB)
                        TO WS-BEFORE-IMAGE
                    MOVE WS-NEW-ACCT-NAME
                        TO WS-ACCT-TABLE-NAME (WS-ACCT-SUB)
                    MOVE WS-ACCT-ENTRY (WS-ACCT-SUB)
                        TO WS-AFTER-IMAGE
                    PERFORM 3000-WRITE-ACCOUNT-FILE
                    IF CHANGE-WAS-SAVED
                        MOVE "N" TO WS-AUDIT-ACTION
                        PERFORM 3100-WRITE-ACCT-AUDIT
                        DISPLAY "Account "WS-TARGET-CODE" renamed"
                    END-IF
                END-IF
            END-IF.

       2300-CLOSE-ACCOUNT.
            DISPLAY "Enter account code to close: "
            ACCEPT WS-TARGET-CODE
            PERFORM 2500-FIND-ACCOUNT-ENTRY
            EVALUATE TRUE
                WHEN NOT ACCOUNT-FOUND
                    DISPLAY "*** Account "WS-TARGET-CODE" not on "
                        "file ***"
                WHEN WS-ACCT-TABLE-STATUS (WS-ACCT-SUB) = "C"
                    DISPLAY "*** Account "WS-TARGET-CODE" is "
                        "already closed ***"
                WHEN OTHER
                    PERFORM 2700-CHECK-RUN-LOCK
                    IF NOT LOCK-ON-FILE
                        PERFORM 2800-FIND-MASTER-BALANCES
                        PERFORM 2310-APPLY-CLOSE
                    END-IF
            END-EVALUATE.

       2310-APPLY-CLOSE.
            PERFORM 2500-FIND-ACCOUNT-ENTRY
            MOVE WS-ACCT-ENTRY (WS-ACCT-SUB) TO WS-BEFORE-IMAGE
            EVALUATE TRUE
                WHEN NOT MASTER-WAS-CHECKED
                    CONTINUE
                WHEN WS-BALANCE-ID-COUNT > ZEROES
                    MOVE WS-BALANCE-ID-COUNT TO WS-BALANCE-ID-COUNT-ED
                    DISPLAY "*** MASTER carries "
                        WS-BALANCE-ID-COUNT-ED " ID(s) with a balance "
                        "on account "WS-TARGET-CODE" - clear them "
                        "first - close refused ***"
                    MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE
                    MOVE "R" TO WS-AUDIT-ACTION
                    PERFORM 3100-WRITE-ACCT-AUDIT
                WHEN OTHER
                    MOVE "C" TO WS-ACCT-TABLE-STATUS (WS-ACCT-SUB)
                    MOVE WS-ACCT-ENTRY (WS-ACCT-SUB) TO WS-AFTER-IMAGE
                    PERFORM 3000-WRITE-ACCOUNT-FILE
                    IF CHANGE-WAS-SAVED
                        MOVE "C" TO WS-AUDIT-ACTION
                        PERFORM 3100-WRITE-ACCT-AUDIT
                        DISPLAY "Account "WS-TARGET-CODE" closed"
                    END-IF
            END-EVALUATE.

       2400-REOPEN-ACCOUNT.
            DISPLAY "Enter account code to reopen: "
            ACCEPT WS-TARGET-CODE
            PERFORM 2500-FIND-ACCOUNT-ENTRY
            EVALUATE TRUE
                WHEN NOT ACCOUNT-FOUND
                    DISPLAY "*** Account "WS-TARGET-CODE" not on "
                        "file ***"
                WHEN WS-ACCT-TABLE-STATUS (WS-ACCT-SUB) NOT = "C"
                    DISPLAY "*** Account "WS-TARGET-CODE" is "
                        "not closed ***"
                WHEN OTHER
                    PERFORM 2700-CHECK-RUN-LOCK
                    IF NOT LOCK-ON-FILE
                        PERFORM 2500-FIND-ACCOUNT-ENTRY
                        MOVE WS-ACCT-ENTRY (WS-ACCT-SUB)
                            TO WS-BEFORE-IMAGE
                        MOVE "O" TO WS-ACCT-TABLE-STATUS (WS-ACCT-SUB)
                        MOVE WS-ACCT-ENTRY (WS-ACCT-SUB)
                            TO WS-AFTER-IMAGE
                        PERFORM 3000-WRITE-ACCOUNT-FILE
                        IF CHANGE-WAS-SAVED
                            MOVE "O" TO WS-AUDIT-ACTION
                            PERFORM 3100-WRITE-ACCT-AUDIT
                            DISPLAY "Account "WS-TARGET-CODE
                                " reopened"
                        END-IF
                    END-IF
            END-EVALUATE.

       2450-LIST-ACCOUNTS.
            DISPLAY "Accounts on file (code/status/name):"
            MOVE 1 TO WS-ACCT-SUB
            PERFORM 2460-LIST-ONE-ACCOUNT
                UNTIL WS-ACCT-SUB > WS-ACCT-ENTRY-COUNT.

       2460-LIST-ONE-ACCOUNT.
            DISPLAY "  " WS-ACCT-TABLE-CODE (WS-ACCT-SUB)
                "  " WS-ACCT-TABLE-STATUS (WS-ACCT-SUB)
                "  " WS-ACCT-TABLE-NAME (WS-ACCT-SUB)
            ADD 1 TO WS-ACCT-SUB.

       2500-FIND-ACCOUNT-ENTRY.
            MOVE "N" TO WS-ACCT-FOUND-SWITCH
            MOVE "N" TO WS-ACCT-SLOT-SWITCH
            MOVE 1 TO WS-ACCT-SUB
            PERFORM 2510-SCAN-ACCOUNT-TABLE
                UNTIL WS-ACCT-SUB > WS-ACCT-ENTRY-COUNT
                    OR ACCOUNT-FOUND
                    OR ACCOUNT-SLOT-FOUND.

       2510-SCAN-ACCOUNT-TABLE.
            EVALUATE TRUE
                WHEN WS-ACCT-TABLE-CODE (WS-ACCT-SUB) = WS-TARGET-CODE
                    MOVE "Y" TO WS-ACCT-FOUND-SWITCH
                WHEN WS-ACCT-TABLE-CODE (WS-ACCT-SUB) > WS-TARGET-CODE
                    MOVE "Y" TO WS-ACCT-SLOT-SWITCH
                WHEN OTHER
                    ADD 1 TO WS-ACCT-SUB
            END-EVALUATE.

       2520-OPEN-ACCOUNT-SLOT.
      * Makes room at WS-ACCT-SUB, where 2500 stopped, so the table
      * stays in account-code order.
            ADD 1 TO WS-ACCT-ENTRY-COUNT
            MOVE WS-ACCT-ENTRY-COUNT TO WS-ACCT-SHIFT-SUB
            PERFORM 2530-SHIFT-ACCOUNT-ENTRY
                UNTIL WS-ACCT-SHIFT-SUB <= WS-ACCT-SUB.

       2530-SHIFT-ACCOUNT-ENTRY.
            MOVE WS-ACCT-ENTRY (WS-ACCT-SHIFT-SUB - 1)
                TO WS-ACCT-ENTRY (WS-ACCT-SHIFT-SUB)
            SUBTRACT 1 FROM WS-ACCT-SHIFT-SUB.

       2600-PROMPT-ACCOUNT-NAME.
            MOVE "N" TO WS-VALID-ENTRY
            PERFORM 2610-ACCEPT-ACCOUNT-NAME
                UNTIL ENTRY-IS-VALID.

       2610-ACCEPT-ACCOUNT-NAME.
            DISPLAY "Enter account name: "
            ACCEPT WS-NEW-ACCT-NAME
            IF WS-NEW-ACCT-NAME = SPACES
                DISPLAY "*** Account name required ***"
            ELSE
                MOVE "Y" TO WS-VALID-ENTRY
            END-IF.

       2700-CHECK-RUN-LOCK.
            MOVE "N" TO WS-LOCK-FOUND-SWITCH
            OPEN INPUT LOCK-FILE
            IF WS-LOCK-FILE-STATUS = "00"
                READ LOCK-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE "Y" TO WS-LOCK-FOUND-SWITCH
                        MOVE LR-HOLDER-TYPE TO WS-LOCK-HOLDER
                        MOVE LR-OPERATOR-ID TO WS-LOCK-OPERATOR
                        MOVE LR-LOCK-DATE TO WS-LOCK-DATE
                        MOVE LR-LOCK-TIME TO WS-LOCK-TIME
                END-READ
                CLOSE LOCK-FILE
            END-IF
            IF LOCK-ON-FILE
                DISPLAY "*** MASTER is locked by "WS-LOCK-HOLDER
                    " operator "WS-LOCK-OPERATOR" since "
                    WS-LOCK-DATE" "WS-LOCK-TIME
                    " - update refused, try again when the run "
                    "ends ***"
            END-IF.

       2800-FIND-MASTER-BALANCES.
            MOVE "N" TO WS-MASTER-CHECKED-SWITCH
            MOVE ZEROES TO WS-BALANCE-ID-COUNT
            OPEN INPUT MASTER-FILE
            IF WS-MASTER-FILE-STATUS NOT = "00"
                DISPLAY "*** MASTER-FILE will not open - status "
                    WS-MASTER-FILE-STATUS
                    " - balances cannot be checked - close "
                    "refused ***"
            ELSE
                MOVE "N" TO WS-MASTER-EOF-SWITCH
                PERFORM 2810-CHECK-ONE-MASTER-RECORD
                    UNTIL END-OF-MASTER-FILE
                CLOSE MASTER-FILE
            END-IF.

       2810-CHECK-ONE-MASTER-RECORD.
            READ MASTER-FILE
                AT END
                    MOVE "Y" TO WS-MASTER-EOF-SWITCH
                    MOVE "Y" TO WS-MASTER-CHECKED-SWITCH
            END-READ
            IF NOT END-OF-MASTER-FILE
                IF WS-MASTER-FILE-STATUS NOT = "00"
                    DISPLAY "*** MASTER-FILE READ failed - status "
                        WS-MASTER-FILE-STATUS
                        " - balances cannot be checked - close "
                        "refused ***"
                    MOVE "Y" TO WS-MASTER-EOF-SWITCH
                ELSE
                    IF MR-ACCT-CODE = WS-TARGET-CODE
                        AND MR-AMOUNT NOT = ZERO
                        ADD 1 TO WS-BALANCE-ID-COUNT
                        MOVE MR-AMOUNT TO WS-MASTER-AMOUNT-ED
                        DISPLAY "  " MR-TRAN-ID "  "
                            WS-MASTER-AMOUNT-ED
                    END-IF
                END-IF
            END-IF.

       3000-WRITE-ACCOUNT-FILE.
            MOVE "N" TO WS-SAVED-SWITCH
            OPEN OUTPUT KEEP-FILE
            IF WS-KEEP-FILE-STATUS NOT = "00"
                DISPLAY "*** KEEP-FILE ACCTKEEP will not open - "
                    "status " WS-KEEP-FILE-STATUS
                    " - change NOT saved - ACCTFILE left "
                    "unchanged ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
            ELSE
                MOVE 1 TO WS-ACCT-SHIFT-SUB
                PERFORM 3010-WRITE-ONE-ACCOUNT
                    UNTIL WS-ACCT-SHIFT-SUB > WS-ACCT-ENTRY-COUNT
                        OR FATAL-ERROR-OCCURRED
                CLOSE KEEP-FILE
                IF NOT FATAL-ERROR-OCCURRED
                    PERFORM 3020-COPY-KEEP-TO-ACCTFILE
                END-IF
            END-IF.

       3010-WRITE-ONE-ACCOUNT.
            WRITE KEEP-RECORD FROM WS-ACCT-ENTRY (WS-ACCT-SHIFT-SUB)
            IF WS-KEEP-FILE-STATUS NOT = "00"
                DISPLAY "*** KEEP-FILE WRITE failed - status "
                    WS-KEEP-FILE-STATUS " - change NOT saved - "
                    "ACCTFILE left unchanged ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
            END-IF
            ADD 1 TO WS-ACCT-SHIFT-SUB.

       3020-COPY-KEEP-TO-ACCTFILE.
            MOVE "N" TO WS-KEEP-EOF-SWITCH
            OPEN INPUT KEEP-FILE
            IF WS-KEEP-FILE-STATUS NOT = "00"
                DISPLAY "*** KEEP-FILE ACCTKEEP will not reopen - "
                    "status " WS-KEEP-FILE-STATUS
                    " - ACCTFILE left unchanged ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
            ELSE
                OPEN OUTPUT ACCOUNT-FILE
                IF WS-ACCOUNT-FILE-STATUS NOT = "00"
                    DISPLAY "*** ACCOUNT-FILE ACCTFILE will not "
                        "open for rewrite - status "
                        WS-ACCOUNT-FILE-STATUS
                        " - the new image is on ACCTKEEP ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    CLOSE KEEP-FILE
                ELSE
                    PERFORM 3030-COPY-ONE-KEEP-RECORD
                        UNTIL END-OF-KEEP-FILE
                            OR FATAL-ERROR-OCCURRED
                    CLOSE KEEP-FILE
                    CLOSE ACCOUNT-FILE
                    IF NOT FATAL-ERROR-OCCURRED
                        MOVE "Y" TO WS-SAVED-SWITCH
                    END-IF
                END-IF
            END-IF.

       3030-COPY-ONE-KEEP-RECORD.
            READ KEEP-FILE
                AT END
                    MOVE "Y" TO WS-KEEP-EOF-SWITCH
            END-READ
            IF END-OF-KEEP-FILE
                CONTINUE
            ELSE
                WRITE ACCOUNT-RECORD FROM KEEP-RECORD
                IF WS-ACCOUNT-FILE-STATUS NOT = "00"
                    DISPLAY "*** ACCOUNT-FILE WRITE failed - "
                        "status " WS-ACCOUNT-FILE-STATUS
                        " - ACCTFILE may be incomplete - recover "
                        "it from ACCTKEEP before the next "
                        "run ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
            END-IF.

       3100-WRITE-ACCT-AUDIT.
            MOVE SPACES TO ACCT-AUDIT-RECORD
            ACCEPT CA-TIMESTAMP-DATE FROM DATE YYYYMMDD
            ACCEPT CA-TIMESTAMP-TIME FROM TIME
            MOVE WS-ADMIN-ID TO CA-ADMIN-ID
            MOVE WS-AUDIT-ACTION TO CA-ACTION
            MOVE WS-TARGET-CODE TO CA-ACCT-CODE
            MOVE WS-BEFORE-IMAGE TO CA-BEFORE-IMAGE
            MOVE WS-AFTER-IMAGE TO CA-AFTER-IMAGE
            WRITE ACCT-AUDIT-RECORD
            IF WS-ACCT-AUDIT-FILE-STATUS NOT = "00"
                DISPLAY "*** ACCT-AUDIT-FILE WRITE failed - "
                    "status " WS-ACCT-AUDIT-FILE-STATUS
                    " - maintenance ends with audit trail "
                    "incomplete ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
            END-IF.

       9999-END-OF-JOB.
            IF WS-ACCT-AUDIT-FILE-STATUS = "00"
                CLOSE ACCT-AUDIT-FILE
            END-IF
            IF FATAL-ERROR-OCCURRED
                MOVE 16 TO RETURN-CODE
            ELSE
                IF NOT ADMIN-SIGNED-ON
                    MOVE 8 TO RETURN-CODE
                ELSE
                    MOVE ZERO TO RETURN-CODE
                END-IF
            END-IF.
       END PROGRAM ChrtMnt.
