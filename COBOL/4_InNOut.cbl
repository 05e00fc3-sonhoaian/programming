           SELECT LEDGER-FILE ASSIGN TO "GLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT GL-HISTORY-FILE ASSIGN TO "GLEXTHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-HISTORY-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PHIST-FILE-STATUS.
           SELECT APPROVAL-CONTROL-FILE ASSIGN TO "APPRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-CTL-FILE-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PENDAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT PENDING-KEEP-FILE ASSIGN TO "PENDKEEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-KEEP-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO "EXCHRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT QUALITY-LOG-FILE ASSIGN TO "QUALLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUAL-LOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
                                   SIGN IS LEADING SEPARATE.
           05  CK-REJECTED-COUNT   PIC 9(9).
           05  CK-SUSPENSE-COUNT   PIC 9(9).
           05  CK-BASE-TOTAL-AMOUNT PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.
           05  CK-QUAL-COUNTS      PIC X(28).
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-RECORD.
       FD  LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEDGER-RECORD PIC X(44).
       FD  GL-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-HISTORY-RECORD PIC X(44).
       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-RECORD.
           COPY LOCKREC.
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-RECORD PIC X(86).
       FD  RUN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-HISTORY-RECORD.
           LABEL RECORDS ARE STANDARD.
       01  POSTING-HISTORY-RECORD.
           COPY POSTREC.
       FD  APPROVAL-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  APPROVAL-CONTROL-RECORD.
           COPY APPRREC.
       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDING-RECORD PIC X(76).
       FD  PENDING-KEEP-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDING-KEEP-RECORD PIC X(76).
       FD  RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RATE-RECORD.
           COPY RATEREC.
       FD  QUALITY-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  QUALITY-LOG-RECORD.
           COPY QUALREC.
       WORKING-STORAGE SECTION.
       01  WS-N-ONE PIC S9(9)V99 VALUE ZEROES.
       01  WS-TRANS-FILENAME PIC X(40) VALUE "TRANSIN".
           88  LEDGER-EXTRACT-OPENED VALUE "Y".
       01  WS-LEDGER-EVER-OPENED-SW PIC X VALUE "N".
           88  LEDGER-FILE-ALREADY-OPENED VALUE "Y".
       01  WS-GL-HISTORY-FILE-STATUS PIC XX VALUE "00".
       01  WS-GL-WRITTEN-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-GL-BLOCK-START PIC 9(9) VALUE ZEROES.
       01  WS-GL-COPY-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-GL-COPY-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-LEDGER-COPY VALUE "Y".
       01  WS-SUSPENSE-FILE-STATUS PIC XX VALUE "00".
       01  WS-SUSPENSE-FILENAME PIC X(40) VALUE "SUSPOUT".
       01  WS-SUSP-EVER-OPENED-SW PIC X VALUE "N".
       01  WS-BATCH-TOTAL-AMOUNT PIC S9(11)V99 VALUE ZEROES.
       01  WS-BATCH-OOB-SWITCH PIC X VALUE "N".
           88  A-BATCH-OUT-OF-BALANCE VALUE "Y".
       01  WS-BATCH-OPERATOR PIC X(8) VALUE SPACES.
       01  WS-QUAL-LOG-FILE-STATUS PIC XX VALUE "00".
       01  WS-QUAL-OPENED-SWITCH PIC X VALUE "N".
           88  QUALITY-LOG-OPENED VALUE "Y".
       01  WS-QUAL-BATCH-STATUS PIC X VALUE SPACE.
       01  WS-QUAL-COUNTS.
           05  WS-QUAL-READ-COUNT PIC 9(7) VALUE ZEROES.
           05  WS-QUAL-POSTED-COUNT PIC 9(7) VALUE ZEROES.
           05  WS-QUAL-REJECTED-COUNT PIC 9(7) VALUE ZEROES.
           05  WS-QUAL-SUSPENSE-COUNT PIC 9(7) VALUE ZEROES.
       01  WS-RESTART-QUAL-COUNTS PIC X(28) VALUE ZEROES.
       01  WS-ACCOUNT-FILE-STATUS PIC XX VALUE "00".
       01  WS-ACCT-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-ACCOUNT-FILE VALUE "Y".
       01  WS-OPEN-PERIOD PIC X(6) VALUE SPACES.
       01  WS-PERIOD-ACTIVE-SWITCH PIC X VALUE "N".
           88  PERIOD-CONTROL-ACTIVE VALUE "Y".
       01  WS-REFUSED-TRAN-ID PIC X(9) VALUE SPACES.
       01  WS-APPROVAL-CTL-FILE-STATUS PIC XX VALUE "00".
       01  WS-APPROVAL-ACTIVE-SWITCH PIC X VALUE "N".
           88  APPROVAL-CONTROL-ACTIVE VALUE "Y".
       01  WS-APPROVAL-LIMIT PIC 9(9)V99 VALUE ZEROES.
       01  WS-APPROVAL-LIMIT-ED PIC Z(8)9.99.
       01  WS-APPROVAL-MOVEMENT PIC S9(9)V99 VALUE ZEROES.
       01  WS-APPROVAL-SWITCH PIC X VALUE "N".
           88  APPROVAL-REQUIRED VALUE "Y".
       01  WS-REQUESTER-ID PIC X(8) VALUE SPACES.
       01  WS-APPROVER-ID PIC X(8) VALUE SPACES.
       01  WS-PENDING-FILE-STATUS PIC XX VALUE "00".
       01  WS-PEND-KEEP-FILE-STATUS PIC XX VALUE "00".
       01  WS-PEND-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-PENDING-FILE VALUE "Y".
       01  WS-PEND-USABLE-SWITCH PIC X VALUE "N".
           88  PENDING-FILE-USABLE VALUE "Y".
       01  WS-PEND-FOUND-SWITCH PIC X VALUE "N".
           88  PENDING-ITEM-FOUND VALUE "Y".
       01  WS-PEND-DECIDED-SWITCH PIC X VALUE "N".
           88  PENDING-ITEMS-DECIDED VALUE "Y".
       01  WS-APPROVAL-DONE-SWITCH PIC X VALUE "N".
           88  APPROVAL-SESSION-DONE VALUE "Y".
       01  WS-PEND-TABLE-MAX PIC 9(3) VALUE 200.
       01  WS-PEND-ENTRY-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-PEND-KEPT-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-PEND-SUB PIC 9(3) VALUE ZEROES.
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY OCCURS 200 TIMES.
               10  WS-PEND-TABLE-IMAGE PIC X(76).
               10  WS-PEND-TABLE-STATUS PIC X.
       01  WS-PENDING-ITEM.
           COPY PENDREC.
       01  WS-RATE-FILE-STATUS PIC XX VALUE "00".
       01  WS-RATE-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-RATE-FILE VALUE "Y".
       01  WS-CURRENCY-FOUND-SWITCH PIC X VALUE "N".
           88  CURRENCY-CODE-FOUND VALUE "Y".
       01  WS-RATE-FOUND-SWITCH PIC X VALUE "N".
           88  EXCHANGE-RATE-FOUND VALUE "Y".
       01  WS-RATE-TABLE-MAX PIC 9(4) VALUE 2000.
       01  WS-RATE-ENTRY-COUNT PIC 9(4) VALUE ZEROES.
       01  WS-RATE-SUB PIC 9(4) VALUE ZEROES.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 2000 TIMES.
               10  WS-RATE-TABLE-CURRENCY PIC X(3).
               10  WS-RATE-TABLE-DATE PIC X(8).
               10  WS-RATE-TABLE-RATE PIC 9(5)V9(6).
       01  WS-RATE-SEARCH-CURRENCY PIC X(3) VALUE SPACES.
       01  WS-RATE-SEARCH-DATE PIC X(8) VALUE SPACES.
       01  WS-RATE-BEST-DATE PIC X(8) VALUE SPACES.
       01  WS-EXCHANGE-RATE PIC 9(5)V9(6) VALUE ZEROES.
       01  WS-BASE-AMOUNT PIC S9(9)V99 VALUE ZEROES.
       01  WS-NEW-ORIG-AMOUNT PIC S9(9)V99 VALUE ZEROES.
       01  WS-PRIOR-ORIG-AMOUNT PIC S9(9)V99 VALUE ZEROES.
       01  WS-NEW-CURRENCY-CODE PIC X(3) VALUE SPACES.
       01  WS-BASE-TOTAL-AMOUNT PIC S9(11)V99 VALUE ZEROES.
       01  WS-BASE-CURRENCY-LABEL PIC X(4) VALUE "BASE".
       01  WS-CURR-MATCH-SWITCH PIC X VALUE "N".
           88  CURRENCY-ENTRY-MATCHED VALUE "Y".
       01  WS-CURR-SLOT-SWITCH PIC X VALUE "N".
           88  CURRENCY-SLOT-FOUND VALUE "Y".
       01  WS-CURR-OVERFLOW-SWITCH PIC X VALUE "N".
           88  CURR-TABLE-OVERFLOWED VALUE "Y".
       01  WS-CURR-TABLE-MAX PIC 9(3) VALUE 100.
       01  WS-CURR-ENTRY-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-CURR-SUB PIC 9(3) VALUE ZEROES.
       01  WS-CURR-SHIFT-SUB PIC 9(3) VALUE ZEROES.
       01  WS-CURR-TABLE.
           05  WS-CURR-ENTRY OCCURS 100 TIMES.
               10  WS-CURR-TABLE-CODE PIC X(3).
               10  WS-CURR-REC-COUNT PIC 9(9).
               10  WS-CURR-ORIG-AMOUNT PIC S9(11)V99.
               10  WS-CURR-BASE-AMOUNT PIC S9(11)V99.
       COPY RPTLINE.
       COPY GLREC.
       COPY BATREC.
                END-IF
                PERFORM 1350-LOAD-ACCOUNT-TABLE
                PERFORM 1370-READ-PERIOD-CONTROL
                PERFORM 1380-READ-APPROVAL-CONTROL
                PERFORM 0130-OPERATOR-SIGN-ON
                IF OPERATOR-SIGNED-ON
                    IF MENU-FULL-ACCESS

       0160-WRITE-REFUSAL-AUDIT.
            MOVE SPACES TO AUDIT-RECORD
            MOVE WS-REFUSED-TRAN-ID TO AR-TRAN-ID
            ACCEPT AR-TIMESTAMP-DATE FROM DATE YYYYMMDD
            ACCEPT AR-TIMESTAMP-TIME FROM TIME
            MOVE WS-OPERATOR-ID TO AR-OPERATOR-ID
       0110-DISPLAY-MENU.
            DISPLAY " "
            DISPLAY "InAndOut - 1) Capture  2) Inquiry  "
                "3) Correction  4) Approve  5) Exit"
            DISPLAY "Select an option: "
            ACCEPT WS-MENU-CHOICE.

                        END-IF
                    END-IF
                WHEN "4"
                    IF MENU-INQUIRY-ONLY
                        PERFORM 0170-REFUSE-LOCKED-FUNCTION
                    ELSE
                        IF CORRECTION-AUTHORIZED
                            PERFORM 0500-MENU-APPROVAL
                        ELSE
                            MOVE "APPROVAL" TO WS-REFUSED-FUNCTION
                            MOVE "A" TO WS-REFUSED-CODE
                            PERFORM 0150-REFUSE-MENU-FUNCTION
                        END-IF
                    END-IF
                WHEN "5"
                    MOVE "Y" TO WS-MENU-EXIT-SWITCH
                WHEN OTHER
                    DISPLAY "*** Invalid selection - choose 1-5 ***"
            END-EVALUATE.

       0200-MENU-CAPTURE.
                    DISPLAY "Transaction "MR-TRAN-ID
                        " amount "WS-AMOUNT-ED
                        " last updated "MR-LAST-UPDATED-DATE
                    IF MR-CURRENCY-CODE NOT = SPACES
                        MOVE MR-ORIG-AMOUNT TO WS-AMOUNT-ED
                        DISPLAY "    keyed as "WS-AMOUNT-ED" "
                            MR-CURRENCY-CODE
                    END-IF
                WHEN WS-MASTER-FILE-STATUS(1:1) = "2"
                    DISPLAY "*** Transaction "WS-INQUIRY-ID
                        " not found ***"
                        PH-OPERATOR-ID " type " PH-TRAN-TYPE
                        " prior " WS-PRIOR-AMOUNT-ED
                        " new " WS-AMOUNT-ED
                    IF PH-APPROVER-ID NOT = SPACES
                        DISPLAY "      approved by " PH-APPROVER-ID
                    END-IF
                    ADD 1 TO WS-HISTORY-LINE-COUNT
                END-IF
            END-IF.
                    CONTINUE
            END-READ
            EVALUATE TRUE
                WHEN WS-MASTER-FILE-STATUS = "00"
                    AND MR-CURRENCY-CODE NOT = SPACES
                    DISPLAY "*** Transaction "WS-INQUIRY-ID
                        " is held in "MR-CURRENCY-CODE
                        " - correct it with a batch C transaction "
                        "in that currency ***"
                WHEN WS-MASTER-FILE-STATUS = "00"
                    MOVE MR-AMOUNT TO WS-AMOUNT-ED
                    DISPLAY "Current amount is "WS-AMOUNT-ED
                    PERFORM 0410-VALIDATE-CORRECTED-AMOUNT
                    MOVE WS-N-ONE TO WS-NEW-AMOUNT
                    MOVE WS-N-ONE TO WS-NEW-ORIG-AMOUNT
                    MOVE SPACES TO WS-NEW-CURRENCY-CODE
                    MOVE MR-ACCT-CODE TO WS-NEW-ACCT-CODE
                    MOVE "C" TO WS-TRAN-TYPE
                    ACCEPT WS-MASTER-TRAN-DATE FROM DATE YYYYMMDD
                            WS-OPEN-PERIOD" - correction not "
                            "applied ***"
                    ELSE
                        MOVE MR-AMOUNT TO WS-PRIOR-AMOUNT
                        MOVE MR-ACCT-CODE TO WS-PRIOR-ACCT-CODE
                        PERFORM 0450-CHECK-APPROVAL-LIMIT
                        IF APPROVAL-REQUIRED
                            PERFORM 0460-QUEUE-FOR-APPROVAL
                        ELSE
                            PERFORM 2400-UPDATE-MASTER-FILE
                        END-IF
                    END-IF
                WHEN WS-MASTER-FILE-STATUS(1:1) = "2"
                    PERFORM 0420-MENU-ADD-NEW-RECORD
            IF WS-MENU-CHOICE = "Y" OR WS-MENU-CHOICE = "y"
                PERFORM 0410-VALIDATE-CORRECTED-AMOUNT
                MOVE WS-N-ONE TO WS-NEW-AMOUNT
                MOVE WS-N-ONE TO WS-NEW-ORIG-AMOUNT
                MOVE SPACES TO WS-NEW-CURRENCY-CODE
                PERFORM 0430-VALIDATE-ACCOUNT-CODE
                MOVE "A" TO WS-TRAN-TYPE
                ACCEPT WS-MASTER-TRAN-DATE FROM DATE YYYYMMDD
                    DISPLAY "*** Open accounting period is "
                        WS-OPEN-PERIOD" - add not applied ***"
                ELSE
                    MOVE ZEROES TO WS-PRIOR-AMOUNT
                    MOVE SPACES TO WS-PRIOR-ACCT-CODE
                    PERFORM 0450-CHECK-APPROVAL-LIMIT
                    IF APPROVAL-REQUIRED
                        PERFORM 0460-QUEUE-FOR-APPROVAL
                    ELSE
                        PERFORM 2400-UPDATE-MASTER-FILE
                    END-IF
                END-IF
            ELSE
                DISPLAY "*** Add cancelled ***"
                MOVE WS-ACCT-SEARCH-CODE TO WS-NEW-ACCT-CODE
            END-IF.

       0450-CHECK-APPROVAL-LIMIT.
            MOVE "N" TO WS-APPROVAL-SWITCH
            IF APPROVAL-CONTROL-ACTIVE
                COMPUTE WS-APPROVAL-MOVEMENT =
                    WS-NEW-AMOUNT - WS-PRIOR-AMOUNT
                    ON SIZE ERROR
                        MOVE "Y" TO WS-APPROVAL-SWITCH
                END-COMPUTE
                IF WS-APPROVAL-MOVEMENT < ZERO
                    MULTIPLY -1 BY WS-APPROVAL-MOVEMENT
                END-IF
                IF WS-APPROVAL-MOVEMENT > WS-APPROVAL-LIMIT
                    MOVE "Y" TO WS-APPROVAL-SWITCH
                END-IF
            END-IF.

       0460-QUEUE-FOR-APPROVAL.
            PERFORM 1390-LOAD-PENDING-TABLE
            IF PENDING-FILE-USABLE
                PERFORM 0570-FIND-PENDING-ITEM
            END-IF
            EVALUATE TRUE
                WHEN NOT PENDING-FILE-USABLE
                    DISPLAY "*** Change to "WS-INQUIRY-ID" needs "
                        "approval but the approval queue is "
                        "unavailable - change not applied ***"
                WHEN PENDING-ITEM-FOUND
                    DISPLAY "*** Transaction "WS-INQUIRY-ID
                        " already has a change awaiting approval "
                        "- change not applied ***"
                WHEN OTHER
                    PERFORM 0470-WRITE-PENDING-ITEM
            END-EVALUATE.

       0470-WRITE-PENDING-ITEM.
            MOVE SPACES TO WS-PENDING-ITEM
            MOVE WS-INQUIRY-ID TO PA-TRAN-ID
            MOVE WS-TRAN-TYPE TO PA-TRAN-TYPE
            MOVE WS-PRIOR-AMOUNT TO PA-PRIOR-AMOUNT
            MOVE WS-NEW-AMOUNT TO PA-NEW-AMOUNT
            MOVE WS-PRIOR-ACCT-CODE TO PA-PRIOR-ACCT-CODE
            MOVE WS-NEW-ACCT-CODE TO PA-NEW-ACCT-CODE
            MOVE WS-OPERATOR-ID TO PA-REQUEST-OPERATOR
            ACCEPT PA-REQUEST-DATE FROM DATE YYYYMMDD
            ACCEPT PA-REQUEST-TIME FROM TIME
            OPEN EXTEND PENDING-FILE
            IF WS-PENDING-FILE-STATUS = "35"
                OPEN OUTPUT PENDING-FILE
            END-IF
            IF WS-PENDING-FILE-STATUS NOT = "00"
                DISPLAY "*** PENDING-FILE PENDAPPR will not open - "
                    "status " WS-PENDING-FILE-STATUS
                    " - change not applied ***"
            ELSE
                WRITE PENDING-RECORD FROM WS-PENDING-ITEM
                IF WS-PENDING-FILE-STATUS NOT = "00"
                    DISPLAY "*** PENDING-FILE WRITE failed for "
                        WS-INQUIRY-ID " - status "
                        WS-PENDING-FILE-STATUS
                        " - change not applied ***"
                ELSE
                    MOVE WS-APPROVAL-LIMIT TO WS-APPROVAL-LIMIT-ED
                    DISPLAY "Change to "WS-INQUIRY-ID" is over the "
                        "approval limit of "WS-APPROVAL-LIMIT-ED
                    DISPLAY "Queued for approval by a second "
                        "operator - MASTER not updated"
                END-IF
                CLOSE PENDING-FILE
            END-IF.

       0500-MENU-APPROVAL.
            PERFORM 1390-LOAD-PENDING-TABLE
            IF PENDING-FILE-USABLE
                IF WS-PEND-ENTRY-COUNT = ZEROES
                    DISPLAY "No changes awaiting approval"
                ELSE
                    MOVE "N" TO WS-PEND-DECIDED-SWITCH
                    MOVE "N" TO WS-APPROVAL-DONE-SWITCH
                    PERFORM 0510-LIST-PENDING-ITEMS
                    PERFORM 0520-TAKE-ONE-DECISION
                        UNTIL APPROVAL-SESSION-DONE
                            OR FATAL-ERROR-OCCURRED
                    IF PENDING-ITEMS-DECIDED
                        PERFORM 0580-REWRITE-PENDING-FILE
                    END-IF
                END-IF
            END-IF.

       0510-LIST-PENDING-ITEMS.
            DISPLAY "Changes awaiting approval:"
            MOVE 1 TO WS-PEND-SUB
            PERFORM 0515-LIST-ONE-PENDING-ITEM
                UNTIL WS-PEND-SUB > WS-PEND-ENTRY-COUNT.

       0515-LIST-ONE-PENDING-ITEM.
            MOVE WS-PEND-TABLE-IMAGE (WS-PEND-SUB) TO WS-PENDING-ITEM
            MOVE PA-PRIOR-AMOUNT TO WS-PRIOR-AMOUNT-ED
            MOVE PA-NEW-AMOUNT TO WS-AMOUNT-ED
            DISPLAY "  " PA-TRAN-ID " type " PA-TRAN-TYPE
                " account " PA-NEW-ACCT-CODE
                " prior " WS-PRIOR-AMOUNT-ED
                " new " WS-AMOUNT-ED
            IF PA-REQUEST-OPERATOR = WS-OPERATOR-ID
                DISPLAY "      keyed by " PA-REQUEST-OPERATOR
                    " " PA-REQUEST-DATE " " PA-REQUEST-TIME(1:6)
                    " - your own change, another operator must "
                    "approve it"
            ELSE
                DISPLAY "      keyed by " PA-REQUEST-OPERATOR
                    " " PA-REQUEST-DATE " " PA-REQUEST-TIME(1:6)
            END-IF
            ADD 1 TO WS-PEND-SUB.

       0520-TAKE-ONE-DECISION.
            DISPLAY "Enter transaction ID to approve or decline "
                "(blank to finish): "
            MOVE SPACES TO WS-INQUIRY-ID
            ACCEPT WS-INQUIRY-ID
            IF WS-INQUIRY-ID = SPACES
                MOVE "Y" TO WS-APPROVAL-DONE-SWITCH
            ELSE
                PERFORM 0570-FIND-PENDING-ITEM
                EVALUATE TRUE
                    WHEN NOT PENDING-ITEM-FOUND
                        DISPLAY "*** No change awaiting approval "
                            "for "WS-INQUIRY-ID" ***"
                    WHEN PA-REQUEST-OPERATOR = WS-OPERATOR-ID
                        DISPLAY "*** Operator "WS-OPERATOR-ID
                            " keyed this change - it must be "
                            "approved by a different operator ***"
                        MOVE "APPROVAL" TO WS-REFUSED-FUNCTION
                        MOVE "A" TO WS-REFUSED-CODE
                        MOVE WS-INQUIRY-ID TO WS-REFUSED-TRAN-ID
                        PERFORM 0160-WRITE-REFUSAL-AUDIT
                        MOVE SPACES TO WS-REFUSED-TRAN-ID
                    WHEN OTHER
                        PERFORM 0525-ACCEPT-DECISION
                END-EVALUATE
            END-IF.

       0525-ACCEPT-DECISION.
            DISPLAY "Approve or decline "WS-INQUIRY-ID
                "? (A/D, anything else to skip): "
            ACCEPT WS-MENU-CHOICE
            EVALUATE WS-MENU-CHOICE
                WHEN "A"
                WHEN "a"
                    PERFORM 0530-APPROVE-PENDING-ITEM
                WHEN "D"
                WHEN "d"
                    PERFORM 0540-DECLINE-PENDING-ITEM
                WHEN OTHER
                    DISPLAY "*** No action taken on "WS-INQUIRY-ID
                        " ***"
            END-EVALUATE.

       0530-APPROVE-PENDING-ITEM.
            MOVE SPACES TO WS-REJECT-REASON
            MOVE PA-TRAN-ID TO MR-TRAN-ID
            READ MASTER-FILE
                INVALID KEY
                    CONTINUE
            END-READ
            EVALUATE TRUE
                WHEN WS-MASTER-FILE-STATUS NOT = "00"
                    AND WS-MASTER-FILE-STATUS(1:1) NOT = "2"
                    MOVE "MASTER READ FAILED" TO WS-REJECT-REASON
                WHEN PA-TRAN-TYPE = "C"
                    AND WS-MASTER-FILE-STATUS NOT = "00"
                    MOVE "ID NO LONGER ON MASTER" TO WS-REJECT-REASON
                WHEN PA-TRAN-TYPE = "C"
                    AND (MR-AMOUNT NOT = PA-PRIOR-AMOUNT
                        OR MR-ACCT-CODE NOT = PA-PRIOR-ACCT-CODE)
                    MOVE "MASTER CHANGED SINCE IT WAS KEYED"
                        TO WS-REJECT-REASON
                WHEN PA-TRAN-TYPE = "A"
                    AND WS-MASTER-FILE-STATUS = "00"
                    MOVE "ID ALREADY ON MASTER" TO WS-REJECT-REASON
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF WS-REJECT-REASON = SPACES
                AND PA-TRAN-TYPE = "A"
                AND CHART-OF-ACCOUNTS-LOADED
                MOVE PA-NEW-ACCT-CODE TO WS-ACCT-SEARCH-CODE
                PERFORM 2130-FIND-ACCOUNT-CODE
                IF NOT ACCOUNT-CODE-FOUND
                    MOVE "ACCOUNT NOT ON CHART OF ACCOUNTS"
                        TO WS-REJECT-REASON
                ELSE
                    IF WS-ACCT-TABLE-STATUS (WS-ACCT-SUB) = "C"
                        MOVE "ACCOUNT IS CLOSED" TO WS-REJECT-REASON
                    END-IF
                END-IF
            END-IF
            ACCEPT WS-MASTER-TRAN-DATE FROM DATE YYYYMMDD
            EVALUATE TRUE
                WHEN WS-REJECT-REASON NOT = SPACES
                    DISPLAY "*** Approval of "PA-TRAN-ID" not "
                        "applied - "WS-REJECT-REASON" ***"
                    DISPLAY "    Decline it and key the change "
                        "again"
                WHEN PERIOD-CONTROL-ACTIVE
                    AND WS-MASTER-TRAN-DATE(1:6) NOT = WS-OPEN-PERIOD
                    DISPLAY "*** Open accounting period is "
                        WS-OPEN-PERIOD" - approval not applied ***"
                WHEN OTHER
                    PERFORM 0535-POST-APPROVED-ITEM
            END-EVALUATE.

       0535-POST-APPROVED-ITEM.
            MOVE PA-TRAN-ID TO MR-TRAN-ID
            MOVE PA-TRAN-TYPE TO WS-TRAN-TYPE
            MOVE PA-NEW-AMOUNT TO WS-NEW-AMOUNT
            MOVE PA-NEW-AMOUNT TO WS-NEW-ORIG-AMOUNT
            MOVE SPACES TO WS-NEW-CURRENCY-CODE
            MOVE PA-NEW-ACCT-CODE TO WS-NEW-ACCT-CODE
            MOVE PA-REQUEST-OPERATOR TO WS-REQUESTER-ID
            MOVE WS-OPERATOR-ID TO WS-APPROVER-ID
            PERFORM 2400-UPDATE-MASTER-FILE
            IF WS-MASTER-WRITE-SWITCH = "Y"
                MOVE "D" TO WS-PEND-TABLE-STATUS (WS-PEND-SUB)
                MOVE "Y" TO WS-PEND-DECIDED-SWITCH
                DISPLAY "Change to "PA-TRAN-ID" approved and posted"
            ELSE
                IF TYPE-REJECT-OCCURRED
                    DISPLAY "*** Approval of "PA-TRAN-ID" not "
                        "applied - "WS-REJECT-REASON" ***"
                END-IF
            END-IF
            MOVE SPACES TO WS-REQUESTER-ID
            MOVE SPACES TO WS-APPROVER-ID.

       0540-DECLINE-PENDING-ITEM.
            MOVE SPACES TO AUDIT-RECORD
            MOVE PA-TRAN-ID TO AR-TRAN-ID
            ACCEPT AR-TIMESTAMP-DATE FROM DATE YYYYMMDD
            ACCEPT AR-TIMESTAMP-TIME FROM TIME
            MOVE PA-REQUEST-OPERATOR TO AR-OPERATOR-ID
            MOVE PA-NEW-AMOUNT TO AR-NEW-AMOUNT
            MOVE PA-PRIOR-AMOUNT TO AR-PRIOR-AMOUNT
            IF PA-TRAN-TYPE = "C"
                MOVE "Y" TO AR-CORRECTION-FLAG
            ELSE
                MOVE "N" TO AR-CORRECTION-FLAG
            END-IF
            MOVE "X" TO AR-FUNCTION-CODE
            MOVE "N" TO AR-REFUSAL-FLAG
            MOVE WS-OPERATOR-ID TO AR-APPROVER-ID
            WRITE AUDIT-RECORD
            IF WS-AUDIT-FILE-STATUS NOT = "00"
                DISPLAY "*** AUDIT-FILE WRITE failed for "PA-TRAN-ID
                    " - status " WS-AUDIT-FILE-STATUS
                    " - decline not applied ***"
            ELSE
                MOVE "D" TO WS-PEND-TABLE-STATUS (WS-PEND-SUB)
                MOVE "Y" TO WS-PEND-DECIDED-SWITCH
                DISPLAY "Change to "PA-TRAN-ID" declined"
            END-IF.

       0570-FIND-PENDING-ITEM.
            MOVE "N" TO WS-PEND-FOUND-SWITCH
            MOVE 1 TO WS-PEND-SUB
            PERFORM 0575-SCAN-PENDING-TABLE
                UNTIL WS-PEND-SUB > WS-PEND-ENTRY-COUNT
                    OR PENDING-ITEM-FOUND.

       0575-SCAN-PENDING-TABLE.
            MOVE WS-PEND-TABLE-IMAGE (WS-PEND-SUB) TO WS-PENDING-ITEM
            IF PA-TRAN-ID = WS-INQUIRY-ID
                AND WS-PEND-TABLE-STATUS (WS-PEND-SUB) = "P"
                MOVE "Y" TO WS-PEND-FOUND-SWITCH
            ELSE
                ADD 1 TO WS-PEND-SUB
            END-IF.

       0580-REWRITE-PENDING-FILE.
            MOVE ZEROES TO WS-PEND-KEPT-COUNT
            OPEN OUTPUT PENDING-KEEP-FILE
            IF WS-PEND-KEEP-FILE-STATUS NOT = "00"
                DISPLAY "*** PENDING-KEEP-FILE PENDKEEP will not "
                    "open - status " WS-PEND-KEEP-FILE-STATUS
                    " - decided changes are still listed on "
                    "PENDAPPR ***"
            ELSE
                MOVE 1 TO WS-PEND-SUB
                PERFORM 0585-KEEP-ONE-PENDING-ITEM
                    UNTIL WS-PEND-SUB > WS-PEND-ENTRY-COUNT
                        OR NOT PENDING-FILE-USABLE
                CLOSE PENDING-KEEP-FILE
                IF PENDING-FILE-USABLE
                    PERFORM 0590-COPY-KEEP-TO-PENDING
                END-IF
            END-IF.

       0585-KEEP-ONE-PENDING-ITEM.
            IF WS-PEND-TABLE-STATUS (WS-PEND-SUB) = "P"
                WRITE PENDING-KEEP-RECORD
                    FROM WS-PEND-TABLE-IMAGE (WS-PEND-SUB)
                IF WS-PEND-KEEP-FILE-STATUS NOT = "00"
                    DISPLAY "*** PENDING-KEEP-FILE WRITE failed - "
                        "status " WS-PEND-KEEP-FILE-STATUS
                        " - decided changes are still listed on "
                        "PENDAPPR ***"
                    MOVE "N" TO WS-PEND-USABLE-SWITCH
                ELSE
                    ADD 1 TO WS-PEND-KEPT-COUNT
                END-IF
            END-IF
            ADD 1 TO WS-PEND-SUB.

       0590-COPY-KEEP-TO-PENDING.
            MOVE "N" TO WS-PEND-EOF-SWITCH
            OPEN INPUT PENDING-KEEP-FILE
            IF WS-PEND-KEEP-FILE-STATUS NOT = "00"
                DISPLAY "*** PENDING-KEEP-FILE PENDKEEP will not "
                    "reopen - status " WS-PEND-KEEP-FILE-STATUS
                    " - decided changes are still listed on "
                    "PENDAPPR ***"
            ELSE
                OPEN OUTPUT PENDING-FILE
                IF WS-PENDING-FILE-STATUS NOT = "00"
                    DISPLAY "*** PENDING-FILE PENDAPPR will not open "
                        "for rewrite - status "
                        WS-PENDING-FILE-STATUS
                        " - the new image is on PENDKEEP ***"
                    CLOSE PENDING-KEEP-FILE
                ELSE
                    PERFORM 0595-COPY-ONE-PENDING-ITEM
                        UNTIL END-OF-PENDING-FILE
                    CLOSE PENDING-KEEP-FILE
                    CLOSE PENDING-FILE
                    DISPLAY "PENDAPPR rewritten - "
                        WS-PEND-KEPT-COUNT
                        " changes still awaiting approval"
                END-IF
            END-IF.

       0595-COPY-ONE-PENDING-ITEM.
            READ PENDING-KEEP-FILE
                AT END
                    MOVE "Y" TO WS-PEND-EOF-SWITCH
            END-READ
            IF END-OF-PENDING-FILE
                CONTINUE
            ELSE
                WRITE PENDING-RECORD FROM PENDING-KEEP-RECORD
                IF WS-PENDING-FILE-STATUS NOT = "00"
                    DISPLAY "*** PENDING-FILE WRITE failed - "
                        "status " WS-PENDING-FILE-STATUS
                        " - PENDAPPR may be incomplete - recover "
                        "it from PENDKEEP before the next "
                        "approval ***"
                    MOVE "Y" TO WS-PEND-EOF-SWITCH
                END-IF
            END-IF.

       1000-INITIALIZE.
            MOVE "N" TO WS-EOF-SWITCH
            MOVE ZEROES TO WS-RECORD-COUNT
            MOVE "N" TO WS-DUP-OVERFLOW-SWITCH
            MOVE SPACES TO WS-BATCH-ID
            MOVE SPACES TO WS-BATCH-STATION
            MOVE SPACES TO WS-BATCH-OPERATOR
            MOVE "N" TO WS-BATCH-OPEN-SWITCH
            MOVE ZEROES TO WS-BATCH-READ-COUNT
            MOVE ZEROES TO WS-BATCH-TOTAL-AMOUNT
            MOVE "N" TO WS-BATCH-OOB-SWITCH
            MOVE ZEROES TO WS-QUAL-COUNTS
            MOVE ZEROES TO WS-BASE-TOTAL-AMOUNT
            MOVE ZEROES TO WS-CURR-ENTRY-COUNT
            MOVE "N" TO WS-CURR-OVERFLOW-SWITCH
            IF NOT EDIT-ONLY-RUN AND WS-RUN-MODE NOT = "MENU"
                PERFORM 1600-ACQUIRE-RUN-LOCK
            END-IF
                MOVE "N" TO WS-RESTART-SWITCH
            END-IF
            PERFORM 1350-LOAD-ACCOUNT-TABLE
            PERFORM 1355-LOAD-RATE-TABLE
            PERFORM 1370-READ-PERIOD-CONTROL
            IF RESTART-REQUESTED AND NOT END-OF-TRANS-FILE
                PERFORM 1200-RESTART-FROM-CHECKPOINT
                MOVE "N" TO WS-RESTART-SWITCH
            END-IF
            IF NOT EDIT-ONLY-RUN AND NOT FATAL-ERROR-OCCURRED
                PERFORM 1570-OPEN-QUALITY-LOG
            END-IF
            IF NOT EDIT-ONLY-RUN AND NOT FATAL-ERROR-OCCURRED
                OPEN OUTPUT CHECKPOINT-FILE
                IF WS-CHECKPOINT-FILE-STATUS NOT = "00"
                IF RESTARTED-RUN
                    OPEN OUTPUT LEDGER-FILE
                    CLOSE LEDGER-FILE
                    MOVE ZEROES TO WS-GL-WRITTEN-COUNT
                    DISPLAY "*** Ledger extract GLEXTR suppressed - "
                        "restarted run - key this batch to the "
                        "ledger from the run report ***"
                        OPEN EXTEND LEDGER-FILE
                    ELSE
                        OPEN OUTPUT LEDGER-FILE
                        MOVE ZEROES TO WS-GL-WRITTEN-COUNT
                    END-IF
                    IF WS-LEDGER-FILE-STATUS NOT = "00"
                        DISPLAY "*** LEDGER-FILE GLEXTR will not "
                        MOVE WS-RUN-DATE TO GL-HDR-RUN-DATE
                        MOVE WS-RUN-TIME TO GL-HDR-RUN-TIME
                        MOVE GL-HEADER-RECORD TO LEDGER-RECORD
                        MOVE WS-GL-WRITTEN-COUNT TO WS-GL-BLOCK-START
                        WRITE LEDGER-RECORD
                        ADD 1 TO WS-GL-WRITTEN-COUNT
                    END-IF
                END-IF
            END-IF
                    END-IF
            END-READ.

       1355-LOAD-RATE-TABLE.
            MOVE "N" TO WS-RATE-EOF-SWITCH
            MOVE ZEROES TO WS-RATE-ENTRY-COUNT
            OPEN INPUT RATE-FILE
            IF WS-RATE-FILE-STATUS = "00"
                PERFORM 1365-LOAD-ONE-RATE
                    UNTIL END-OF-RATE-FILE
                CLOSE RATE-FILE
            ELSE
                DISPLAY "*** RATE-FILE EXCHRATE will not open - "
                    "status " WS-RATE-FILE-STATUS
                    " - foreign-currency transactions will "
                    "reject ***"
            END-IF.

       1365-LOAD-ONE-RATE.
            READ RATE-FILE
                AT END
                    MOVE "Y" TO WS-RATE-EOF-SWITCH
                NOT AT END
                    EVALUATE TRUE
                        WHEN XR-RATE IS NOT NUMERIC
                            OR XR-RATE = ZERO
                            DISPLAY "*** EXCHRATE rate for "
                                XR-CURRENCY-CODE" effective "
                                XR-EFFECTIVE-DATE" is not usable - "
                                "rate skipped ***"
                        WHEN WS-RATE-ENTRY-COUNT < WS-RATE-TABLE-MAX
                            ADD 1 TO WS-RATE-ENTRY-COUNT
                            MOVE XR-CURRENCY-CODE TO
                                WS-RATE-TABLE-CURRENCY
                                    (WS-RATE-ENTRY-COUNT)
                            MOVE XR-EFFECTIVE-DATE TO
                                WS-RATE-TABLE-DATE (WS-RATE-ENTRY-COUNT)
                            MOVE XR-RATE TO
                                WS-RATE-TABLE-RATE (WS-RATE-ENTRY-COUNT)
                        WHEN OTHER
                            DISPLAY "*** Exchange-rate table full "
                                "after " WS-RATE-TABLE-MAX " rates - "
                                "later rates ignored ***"
                            MOVE "Y" TO WS-RATE-EOF-SWITCH
                    END-EVALUATE
            END-READ.

       1370-READ-PERIOD-CONTROL.
            MOVE "N" TO WS-PERIOD-ACTIVE-SWITCH
            OPEN INPUT PERIOD-FILE
                CLOSE PERIOD-FILE
            END-IF.

       1380-READ-APPROVAL-CONTROL.
            MOVE "N" TO WS-APPROVAL-ACTIVE-SWITCH
            OPEN INPUT APPROVAL-CONTROL-FILE
            IF WS-APPROVAL-CTL-FILE-STATUS = "00"
                READ APPROVAL-CONTROL-FILE
                    NOT AT END
                        IF AP-APPROVAL-LIMIT IS NUMERIC
                            MOVE AP-APPROVAL-LIMIT
                                TO WS-APPROVAL-LIMIT
                            MOVE "Y" TO WS-APPROVAL-ACTIVE-SWITCH
                        ELSE
                            DISPLAY "*** APPRCTL approval limit is "
                                "not numeric - every menu change "
                                "needs approval ***"
                            MOVE ZEROES TO WS-APPROVAL-LIMIT
                            MOVE "Y" TO WS-APPROVAL-ACTIVE-SWITCH
                        END-IF
                END-READ
                CLOSE APPROVAL-CONTROL-FILE
            END-IF.

       1390-LOAD-PENDING-TABLE.
            MOVE ZEROES TO WS-PEND-ENTRY-COUNT
            MOVE "Y" TO WS-PEND-USABLE-SWITCH
            MOVE "N" TO WS-PEND-EOF-SWITCH
            OPEN INPUT PENDING-FILE
            EVALUATE TRUE
                WHEN WS-PENDING-FILE-STATUS = "00"
                    PERFORM 1395-LOAD-ONE-PENDING-ITEM
                        UNTIL END-OF-PENDING-FILE
                    CLOSE PENDING-FILE
                WHEN WS-PENDING-FILE-STATUS = "35"
                    CONTINUE
                WHEN OTHER
                    DISPLAY "*** PENDING-FILE PENDAPPR will not "
                        "open - status " WS-PENDING-FILE-STATUS
                        " - approval queue unavailable ***"
                    MOVE "N" TO WS-PEND-USABLE-SWITCH
            END-EVALUATE.

       1395-LOAD-ONE-PENDING-ITEM.
            READ PENDING-FILE
                AT END
                    MOVE "Y" TO WS-PEND-EOF-SWITCH
                NOT AT END
                    IF WS-PEND-ENTRY-COUNT < WS-PEND-TABLE-MAX
                        ADD 1 TO WS-PEND-ENTRY-COUNT
                        MOVE PENDING-RECORD TO WS-PEND-TABLE-IMAGE
                            (WS-PEND-ENTRY-COUNT)
                        MOVE "P" TO WS-PEND-TABLE-STATUS
                            (WS-PEND-ENTRY-COUNT)
                    ELSE
                        DISPLAY "*** Pending-approval table full "
                            "after " WS-PEND-TABLE-MAX " changes - "
                            "approval queue unavailable ***"
                        MOVE "N" TO WS-PEND-USABLE-SWITCH
                        MOVE "Y" TO WS-PEND-EOF-SWITCH
                    END-IF
            END-READ.

       1400-OPEN-MASTER-FILE.
            OPEN I-O MASTER-FILE
            IF WS-MASTER-FILE-STATUS = "35"
                MOVE "Y" TO WS-PHIST-OPENED-SWITCH
            END-IF.

       1570-OPEN-QUALITY-LOG.
            OPEN EXTEND QUALITY-LOG-FILE
            IF WS-QUAL-LOG-FILE-STATUS = "35"
                OPEN OUTPUT QUALITY-LOG-FILE
            END-IF
            IF WS-QUAL-LOG-FILE-STATUS NOT = "00"
                DISPLAY "*** QUALITY-LOG-FILE QUALLOG will not open "
                    "- status " WS-QUAL-LOG-FILE-STATUS
                    " - keying-quality figures not recorded ***"
            ELSE
                MOVE "Y" TO WS-QUAL-OPENED-SWITCH
            END-IF.

       1565-OPEN-HISTORY-READ-ONLY.
            OPEN INPUT POSTING-HISTORY-FILE
            IF WS-PHIST-FILE-STATUS = "00"
                                TO WS-REJECTED-COUNT
                            MOVE CK-SUSPENSE-COUNT
                                TO WS-SUSPENSE-COUNT
                            MOVE CK-BASE-TOTAL-AMOUNT
                                TO WS-BASE-TOTAL-AMOUNT
                            MOVE CK-QUAL-COUNTS
                                TO WS-RESTART-QUAL-COUNTS
                    END-READ
                END-PERFORM
                CLOSE CHECKPOINT-FILE
                        END-EVALUATE
                    END-IF
                END-PERFORM
                MOVE WS-RESTART-QUAL-COUNTS TO WS-QUAL-COUNTS
            END-IF.

       1100-WRITE-REPORT-HEADER.
            END-IF.

       2010-PROCESS-ONE-TRANSACTION.
            ADD 1 TO WS-QUAL-READ-COUNT
            PERFORM 2040-ACCUMULATE-BATCH-KEYED
            PERFORM 2100-VALIDATE-TRANSACTION
            IF ENTRY-IS-VALID
                PERFORM 2800-WRITE-SUSPENSE-RECORD
                IF NOT FATAL-ERROR-OCCURRED
                    ADD 1 TO WS-SUSPENSE-COUNT
                    ADD 1 TO WS-QUAL-SUSPENSE-COUNT
                    PERFORM 2810-WRITE-SUSPENSE-LINE
                END-IF
            END-IF
                MOVE TR-TRAN-TYPE TO WS-TRAN-TYPE
                IF TRAN-TYPE-DELETE
                    MOVE ZEROES TO WS-NEW-AMOUNT
                    MOVE ZEROES TO WS-NEW-ORIG-AMOUNT
                ELSE
                    MOVE WS-BASE-AMOUNT TO WS-NEW-AMOUNT
                    MOVE TR-AMOUNT TO WS-NEW-ORIG-AMOUNT
                END-IF
                MOVE TR-CURRENCY-CODE TO WS-NEW-CURRENCY-CODE
                MOVE TR-TRAN-DATE TO WS-MASTER-TRAN-DATE
                MOVE TR-ACCT-CODE TO WS-NEW-ACCT-CODE
                IF EDIT-ONLY-RUN
                IF TYPE-REJECT-OCCURRED
                    ADD 1 TO WS-REJECTED-COUNT
                    PERFORM 2210-WRITE-REJECT-LINE
                    PERFORM 2910-LOG-QUALITY-REJECT
                ELSE
                    IF EDIT-ONLY-RUN
                        OR WS-MASTER-WRITE-SWITCH = "Y"
                        ADD 1 TO WS-RECORD-COUNT
                        ADD 1 TO WS-QUAL-POSTED-COUNT
                        IF NOT TRAN-TYPE-DELETE
                            ADD TR-AMOUNT TO WS-TOTAL-AMOUNT
                            ADD WS-NEW-AMOUNT TO WS-BASE-TOTAL-AMOUNT
                            PERFORM 2250-ACCUMULATE-CURRENCY-TOTAL
                        END-IF
                        PERFORM 2200-WRITE-DETAIL-LINE
                        IF NOT EDIT-ONLY-RUN
            IF BATCH-IS-OPEN
                PERFORM 2050-FLAG-UNCLOSED-BATCH
            END-IF
            IF WS-QUAL-READ-COUNT > ZEROES
                MOVE "N" TO WS-QUAL-BATCH-STATUS
                PERFORM 2900-LOG-QUALITY-BATCH
            END-IF
            MOVE TRANS-RECORD TO BH-BATCH-HEADER-RECORD
            MOVE BH-BATCH-ID TO WS-BATCH-ID
            MOVE BH-STATION-ID TO WS-BATCH-STATION
            MOVE BH-OPERATOR-ID TO WS-BATCH-OPERATOR
            MOVE ZEROES TO WS-BATCH-READ-COUNT
            MOVE ZEROES TO WS-BATCH-TOTAL-AMOUNT
            MOVE "Y" TO WS-BATCH-OPEN-SWITCH
                        MOVE ZEROES TO RL-BATCH-KEYED-COUNT
                        MOVE ZEROES TO RL-BATCH-KEYED-AMOUNT
                        MOVE "BAD BATCH TRAILER" TO RL-BATCH-STATUS
                        MOVE "X" TO WS-QUAL-BATCH-STATUS
                        MOVE "Y" TO WS-BATCH-OOB-SWITCH
                        DISPLAY "*** Batch "BT-BATCH-ID" station "
                            WS-BATCH-STATION" trailer count/amount "
                        MOVE BT-KEYED-AMOUNT
                            TO RL-BATCH-KEYED-AMOUNT
                        MOVE "IN BALANCE" TO RL-BATCH-STATUS
                        MOVE "I" TO WS-QUAL-BATCH-STATUS
                    WHEN OTHER
                        MOVE BT-KEYED-COUNT TO RL-BATCH-KEYED-COUNT
                        MOVE BT-KEYED-AMOUNT
                            TO RL-BATCH-KEYED-AMOUNT
                        MOVE "OUT OF BALANCE" TO RL-BATCH-STATUS
                        MOVE "O" TO WS-QUAL-BATCH-STATUS
                        MOVE "Y" TO WS-BATCH-OOB-SWITCH
                        DISPLAY "*** Batch "BT-BATCH-ID" station "
                            WS-BATCH-STATION" OUT OF BALANCE - see "
                END-EVALUATE
                MOVE RL-BATCH-TRAILER-LINE TO REPORT-LINE
                WRITE REPORT-LINE
                PERFORM 2900-LOG-QUALITY-BATCH
                MOVE "N" TO WS-BATCH-OPEN-SWITCH
                MOVE SPACES TO WS-BATCH-ID
                MOVE SPACES TO WS-BATCH-STATION
                MOVE SPACES TO WS-BATCH-OPERATOR
                MOVE ZEROES TO WS-BATCH-READ-COUNT
                MOVE ZEROES TO WS-BATCH-TOTAL-AMOUNT
            END-IF.
            DISPLAY "*** Batch trailer "BT-BATCH-ID" has no batch "
                "header - treated as out of balance ***"
            MOVE RL-BATCH-TRAILER-LINE TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE BT-BATCH-ID TO WS-BATCH-ID
            MOVE "H" TO WS-QUAL-BATCH-STATUS
            PERFORM 2900-LOG-QUALITY-BATCH
            MOVE SPACES TO WS-BATCH-ID.

       2040-ACCUMULATE-BATCH-KEYED.
            IF BATCH-IS-OPEN
                "as out of balance ***"
            MOVE RL-BATCH-TRAILER-LINE TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE "T" TO WS-QUAL-BATCH-STATUS
            PERFORM 2900-LOG-QUALITY-BATCH
            MOVE "N" TO WS-BATCH-OPEN-SWITCH
            MOVE SPACES TO WS-BATCH-ID
            MOVE SPACES TO WS-BATCH-STATION
            MOVE SPACES TO WS-BATCH-OPERATOR
            MOVE ZEROES TO WS-BATCH-READ-COUNT
            MOVE ZEROES TO WS-BATCH-TOTAL-AMOUNT.

                DISPLAY "*** Invalid transaction "TR-TRAN-ID" - "
                    WS-REJECT-REASON" - record skipped ***"
                PERFORM 2210-WRITE-REJECT-LINE
                PERFORM 2910-LOG-QUALITY-REJECT
            END-IF.

       2110-EDIT-TRANSACTION-FIELDS.
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
            IF ENTRY-IS-VALID
                AND NOT TR-TYPE-DELETE
                PERFORM 2150-CONVERT-TO-BASE
            END-IF.

       2130-FIND-ACCOUNT-CODE.
                ADD 1 TO WS-ACCT-SUB
            END-IF.

       2150-CONVERT-TO-BASE.
            IF TR-CURRENCY-CODE = SPACES
                MOVE TR-AMOUNT TO WS-BASE-AMOUNT
            ELSE
                MOVE TR-CURRENCY-CODE TO WS-RATE-SEARCH-CURRENCY
                MOVE TR-TRAN-DATE TO WS-RATE-SEARCH-DATE
                PERFORM 2160-FIND-EXCHANGE-RATE
                EVALUATE TRUE
                    WHEN NOT CURRENCY-CODE-FOUND
                        MOVE "N" TO WS-VALID-ENTRY
                        MOVE "CURRENCY NOT ON RATE FILE"
                            TO WS-REJECT-REASON
                    WHEN NOT EXCHANGE-RATE-FOUND
                        MOVE "N" TO WS-VALID-ENTRY
                        MOVE "NO EXCHANGE RATE FOR TRAN DATE"
                            TO WS-REJECT-REASON
                    WHEN OTHER
                        COMPUTE WS-BASE-AMOUNT ROUNDED =
                            TR-AMOUNT * WS-EXCHANGE-RATE
                            ON SIZE ERROR
                                MOVE "N" TO WS-VALID-ENTRY
                                MOVE "BASE AMOUNT FIELD OVERFLOW"
                                    TO WS-REJECT-REASON
                        END-COMPUTE
                END-EVALUATE
            END-IF.

       2160-FIND-EXCHANGE-RATE.
      * The rate in effect is the latest one for the currency whose
      * effective date is on or before the transaction date.
            MOVE "N" TO WS-CURRENCY-FOUND-SWITCH
            MOVE "N" TO WS-RATE-FOUND-SWITCH
            MOVE SPACES TO WS-RATE-BEST-DATE
            MOVE ZEROES TO WS-EXCHANGE-RATE
            MOVE 1 TO WS-RATE-SUB
            PERFORM 2170-CHECK-ONE-RATE
                UNTIL WS-RATE-SUB > WS-RATE-ENTRY-COUNT.

       2170-CHECK-ONE-RATE.
            IF WS-RATE-TABLE-CURRENCY (WS-RATE-SUB)
                = WS-RATE-SEARCH-CURRENCY
                MOVE "Y" TO WS-CURRENCY-FOUND-SWITCH
                IF WS-RATE-TABLE-DATE (WS-RATE-SUB)
                        NOT > WS-RATE-SEARCH-DATE
                    AND WS-RATE-TABLE-DATE (WS-RATE-SUB)
                        > WS-RATE-BEST-DATE
                    MOVE "Y" TO WS-RATE-FOUND-SWITCH
                    MOVE WS-RATE-TABLE-DATE (WS-RATE-SUB)
                        TO WS-RATE-BEST-DATE
                    MOVE WS-RATE-TABLE-RATE (WS-RATE-SUB)
                        TO WS-EXCHANGE-RATE
                END-IF
            END-IF
            ADD 1 TO WS-RATE-SUB.

       2200-WRITE-DETAIL-LINE.
            MOVE TR-TRAN-ID TO RL-TRAN-ID
            MOVE WS-TRAN-TYPE TO RL-TRAN-TYPE
            MOVE WS-NEW-AMOUNT TO RL-AMOUNT
            IF WS-NEW-CURRENCY-CODE = SPACES
                MOVE WS-BASE-CURRENCY-LABEL TO RL-CURRENCY-CODE
            ELSE
                MOVE WS-NEW-CURRENCY-CODE TO RL-CURRENCY-CODE
            END-IF
            MOVE WS-NEW-ORIG-AMOUNT TO RL-ORIG-AMOUNT
            MOVE RL-DETAIL-LINE TO REPORT-LINE
            WRITE REPORT-LINE.

            MOVE RL-REJECT-LINE TO REPORT-LINE
            WRITE REPORT-LINE.

       2250-ACCUMULATE-CURRENCY-TOTAL.
            MOVE "N" TO WS-CURR-MATCH-SWITCH
            MOVE "N" TO WS-CURR-SLOT-SWITCH
            MOVE 1 TO WS-CURR-SUB
            PERFORM 2260-LOCATE-CURRENCY-SLOT
                UNTIL WS-CURR-SUB > WS-CURR-ENTRY-COUNT
                    OR CURRENCY-ENTRY-MATCHED
                    OR CURRENCY-SLOT-FOUND
            IF NOT CURRENCY-ENTRY-MATCHED
                PERFORM 2270-INSERT-CURRENCY-ENTRY
            END-IF
            IF CURRENCY-ENTRY-MATCHED
                ADD 1 TO WS-CURR-REC-COUNT (WS-CURR-SUB)
                ADD WS-NEW-ORIG-AMOUNT
                    TO WS-CURR-ORIG-AMOUNT (WS-CURR-SUB)
                ADD WS-NEW-AMOUNT TO WS-CURR-BASE-AMOUNT (WS-CURR-SUB)
            END-IF.

       2260-LOCATE-CURRENCY-SLOT.
            EVALUATE TRUE
                WHEN WS-CURR-TABLE-CODE (WS-CURR-SUB)
                    = WS-NEW-CURRENCY-CODE
                    MOVE "Y" TO WS-CURR-MATCH-SWITCH
                WHEN WS-CURR-TABLE-CODE (WS-CURR-SUB)
                    > WS-NEW-CURRENCY-CODE
                    MOVE "Y" TO WS-CURR-SLOT-SWITCH
                WHEN OTHER
                    ADD 1 TO WS-CURR-SUB
            END-EVALUATE.

       2270-INSERT-CURRENCY-ENTRY.
            IF WS-CURR-ENTRY-COUNT >= WS-CURR-TABLE-MAX
                IF NOT CURR-TABLE-OVERFLOWED
                    MOVE "Y" TO WS-CURR-OVERFLOW-SWITCH
                    DISPLAY "*** Currency-total table full after "
                        WS-CURR-TABLE-MAX " currencies - later "
                        "currencies not subtotaled ***"
                END-IF
            ELSE
                ADD 1 TO WS-CURR-ENTRY-COUNT
                MOVE WS-CURR-ENTRY-COUNT TO WS-CURR-SHIFT-SUB
                PERFORM 2280-SHIFT-CURRENCY-ENTRY
                    UNTIL WS-CURR-SHIFT-SUB <= WS-CURR-SUB
                MOVE WS-NEW-CURRENCY-CODE
                    TO WS-CURR-TABLE-CODE (WS-CURR-SUB)
                MOVE ZEROES TO WS-CURR-REC-COUNT (WS-CURR-SUB)
                MOVE ZEROES TO WS-CURR-ORIG-AMOUNT (WS-CURR-SUB)
                MOVE ZEROES TO WS-CURR-BASE-AMOUNT (WS-CURR-SUB)
                MOVE "Y" TO WS-CURR-MATCH-SWITCH
            END-IF.

       2280-SHIFT-CURRENCY-ENTRY.
            MOVE WS-CURR-ENTRY (WS-CURR-SHIFT-SUB - 1)
                TO WS-CURR-ENTRY (WS-CURR-SHIFT-SUB)
            SUBTRACT 1 FROM WS-CURR-SHIFT-SUB.

       2300-WRITE-CHECKPOINT.
            MOVE WS-READ-COUNT TO CK-READ-COUNT
            MOVE WS-RECORD-COUNT TO CK-RECORD-COUNT
            MOVE WS-TOTAL-AMOUNT TO CK-TOTAL-AMOUNT
            MOVE WS-REJECTED-COUNT TO CK-REJECTED-COUNT
            MOVE WS-SUSPENSE-COUNT TO CK-SUSPENSE-COUNT
            MOVE WS-BASE-TOTAL-AMOUNT TO CK-BASE-TOTAL-AMOUNT
            MOVE WS-QUAL-COUNTS TO CK-QUAL-COUNTS
            WRITE CHECKPOINT-RECORD.

       2400-UPDATE-MASTER-FILE.
            END-IF.

       2460-EDIT-CHECK-ON-FILE-ID.
            IF MR-ORIG-AMOUNT IS NOT NUMERIC
                MOVE MR-AMOUNT TO MR-ORIG-AMOUNT
            END-IF
            EVALUATE TRUE
                WHEN TRAN-TYPE-ADD
                    MOVE "Y" TO WS-TYPE-REJECT-SWITCH
                    MOVE "ID ALREADY ON MASTER" TO WS-REJECT-REASON
                WHEN TRAN-TYPE-REVERSAL
                    PERFORM 2440-CHECK-REVERSAL-CURRENCY
                    EVALUATE TRUE
                        WHEN TYPE-REJECT-OCCURRED
                            CONTINUE
                        WHEN WS-NEW-AMOUNT > MR-AMOUNT
                            OR WS-NEW-ORIG-AMOUNT > MR-ORIG-AMOUNT
                            MOVE "Y" TO WS-TYPE-REJECT-SWITCH
                            MOVE "REVERSAL EXCEEDS MASTER AMOUNT"
                                TO WS-REJECT-REASON
                        WHEN OTHER
                            SUBTRACT WS-NEW-AMOUNT FROM MR-AMOUNT
                                ON SIZE ERROR
                                    MOVE "Y" TO WS-TYPE-REJECT-SWITCH
                                    MOVE "AMOUNT FIELD OVERFLOW"
                                        TO WS-REJECT-REASON
                            END-SUBTRACT
                    END-EVALUATE
                WHEN TRAN-TYPE-CHANGE
                    EVALUATE TRUE
                        WHEN MR-ACCT-CODE NOT = SPACES
                            AND WS-NEW-ACCT-CODE NOT = MR-ACCT-CODE
                            MOVE "Y" TO WS-TYPE-REJECT-SWITCH
                            MOVE
                            "ACCOUNT CHANGE NEEDS DELETE AND RE-ADD"
                                TO WS-REJECT-REASON
                        WHEN WS-NEW-CURRENCY-CODE
                            NOT = MR-CURRENCY-CODE
                            MOVE "Y" TO WS-TYPE-REJECT-SWITCH
                            MOVE
                            "CURRENCY CHANGE NEEDS DELETE AND RE-ADD"
                                TO WS-REJECT-REASON
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
                MOVE WS-MASTER-TRAN-DATE TO MR-TRAN-DATE
                MOVE WS-MASTER-TRAN-DATE TO MR-LAST-UPDATED-DATE
                MOVE WS-NEW-ACCT-CODE TO MR-ACCT-CODE
                MOVE WS-NEW-CURRENCY-CODE TO MR-CURRENCY-CODE
                MOVE WS-NEW-ORIG-AMOUNT TO MR-ORIG-AMOUNT
                WRITE MASTER-RECORD
                    INVALID KEY
                        MOVE "N" TO WS-MASTER-WRITE-SWITCH
            MOVE MASTER-RECORD TO JR-DTL-BEFORE-IMAGE
            MOVE "U" TO JR-DTL-ACTION
            MOVE MR-ACCT-CODE TO WS-PRIOR-ACCT-CODE
            IF MR-ORIG-AMOUNT IS NOT NUMERIC
                MOVE MR-AMOUNT TO MR-ORIG-AMOUNT
            END-IF
            EVALUATE TRUE
                WHEN TRAN-TYPE-ADD
                    MOVE "N" TO WS-MASTER-WRITE-SWITCH
                WHEN TRAN-TYPE-REVERSAL
                    MOVE "Y" TO WS-CORRECTION-SWITCH
                    MOVE MR-AMOUNT TO WS-PRIOR-AMOUNT
                    MOVE MR-ORIG-AMOUNT TO WS-PRIOR-ORIG-AMOUNT
                    PERFORM 2440-CHECK-REVERSAL-CURRENCY
                    EVALUATE TRUE
                        WHEN TYPE-REJECT-OCCURRED
                            MOVE "N" TO WS-MASTER-WRITE-SWITCH
                        WHEN WS-NEW-AMOUNT > MR-AMOUNT
                            OR WS-NEW-ORIG-AMOUNT > MR-ORIG-AMOUNT
                            MOVE "N" TO WS-MASTER-WRITE-SWITCH
                            MOVE "Y" TO WS-TYPE-REJECT-SWITCH
                            MOVE "REVERSAL EXCEEDS MASTER AMOUNT"
                                TO WS-REJECT-REASON
                        WHEN OTHER
                            SUBTRACT WS-NEW-AMOUNT FROM MR-AMOUNT
                                ON SIZE ERROR
                                    MOVE "N" TO WS-MASTER-WRITE-SWITCH
                            END-SUBTRACT
                            SUBTRACT WS-NEW-ORIG-AMOUNT
                                FROM MR-ORIG-AMOUNT
                                ON SIZE ERROR
                                    MOVE "N" TO WS-MASTER-WRITE-SWITCH
                            END-SUBTRACT
                            IF WS-MASTER-WRITE-SWITCH = "N"
                                MOVE WS-PRIOR-AMOUNT TO MR-AMOUNT
                                MOVE WS-PRIOR-ORIG-AMOUNT
                                    TO MR-ORIG-AMOUNT
                                MOVE "Y" TO WS-TYPE-REJECT-SWITCH
                                MOVE "AMOUNT FIELD OVERFLOW"
                                    TO WS-REJECT-REASON
                            END-IF
                    END-EVALUATE
                    IF WS-MASTER-WRITE-SWITCH = "Y"
                        MOVE WS-MASTER-TRAN-DATE
                            TO MR-LAST-UPDATED-DATE
                        PERFORM 2430-REWRITE-MASTER-RECORD
                    END-IF
                WHEN OTHER
                    EVALUATE TRUE
                        WHEN MR-ACCT-CODE NOT = SPACES
                            AND WS-NEW-ACCT-CODE NOT = MR-ACCT-CODE
                            MOVE "N" TO WS-MASTER-WRITE-SWITCH
                            MOVE "Y" TO WS-TYPE-REJECT-SWITCH
                            MOVE
                            "ACCOUNT CHANGE NEEDS DELETE AND RE-ADD"
                                TO WS-REJECT-REASON
                        WHEN WS-NEW-CURRENCY-CODE
                            NOT = MR-CURRENCY-CODE
                            MOVE "N" TO WS-MASTER-WRITE-SWITCH
                            MOVE "Y" TO WS-TYPE-REJECT-SWITCH
                            MOVE
                            "CURRENCY CHANGE NEEDS DELETE AND RE-ADD"
                                TO WS-REJECT-REASON
                        WHEN OTHER
                            MOVE "Y" TO WS-CORRECTION-SWITCH
                            MOVE MR-AMOUNT TO WS-PRIOR-AMOUNT
                            MOVE WS-NEW-AMOUNT TO MR-AMOUNT
                            MOVE WS-NEW-ORIG-AMOUNT TO MR-ORIG-AMOUNT
                            MOVE WS-MASTER-TRAN-DATE
                                TO MR-LAST-UPDATED-DATE
                            MOVE WS-NEW-ACCT-CODE TO MR-ACCT-CODE
                            PERFORM 2430-REWRITE-MASTER-RECORD
                    END-EVALUATE
            END-EVALUATE.

       2440-CHECK-REVERSAL-CURRENCY.
      * A reversal must be keyed in the item's own currency. Backing
      * out the whole original amount backs out the whole base amount
      * too, so a rate movement since the item was posted cannot
      * leave a base residue on a fully reversed item.
            IF WS-NEW-CURRENCY-CODE NOT = MR-CURRENCY-CODE
                MOVE "Y" TO WS-TYPE-REJECT-SWITCH
                MOVE "CURRENCY DIFFERS FROM MASTER"
                    TO WS-REJECT-REASON
            ELSE
                IF MR-CURRENCY-CODE NOT = SPACES
                    AND WS-NEW-ORIG-AMOUNT = MR-ORIG-AMOUNT
                    MOVE MR-AMOUNT TO WS-NEW-AMOUNT
                END-IF
            END-IF.

       2430-REWRITE-MASTER-RECORD.
            REWRITE MASTER-RECORD
                INVALID KEY
            ACCEPT WS-AUDIT-TIME FROM TIME
            MOVE WS-AUDIT-DATE TO AR-TIMESTAMP-DATE
            MOVE WS-AUDIT-TIME TO AR-TIMESTAMP-TIME
            IF WS-APPROVER-ID = SPACES
                MOVE WS-OPERATOR-ID TO AR-OPERATOR-ID
            ELSE
                MOVE WS-REQUESTER-ID TO AR-OPERATOR-ID
            END-IF
            IF TRAN-TYPE-DELETE
                MOVE ZEROES TO AR-NEW-AMOUNT
            ELSE
            MOVE "N" TO AR-REFUSAL-FLAG
            MOVE WS-BATCH-ID TO AR-BATCH-ID
            MOVE WS-MASTER-TRAN-DATE TO AR-TRAN-DATE
            MOVE WS-APPROVER-ID TO AR-APPROVER-ID
            MOVE WS-BATCH-STATION TO AR-STATION-ID
            WRITE AUDIT-RECORD.

       2550-WRITE-JOURNAL-RECORD.
                MOVE MR-TRAN-ID TO PH-TRAN-ID
                MOVE WS-AUDIT-DATE TO PH-TIMESTAMP-DATE
                MOVE WS-AUDIT-TIME TO PH-TIMESTAMP-TIME
                IF WS-APPROVER-ID = SPACES
                    MOVE WS-OPERATOR-ID TO PH-OPERATOR-ID
                ELSE
                    MOVE WS-REQUESTER-ID TO PH-OPERATOR-ID
                END-IF
                MOVE WS-TRAN-TYPE TO PH-TRAN-TYPE
                MOVE WS-PRIOR-AMOUNT TO PH-PRIOR-AMOUNT
                IF TRAN-TYPE-DELETE
                    MOVE MR-AMOUNT TO PH-NEW-AMOUNT
                END-IF
                MOVE WS-BATCH-ID TO PH-BATCH-ID
                MOVE WS-APPROVER-ID TO PH-APPROVER-ID
                MOVE WS-MASTER-TRAN-DATE TO PH-TRAN-DATE
                IF TRAN-TYPE-DELETE
                    MOVE WS-PRIOR-ACCT-CODE TO PH-ACCT-CODE
                ELSE
                    MOVE MR-ACCT-CODE TO PH-ACCT-CODE
                END-IF
                MOVE WS-BATCH-STATION TO PH-STATION-ID
                IF WS-BATCH-OPERATOR = SPACES
                    MOVE PH-OPERATOR-ID TO PH-KEYING-OPERATOR
                ELSE
                    MOVE WS-BATCH-OPERATOR TO PH-KEYING-OPERATOR
                END-IF
                WRITE POSTING-HISTORY-RECORD
                    INVALID KEY
                        CONTINUE
            MOVE WS-RUN-DATE TO SU-SUSPEND-DATE
            MOVE "DUPLICATE TRAN ID IN THIS RUN" TO SU-REASON
            MOVE WS-BATCH-ID TO SU-BATCH-ID
            MOVE WS-BATCH-STATION TO SU-STATION-ID
            WRITE SUSPENSE-RECORD
            IF WS-SUSPENSE-FILE-STATUS NOT = "00"
                DISPLAY "*** SUSPENSE-FILE WRITE failed for "
                    " - routed to suspense, not posted ***"
            END-IF.

       2900-LOG-QUALITY-BATCH.
            IF QUALITY-LOG-OPENED AND NOT FATAL-ERROR-OCCURRED
                MOVE SPACES TO QUALITY-LOG-RECORD
                MOVE "B" TO QR-RECORD-TYPE
                PERFORM 2920-FILL-QUALITY-KEY
                MOVE WS-QUAL-BATCH-STATUS TO QR-BATCH-STATUS
                MOVE WS-QUAL-READ-COUNT TO QR-READ-COUNT
                MOVE WS-QUAL-POSTED-COUNT TO QR-POSTED-COUNT
                MOVE WS-QUAL-REJECTED-COUNT TO QR-REJECTED-COUNT
                MOVE WS-QUAL-SUSPENSE-COUNT TO QR-SUSPENSE-COUNT
                PERFORM 2930-WRITE-QUALITY-RECORD
            END-IF
            MOVE ZEROES TO WS-QUAL-COUNTS
            MOVE SPACE TO WS-QUAL-BATCH-STATUS.

       2910-LOG-QUALITY-REJECT.
            ADD 1 TO WS-QUAL-REJECTED-COUNT
            IF QUALITY-LOG-OPENED
                MOVE SPACES TO QUALITY-LOG-RECORD
                MOVE "R" TO QR-RECORD-TYPE
                PERFORM 2920-FILL-QUALITY-KEY
                MOVE TR-TRAN-ID TO QR-TRAN-ID
                MOVE WS-REJECT-REASON TO QR-REJECT-REASON
                PERFORM 2930-WRITE-QUALITY-RECORD
            END-IF.

       2920-FILL-QUALITY-KEY.
            MOVE WS-RUN-DATE TO QR-RUN-DATE
            MOVE WS-RUN-TIME TO QR-RUN-TIME
            MOVE WS-BATCH-STATION TO QR-STATION-ID
            IF WS-BATCH-OPERATOR = SPACES
                MOVE WS-OPERATOR-ID TO QR-OPERATOR-ID
            ELSE
                MOVE WS-BATCH-OPERATOR TO QR-OPERATOR-ID
            END-IF
            MOVE WS-BATCH-ID TO QR-BATCH-ID.

       2930-WRITE-QUALITY-RECORD.
            WRITE QUALITY-LOG-RECORD
            IF WS-QUAL-LOG-FILE-STATUS NOT = "00"
                DISPLAY "*** QUALITY-LOG-FILE WRITE failed - status "
                    WS-QUAL-LOG-FILE-STATUS
                    " - keying-quality figures incomplete ***"
                CLOSE QUALITY-LOG-FILE
                MOVE "N" TO WS-QUAL-OPENED-SWITCH
            END-IF.

       2810-WRITE-SUSPENSE-LINE.
            MOVE TR-TRAN-ID TO RL-SUSPENSE-TRAN-ID
            MOVE "DUPLICATE TRAN ID IN THIS RUN"
            END-IF
            MOVE GL-DETAIL-RECORD TO LEDGER-RECORD
            WRITE LEDGER-RECORD
            ADD 1 TO WS-GL-WRITTEN-COUNT
            IF TR-TRAN-ID IS NUMERIC
                MOVE TR-TRAN-ID TO WS-TRAN-ID-NUM
                ADD WS-TRAN-ID-NUM TO WS-GL-HASH-TOTAL
                    "BALANCE - run treated as out of balance ***"
            END-IF.

       9150-WRITE-CURRENCY-TOTALS.
            IF WS-CURR-ENTRY-COUNT > ZEROES
                MOVE RL-CURRENCY-CAPTION-LINE TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE 1 TO WS-CURR-SUB
                PERFORM 9160-WRITE-ONE-CURRENCY-TOTAL
                    UNTIL WS-CURR-SUB > WS-CURR-ENTRY-COUNT
            END-IF
            MOVE WS-BASE-TOTAL-AMOUNT TO RL-BASE-TOTAL-AMOUNT
            IF RESTARTED-RUN
                MOVE "CURRENCY LINES COVER RECORDS AFTER THE RESTART"
                    TO RL-BASE-TOTAL-NOTE
            ELSE
                MOVE SPACES TO RL-BASE-TOTAL-NOTE
            END-IF
            MOVE RL-BASE-TOTAL-LINE TO REPORT-LINE
            WRITE REPORT-LINE.

       9160-WRITE-ONE-CURRENCY-TOTAL.
            IF WS-CURR-TABLE-CODE (WS-CURR-SUB) = SPACES
                MOVE WS-BASE-CURRENCY-LABEL TO RL-CURR-CODE
            ELSE
                MOVE WS-CURR-TABLE-CODE (WS-CURR-SUB) TO RL-CURR-CODE
            END-IF
            MOVE WS-CURR-REC-COUNT (WS-CURR-SUB) TO RL-CURR-COUNT
            MOVE WS-CURR-ORIG-AMOUNT (WS-CURR-SUB)
                TO RL-CURR-ORIG-AMOUNT
            MOVE WS-CURR-BASE-AMOUNT (WS-CURR-SUB)
                TO RL-CURR-BASE-AMOUNT
            MOVE RL-CURRENCY-TOTAL-LINE TO REPORT-LINE
            WRITE REPORT-LINE
            ADD 1 TO WS-CURR-SUB.

       9200-FINALIZE-LEDGER-EXTRACT.
            IF LEDGER-EXTRACT-OPENED
                MOVE "N" TO WS-LEDGER-OPENED-SWITCH
                    MOVE WS-GL-HASH-TOTAL TO GL-TRL-HASH-TOTAL
                    MOVE GL-TRAILER-RECORD TO LEDGER-RECORD
                    WRITE LEDGER-RECORD
                    ADD 1 TO WS-GL-WRITTEN-COUNT
                    CLOSE LEDGER-FILE
                    MOVE "Y" TO WS-LEDGER-EVER-OPENED-SW
                    PERFORM 9210-ADD-BLOCK-TO-GL-HISTORY
                ELSE
                    CLOSE LEDGER-FILE
                    IF LEDGER-FILE-ALREADY-OPENED
                    ELSE
                        OPEN OUTPUT LEDGER-FILE
                        CLOSE LEDGER-FILE
                        MOVE ZEROES TO WS-GL-WRITTEN-COUNT
                        DISPLAY "*** Ledger extract GLEXTR "
                            "suppressed - run did not end in "
                            "balance ***"
                END-IF
            END-IF.

       9210-ADD-BLOCK-TO-GL-HISTORY.
            OPEN EXTEND GL-HISTORY-FILE
            IF WS-GL-HISTORY-FILE-STATUS = "35"
                OPEN OUTPUT GL-HISTORY-FILE
            END-IF
            IF WS-GL-HISTORY-FILE-STATUS NOT = "00"
                DISPLAY "*** GL-HISTORY-FILE GLEXTHST will not open - "
                    "status " WS-GL-HISTORY-FILE-STATUS
                    " - add this GLEXTR block to it before the "
                    "next tie-out ***"
            ELSE
                OPEN INPUT LEDGER-FILE
                IF WS-LEDGER-FILE-STATUS NOT = "00"
                    DISPLAY "*** LEDGER-FILE GLEXTR will not reopen - "
                        "status " WS-LEDGER-FILE-STATUS
                        " - add this GLEXTR block to GLEXTHST before "
                        "the next tie-out ***"
                ELSE
                    MOVE ZEROES TO WS-GL-COPY-COUNT
                    MOVE "N" TO WS-GL-COPY-EOF-SWITCH
                    PERFORM 9220-COPY-ONE-LEDGER-RECORD
                        UNTIL END-OF-LEDGER-COPY
                    CLOSE LEDGER-FILE
                END-IF
                CLOSE GL-HISTORY-FILE
            END-IF.

       9220-COPY-ONE-LEDGER-RECORD.
            READ LEDGER-FILE
                AT END
                    MOVE "Y" TO WS-GL-COPY-EOF-SWITCH
            END-READ
            IF NOT END-OF-LEDGER-COPY
                AND WS-LEDGER-FILE-STATUS NOT = "00"
                DISPLAY "*** LEDGER-FILE GLEXTR READ failed - status "
                    WS-LEDGER-FILE-STATUS
                    " - GLEXTHST may hold a partial block - correct "
                    "it before the next tie-out ***"
                MOVE "Y" TO WS-GL-COPY-EOF-SWITCH
            END-IF
            IF NOT END-OF-LEDGER-COPY
                ADD 1 TO WS-GL-COPY-COUNT
                IF WS-GL-COPY-COUNT > WS-GL-BLOCK-START
                    WRITE GL-HISTORY-RECORD FROM LEDGER-RECORD
                    IF WS-GL-HISTORY-FILE-STATUS NOT = "00"
                        DISPLAY "*** GL-HISTORY-FILE WRITE failed - "
                            "status " WS-GL-HISTORY-FILE-STATUS
                            " - GLEXTHST holds a partial block - "
                            "correct it before the next tie-out ***"
                        MOVE "Y" TO WS-GL-COPY-EOF-SWITCH
                    END-IF
                END-IF
            END-IF.

       9999-END-OF-JOB.
            IF BATCH-IS-OPEN
                PERFORM 2050-FLAG-UNCLOSED-BATCH
            END-IF
            IF WS-QUAL-READ-COUNT > ZEROES
                MOVE "N" TO WS-QUAL-BATCH-STATUS
                PERFORM 2900-LOG-QUALITY-BATCH
            END-IF
            IF QUALITY-LOG-OPENED
                CLOSE QUALITY-LOG-FILE
                MOVE "N" TO WS-QUAL-OPENED-SWITCH
            END-IF
            PERFORM 9100-RECONCILE-CONTROL-TOTALS
            PERFORM 9200-FINALIZE-LEDGER-EXTRACT
            MOVE WS-RECORD-COUNT TO RL-TOTAL-COUNT
                END-IF
                MOVE RL-TRAILER-LINE TO REPORT-LINE
                WRITE REPORT-LINE
                PERFORM 9150-WRITE-CURRENCY-TOTALS
            END-IF
            PERFORM 9250-FINALIZE-JOURNAL
            IF POSTING-HISTORY-OPENED
