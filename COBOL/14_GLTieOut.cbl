      ******************************************************************
      * Author:
      * Date:
      * Purpose: Tie the InAndOut sub-ledger out to the general
      *          ledger by account code. MASTER is totalled by
      *          MR-ACCT-CODE and set against the net GL-DTL-AMOUNT
      *          movements handed to the ledger on the GLEXTR
      *          extracts, counting as posted only the extract blocks
      *          the ledger acknowledged as posted (P on GLACKIN,
      *          matched by the run date/time in each block's H
      *          header). Movements in blocks with no acknowledgment
      *          yet, and in blocks the ledger rejected, are shown in
      *          their own columns as still in flight. The GLTIERPT
      *          report lists every account with our balance, the
      *          posted-to-ledger total, the difference, and the
      *          in-flight amounts, with a status of TIES when the
      *          difference is zero, IN FLIGHT ONLY when the whole
      *          difference is accounted for by in-flight movements,
      *          and DOES NOT TIE otherwise.
      *          InAndOut starts a fresh GLEXTR each run, so the
      *          movements since MASTER was loaded are read from the
      *          GLEXTHST extract history, to which InAndOut appends
      *          every block it closes in balance. The TIEPARM parm
      *          card may name another file (default GLEXTHST).
      *          Return code 8 when any account does not tie, 4 when
      *          every difference is still in flight (or the account
      *          table overflowed), 16 on file errors.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLTieOut.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "TIEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN DYNAMIC WS-EXTRACT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT ACK-FILE ASSIGN TO "GLACKIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.
           SELECT MASTER-FILE ASSIGN TO "MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MR-TRAN-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT TIE-REPORT-FILE ASSIGN TO "GLTIERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PARM-EXTRACT-FILENAME    PIC X(40).
       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEDGER-RECORD PIC X(44).
       FD  ACK-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACK-RECORD.
           COPY GLAKREC.
       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  MASTER-RECORD.
           COPY MASTREC.
       FD  TIE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TIE-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS PIC XX VALUE "00".
       01  WS-EXTRACT-FILE-STATUS PIC XX VALUE "00".
       01  WS-ACK-FILE-STATUS PIC XX VALUE "00".
       01  WS-MASTER-FILE-STATUS PIC XX VALUE "00".
       01  WS-REPORT-FILE-STATUS PIC XX VALUE "00".
       01  WS-EXTRACT-FILENAME PIC X(40) VALUE "GLEXTHST".
       01  WS-EXT-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-EXTRACT-FILE VALUE "Y".
       01  WS-ACK-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-ACK-FILE VALUE "Y".
       01  WS-MASTER-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-MASTER-FILE VALUE "Y".
       01  WS-FATAL-ERROR-SWITCH PIC X VALUE "N".
           88  FATAL-ERROR-OCCURRED VALUE "Y".
       01  WS-ACKS-AVAILABLE-SWITCH PIC X VALUE "N".
           88  ACK-FILE-AVAILABLE VALUE "Y".
       01  WS-ACK-MATCH-SWITCH PIC X VALUE "N".
           88  ACK-ENTRY-MATCHED VALUE "Y".
       01  WS-ACK-OVERFLOW-SWITCH PIC X VALUE "N".
           88  ACK-TABLE-OVERFLOWED VALUE "Y".
       01  WS-ACK-TABLE-MAX PIC 9(3) VALUE 200.
       01  WS-ACK-ENTRY-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-ACK-SUB PIC 9(3) VALUE ZEROES.
       01  WS-ACK-TABLE.
           05  WS-ACK-ENTRY OCCURS 200 TIMES.
               10  WS-ACK-RUN-DATE PIC X(8).
               10  WS-ACK-RUN-TIME PIC X(8).
               10  WS-ACK-STATUS PIC X.
       01  WS-BLOCK-ACK-STATUS PIC X VALUE SPACE.
           88  BLOCK-POSTED VALUE "P".
           88  BLOCK-REJECTED VALUE "R".
       01  WS-ACCT-MATCH-SWITCH PIC X VALUE "N".
           88  ACCOUNT-ENTRY-MATCHED VALUE "Y".
       01  WS-ACCT-SLOT-SWITCH PIC X VALUE "N".
           88  ACCOUNT-SLOT-FOUND VALUE "Y".
       01  WS-ACCT-OVERFLOW-SWITCH PIC X VALUE "N".
           88  ACCT-TABLE-OVERFLOWED VALUE "Y".
       01  WS-LOCATE-ACCT-CODE PIC X(5) VALUE SPACES.
       01  WS-ACCT-TABLE-MAX PIC 9(3) VALUE 500.
       01  WS-ACCT-ENTRY-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-ACCT-SUB PIC 9(3) VALUE ZEROES.
       01  WS-ACCT-SHIFT-SUB PIC 9(3) VALUE ZEROES.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 500 TIMES.
               10  WS-ACCT-TABLE-CODE PIC X(5).
               10  WS-ACCT-REC-COUNT PIC 9(9).
               10  WS-ACCT-MASTER-AMOUNT PIC S9(11)V99.
               10  WS-ACCT-POSTED-AMOUNT PIC S9(11)V99.
               10  WS-ACCT-UNACKED-AMOUNT PIC S9(11)V99.
               10  WS-ACCT-REJECTED-AMOUNT PIC S9(11)V99.
       01  WS-DIFFERENCE-AMOUNT PIC S9(11)V99 VALUE ZEROES.
       01  WS-UNEXPLAINED-AMOUNT PIC S9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-REC-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-TOTAL-MASTER-AMOUNT PIC S9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-POSTED-AMOUNT PIC S9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-DIFFERENCE-AMOUNT PIC S9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-UNACKED-AMOUNT PIC S9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-REJECTED-AMOUNT PIC S9(11)V99 VALUE ZEROES.
       01  WS-BLOCK-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-DETAIL-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-MASTER-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-TIED-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-IN-FLIGHT-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-UNTIED-COUNT PIC 9(5) VALUE ZEROES.
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
       COPY TIELINE.
       COPY GLREC.
       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
            PERFORM 1000-INITIALIZE
            IF ACK-FILE-AVAILABLE
                PERFORM 2000-LOAD-ACKNOWLEDGMENTS
                    UNTIL END-OF-ACK-FILE
            END-IF
            PERFORM 3000-ACCUMULATE-EXTRACTS
                UNTIL END-OF-EXTRACT-FILE
            PERFORM 4000-ACCUMULATE-MASTER
                UNTIL END-OF-MASTER-FILE
            PERFORM 5000-REPORT-TIE-OUT
            PERFORM 9999-END-OF-JOB
            STOP RUN.

       1000-INITIALIZE.
            PERFORM 1050-READ-PARM-CARD
            OPEN INPUT EXTRACT-FILE
            IF WS-EXTRACT-FILE-STATUS NOT = "00"
                DISPLAY "*** EXTRACT-FILE " WS-EXTRACT-FILENAME
                    " will not open - status " WS-EXTRACT-FILE-STATUS
                    " - tie-out ends with nothing compared ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                MOVE "Y" TO WS-EXT-EOF-SWITCH
                MOVE "Y" TO WS-MASTER-EOF-SWITCH
            END-IF
            OPEN INPUT ACK-FILE
            IF WS-ACK-FILE-STATUS = "00"
                MOVE "Y" TO WS-ACKS-AVAILABLE-SWITCH
            ELSE
                DISPLAY "*** ACK-FILE GLACKIN will not open - "
                    "status " WS-ACK-FILE-STATUS " - every extract "
                    "movement will show as UNACKNOWLEDGED ***"
                MOVE "Y" TO WS-ACK-EOF-SWITCH
            END-IF
            OPEN INPUT MASTER-FILE
            IF WS-MASTER-FILE-STATUS NOT = "00"
                DISPLAY "*** MASTER-FILE will not open - status "
                    WS-MASTER-FILE-STATUS " - tie-out ends with "
                    "nothing compared ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                MOVE "Y" TO WS-EXT-EOF-SWITCH
                MOVE "Y" TO WS-MASTER-EOF-SWITCH
            END-IF
            OPEN OUTPUT TIE-REPORT-FILE
            IF WS-REPORT-FILE-STATUS NOT = "00"
                DISPLAY "*** TIE-REPORT-FILE GLTIERPT will not "
                    "open - status " WS-REPORT-FILE-STATUS
                    " - tie-out ends with no report written ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                MOVE "Y" TO WS-EXT-EOF-SWITCH
                MOVE "Y" TO WS-MASTER-EOF-SWITCH
            END-IF
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-RUN-TIME FROM TIME
            MOVE WS-RUN-DATE(1:2) TO WS-RUN-CC
            MOVE WS-RUN-DATE(3:2) TO WS-RUN-YY
            MOVE WS-RUN-DATE(5:2) TO WS-RUN-MM
            MOVE WS-RUN-DATE(7:2) TO WS-RUN-DD
            MOVE WS-RUN-TIME(1:2) TO WS-RUN-HH
            MOVE WS-RUN-TIME(3:2) TO WS-RUN-MIN
            MOVE WS-RUN-TIME(5:2) TO WS-RUN-SS
            MOVE WS-RUN-DATE-X TO TL-RUN-DATE
            MOVE WS-RUN-TIME-X TO TL-RUN-TIME
            MOVE WS-EXTRACT-FILENAME TO TL-EXTRACT-FILENAME.

       1050-READ-PARM-CARD.
            OPEN INPUT PARM-FILE
            IF WS-PARM-FILE-STATUS = "00"
                READ PARM-FILE
                    NOT AT END
                        IF PARM-EXTRACT-FILENAME NOT = SPACES
                            MOVE PARM-EXTRACT-FILENAME
                                TO WS-EXTRACT-FILENAME
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF.

       2000-LOAD-ACKNOWLEDGMENTS.
            READ ACK-FILE
                AT END
                    MOVE "Y" TO WS-ACK-EOF-SWITCH
            END-READ
            IF END-OF-ACK-FILE
                CONTINUE
            ELSE
                IF WS-ACK-FILE-STATUS NOT = "00"
                    DISPLAY "*** ACK-FILE READ failed - status "
                        WS-ACK-FILE-STATUS " - later acknowledgments "
                        "not applied ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    MOVE "Y" TO WS-ACK-EOF-SWITCH
                ELSE
                    PERFORM 2100-STORE-ONE-ACKNOWLEDGMENT
                END-IF
            END-IF.

       2100-STORE-ONE-ACKNOWLEDGMENT.
            MOVE AK-RUN-DATE TO GL-HDR-RUN-DATE
            MOVE AK-RUN-TIME TO GL-HDR-RUN-TIME
            PERFORM 2200-FIND-ACKNOWLEDGMENT
            IF ACK-ENTRY-MATCHED
                MOVE AK-ACK-STATUS TO WS-ACK-STATUS (WS-ACK-SUB)
            ELSE
                IF WS-ACK-ENTRY-COUNT < WS-ACK-TABLE-MAX
                    ADD 1 TO WS-ACK-ENTRY-COUNT
                    MOVE AK-RUN-DATE
                        TO WS-ACK-RUN-DATE (WS-ACK-ENTRY-COUNT)
                    MOVE AK-RUN-TIME
                        TO WS-ACK-RUN-TIME (WS-ACK-ENTRY-COUNT)
                    MOVE AK-ACK-STATUS
                        TO WS-ACK-STATUS (WS-ACK-ENTRY-COUNT)
                ELSE
                    IF NOT ACK-TABLE-OVERFLOWED
                        MOVE "Y" TO WS-ACK-OVERFLOW-SWITCH
                        DISPLAY "*** Acknowledgment table full after "
                            WS-ACK-TABLE-MAX " acknowledgments - "
                            "later extracts show as "
                            "UNACKNOWLEDGED ***"
                    END-IF
                END-IF
            END-IF.

       2200-FIND-ACKNOWLEDGMENT.
            MOVE "N" TO WS-ACK-MATCH-SWITCH
            MOVE 1 TO WS-ACK-SUB
            PERFORM 2210-SCAN-ACK-TABLE
                UNTIL WS-ACK-SUB > WS-ACK-ENTRY-COUNT
                    OR ACK-ENTRY-MATCHED.

       2210-SCAN-ACK-TABLE.
            IF WS-ACK-RUN-DATE (WS-ACK-SUB) = GL-HDR-RUN-DATE
                AND WS-ACK-RUN-TIME (WS-ACK-SUB) = GL-HDR-RUN-TIME
                MOVE "Y" TO WS-ACK-MATCH-SWITCH
            ELSE
                ADD 1 TO WS-ACK-SUB
            END-IF.

       3000-ACCUMULATE-EXTRACTS.
            READ EXTRACT-FILE
                AT END
                    MOVE "Y" TO WS-EXT-EOF-SWITCH
            END-READ
            IF END-OF-EXTRACT-FILE
                CONTINUE
            ELSE
                IF WS-EXTRACT-FILE-STATUS NOT = "00"
                    DISPLAY "*** EXTRACT-FILE READ failed - status "
                        WS-EXTRACT-FILE-STATUS " - tie-out ends "
                        "early ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    MOVE "Y" TO WS-EXT-EOF-SWITCH
                ELSE
                    EVALUATE LEDGER-RECORD(1:1)
                        WHEN "H"
                            PERFORM 3100-START-EXTRACT-BLOCK
                        WHEN "D"
                            PERFORM 3200-ACCUMULATE-EXTRACT-DETAIL
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
            END-IF.

       3100-START-EXTRACT-BLOCK.
            MOVE LEDGER-RECORD TO GL-HEADER-RECORD
            ADD 1 TO WS-BLOCK-COUNT
            PERFORM 2200-FIND-ACKNOWLEDGMENT
            IF ACK-ENTRY-MATCHED
                MOVE WS-ACK-STATUS (WS-ACK-SUB) TO WS-BLOCK-ACK-STATUS
            ELSE
                MOVE SPACE TO WS-BLOCK-ACK-STATUS
            END-IF.

       3200-ACCUMULATE-EXTRACT-DETAIL.
            MOVE LEDGER-RECORD TO GL-DETAIL-RECORD
            ADD 1 TO WS-DETAIL-COUNT
            MOVE GL-DTL-ACCT-CODE TO WS-LOCATE-ACCT-CODE
            PERFORM 6000-LOCATE-ACCOUNT
            IF ACCOUNT-ENTRY-MATCHED
                EVALUATE TRUE
                    WHEN BLOCK-POSTED
                        ADD GL-DTL-AMOUNT
                            TO WS-ACCT-POSTED-AMOUNT (WS-ACCT-SUB)
                    WHEN BLOCK-REJECTED
                        ADD GL-DTL-AMOUNT
                            TO WS-ACCT-REJECTED-AMOUNT (WS-ACCT-SUB)
                    WHEN OTHER
                        ADD GL-DTL-AMOUNT
                            TO WS-ACCT-UNACKED-AMOUNT (WS-ACCT-SUB)
                END-EVALUATE
            END-IF.

       4000-ACCUMULATE-MASTER.
            READ MASTER-FILE
                AT END
                    MOVE "Y" TO WS-MASTER-EOF-SWITCH
            END-READ
            IF END-OF-MASTER-FILE
                CONTINUE
            ELSE
                IF WS-MASTER-FILE-STATUS NOT = "00"
                    DISPLAY "*** MASTER-FILE READ failed - status "
                        WS-MASTER-FILE-STATUS " - tie-out ends "
                        "early ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    MOVE "Y" TO WS-MASTER-EOF-SWITCH
                ELSE
                    ADD 1 TO WS-MASTER-COUNT
                    MOVE MR-ACCT-CODE TO WS-LOCATE-ACCT-CODE
                    PERFORM 6000-LOCATE-ACCOUNT
                    IF ACCOUNT-ENTRY-MATCHED
                        ADD 1 TO WS-ACCT-REC-COUNT (WS-ACCT-SUB)
                        ADD MR-AMOUNT
                            TO WS-ACCT-MASTER-AMOUNT (WS-ACCT-SUB)
                    END-IF
                END-IF
            END-IF.

       5000-REPORT-TIE-OUT.
            IF WS-REPORT-FILE-STATUS NOT = "00"
                CONTINUE
            ELSE
                PERFORM 5100-WRITE-PAGE-HEADING
                MOVE 1 TO WS-ACCT-SUB
                PERFORM 5200-WRITE-ACCOUNT-LINE
                    UNTIL WS-ACCT-SUB > WS-ACCT-ENTRY-COUNT
                PERFORM 5300-WRITE-TOTAL-LINE
            END-IF.

       5100-WRITE-PAGE-HEADING.
            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO TL-PAGE-NUMBER
            MOVE TL-PAGE-HEADER-LINE TO TIE-REPORT-LINE
            WRITE TIE-REPORT-LINE
            MOVE WS-BLOCK-COUNT TO TL-BLOCK-COUNT
            MOVE TL-SOURCE-LINE TO TIE-REPORT-LINE
            WRITE TIE-REPORT-LINE
            MOVE SPACES TO TIE-REPORT-LINE
            WRITE TIE-REPORT-LINE
            MOVE TL-COLUMN-HEADER-LINE TO TIE-REPORT-LINE
            WRITE TIE-REPORT-LINE
            MOVE SPACES TO TIE-REPORT-LINE
            WRITE TIE-REPORT-LINE
            MOVE 5 TO WS-LINE-COUNT.

       5200-WRITE-ACCOUNT-LINE.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 5100-WRITE-PAGE-HEADING
            END-IF
            COMPUTE WS-DIFFERENCE-AMOUNT =
                WS-ACCT-MASTER-AMOUNT (WS-ACCT-SUB)
                    - WS-ACCT-POSTED-AMOUNT (WS-ACCT-SUB)
            COMPUTE WS-UNEXPLAINED-AMOUNT = WS-DIFFERENCE-AMOUNT
                - WS-ACCT-UNACKED-AMOUNT (WS-ACCT-SUB)
                - WS-ACCT-REJECTED-AMOUNT (WS-ACCT-SUB)
            MOVE WS-ACCT-TABLE-CODE (WS-ACCT-SUB) TO TL-ACCT-CODE
            MOVE WS-ACCT-REC-COUNT (WS-ACCT-SUB) TO TL-REC-COUNT
            MOVE WS-ACCT-MASTER-AMOUNT (WS-ACCT-SUB)
                TO TL-MASTER-AMOUNT
            MOVE WS-ACCT-POSTED-AMOUNT (WS-ACCT-SUB)
                TO TL-POSTED-AMOUNT
            MOVE WS-DIFFERENCE-AMOUNT TO TL-DIFFERENCE-AMOUNT
            MOVE WS-ACCT-UNACKED-AMOUNT (WS-ACCT-SUB)
                TO TL-UNACKED-AMOUNT
            MOVE WS-ACCT-REJECTED-AMOUNT (WS-ACCT-SUB)
                TO TL-REJECTED-AMOUNT
            EVALUATE TRUE
                WHEN WS-DIFFERENCE-AMOUNT = ZERO
                    MOVE "TIES" TO TL-STATUS
                    ADD 1 TO WS-TIED-COUNT
                WHEN WS-UNEXPLAINED-AMOUNT = ZERO
                    MOVE "IN FLIGHT ONLY" TO TL-STATUS
                    ADD 1 TO WS-IN-FLIGHT-COUNT
                WHEN OTHER
                    MOVE "DOES NOT TIE" TO TL-STATUS
                    ADD 1 TO WS-UNTIED-COUNT
            END-EVALUATE
            MOVE TL-DETAIL-LINE TO TIE-REPORT-LINE
            WRITE TIE-REPORT-LINE
            ADD 1 TO WS-LINE-COUNT
            ADD WS-ACCT-REC-COUNT (WS-ACCT-SUB) TO WS-TOTAL-REC-COUNT
            ADD WS-ACCT-MASTER-AMOUNT (WS-ACCT-SUB)
                TO WS-TOTAL-MASTER-AMOUNT
            ADD WS-ACCT-POSTED-AMOUNT (WS-ACCT-SUB)
                TO WS-TOTAL-POSTED-AMOUNT
            ADD WS-DIFFERENCE-AMOUNT TO WS-TOTAL-DIFFERENCE-AMOUNT
            ADD WS-ACCT-UNACKED-AMOUNT (WS-ACCT-SUB)
                TO WS-TOTAL-UNACKED-AMOUNT
            ADD WS-ACCT-REJECTED-AMOUNT (WS-ACCT-SUB)
                TO WS-TOTAL-REJECTED-AMOUNT
            ADD 1 TO WS-ACCT-SUB.

       5300-WRITE-TOTAL-LINE.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 5100-WRITE-PAGE-HEADING
            END-IF
            MOVE SPACES TO TIE-REPORT-LINE
            WRITE TIE-REPORT-LINE
            MOVE "TOTALS" TO TL-ACCT-CODE
            MOVE WS-TOTAL-REC-COUNT TO TL-REC-COUNT
            MOVE WS-TOTAL-MASTER-AMOUNT TO TL-MASTER-AMOUNT
            MOVE WS-TOTAL-POSTED-AMOUNT TO TL-POSTED-AMOUNT
            MOVE WS-TOTAL-DIFFERENCE-AMOUNT TO TL-DIFFERENCE-AMOUNT
            MOVE WS-TOTAL-UNACKED-AMOUNT TO TL-UNACKED-AMOUNT
            MOVE WS-TOTAL-REJECTED-AMOUNT TO TL-REJECTED-AMOUNT
            MOVE SPACES TO TL-STATUS
            MOVE TL-DETAIL-LINE TO TIE-REPORT-LINE
            WRITE TIE-REPORT-LINE
            ADD 2 TO WS-LINE-COUNT.

       6000-LOCATE-ACCOUNT.
            MOVE "N" TO WS-ACCT-MATCH-SWITCH
            MOVE "N" TO WS-ACCT-SLOT-SWITCH
            MOVE 1 TO WS-ACCT-SUB
            PERFORM 6010-LOCATE-ACCOUNT-SLOT
                UNTIL WS-ACCT-SUB > WS-ACCT-ENTRY-COUNT
                    OR ACCOUNT-ENTRY-MATCHED
                    OR ACCOUNT-SLOT-FOUND
            IF NOT ACCOUNT-ENTRY-MATCHED
                PERFORM 6020-INSERT-ACCOUNT-ENTRY
            END-IF.

       6010-LOCATE-ACCOUNT-SLOT.
            EVALUATE TRUE
                WHEN WS-ACCT-TABLE-CODE (WS-ACCT-SUB)
                        = WS-LOCATE-ACCT-CODE
                    MOVE "Y" TO WS-ACCT-MATCH-SWITCH
                WHEN WS-ACCT-TABLE-CODE (WS-ACCT-SUB)
                        > WS-LOCATE-ACCT-CODE
                    MOVE "Y" TO WS-ACCT-SLOT-SWITCH
                WHEN OTHER
                    ADD 1 TO WS-ACCT-SUB
            END-EVALUATE.

       6020-INSERT-ACCOUNT-ENTRY.
            IF WS-ACCT-ENTRY-COUNT >= WS-ACCT-TABLE-MAX
                IF NOT ACCT-TABLE-OVERFLOWED
                    MOVE "Y" TO WS-ACCT-OVERFLOW-SWITCH
                    DISPLAY "*** Account table full after "
                        WS-ACCT-TABLE-MAX " accounts - later "
                        "accounts not tied out ***"
                END-IF
            ELSE
                ADD 1 TO WS-ACCT-ENTRY-COUNT
                MOVE WS-ACCT-ENTRY-COUNT TO WS-ACCT-SHIFT-SUB
                PERFORM 6030-SHIFT-ACCOUNT-ENTRY
                    UNTIL WS-ACCT-SHIFT-SUB <= WS-ACCT-SUB
                MOVE WS-LOCATE-ACCT-CODE
                    TO WS-ACCT-TABLE-CODE (WS-ACCT-SUB)
                MOVE ZEROES TO WS-ACCT-REC-COUNT (WS-ACCT-SUB)
                MOVE ZEROES TO WS-ACCT-MASTER-AMOUNT (WS-ACCT-SUB)
                MOVE ZEROES TO WS-ACCT-POSTED-AMOUNT (WS-ACCT-SUB)
                MOVE ZEROES TO WS-ACCT-UNACKED-AMOUNT (WS-ACCT-SUB)
                MOVE ZEROES TO WS-ACCT-REJECTED-AMOUNT (WS-ACCT-SUB)
                MOVE "Y" TO WS-ACCT-MATCH-SWITCH
            END-IF.

       6030-SHIFT-ACCOUNT-ENTRY.
            MOVE WS-ACCT-ENTRY (WS-ACCT-SHIFT-SUB - 1)
                TO WS-ACCT-ENTRY (WS-ACCT-SHIFT-SUB)
            SUBTRACT 1 FROM WS-ACCT-SHIFT-SUB.

       9999-END-OF-JOB.
            IF WS-REPORT-FILE-STATUS = "00"
                MOVE WS-ACCT-ENTRY-COUNT TO TL-ACCOUNT-COUNT
                MOVE WS-TIED-COUNT TO TL-TIED-COUNT
                MOVE WS-IN-FLIGHT-COUNT TO TL-IN-FLIGHT-COUNT
                MOVE WS-UNTIED-COUNT TO TL-UNTIED-COUNT
                MOVE SPACES TO TIE-REPORT-LINE
                WRITE TIE-REPORT-LINE
                MOVE TL-TRAILER-LINE TO TIE-REPORT-LINE
                WRITE TIE-REPORT-LINE
            END-IF
            CLOSE EXTRACT-FILE
            IF ACK-FILE-AVAILABLE
                CLOSE ACK-FILE
            END-IF
            CLOSE MASTER-FILE
            CLOSE TIE-REPORT-FILE
            DISPLAY "Extract blocks read: "WS-BLOCK-COUNT
            DISPLAY "Extract details read: "WS-DETAIL-COUNT
            DISPLAY "Master records read: "WS-MASTER-COUNT
            DISPLAY "Accounts tied: "WS-TIED-COUNT
            DISPLAY "Accounts in flight only: "WS-IN-FLIGHT-COUNT
            DISPLAY "Accounts not tied: "WS-UNTIED-COUNT
            EVALUATE TRUE
                WHEN FATAL-ERROR-OCCURRED
                    MOVE 16 TO RETURN-CODE
                WHEN WS-UNTIED-COUNT > ZERO
                    MOVE 8 TO RETURN-CODE
                WHEN WS-IN-FLIGHT-COUNT > ZERO
                    OR ACCT-TABLE-OVERFLOWED
                    OR ACK-TABLE-OVERFLOWED
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    MOVE ZERO TO RETURN-CODE
            END-EVALUATE.
       END PROGRAM GLTieOut.
