      *          ledger account, page headings and numbers,
      *          per-account subtotals that tie to the ledger by
      *          account, and a grand total and count that tie back
      *          to the run report trailer. Each record also shows
      *          the currency it was keyed in and its original
      *          amount beside the base amount, and per-currency
      *          subtotals give the count, original-currency total
      *          and base total for each currency held.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10  WS-ACCT-TABLE-CODE PIC X(5).
               10  WS-ACCT-REC-COUNT PIC 9(9).
               10  WS-ACCT-AMOUNT PIC S9(11)V99.
       01  WS-ORIG-AMOUNT PIC S9(9)V99 VALUE ZEROES.
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
       01  WS-PAGE-NUMBER PIC 9(4) VALUE ZEROES.
       01  WS-LINE-COUNT PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE PIC 9(2) VALUE 55.
            MOVE MR-TRAN-DATE TO LL-TRAN-DATE
            MOVE MR-LAST-UPDATED-DATE TO LL-LAST-UPDATED-DATE
            MOVE MR-ACCT-CODE TO LL-DETAIL-ACCT-CODE
            IF MR-ORIG-AMOUNT IS NUMERIC
                MOVE MR-ORIG-AMOUNT TO WS-ORIG-AMOUNT
            ELSE
                MOVE MR-AMOUNT TO WS-ORIG-AMOUNT
            END-IF
            IF MR-CURRENCY-CODE = SPACES
                MOVE WS-BASE-CURRENCY-LABEL TO LL-CURRENCY-CODE
            ELSE
                MOVE MR-CURRENCY-CODE TO LL-CURRENCY-CODE
            END-IF
            MOVE WS-ORIG-AMOUNT TO LL-ORIG-AMOUNT
            MOVE LL-DETAIL-LINE TO LIST-LINE
            WRITE LIST-LINE
            ADD 1 TO WS-LINE-COUNT
            ADD 1 TO WS-RECORD-COUNT
            ADD MR-AMOUNT TO WS-TOTAL-AMOUNT
            PERFORM 2200-ACCUMULATE-ACCOUNT
            PERFORM 2400-ACCUMULATE-CURRENCY
            PERFORM 2900-READ-MASTER-FILE.

       2200-ACCUMULATE-ACCOUNT.
            WRITE LIST-LINE
            ADD 1 TO WS-ACCT-SUB.

       2400-ACCUMULATE-CURRENCY.
            MOVE "N" TO WS-CURR-MATCH-SWITCH
            MOVE "N" TO WS-CURR-SLOT-SWITCH
            MOVE 1 TO WS-CURR-SUB
            PERFORM 2410-LOCATE-CURRENCY-SLOT
                UNTIL WS-CURR-SUB > WS-CURR-ENTRY-COUNT
                    OR CURRENCY-ENTRY-MATCHED
                    OR CURRENCY-SLOT-FOUND
            IF NOT CURRENCY-ENTRY-MATCHED
                PERFORM 2420-INSERT-CURRENCY-ENTRY
            END-IF
            IF CURRENCY-ENTRY-MATCHED
                ADD 1 TO WS-CURR-REC-COUNT (WS-CURR-SUB)
                ADD WS-ORIG-AMOUNT TO WS-CURR-ORIG-AMOUNT (WS-CURR-SUB)
                ADD MR-AMOUNT TO WS-CURR-BASE-AMOUNT (WS-CURR-SUB)
            END-IF.

       2410-LOCATE-CURRENCY-SLOT.
            EVALUATE TRUE
                WHEN WS-CURR-TABLE-CODE (WS-CURR-SUB)
                    = MR-CURRENCY-CODE
                    MOVE "Y" TO WS-CURR-MATCH-SWITCH
                WHEN WS-CURR-TABLE-CODE (WS-CURR-SUB)
                    > MR-CURRENCY-CODE
                    MOVE "Y" TO WS-CURR-SLOT-SWITCH
                WHEN OTHER
                    ADD 1 TO WS-CURR-SUB
            END-EVALUATE.

       2420-INSERT-CURRENCY-ENTRY.
            IF WS-CURR-ENTRY-COUNT >= WS-CURR-TABLE-MAX
                IF NOT CURR-TABLE-OVERFLOWED
                    MOVE "Y" TO WS-CURR-OVERFLOW-SWITCH
                    DISPLAY "*** Currency-subtotal table full after "
                        WS-CURR-TABLE-MAX " currencies - later "
                        "currencies not subtotaled ***"
                END-IF
            ELSE
                ADD 1 TO WS-CURR-ENTRY-COUNT
                MOVE WS-CURR-ENTRY-COUNT TO WS-CURR-SHIFT-SUB
                PERFORM 2430-SHIFT-CURRENCY-ENTRY
                    UNTIL WS-CURR-SHIFT-SUB <= WS-CURR-SUB
                MOVE MR-CURRENCY-CODE
                    TO WS-CURR-TABLE-CODE (WS-CURR-SUB)
                MOVE ZEROES TO WS-CURR-REC-COUNT (WS-CURR-SUB)
                MOVE ZEROES TO WS-CURR-ORIG-AMOUNT (WS-CURR-SUB)
                MOVE ZEROES TO WS-CURR-BASE-AMOUNT (WS-CURR-SUB)
                MOVE "Y" TO WS-CURR-MATCH-SWITCH
            END-IF.

       2430-SHIFT-CURRENCY-ENTRY.
            MOVE WS-CURR-ENTRY (WS-CURR-SHIFT-SUB - 1)
                TO WS-CURR-ENTRY (WS-CURR-SHIFT-SUB)
            SUBTRACT 1 FROM WS-CURR-SHIFT-SUB.

       2500-WRITE-CURRENCY-TOTAL.
            IF WS-CURR-TABLE-CODE (WS-CURR-SUB) = SPACES
                MOVE WS-BASE-CURRENCY-LABEL TO LL-CURR-CODE
            ELSE
                MOVE WS-CURR-TABLE-CODE (WS-CURR-SUB) TO LL-CURR-CODE
            END-IF
            MOVE WS-CURR-REC-COUNT (WS-CURR-SUB) TO LL-CURR-COUNT
            MOVE WS-CURR-ORIG-AMOUNT (WS-CURR-SUB)
                TO LL-CURR-ORIG-AMOUNT
            MOVE WS-CURR-BASE-AMOUNT (WS-CURR-SUB)
                TO LL-CURR-BASE-AMOUNT
            MOVE LL-CURR-TOTAL-LINE TO LIST-LINE
            WRITE LIST-LINE
            ADD 1 TO WS-CURR-SUB.

       2100-WRITE-PAGE-HEADING.
            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO LL-PAGE-NUMBER
                PERFORM 2300-WRITE-ACCOUNT-TOTAL
                    UNTIL WS-ACCT-SUB > WS-ACCT-ENTRY-COUNT
            END-IF
            IF WS-LIST-FILE-STATUS = "00"
                AND WS-CURR-ENTRY-COUNT > ZEROES
                MOVE SPACES TO LIST-LINE
                WRITE LIST-LINE
                MOVE LL-CURR-CAPTION-LINE TO LIST-LINE
                WRITE LIST-LINE
                MOVE 1 TO WS-CURR-SUB
                PERFORM 2500-WRITE-CURRENCY-TOTAL
                    UNTIL WS-CURR-SUB > WS-CURR-ENTRY-COUNT
            END-IF
            IF WS-LIST-FILE-STATUS = "00"
                MOVE WS-RECORD-COUNT TO LL-TOTAL-COUNT
                MOVE WS-TOTAL-AMOUNT TO LL-TOTAL-AMOUNT
