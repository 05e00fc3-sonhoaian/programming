      *          the retention cutoff still reports without
      *          restoring files by hand. With no date range at all
      *          the report reads the live log only.
      *          The approving operator of a maker-checker item is
      *          shown beside the keying operator, and an operator
      *          selection picks up the items that operator approved
      *          or declined as well as those they keyed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY ANDXREC.
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD PIC X(90).
       FD  RUN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-HISTORY-RECORD.
            END-IF
            IF WS-SELECT-OPERATOR-ID NOT = SPACES
                AND AR-OPERATOR-ID NOT = WS-SELECT-OPERATOR-ID
                AND AR-APPROVER-ID NOT = WS-SELECT-OPERATOR-ID
                MOVE "N" TO WS-SELECT-SWITCH
            END-IF
            IF WS-SELECT-TRAN-ID NOT = SPACES
            MOVE AR-NEW-AMOUNT TO AL-NEW-AMOUNT
            MOVE AR-CORRECTION-FLAG TO AL-CORRECTION-FLAG
            MOVE AR-REFUSAL-FLAG TO AL-REFUSAL-FLAG
            MOVE AR-APPROVER-ID TO AL-APPROVER-ID
            MOVE AL-DETAIL-LINE TO AUDIT-REPORT-LINE
            WRITE AUDIT-REPORT-LINE
            ADD 1 TO WS-LINE-COUNT
