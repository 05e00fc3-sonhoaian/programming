      *          (adds deleted, rewrites and deletes restored), and
      *          the result is proved against the section's own
      *          trailer count and hash the way a reload is proved
      *          against the MASTBKUP trailer. Every before-image
      *          applied is written to AUDITLOG as a backout audit
      *          record (function code B), so a MASTER change made by
      *          a backout is as traceable as one made by InAndOut.
      *          The function comes from the UTILPARM parm card.
      *          Converting MASTER to the current MASTREC (currency
      *          code and original amount added at the end of the
      *          record) is an UNLOAD by the old release followed by a
      *          RELOAD by this one: the short MASTBKUP records pad
      *          with spaces, so the new fields load as spaces, and a
      *          blank original amount is treated as a base-currency
      *          item. The trailer count and hash carry over unchanged.
      *          MASTJRNL sections journaled before the conversion
      *          hold old-length before-images and cannot be backed
      *          out afterwards - do any backout first, and start a
      *          fresh MASTJRNL with the new release. POSTHIST is
      *          converted at the same time by PostConv.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HISTORY-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-RECORD.
           05  BK-TRAN-ID              PIC X(9).
           05  FILLER                  PIC X(50).
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           COPY LOCKREC.
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-RECORD PIC X(86).
       FD  RUN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-HISTORY-RECORD.
           COPY RUNSTAT.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD.
           COPY AUDITREC.
       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS PIC XX VALUE "00".
       01  WS-BACKUP-FILE-STATUS PIC XX VALUE "00".
           88  BACKOUT-REQUESTED VALUE "BACKOUT".
       01  WS-JOURNAL-FILE-STATUS PIC XX VALUE "00".
       01  WS-RUN-HISTORY-FILE-STATUS PIC XX VALUE "00".
       01  WS-AUDIT-FILE-STATUS PIC XX VALUE "00".
       01  WS-BACKOUT-PRIOR-AMOUNT PIC S9(9)V99 VALUE ZEROES.
       01  WS-RUN-DATE PIC 9(8).
       01  WS-RUN-TIME PIC 9(8).
       01  WS-BACKOUT-RUN-DATE PIC X(8) VALUE SPACES.
           05  WS-JRN-ENTRY OCCURS 5000 TIMES.
               10  WS-JRN-ACTION PIC X.
               10  WS-JRN-TRAN-ID PIC X(9).
               10  WS-JRN-BEFORE-IMAGE PIC X(59).
       01  WS-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-INPUT-FILE VALUE "Y".
       01  WS-FATAL-ERROR-SWITCH PIC X VALUE "N".
           05  TRL-RECORD-COUNT        PIC 9(9).
           05  TRL-HASH-TOTAL          PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(25) VALUE SPACES.
       COPY JRNREC.
       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
                    " - backout refused ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                OPEN EXTEND AUDIT-FILE
                IF WS-AUDIT-FILE-STATUS = "35"
                    OPEN OUTPUT AUDIT-FILE
                END-IF
                IF WS-AUDIT-FILE-STATUS NOT = "00"
                    DISPLAY "*** AUDIT-FILE AUDITLOG will not open - "
                        "status " WS-AUDIT-FILE-STATUS
                        " - backout refused ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                OPEN I-O MASTER-FILE
                IF WS-MASTER-FILE-STATUS NOT = "00"
                    PERFORM 4300-VERIFY-BACKOUT
                    CLOSE MASTER-FILE
                END-IF
                CLOSE AUDIT-FILE
            END-IF.

       4100-LOAD-JOURNAL-RUN.
       4200-APPLY-ONE-BACKOUT.
            EVALUATE WS-JRN-ACTION (WS-JRN-SUB)
                WHEN "A"
                    PERFORM 4210-READ-PRIOR-AMOUNT
                    DELETE MASTER-FILE
                        INVALID KEY
                            CONTINUE
                    END-DELETE
                    IF WS-MASTER-FILE-STATUS = "00"
                        ADD 1 TO WS-RECORD-COUNT
                        MOVE ZEROES TO AR-NEW-AMOUNT
                        MOVE "Y" TO AR-CORRECTION-FLAG
                        PERFORM 4250-WRITE-BACKOUT-AUDIT
                    ELSE
                        DISPLAY "*** Backout DELETE failed for "
                            MR-TRAN-ID " - status "
                        MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    END-IF
                WHEN "U"
                    PERFORM 4210-READ-PRIOR-AMOUNT
                    MOVE WS-JRN-BEFORE-IMAGE (WS-JRN-SUB)
                        TO MASTER-RECORD
                    REWRITE MASTER-RECORD
                    IF WS-MASTER-FILE-STATUS = "00"
                        ADD 1 TO WS-RECORD-COUNT
                        ADD MR-AMOUNT TO WS-HASH-TOTAL
                        MOVE MR-AMOUNT TO AR-NEW-AMOUNT
                        MOVE "Y" TO AR-CORRECTION-FLAG
                        PERFORM 4250-WRITE-BACKOUT-AUDIT
                    ELSE
                        DISPLAY "*** Backout REWRITE failed for "
                            MR-TRAN-ID " - status "
                        MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    END-IF
                WHEN "D"
                    MOVE ZEROES TO WS-BACKOUT-PRIOR-AMOUNT
                    MOVE WS-JRN-BEFORE-IMAGE (WS-JRN-SUB)
                        TO MASTER-RECORD
                    WRITE MASTER-RECORD
                    IF WS-MASTER-FILE-STATUS = "00"
                        ADD 1 TO WS-RECORD-COUNT
                        ADD MR-AMOUNT TO WS-HASH-TOTAL
                        MOVE MR-AMOUNT TO AR-NEW-AMOUNT
                        MOVE "N" TO AR-CORRECTION-FLAG
                        PERFORM 4250-WRITE-BACKOUT-AUDIT
                    ELSE
                        DISPLAY "*** Backout WRITE failed for "
                            MR-TRAN-ID " - status "
                SUBTRACT 1 FROM WS-JRN-SUB
            END-IF.

       4210-READ-PRIOR-AMOUNT.
      * The amount the backout is about to replace, for the audit
      * record; the change itself goes ahead on the journal's word.
            MOVE WS-JRN-TRAN-ID (WS-JRN-SUB) TO MR-TRAN-ID
            READ MASTER-FILE
                INVALID KEY
                    CONTINUE
            END-READ
            IF WS-MASTER-FILE-STATUS = "00"
                MOVE MR-AMOUNT TO WS-BACKOUT-PRIOR-AMOUNT
            ELSE
                MOVE ZEROES TO WS-BACKOUT-PRIOR-AMOUNT
                MOVE WS-JRN-TRAN-ID (WS-JRN-SUB) TO MR-TRAN-ID
            END-IF.

       4250-WRITE-BACKOUT-AUDIT.
            MOVE WS-JRN-TRAN-ID (WS-JRN-SUB) TO AR-TRAN-ID
            ACCEPT AR-TIMESTAMP-DATE FROM DATE YYYYMMDD
            ACCEPT AR-TIMESTAMP-TIME FROM TIME
            MOVE SPACES TO AR-OPERATOR-ID
            MOVE WS-BACKOUT-PRIOR-AMOUNT TO AR-PRIOR-AMOUNT
            MOVE "B" TO AR-FUNCTION-CODE
            MOVE "N" TO AR-REFUSAL-FLAG
            MOVE SPACES TO AR-BATCH-ID
            MOVE SPACES TO AR-TRAN-DATE
            MOVE SPACES TO AR-APPROVER-ID
            MOVE SPACES TO AR-STATION-ID
            WRITE AUDIT-RECORD
            IF WS-AUDIT-FILE-STATUS NOT = "00"
                DISPLAY "*** AUDIT-FILE WRITE failed for "
                    AR-TRAN-ID " - status " WS-AUDIT-FILE-STATUS
                    " - backout abandoned ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
            END-IF.

       4300-VERIFY-BACKOUT.
            MOVE "N" TO WS-VERIFY-SWITCH
            IF FATAL-ERROR-OCCURRED
