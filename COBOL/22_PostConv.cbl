      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of the InAndOut POSTHIST posting
      *          history to the current POSTREC layout. The approver,
      *          transaction date, account code, keying station and
      *          keying operator were added to the record after
      *          POSTHIST was first built, so a POSTHIST written
      *          before them cannot be opened by InAndOut, AcctStmt,
      *          IntgChk or RvwExcp until it is converted.
      *          Before the run, rename the old POSTHIST (data and
      *          index) to POSTOLD. PostConv reads POSTOLD in key
      *          order and writes each entry to a new POSTHIST with
      *          the added fields set to spaces - which every reader
      *          takes to mean the entry was written before the field
      *          existed - then reads the new POSTHIST back and
      *          proves its count and new-amount hash total against
      *          what was read from POSTOLD. Keep POSTOLD until the
      *          first InAndOut run on the new POSTHIST is good.
      *          The run is refused while MASTLOCK is held, and when
      *          a POSTHIST is already there (so a second run cannot
      *          overwrite converted history).
      *          MASTER itself is converted by MastUtil (see its
      *          Purpose).
      *          Return code 16 when anything goes wrong or the new
      *          POSTHIST does not prove; rename POSTOLD back to
      *          POSTHIST only together with the old release.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PostConv.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY-FILE ASSIGN TO "POSTOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OH-KEY
               FILE STATUS IS WS-OLD-HISTORY-FILE-STATUS.
           SELECT POSTING-HISTORY-FILE ASSIGN TO "POSTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PHIST-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO "MASTLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * POSTHIST as first built - POSTREC up to PH-BATCH-ID.
       FD  OLD-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-HISTORY-RECORD.
           05  OH-KEY                  PIC X(25).
           05  OH-OPERATOR-ID          PIC X(8).
           05  OH-TRAN-TYPE            PIC X.
           05  OH-PRIOR-AMOUNT         PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05  OH-NEW-AMOUNT           PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05  OH-BATCH-ID             PIC X(6).
           05  FILLER                  PIC X(3).
       FD  POSTING-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSTING-HISTORY-RECORD.
           COPY POSTREC.
       FD  LOCK-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOCK-RECORD.
           COPY LOCKREC.
       WORKING-STORAGE SECTION.
       01  WS-OLD-HISTORY-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-PHIST-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-LOCK-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-LOCK-FOUND-SWITCH PIC X VALUE "N".
           88  LOCK-ON-FILE VALUE "Y".
       01  WS-LOCK-HOLDER PIC X(8) VALUE SPACES.
       01  WS-LOCK-OPERATOR PIC X(8) VALUE SPACES.
       01  WS-LOCK-DATE PIC X(8) VALUE SPACES.
       01  WS-LOCK-TIME PIC X(8) VALUE SPACES.
       01  WS-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-INPUT-FILE VALUE "Y".
       01  WS-FATAL-ERROR-SWITCH PIC X VALUE "N".
           88  FATAL-ERROR-OCCURRED VALUE "Y".
       01  WS-READ-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-READ-HASH PIC S9(13)V99 VALUE ZEROES.
       01  WS-WRITTEN-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-PROVED-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-PROVED-HASH PIC S9(13)V99 VALUE ZEROES.
       01  WS-HASH-ED PIC +Z(12)9.99.
       01  WS-PROVED-HASH-ED PIC +Z(12)9.99.
       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
            PERFORM 1000-INITIALIZE
            PERFORM 2000-CONVERT-ONE-RECORD
                UNTIL END-OF-INPUT-FILE
            IF WS-PHIST-FILE-STATUS = "00"
                CLOSE POSTING-HISTORY-FILE
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                PERFORM 3000-VERIFY-CONVERSION
            END-IF
            PERFORM 9999-END-OF-JOB
            STOP RUN.

       1000-INITIALIZE.
            PERFORM 1050-READ-RUN-LOCK
            IF LOCK-ON-FILE
                DISPLAY "*** MASTER is locked by "WS-LOCK-HOLDER
                    " operator "WS-LOCK-OPERATOR" since "
                    WS-LOCK-DATE" "WS-LOCK-TIME
                    " - conversion refused ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                OPEN INPUT POSTING-HISTORY-FILE
                IF WS-PHIST-FILE-STATUS NOT = "35"
                    DISPLAY "*** POSTING-HISTORY-FILE POSTHIST is "
                        "already there - status "
                        WS-PHIST-FILE-STATUS " - rename the old "
                        "POSTHIST to POSTOLD first - conversion "
                        "refused ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    IF WS-PHIST-FILE-STATUS = "00"
                        CLOSE POSTING-HISTORY-FILE
                    END-IF
                END-IF
                MOVE SPACES TO WS-PHIST-FILE-STATUS
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                OPEN INPUT OLD-HISTORY-FILE
                IF WS-OLD-HISTORY-FILE-STATUS NOT = "00"
                    DISPLAY "*** OLD-HISTORY-FILE POSTOLD will not "
                        "open - status " WS-OLD-HISTORY-FILE-STATUS
                        " - conversion abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                OPEN OUTPUT POSTING-HISTORY-FILE
                IF WS-PHIST-FILE-STATUS NOT = "00"
                    DISPLAY "*** POSTING-HISTORY-FILE POSTHIST will "
                        "not open for output - status "
                        WS-PHIST-FILE-STATUS
                        " - conversion abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
            END-IF
            IF FATAL-ERROR-OCCURRED
                MOVE "Y" TO WS-EOF-SWITCH
            ELSE
                PERFORM 2900-READ-OLD-HISTORY
            END-IF.

       1050-READ-RUN-LOCK.
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
            END-IF.

       2000-CONVERT-ONE-RECORD.
            MOVE SPACES TO POSTING-HISTORY-RECORD
            MOVE OH-KEY TO PH-KEY
            MOVE OH-OPERATOR-ID TO PH-OPERATOR-ID
            MOVE OH-TRAN-TYPE TO PH-TRAN-TYPE
            MOVE OH-PRIOR-AMOUNT TO PH-PRIOR-AMOUNT
            MOVE OH-NEW-AMOUNT TO PH-NEW-AMOUNT
            MOVE OH-BATCH-ID TO PH-BATCH-ID
            WRITE POSTING-HISTORY-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF WS-PHIST-FILE-STATUS NOT = "00"
                DISPLAY "*** POSTING-HISTORY-FILE WRITE failed for "
                    PH-TRAN-ID " " PH-TIMESTAMP-DATE " "
                    PH-TIMESTAMP-TIME " - status "
                    WS-PHIST-FILE-STATUS
                    " - conversion abandoned ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                MOVE "Y" TO WS-EOF-SWITCH
            ELSE
                ADD 1 TO WS-WRITTEN-COUNT
                PERFORM 2900-READ-OLD-HISTORY
            END-IF.

       2900-READ-OLD-HISTORY.
            READ OLD-HISTORY-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-EOF-SWITCH
            END-READ
            IF NOT END-OF-INPUT-FILE
                IF WS-OLD-HISTORY-FILE-STATUS NOT = "00"
                    DISPLAY "*** OLD-HISTORY-FILE READ failed - "
                        "status " WS-OLD-HISTORY-FILE-STATUS
                        " - conversion abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    MOVE "Y" TO WS-EOF-SWITCH
                ELSE
                    ADD 1 TO WS-READ-COUNT
                    ADD OH-NEW-AMOUNT TO WS-READ-HASH
                END-IF
            END-IF.

       3000-VERIFY-CONVERSION.
            OPEN INPUT POSTING-HISTORY-FILE
            IF WS-PHIST-FILE-STATUS NOT = "00"
                DISPLAY "*** POSTING-HISTORY-FILE POSTHIST will not "
                    "reopen - status " WS-PHIST-FILE-STATUS
                    " - conversion NOT verified ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
            ELSE
                MOVE "N" TO WS-EOF-SWITCH
                PERFORM 3100-PROVE-ONE-RECORD
                    UNTIL END-OF-INPUT-FILE
                CLOSE POSTING-HISTORY-FILE
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                MOVE WS-READ-HASH TO WS-HASH-ED
                MOVE WS-PROVED-HASH TO WS-PROVED-HASH-ED
                IF WS-PROVED-COUNT = WS-READ-COUNT
                    AND WS-PROVED-HASH = WS-READ-HASH
                    DISPLAY "Conversion VERIFIED - entries "
                        WS-PROVED-COUNT " hash total " WS-HASH-ED
                ELSE
                    DISPLAY "*** Conversion NOT verified - POSTOLD "
                        "gave " WS-READ-COUNT " entries / hash "
                        WS-HASH-ED ", POSTHIST holds "
                        WS-PROVED-COUNT " / hash "
                        WS-PROVED-HASH-ED " ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
            END-IF.

       3100-PROVE-ONE-RECORD.
            READ POSTING-HISTORY-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-EOF-SWITCH
            END-READ
            IF NOT END-OF-INPUT-FILE
                IF WS-PHIST-FILE-STATUS NOT = "00"
                    DISPLAY "*** POSTING-HISTORY-FILE READ failed - "
                        "status " WS-PHIST-FILE-STATUS
                        " - conversion NOT verified ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    MOVE "Y" TO WS-EOF-SWITCH
                ELSE
                    ADD 1 TO WS-PROVED-COUNT
                    ADD PH-NEW-AMOUNT TO WS-PROVED-HASH
                END-IF
            END-IF.

       9999-END-OF-JOB.
            IF WS-OLD-HISTORY-FILE-STATUS = "00"
                OR WS-OLD-HISTORY-FILE-STATUS = "10"
                CLOSE OLD-HISTORY-FILE
            END-IF
            DISPLAY "POSTOLD entries read: " WS-READ-COUNT
            DISPLAY "POSTHIST entries written: " WS-WRITTEN-COUNT
            IF FATAL-ERROR-OCCURRED
                IF WS-OLD-HISTORY-FILE-STATUS NOT = SPACES
                    DISPLAY "*** POSTHIST conversion failed - do not "
                        "run InAndOut until it is redone ***"
                END-IF
                MOVE 16 TO RETURN-CODE
            ELSE
                MOVE ZERO TO RETURN-CODE
            END-IF.
       END PROGRAM PostConv.
