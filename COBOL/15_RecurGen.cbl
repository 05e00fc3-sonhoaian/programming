      ******************************************************************
      * Author:
      * Date:
      * Purpose: Recurring and auto-reversing transaction generator
      *          for InAndOut. Reads the STANDING file of recurring
      *          items (see STNDREC) against the open period on
      *          PERDCTL and writes the items falling due this period
      *          as TRANREC adds on RECURTRN, a ready-to-post
      *          transaction-input file wrapped in one *BATCHHDR /
      *          *BATCHTRL keying batch (station RECURGEN, batch ID
      *          RG + YYMM of the period) whose trailer carries the
      *          count and amount generated, so the batch balances
      *          like any station's work. Post it by naming RECURTRN
      *          on the InAndOut PARMCARD in place of TRANSIN.
      *          Items generated last period with the auto-reverse
      *          flag get an R reversal of the amount actually
      *          generated, dated in the open period.
      *          Every generated transaction is recorded on the
      *          RECURHST history file (see RGENREC); an item already
      *          on history for the period is listed as ALREADY
      *          GENERATED and skipped, so a rerun never generates
      *          the same item twice. Items with bad standing data, or
      *          coded to an account missing or closed on ACCTFILE,
      *          are listed and not generated (nor recorded), so they
      *          generate on the next run once corrected.
      *          RECURHST marks an item generated as soon as it is
      *          written to RECURTRN, so RECURTRN must never be
      *          overwritten before it is posted: a run that finds
      *          RECURTRN still holding records stops with return code
      *          16 and generates nothing. Once InAndOut has posted
      *          RECURTRN, empty or delete it before the next run (a
      *          rerun for corrected items included).
      *          The RECURRPT listing shows every standing item and
      *          reversal with what was done about it. Return code 4
      *          when any standing item is in error, 16 on file errors
      *          or when no period is open on PERDCTL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecurGen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-FILE ASSIGN TO "STANDING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDING-FILE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "PERDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "RECURHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT TRANS-FILE ASSIGN TO "RECURTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT GEN-REPORT-FILE ASSIGN TO "RECURRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-FILE
           LABEL RECORDS ARE STANDARD.
       01  STANDING-RECORD.
           COPY STNDREC.
       FD  PERIOD-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-RECORD.
           COPY PERDREC.
       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.
       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-RECORD.
           COPY RGENREC.
       FD  TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANS-RECORD.
           COPY TRANREC.
       FD  GEN-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  GEN-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-STANDING-FILE-STATUS PIC XX VALUE "00".
       01  WS-PERIOD-FILE-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-FILE-STATUS PIC XX VALUE "00".
       01  WS-HISTORY-FILE-STATUS PIC XX VALUE "00".
       01  WS-TRANS-FILE-STATUS PIC XX VALUE "00".
       01  WS-REPORT-FILE-STATUS PIC XX VALUE "00".
       01  WS-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-STANDING-FILE VALUE "Y".
       01  WS-HIST-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-HISTORY-FILE VALUE "Y".
       01  WS-ACCT-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-ACCOUNT-FILE VALUE "Y".
       01  WS-FATAL-ERROR-SWITCH PIC X VALUE "N".
           88  FATAL-ERROR-OCCURRED VALUE "Y".
       01  WS-HISTORY-OPENED-SWITCH PIC X VALUE "N".
           88  HISTORY-FILE-OPENED VALUE "Y".
       01  WS-BATCH-STARTED-SWITCH PIC X VALUE "N".
           88  BATCH-STARTED VALUE "Y".
       01  WS-VALID-ENTRY PIC X VALUE "Y".
           88  ENTRY-IS-VALID VALUE "Y".
       01  WS-DUE-SWITCH PIC X VALUE "N".
           88  ITEM-IS-DUE VALUE "Y".
       01  WS-REJECT-REASON PIC X(40) VALUE SPACES.
       01  WS-ACCT-LOADED-SWITCH PIC X VALUE "N".
           88  CHART-OF-ACCOUNTS-LOADED VALUE "Y".
       01  WS-ACCT-FOUND-SWITCH PIC X VALUE "N".
           88  ACCOUNT-CODE-FOUND VALUE "Y".
       01  WS-ACCT-TABLE-MAX PIC 9(3) VALUE 500.
       01  WS-ACCT-ENTRY-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-ACCT-SUB PIC 9(3) VALUE ZEROES.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 500 TIMES.
               10  WS-ACCT-TABLE-CODE PIC X(5).
               10  WS-ACCT-TABLE-STATUS PIC X.
       01  WS-ACCT-SEARCH-CODE PIC X(5) VALUE SPACES.
       01  WS-HIST-FOUND-SWITCH PIC X VALUE "N".
           88  HISTORY-ENTRY-FOUND VALUE "Y".
       01  WS-HIST-OVERFLOW-SWITCH PIC X VALUE "N".
           88  HIST-TABLE-OVERFLOWED VALUE "Y".
       01  WS-HIST-TABLE-MAX PIC 9(4) VALUE 2000.
       01  WS-HIST-ENTRY-COUNT PIC 9(4) VALUE ZEROES.
       01  WS-HIST-SUB PIC 9(4) VALUE ZEROES.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY OCCURS 2000 TIMES.
               10  WS-HIST-PERIOD PIC X(6).
               10  WS-HIST-TRAN-ID PIC X(9).
               10  WS-HIST-TRAN-TYPE PIC X.
               10  WS-HIST-AMOUNT PIC S9(9)V99.
               10  WS-HIST-ACCT-CODE PIC X(5).
               10  WS-HIST-AUTO-REVERSE PIC X.
               10  WS-HIST-GEN-DATE PIC X(8).
       01  WS-REV-SUB PIC 9(4) VALUE ZEROES.
       01  WS-HIST-SEARCH-PERIOD PIC X(6) VALUE SPACES.
       01  WS-HIST-SEARCH-TRAN-ID PIC X(9) VALUE SPACES.
       01  WS-HIST-SEARCH-TYPE PIC X VALUE SPACE.
       01  WS-OPEN-PERIOD PIC X(6) VALUE SPACES.
       01  WS-PRIOR-PERIOD PIC X(6) VALUE SPACES.
       01  WS-PERIOD-WORK.
           05  WS-PERIOD-YYYY PIC 9(4).
           05  WS-PERIOD-MM PIC 9(2).
       01  WS-PERIOD-WORK-X REDEFINES WS-PERIOD-WORK PIC X(6).
       01  WS-OPEN-PERIOD-INDEX PIC 9(6) VALUE ZEROES.
       01  WS-START-PERIOD-INDEX PIC 9(6) VALUE ZEROES.
       01  WS-MONTHS-ELAPSED PIC 9(6) VALUE ZEROES.
       01  WS-FREQ-INTERVAL PIC 9(2) VALUE ZEROES.
       01  WS-FREQ-QUOTIENT PIC 9(6) VALUE ZEROES.
       01  WS-FREQ-REMAINDER PIC 9(2) VALUE ZEROES.
       01  WS-HASH-COUNT PIC 9(2) VALUE ZEROES.
       01  WS-ID-POS PIC 9(2) VALUE ZEROES.
       01  WS-PERIOD-POS PIC 9(2) VALUE ZEROES.
       01  WS-GEN-TRAN-ID PIC X(9) VALUE SPACES.
       01  WS-GEN-TRAN-TYPE PIC X VALUE SPACE.
       01  WS-GEN-AMOUNT PIC S9(9)V99 VALUE ZEROES.
       01  WS-GEN-ACCT-CODE PIC X(5) VALUE SPACES.
       01  WS-GEN-AUTO-REVERSE PIC X VALUE "N".
       01  WS-GEN-TRAN-DATE PIC X(8) VALUE SPACES.
       01  WS-BATCH-HDR-LITERAL PIC X(9) VALUE "*BATCHHDR".
       01  WS-BATCH-TRL-LITERAL PIC X(9) VALUE "*BATCHTRL".
       01  WS-BATCH-ID PIC X(6) VALUE SPACES.
       01  WS-BATCH-STATION PIC X(8) VALUE "RECURGEN".
       01  WS-STANDING-COUNT PIC 9(7) VALUE ZEROES.
       01  WS-GENERATED-COUNT PIC 9(7) VALUE ZEROES.
       01  WS-REVERSAL-COUNT PIC 9(7) VALUE ZEROES.
       01  WS-SKIPPED-COUNT PIC 9(7) VALUE ZEROES.
       01  WS-ERROR-COUNT PIC 9(7) VALUE ZEROES.
       01  WS-WRITTEN-COUNT PIC 9(7) VALUE ZEROES.
       01  WS-WRITTEN-AMOUNT PIC S9(9)V99 VALUE ZEROES.
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
       COPY BATREC.
       COPY GENLINE.
       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
            PERFORM 1000-INITIALIZE
            IF NOT FATAL-ERROR-OCCURRED
                MOVE 1 TO WS-REV-SUB
                PERFORM 2000-GENERATE-REVERSAL
                    UNTIL WS-REV-SUB > WS-HIST-ENTRY-COUNT
                    OR FATAL-ERROR-OCCURRED
            END-IF
            PERFORM 3000-PROCESS-STANDING-ITEM
                UNTIL END-OF-STANDING-FILE
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
            MOVE WS-RUN-DATE-X TO GN-RUN-DATE
            MOVE WS-RUN-TIME-X TO GN-RUN-TIME
            PERFORM 1100-READ-PERIOD-CONTROL
            IF NOT FATAL-ERROR-OCCURRED
                PERFORM 1200-LOAD-ACCOUNT-TABLE
                PERFORM 1300-LOAD-HISTORY-TABLE
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                OPEN INPUT STANDING-FILE
                IF WS-STANDING-FILE-STATUS NOT = "00"
                    DISPLAY "*** STANDING-FILE STANDING will not "
                        "open - status " WS-STANDING-FILE-STATUS
                        " - nothing generated ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                OPEN OUTPUT GEN-REPORT-FILE
                IF WS-REPORT-FILE-STATUS NOT = "00"
                    DISPLAY "*** GEN-REPORT-FILE RECURRPT will not "
                        "open - status " WS-REPORT-FILE-STATUS
                        " - nothing generated ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                PERFORM 1400-CHECK-PRIOR-BATCH
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                OPEN OUTPUT TRANS-FILE
                IF WS-TRANS-FILE-STATUS NOT = "00"
                    DISPLAY "*** TRANS-FILE RECURTRN will not open - "
                        "status " WS-TRANS-FILE-STATUS
                        " - nothing generated ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                OPEN EXTEND HISTORY-FILE
                IF WS-HISTORY-FILE-STATUS = "35"
                    OPEN OUTPUT HISTORY-FILE
                END-IF
                IF WS-HISTORY-FILE-STATUS NOT = "00"
                    DISPLAY "*** HISTORY-FILE RECURHST will not "
                        "open - status " WS-HISTORY-FILE-STATUS
                        " - nothing generated ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                ELSE
                    MOVE "Y" TO WS-HISTORY-OPENED-SWITCH
                END-IF
            END-IF
            IF FATAL-ERROR-OCCURRED
                MOVE "Y" TO WS-EOF-SWITCH
            ELSE
                MOVE "RG" TO WS-BATCH-ID
                MOVE WS-OPEN-PERIOD(3:4) TO WS-BATCH-ID(3:4)
                STRING WS-OPEN-PERIOD "01" DELIMITED BY SIZE
                    INTO WS-GEN-TRAN-DATE
                END-STRING
                MOVE WS-OPEN-PERIOD TO GN-OPEN-PERIOD
                MOVE WS-BATCH-ID TO GN-BATCH-ID
                PERFORM 7100-WRITE-PAGE-HEADING
            END-IF.

       1100-READ-PERIOD-CONTROL.
            OPEN INPUT PERIOD-FILE
            IF WS-PERIOD-FILE-STATUS = "00"
                READ PERIOD-FILE
                    NOT AT END
                        MOVE PC-OPEN-PERIOD TO WS-OPEN-PERIOD
                END-READ
                CLOSE PERIOD-FILE
            END-IF
            MOVE WS-OPEN-PERIOD TO WS-PERIOD-WORK-X
            IF WS-PERIOD-WORK IS NOT NUMERIC
                OR WS-PERIOD-MM < 1
                OR WS-PERIOD-MM > 12
                DISPLAY "*** PERDCTL names no valid open period - "
                    "status " WS-PERIOD-FILE-STATUS
                    " - nothing generated ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
            ELSE
                COMPUTE WS-OPEN-PERIOD-INDEX =
                    WS-PERIOD-YYYY * 12 + WS-PERIOD-MM
                IF WS-PERIOD-MM = 1
                    SUBTRACT 1 FROM WS-PERIOD-YYYY
                    MOVE 12 TO WS-PERIOD-MM
                ELSE
                    SUBTRACT 1 FROM WS-PERIOD-MM
                END-IF
                MOVE WS-PERIOD-WORK-X TO WS-PRIOR-PERIOD
            END-IF.

       1200-LOAD-ACCOUNT-TABLE.
            MOVE "N" TO WS-ACCT-LOADED-SWITCH
            MOVE "N" TO WS-ACCT-EOF-SWITCH
            MOVE ZEROES TO WS-ACCT-ENTRY-COUNT
            OPEN INPUT ACCOUNT-FILE
            IF WS-ACCOUNT-FILE-STATUS = "00"
                PERFORM 1210-LOAD-ONE-ACCOUNT
                    UNTIL END-OF-ACCOUNT-FILE
                CLOSE ACCOUNT-FILE
                MOVE "Y" TO WS-ACCT-LOADED-SWITCH
            ELSE
                DISPLAY "*** ACCOUNT-FILE ACCTFILE will not open - "
                    "status " WS-ACCOUNT-FILE-STATUS
                    " - account-code edits skipped ***"
            END-IF.

       1210-LOAD-ONE-ACCOUNT.
            READ ACCOUNT-FILE
                AT END
                    MOVE "Y" TO WS-ACCT-EOF-SWITCH
                NOT AT END
                    IF WS-ACCT-ENTRY-COUNT < WS-ACCT-TABLE-MAX
                        ADD 1 TO WS-ACCT-ENTRY-COUNT
                        MOVE AC-ACCT-CODE TO
                            WS-ACCT-TABLE-CODE (WS-ACCT-ENTRY-COUNT)
                        MOVE AC-ACCT-STATUS TO
                            WS-ACCT-TABLE-STATUS (WS-ACCT-ENTRY-COUNT)
                    ELSE
                        DISPLAY "*** Chart-of-accounts table full "
                            "after " WS-ACCT-TABLE-MAX " accounts - "
                            "later accounts will be in error ***"
                        MOVE "Y" TO WS-ACCT-EOF-SWITCH
                    END-IF
            END-READ.

       1300-LOAD-HISTORY-TABLE.
            MOVE "N" TO WS-HIST-EOF-SWITCH
            OPEN INPUT HISTORY-FILE
            IF WS-HISTORY-FILE-STATUS = "00"
                PERFORM 1310-LOAD-ONE-HISTORY-RECORD
                    UNTIL END-OF-HISTORY-FILE
                CLOSE HISTORY-FILE
            ELSE
                IF WS-HISTORY-FILE-STATUS NOT = "35"
                    DISPLAY "*** HISTORY-FILE RECURHST will not "
                        "open - status " WS-HISTORY-FILE-STATUS
                        " - nothing generated ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
            END-IF.

       1310-LOAD-ONE-HISTORY-RECORD.
            READ HISTORY-FILE
                AT END
                    MOVE "Y" TO WS-HIST-EOF-SWITCH
            END-READ
            IF NOT END-OF-HISTORY-FILE
                IF WS-HISTORY-FILE-STATUS NOT = "00"
                    DISPLAY "*** HISTORY-FILE READ failed - status "
                        WS-HISTORY-FILE-STATUS
                        " - nothing generated ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    MOVE "Y" TO WS-HIST-EOF-SWITCH
                ELSE
                    IF RH-PERIOD = WS-OPEN-PERIOD
                        OR RH-PERIOD = WS-PRIOR-PERIOD
                        PERFORM 1320-ADD-HISTORY-ENTRY
                    END-IF
                END-IF
            END-IF.

       1320-ADD-HISTORY-ENTRY.
            IF WS-HIST-ENTRY-COUNT < WS-HIST-TABLE-MAX
                ADD 1 TO WS-HIST-ENTRY-COUNT
                MOVE RH-PERIOD TO WS-HIST-PERIOD (WS-HIST-ENTRY-COUNT)
                MOVE RH-TRAN-ID
                    TO WS-HIST-TRAN-ID (WS-HIST-ENTRY-COUNT)
                MOVE RH-TRAN-TYPE
                    TO WS-HIST-TRAN-TYPE (WS-HIST-ENTRY-COUNT)
                MOVE RH-AMOUNT TO WS-HIST-AMOUNT (WS-HIST-ENTRY-COUNT)
                MOVE RH-ACCT-CODE
                    TO WS-HIST-ACCT-CODE (WS-HIST-ENTRY-COUNT)
                MOVE RH-AUTO-REVERSE
                    TO WS-HIST-AUTO-REVERSE (WS-HIST-ENTRY-COUNT)
                MOVE RH-GEN-DATE
                    TO WS-HIST-GEN-DATE (WS-HIST-ENTRY-COUNT)
            ELSE
                IF NOT HIST-TABLE-OVERFLOWED
                    MOVE "Y" TO WS-HIST-OVERFLOW-SWITCH
                    DISPLAY "*** Generated-item history table full "
                        "after " WS-HIST-TABLE-MAX " items - run "
                        "stopped so nothing is generated twice ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    MOVE "Y" TO WS-HIST-EOF-SWITCH
                END-IF
            END-IF.

       1400-CHECK-PRIOR-BATCH.
            OPEN INPUT TRANS-FILE
            IF WS-TRANS-FILE-STATUS = "00"
                READ TRANS-FILE
                    NOT AT END
                        DISPLAY "*** TRANS-FILE RECURTRN still holds "
                            "a generated batch - post it and empty "
                            "RECURTRN first - nothing generated ***"
                        MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-READ
                CLOSE TRANS-FILE
            ELSE
                IF WS-TRANS-FILE-STATUS NOT = "35"
                    DISPLAY "*** TRANS-FILE RECURTRN will not open - "
                        "status " WS-TRANS-FILE-STATUS
                        " - nothing generated ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
            END-IF.

       2000-GENERATE-REVERSAL.
            IF WS-HIST-PERIOD (WS-REV-SUB) = WS-PRIOR-PERIOD
                AND WS-HIST-TRAN-TYPE (WS-REV-SUB) = "A"
                AND WS-HIST-AUTO-REVERSE (WS-REV-SUB) = "Y"
                MOVE WS-HIST-TRAN-ID (WS-REV-SUB) TO WS-GEN-TRAN-ID
                MOVE "R" TO WS-GEN-TRAN-TYPE
                MOVE WS-HIST-AMOUNT (WS-REV-SUB) TO WS-GEN-AMOUNT
                MOVE WS-HIST-ACCT-CODE (WS-REV-SUB)
                    TO WS-GEN-ACCT-CODE
                MOVE "N" TO WS-GEN-AUTO-REVERSE
                MOVE SPACES TO GN-PATTERN
                MOVE "AUTO-REVERSAL" TO GN-DESCRIPTION
                MOVE "Y" TO WS-VALID-ENTRY
                PERFORM 4000-CHECK-ACCOUNT-CODE
                PERFORM 5000-GENERATE-ONE-ITEM
            END-IF
            ADD 1 TO WS-REV-SUB.

       3000-PROCESS-STANDING-ITEM.
            READ STANDING-FILE
                AT END
                    MOVE "Y" TO WS-EOF-SWITCH
            END-READ
            IF END-OF-STANDING-FILE
                CONTINUE
            ELSE
                IF WS-STANDING-FILE-STATUS NOT = "00"
                    DISPLAY "*** STANDING-FILE READ failed - status "
                        WS-STANDING-FILE-STATUS " - later items not "
                        "generated ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    MOVE "Y" TO WS-EOF-SWITCH
                ELSE
                    ADD 1 TO WS-STANDING-COUNT
                    PERFORM 3100-EDIT-STANDING-ITEM
                    IF ENTRY-IS-VALID
                        PERFORM 3200-CHECK-ITEM-DUE
                    END-IF
                    PERFORM 3400-DISPOSE-OF-STANDING-ITEM
                END-IF
            END-IF.

       3100-EDIT-STANDING-ITEM.
            MOVE "Y" TO WS-VALID-ENTRY
            MOVE "N" TO WS-DUE-SWITCH
            MOVE ZEROES TO WS-HASH-COUNT
            INSPECT SR-TRAN-ID-PATTERN TALLYING WS-HASH-COUNT
                FOR ALL "#"
            MOVE SR-START-PERIOD TO WS-PERIOD-WORK-X
            EVALUATE TRUE
                WHEN SR-TRAN-ID-PATTERN = SPACES
                    MOVE "N" TO WS-VALID-ENTRY
                    MOVE "NO TRANSACTION ID PATTERN"
                        TO WS-REJECT-REASON
                WHEN SR-AMOUNT IS NOT NUMERIC
                    MOVE "N" TO WS-VALID-ENTRY
                    MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
                WHEN NOT SR-FREQ-IS-VALID
                    MOVE "N" TO WS-VALID-ENTRY
                    MOVE "FREQUENCY NOT M/Q/S/A" TO WS-REJECT-REASON
                WHEN WS-PERIOD-WORK IS NOT NUMERIC
                    OR WS-PERIOD-MM < 1
                    OR WS-PERIOD-MM > 12
                    MOVE "N" TO WS-VALID-ENTRY
                    MOVE "START PERIOD NOT YYYYMM" TO WS-REJECT-REASON
                WHEN SR-END-PERIOD NOT = SPACES
                    AND (SR-END-PERIOD IS NOT NUMERIC
                        OR SR-END-PERIOD < SR-START-PERIOD)
                    MOVE "N" TO WS-VALID-ENTRY
                    MOVE "END PERIOD INVALID" TO WS-REJECT-REASON
                WHEN SR-AUTO-REVERSE NOT = "Y"
                    AND SR-AUTO-REVERSE NOT = "N"
                    AND SR-AUTO-REVERSE NOT = SPACE
                    MOVE "N" TO WS-VALID-ENTRY
                    MOVE "AUTO-REVERSE FLAG NOT Y/N"
                        TO WS-REJECT-REASON
                WHEN WS-HASH-COUNT = ZERO
                    AND SR-END-PERIOD NOT = SR-START-PERIOD
                    MOVE "N" TO WS-VALID-ENTRY
                    MOVE "RECURRING PATTERN NEEDS # FOR PERIOD"
                        TO WS-REJECT-REASON
                WHEN OTHER
                    COMPUTE WS-START-PERIOD-INDEX =
                        WS-PERIOD-YYYY * 12 + WS-PERIOD-MM
            END-EVALUATE.

       3200-CHECK-ITEM-DUE.
            EVALUATE TRUE
                WHEN SR-FREQ-MONTHLY
                    MOVE 1 TO WS-FREQ-INTERVAL
                WHEN SR-FREQ-QUARTERLY
                    MOVE 3 TO WS-FREQ-INTERVAL
                WHEN SR-FREQ-HALF-YEARLY
                    MOVE 6 TO WS-FREQ-INTERVAL
                WHEN OTHER
                    MOVE 12 TO WS-FREQ-INTERVAL
            END-EVALUATE
            IF WS-OPEN-PERIOD-INDEX >= WS-START-PERIOD-INDEX
                AND (SR-END-PERIOD = SPACES
                    OR WS-OPEN-PERIOD <= SR-END-PERIOD)
                COMPUTE WS-MONTHS-ELAPSED =
                    WS-OPEN-PERIOD-INDEX - WS-START-PERIOD-INDEX
                DIVIDE WS-MONTHS-ELAPSED BY WS-FREQ-INTERVAL
                    GIVING WS-FREQ-QUOTIENT
                    REMAINDER WS-FREQ-REMAINDER
                IF WS-FREQ-REMAINDER = ZERO
                    MOVE "Y" TO WS-DUE-SWITCH
                END-IF
            END-IF.

       3300-BUILD-TRAN-ID.
            MOVE SR-TRAN-ID-PATTERN TO WS-GEN-TRAN-ID
            MOVE 9 TO WS-ID-POS
            MOVE 6 TO WS-PERIOD-POS
            PERFORM 3310-FILL-ONE-ID-POSITION
                UNTIL WS-ID-POS = ZERO.

       3310-FILL-ONE-ID-POSITION.
            IF WS-GEN-TRAN-ID(WS-ID-POS:1) = "#"
                IF WS-PERIOD-POS > ZERO
                    MOVE WS-OPEN-PERIOD(WS-PERIOD-POS:1)
                        TO WS-GEN-TRAN-ID(WS-ID-POS:1)
                    SUBTRACT 1 FROM WS-PERIOD-POS
                ELSE
                    MOVE "0" TO WS-GEN-TRAN-ID(WS-ID-POS:1)
                END-IF
            END-IF
            SUBTRACT 1 FROM WS-ID-POS.

       3400-DISPOSE-OF-STANDING-ITEM.
            MOVE SR-TRAN-ID-PATTERN TO GN-PATTERN
            MOVE SR-DESCRIPTION TO GN-DESCRIPTION
            EVALUATE TRUE
                WHEN NOT ENTRY-IS-VALID
                    MOVE SPACES TO GN-TRAN-ID
                    MOVE SPACE TO GN-TRAN-TYPE
                    IF SR-AMOUNT IS NUMERIC
                        MOVE SR-AMOUNT TO GN-AMOUNT
                    ELSE
                        MOVE ZEROES TO GN-AMOUNT
                    END-IF
                    MOVE SR-ACCT-CODE TO GN-ACCT-CODE
                    PERFORM 6100-LIST-ITEM-IN-ERROR
                WHEN NOT ITEM-IS-DUE
                    MOVE SPACES TO GN-TRAN-ID
                    MOVE SPACE TO GN-TRAN-TYPE
                    MOVE SR-AMOUNT TO GN-AMOUNT
                    MOVE SR-ACCT-CODE TO GN-ACCT-CODE
                    MOVE "NOT DUE THIS PERIOD" TO GN-RESULT
                    PERFORM 7000-WRITE-LISTING-LINE
                WHEN OTHER
                    PERFORM 3300-BUILD-TRAN-ID
                    MOVE "A" TO WS-GEN-TRAN-TYPE
                    MOVE SR-AMOUNT TO WS-GEN-AMOUNT
                    MOVE SR-ACCT-CODE TO WS-GEN-ACCT-CODE
                    IF SR-REVERSE-NEXT-PERIOD
                        MOVE "Y" TO WS-GEN-AUTO-REVERSE
                    ELSE
                        MOVE "N" TO WS-GEN-AUTO-REVERSE
                    END-IF
                    PERFORM 4000-CHECK-ACCOUNT-CODE
                    PERFORM 5000-GENERATE-ONE-ITEM
            END-EVALUATE.

       4000-CHECK-ACCOUNT-CODE.
            IF CHART-OF-ACCOUNTS-LOADED
                MOVE WS-GEN-ACCT-CODE TO WS-ACCT-SEARCH-CODE
                MOVE "N" TO WS-ACCT-FOUND-SWITCH
                MOVE 1 TO WS-ACCT-SUB
                PERFORM 4010-SCAN-ACCOUNT-TABLE
                    UNTIL WS-ACCT-SUB > WS-ACCT-ENTRY-COUNT
                        OR ACCOUNT-CODE-FOUND
                EVALUATE TRUE
                    WHEN NOT ACCOUNT-CODE-FOUND
                        MOVE "N" TO WS-VALID-ENTRY
                        MOVE "ACCOUNT NOT ON CHART OF ACCOUNTS"
                            TO WS-REJECT-REASON
                    WHEN WS-ACCT-TABLE-STATUS (WS-ACCT-SUB) = "C"
                        MOVE "N" TO WS-VALID-ENTRY
                        MOVE "ACCOUNT IS CLOSED" TO WS-REJECT-REASON
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

       4010-SCAN-ACCOUNT-TABLE.
            IF WS-ACCT-TABLE-CODE (WS-ACCT-SUB) = WS-ACCT-SEARCH-CODE
                MOVE "Y" TO WS-ACCT-FOUND-SWITCH
            ELSE
                ADD 1 TO WS-ACCT-SUB
            END-IF.

       4100-FIND-HISTORY-ENTRY.
            MOVE "N" TO WS-HIST-FOUND-SWITCH
            MOVE 1 TO WS-HIST-SUB
            PERFORM 4110-SCAN-HISTORY-TABLE
                UNTIL WS-HIST-SUB > WS-HIST-ENTRY-COUNT
                    OR HISTORY-ENTRY-FOUND.

       4110-SCAN-HISTORY-TABLE.
            IF WS-HIST-PERIOD (WS-HIST-SUB) = WS-HIST-SEARCH-PERIOD
                AND WS-HIST-TRAN-ID (WS-HIST-SUB)
                    = WS-HIST-SEARCH-TRAN-ID
                AND WS-HIST-TRAN-TYPE (WS-HIST-SUB)
                    = WS-HIST-SEARCH-TYPE
                MOVE "Y" TO WS-HIST-FOUND-SWITCH
            ELSE
                ADD 1 TO WS-HIST-SUB
            END-IF.

       5000-GENERATE-ONE-ITEM.
            MOVE WS-GEN-TRAN-ID TO GN-TRAN-ID
            MOVE WS-GEN-TRAN-TYPE TO GN-TRAN-TYPE
            MOVE WS-GEN-AMOUNT TO GN-AMOUNT
            MOVE WS-GEN-ACCT-CODE TO GN-ACCT-CODE
            IF NOT ENTRY-IS-VALID
                PERFORM 6100-LIST-ITEM-IN-ERROR
            ELSE
                MOVE WS-OPEN-PERIOD TO WS-HIST-SEARCH-PERIOD
                MOVE WS-GEN-TRAN-ID TO WS-HIST-SEARCH-TRAN-ID
                MOVE WS-GEN-TRAN-TYPE TO WS-HIST-SEARCH-TYPE
                PERFORM 4100-FIND-HISTORY-ENTRY
                IF HISTORY-ENTRY-FOUND
                    ADD 1 TO WS-SKIPPED-COUNT
                    STRING "ALREADY GENERATED "
                        WS-HIST-GEN-DATE (WS-HIST-SUB)
                        DELIMITED BY SIZE INTO GN-RESULT
                    END-STRING
                ELSE
                    PERFORM 5100-WRITE-GENERATED-ITEM
                END-IF
                IF NOT FATAL-ERROR-OCCURRED
                    PERFORM 7000-WRITE-LISTING-LINE
                END-IF
            END-IF.

       5100-WRITE-GENERATED-ITEM.
            IF NOT BATCH-STARTED
                PERFORM 5200-WRITE-BATCH-HEADER
            END-IF
            IF BATCH-STARTED
                PERFORM 5110-WRITE-DETAIL-RECORD
            END-IF.

       5110-WRITE-DETAIL-RECORD.
            MOVE SPACES TO TRANS-RECORD
            MOVE WS-GEN-TRAN-ID TO TR-TRAN-ID
            MOVE WS-GEN-TRAN-TYPE TO TR-TRAN-TYPE
            MOVE WS-GEN-AMOUNT TO TR-AMOUNT
            MOVE WS-GEN-TRAN-DATE TO TR-TRAN-DATE
            MOVE WS-GEN-ACCT-CODE TO TR-ACCT-CODE
            WRITE TRANS-RECORD
            IF WS-TRANS-FILE-STATUS NOT = "00"
                DISPLAY "*** TRANS-FILE WRITE failed for "
                    WS-GEN-TRAN-ID " - status " WS-TRANS-FILE-STATUS
                    " - generation stopped ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                MOVE "Y" TO WS-EOF-SWITCH
            ELSE
                ADD 1 TO WS-WRITTEN-COUNT
                ADD WS-GEN-AMOUNT TO WS-WRITTEN-AMOUNT
                IF WS-GEN-TRAN-TYPE = "R"
                    ADD 1 TO WS-REVERSAL-COUNT
                    MOVE "REVERSAL GENERATED" TO GN-RESULT
                ELSE
                    ADD 1 TO WS-GENERATED-COUNT
                    IF WS-GEN-AUTO-REVERSE = "Y"
                        MOVE "GENERATED - REVERSES NEXT PERIOD"
                            TO GN-RESULT
                    ELSE
                        MOVE "GENERATED" TO GN-RESULT
                    END-IF
                END-IF
                PERFORM 5300-WRITE-HISTORY-RECORD
            END-IF.

       5200-WRITE-BATCH-HEADER.
            MOVE SPACES TO BH-BATCH-HEADER-RECORD
            MOVE WS-BATCH-HDR-LITERAL TO BH-RECORD-LITERAL
            MOVE WS-BATCH-ID TO BH-BATCH-ID
            MOVE WS-BATCH-STATION TO BH-STATION-ID
            MOVE BH-BATCH-HEADER-RECORD TO TRANS-RECORD
            WRITE TRANS-RECORD
            IF WS-TRANS-FILE-STATUS NOT = "00"
                DISPLAY "*** TRANS-FILE WRITE failed for batch header "
                    WS-BATCH-ID " - status " WS-TRANS-FILE-STATUS
                    " - generation stopped ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                MOVE "Y" TO WS-EOF-SWITCH
            ELSE
                MOVE "Y" TO WS-BATCH-STARTED-SWITCH
            END-IF.

       5300-WRITE-HISTORY-RECORD.
            MOVE SPACES TO HISTORY-RECORD
            MOVE WS-OPEN-PERIOD TO RH-PERIOD
            MOVE WS-GEN-TRAN-ID TO RH-TRAN-ID
            MOVE WS-GEN-TRAN-TYPE TO RH-TRAN-TYPE
            MOVE WS-GEN-AMOUNT TO RH-AMOUNT
            MOVE WS-GEN-ACCT-CODE TO RH-ACCT-CODE
            MOVE WS-GEN-AUTO-REVERSE TO RH-AUTO-REVERSE
            MOVE WS-RUN-DATE TO RH-GEN-DATE
            MOVE WS-RUN-TIME TO RH-GEN-TIME
            MOVE WS-BATCH-ID TO RH-BATCH-ID
            WRITE HISTORY-RECORD
            IF WS-HISTORY-FILE-STATUS NOT = "00"
                DISPLAY "*** HISTORY-FILE WRITE failed for "
                    WS-GEN-TRAN-ID " - status " WS-HISTORY-FILE-STATUS
                    " - generation stopped; remove this item from "
                    "RECURTRN before posting ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                MOVE "Y" TO WS-EOF-SWITCH
            ELSE
                PERFORM 1320-ADD-HISTORY-ENTRY
            END-IF.

       6100-LIST-ITEM-IN-ERROR.
            ADD 1 TO WS-ERROR-COUNT
            MOVE WS-REJECT-REASON TO GN-RESULT
            DISPLAY "*** Standing item " GN-PATTERN " "
                GN-TRAN-ID " - " WS-REJECT-REASON
                " - not generated ***"
            PERFORM 7000-WRITE-LISTING-LINE.

       7000-WRITE-LISTING-LINE.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 7100-WRITE-PAGE-HEADING
            END-IF
            MOVE GN-DETAIL-LINE TO GEN-REPORT-LINE
            WRITE GEN-REPORT-LINE
            ADD 1 TO WS-LINE-COUNT
            MOVE SPACES TO GN-RESULT.

       7100-WRITE-PAGE-HEADING.
            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO GN-PAGE-NUMBER
            MOVE GN-PAGE-HEADER-LINE TO GEN-REPORT-LINE
            WRITE GEN-REPORT-LINE
            MOVE GN-PERIOD-LINE TO GEN-REPORT-LINE
            WRITE GEN-REPORT-LINE
            MOVE SPACES TO GEN-REPORT-LINE
            WRITE GEN-REPORT-LINE
            MOVE GN-COLUMN-HEADER-LINE TO GEN-REPORT-LINE
            WRITE GEN-REPORT-LINE
            MOVE SPACES TO GEN-REPORT-LINE
            WRITE GEN-REPORT-LINE
            MOVE 5 TO WS-LINE-COUNT.

       9999-END-OF-JOB.
            IF BATCH-STARTED
                MOVE SPACES TO BT-BATCH-TRAILER-RECORD
                MOVE WS-BATCH-TRL-LITERAL TO BT-RECORD-LITERAL
                MOVE WS-BATCH-ID TO BT-BATCH-ID
                MOVE WS-WRITTEN-COUNT TO BT-KEYED-COUNT
                MOVE WS-WRITTEN-AMOUNT TO BT-KEYED-AMOUNT
                MOVE BT-BATCH-TRAILER-RECORD TO TRANS-RECORD
                WRITE TRANS-RECORD
                IF WS-TRANS-FILE-STATUS NOT = "00"
                    DISPLAY "*** TRANS-FILE WRITE failed for batch "
                        "trailer " WS-BATCH-ID " - status "
                        WS-TRANS-FILE-STATUS " - batch incomplete ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
            END-IF
            IF WS-REPORT-FILE-STATUS = "00"
                AND WS-PAGE-NUMBER > ZERO
                MOVE WS-GENERATED-COUNT TO GN-GENERATED-COUNT
                MOVE WS-REVERSAL-COUNT TO GN-REVERSAL-COUNT
                MOVE WS-WRITTEN-AMOUNT TO GN-TOTAL-AMOUNT
                MOVE WS-SKIPPED-COUNT TO GN-SKIPPED-COUNT
                MOVE WS-ERROR-COUNT TO GN-ERROR-COUNT
                MOVE SPACES TO GEN-REPORT-LINE
                WRITE GEN-REPORT-LINE
                MOVE GN-TRAILER-LINE TO GEN-REPORT-LINE
                WRITE GEN-REPORT-LINE
            END-IF
            CLOSE STANDING-FILE
            CLOSE TRANS-FILE
            CLOSE GEN-REPORT-FILE
            IF HISTORY-FILE-OPENED
                CLOSE HISTORY-FILE
            END-IF
            DISPLAY "Standing items read: "WS-STANDING-COUNT
            DISPLAY "Recurring items generated: "WS-GENERATED-COUNT
            DISPLAY "Reversals generated: "WS-REVERSAL-COUNT
            DISPLAY "Items already generated: "WS-SKIPPED-COUNT
            DISPLAY "Standing items in error: "WS-ERROR-COUNT
            IF WS-WRITTEN-COUNT = ZERO
                AND NOT FATAL-ERROR-OCCURRED
                DISPLAY "*** Nothing due for period " WS-OPEN-PERIOD
                    " - RECURTRN is empty ***"
            END-IF
            IF FATAL-ERROR-OCCURRED
                MOVE 16 TO RETURN-CODE
            ELSE
                IF WS-ERROR-COUNT > ZERO
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE ZERO TO RETURN-CODE
                END-IF
            END-IF.
       END PROGRAM RecurGen.
