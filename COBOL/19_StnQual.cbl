      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly keying-station and operator quality report
      *          over the QUALLOG keying-quality log that every
      *          InAndOut capture run appends to (see QUALREC). The
      *          QUALPARM parm card names the month (YYYYMM); with no
      *          card, or a blank one, the report covers the month
      *          before the run date. Every log record of the month,
      *          by InAndOut run date, is totalled three ways - for
      *          the month as a whole, by keying station, and by
      *          operator: batches keyed, out-of-balance batches
      *          (out of balance, unreadable trailer, no trailer, or
      *          no header), transactions read, posted, rejected, and
      *          sent to suspense, with out-of-balance, reject, and
      *          suspense rates, and under each line its rejects
      *          broken down by reason. Input with no batch headers
      *          is counted under station (NONE) but not as a batch.
      *          A station or operator whose reject rate is above the
      *          month's, or with any out-of-balance batch, is marked
      *          ** in the attention column so supervisors can see
      *          where retraining is needed. The report is QUALRPT.
      *          Return code 4 when anything is marked, when the
      *          month has no keying activity, or when the report is
      *          incomplete; 16 when the log cannot be read.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StnQual.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUALITY-LOG-FILE ASSIGN TO "QUALLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUAL-LOG-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "QUALPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT QUALITY-REPORT-FILE ASSIGN TO "QUALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QUALITY-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  QUALITY-LOG-RECORD.
           COPY QUALREC.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PARM-MONTH               PIC X(6).
       FD  QUALITY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  QUALITY-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-QUAL-LOG-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-PARM-FILE-STATUS PIC XX VALUE "00".
       01  WS-REPORT-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-QUALITY-LOG VALUE "Y".
       01  WS-FATAL-ERROR-SWITCH PIC X VALUE "N".
           88  FATAL-ERROR-OCCURRED VALUE "Y".
       01  WS-ATTENTION-SWITCH PIC X VALUE "N".
           88  SOMETHING-NEEDS-ATTENTION VALUE "Y".
       01  WS-REPORT-MONTH PIC X(6) VALUE SPACES.
       01  WS-MONTH-PARTS.
           05  WS-MONTH-YEAR PIC 9(4).
           05  WS-MONTH-NUMBER PIC 99.
       01  WS-LOG-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-MONTH-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-SKIPPED-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-STATION-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-OPERATOR-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-FLAGGED-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-MONTH-READ-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-MONTH-REJECTED-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-MONTH-REJECT-RATE PIC 9(3)V99 VALUE ZEROES.
       01  WS-GROUP-REJECT-RATE PIC 9(3)V99 VALUE ZEROES.
       01  WS-RATE PIC 9(3)V99 VALUE ZEROES.
       01  WS-CURRENT-KIND PIC X VALUE SPACE.
       01  WS-SEARCH-GRP-KEY.
           05  WS-SEARCH-KIND PIC X.
               88  SEARCH-MONTH-TOTAL VALUE "0".
               88  SEARCH-STATION VALUE "1".
               88  SEARCH-OPERATOR VALUE "2".
           05  WS-SEARCH-ID PIC X(8).
       01  WS-SEARCH-RSN-KEY.
           05  WS-SEARCH-RSN-GRP PIC X(9).
           05  WS-SEARCH-RSN-TEXT PIC X(40).
       01  WS-GRP-MATCH-SWITCH PIC X VALUE "N".
           88  GROUP-ENTRY-MATCHED VALUE "Y".
       01  WS-GRP-SLOT-SWITCH PIC X VALUE "N".
           88  GROUP-SLOT-FOUND VALUE "Y".
       01  WS-GRP-OVERFLOW-SWITCH PIC X VALUE "N".
           88  GRP-TABLE-OVERFLOWED VALUE "Y".
       01  WS-GRP-TABLE-MAX PIC 9(4) VALUE 1000.
       01  WS-GRP-ENTRY-COUNT PIC 9(4) VALUE ZEROES.
       01  WS-GRP-SUB PIC 9(4) VALUE ZEROES.
       01  WS-GRP-SHIFT-SUB PIC 9(4) VALUE ZEROES.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 1000 TIMES.
               10  WS-GRP-KEY.
                   15  WS-GRP-KIND PIC X.
                   15  WS-GRP-ID PIC X(8).
               10  WS-GRP-BATCH-COUNT PIC 9(7).
               10  WS-GRP-OOB-COUNT PIC 9(7).
               10  WS-GRP-READ-COUNT PIC 9(9).
               10  WS-GRP-POSTED-COUNT PIC 9(9).
               10  WS-GRP-REJECTED-COUNT PIC 9(9).
               10  WS-GRP-SUSPENSE-COUNT PIC 9(9).
       01  WS-RSN-MATCH-SWITCH PIC X VALUE "N".
           88  REASON-ENTRY-MATCHED VALUE "Y".
       01  WS-RSN-SLOT-SWITCH PIC X VALUE "N".
           88  REASON-SLOT-FOUND VALUE "Y".
       01  WS-RSN-OVERFLOW-SWITCH PIC X VALUE "N".
           88  RSN-TABLE-OVERFLOWED VALUE "Y".
       01  WS-RSN-TABLE-MAX PIC 9(4) VALUE 3000.
       01  WS-RSN-ENTRY-COUNT PIC 9(4) VALUE ZEROES.
       01  WS-RSN-SUB PIC 9(4) VALUE ZEROES.
       01  WS-RSN-SHIFT-SUB PIC 9(4) VALUE ZEROES.
       01  WS-RSN-TABLE.
           05  WS-RSN-ENTRY OCCURS 3000 TIMES.
               10  WS-RSN-KEY.
                   15  WS-RSN-GRP-KEY PIC X(9).
                   15  WS-RSN-TEXT PIC X(40).
               10  WS-RSN-COUNT PIC 9(7).
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
       COPY QLTLINE.
       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
            PERFORM 1000-INITIALIZE
            PERFORM 2000-PROCESS-LOG-RECORD
                UNTIL END-OF-QUALITY-LOG
            IF NOT FATAL-ERROR-OCCURRED
                PERFORM 3000-PRINT-REPORT
            END-IF
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
            MOVE WS-RUN-DATE-X TO QL-RUN-DATE
            MOVE WS-RUN-TIME-X TO QL-RUN-TIME
            PERFORM 1050-READ-PARM-CARD
            IF NOT FATAL-ERROR-OCCURRED
                OPEN INPUT QUALITY-LOG-FILE
                IF WS-QUAL-LOG-FILE-STATUS NOT = "00"
                    DISPLAY "*** QUALITY-LOG-FILE QUALLOG will not "
                        "open - status " WS-QUAL-LOG-FILE-STATUS
                        " - no keying-quality log to report ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                OPEN OUTPUT QUALITY-REPORT-FILE
                IF WS-REPORT-FILE-STATUS NOT = "00"
                    DISPLAY "*** QUALITY-REPORT-FILE QUALRPT will "
                        "not open - status " WS-REPORT-FILE-STATUS
                        " - report ends with no report written ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
            END-IF
            IF FATAL-ERROR-OCCURRED
                MOVE "Y" TO WS-EOF-SWITCH
            ELSE
                PERFORM 2900-READ-QUALITY-LOG
            END-IF.

       1050-READ-PARM-CARD.
            OPEN INPUT PARM-FILE
            IF WS-PARM-FILE-STATUS = "00"
                READ PARM-FILE
                    NOT AT END
                        MOVE PARM-MONTH TO WS-REPORT-MONTH
                END-READ
                CLOSE PARM-FILE
            END-IF
            IF WS-REPORT-MONTH = SPACES
                PERFORM 1060-DEFAULT-PRIOR-MONTH
                DISPLAY "No QUALPARM month given - reporting "
                    WS-REPORT-MONTH
            ELSE
                MOVE WS-REPORT-MONTH TO WS-MONTH-PARTS
                IF WS-REPORT-MONTH IS NOT NUMERIC
                    OR WS-MONTH-NUMBER < 1
                    OR WS-MONTH-NUMBER > 12
                    DISPLAY "*** QUALPARM month " WS-REPORT-MONTH
                        " is not a valid YYYYMM - report "
                        "abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
            END-IF
            MOVE WS-REPORT-MONTH(1:4) TO QL-MONTH(1:4)
            MOVE "-" TO QL-MONTH(5:1)
            MOVE WS-REPORT-MONTH(5:2) TO QL-MONTH(6:2).

       1060-DEFAULT-PRIOR-MONTH.
            MOVE WS-RUN-DATE(1:4) TO WS-MONTH-YEAR
            MOVE WS-RUN-DATE(5:2) TO WS-MONTH-NUMBER
            IF WS-MONTH-NUMBER <= 1
                SUBTRACT 1 FROM WS-MONTH-YEAR
                MOVE 12 TO WS-MONTH-NUMBER
            ELSE
                SUBTRACT 1 FROM WS-MONTH-NUMBER
            END-IF
            MOVE WS-MONTH-PARTS TO WS-REPORT-MONTH.

       2000-PROCESS-LOG-RECORD.
            ADD 1 TO WS-LOG-COUNT
            IF QR-RUN-DATE(1:6) = WS-REPORT-MONTH
                ADD 1 TO WS-MONTH-COUNT
                EVALUATE TRUE
                    WHEN QR-BATCH-RECORD
                        AND QR-READ-COUNT IS NUMERIC
                        AND QR-POSTED-COUNT IS NUMERIC
                        AND QR-REJECTED-COUNT IS NUMERIC
                        AND QR-SUSPENSE-COUNT IS NUMERIC
                        PERFORM 2100-TALLY-BATCH-RECORD
                    WHEN QR-REJECT-RECORD
                        PERFORM 2200-TALLY-REJECT-RECORD
                    WHEN OTHER
                        ADD 1 TO WS-SKIPPED-COUNT
                END-EVALUATE
            END-IF
            PERFORM 2900-READ-QUALITY-LOG.

       2100-TALLY-BATCH-RECORD.
            ADD QR-READ-COUNT TO WS-MONTH-READ-COUNT
            ADD QR-REJECTED-COUNT TO WS-MONTH-REJECTED-COUNT
            MOVE "0" TO WS-SEARCH-KIND
            MOVE SPACES TO WS-SEARCH-ID
            PERFORM 2110-ADD-BATCH-TO-GROUP
            MOVE "1" TO WS-SEARCH-KIND
            MOVE QR-STATION-ID TO WS-SEARCH-ID
            PERFORM 2110-ADD-BATCH-TO-GROUP
            MOVE "2" TO WS-SEARCH-KIND
            MOVE QR-OPERATOR-ID TO WS-SEARCH-ID
            PERFORM 2110-ADD-BATCH-TO-GROUP.

       2110-ADD-BATCH-TO-GROUP.
            PERFORM 2300-ACCUMULATE-GROUP
            IF GROUP-ENTRY-MATCHED
                IF NOT QR-BATCH-NOT-BATCHED
                    ADD 1 TO WS-GRP-BATCH-COUNT (WS-GRP-SUB)
                    IF NOT QR-BATCH-IN-BALANCE
                        ADD 1 TO WS-GRP-OOB-COUNT (WS-GRP-SUB)
                    END-IF
                END-IF
                ADD QR-READ-COUNT TO WS-GRP-READ-COUNT (WS-GRP-SUB)
                ADD QR-POSTED-COUNT
                    TO WS-GRP-POSTED-COUNT (WS-GRP-SUB)
                ADD QR-REJECTED-COUNT
                    TO WS-GRP-REJECTED-COUNT (WS-GRP-SUB)
                ADD QR-SUSPENSE-COUNT
                    TO WS-GRP-SUSPENSE-COUNT (WS-GRP-SUB)
            END-IF.

       2200-TALLY-REJECT-RECORD.
            MOVE "0" TO WS-SEARCH-KIND
            MOVE SPACES TO WS-SEARCH-ID
            PERFORM 2210-ADD-REJECT-TO-GROUP
            MOVE "1" TO WS-SEARCH-KIND
            MOVE QR-STATION-ID TO WS-SEARCH-ID
            PERFORM 2210-ADD-REJECT-TO-GROUP
            MOVE "2" TO WS-SEARCH-KIND
            MOVE QR-OPERATOR-ID TO WS-SEARCH-ID
            PERFORM 2210-ADD-REJECT-TO-GROUP.

       2210-ADD-REJECT-TO-GROUP.
            PERFORM 2300-ACCUMULATE-GROUP
            IF GROUP-ENTRY-MATCHED
                MOVE WS-SEARCH-GRP-KEY TO WS-SEARCH-RSN-GRP
                MOVE QR-REJECT-REASON TO WS-SEARCH-RSN-TEXT
                PERFORM 2400-ACCUMULATE-REASON
            END-IF.

       2300-ACCUMULATE-GROUP.
            MOVE "N" TO WS-GRP-MATCH-SWITCH
            MOVE "N" TO WS-GRP-SLOT-SWITCH
            MOVE 1 TO WS-GRP-SUB
            PERFORM 2310-LOCATE-GROUP-SLOT
                UNTIL WS-GRP-SUB > WS-GRP-ENTRY-COUNT
                    OR GROUP-ENTRY-MATCHED
                    OR GROUP-SLOT-FOUND
            IF NOT GROUP-ENTRY-MATCHED
                PERFORM 2320-INSERT-GROUP-ENTRY
            END-IF.

       2310-LOCATE-GROUP-SLOT.
            EVALUATE TRUE
                WHEN WS-GRP-KEY (WS-GRP-SUB) = WS-SEARCH-GRP-KEY
                    MOVE "Y" TO WS-GRP-MATCH-SWITCH
                WHEN WS-GRP-KEY (WS-GRP-SUB) > WS-SEARCH-GRP-KEY
                    MOVE "Y" TO WS-GRP-SLOT-SWITCH
                WHEN OTHER
                    ADD 1 TO WS-GRP-SUB
            END-EVALUATE.

       2320-INSERT-GROUP-ENTRY.
            IF WS-GRP-ENTRY-COUNT >= WS-GRP-TABLE-MAX
                IF NOT GRP-TABLE-OVERFLOWED
                    MOVE "Y" TO WS-GRP-OVERFLOW-SWITCH
                    DISPLAY "*** Station/operator table full after "
                        WS-GRP-TABLE-MAX " entries - later "
                        "stations and operators not reported ***"
                END-IF
            ELSE
                ADD 1 TO WS-GRP-ENTRY-COUNT
                MOVE WS-GRP-ENTRY-COUNT TO WS-GRP-SHIFT-SUB
                PERFORM 2330-SHIFT-GROUP-ENTRY
                    UNTIL WS-GRP-SHIFT-SUB <= WS-GRP-SUB
                MOVE WS-SEARCH-GRP-KEY TO WS-GRP-KEY (WS-GRP-SUB)
                MOVE ZEROES TO WS-GRP-BATCH-COUNT (WS-GRP-SUB)
                MOVE ZEROES TO WS-GRP-OOB-COUNT (WS-GRP-SUB)
                MOVE ZEROES TO WS-GRP-READ-COUNT (WS-GRP-SUB)
                MOVE ZEROES TO WS-GRP-POSTED-COUNT (WS-GRP-SUB)
                MOVE ZEROES TO WS-GRP-REJECTED-COUNT (WS-GRP-SUB)
                MOVE ZEROES TO WS-GRP-SUSPENSE-COUNT (WS-GRP-SUB)
                MOVE "Y" TO WS-GRP-MATCH-SWITCH
            END-IF.

       2330-SHIFT-GROUP-ENTRY.
            MOVE WS-GRP-ENTRY (WS-GRP-SHIFT-SUB - 1)
                TO WS-GRP-ENTRY (WS-GRP-SHIFT-SUB)
            SUBTRACT 1 FROM WS-GRP-SHIFT-SUB.

       2400-ACCUMULATE-REASON.
            MOVE "N" TO WS-RSN-MATCH-SWITCH
            MOVE "N" TO WS-RSN-SLOT-SWITCH
            MOVE 1 TO WS-RSN-SUB
            PERFORM 2410-LOCATE-REASON-SLOT
                UNTIL WS-RSN-SUB > WS-RSN-ENTRY-COUNT
                    OR REASON-ENTRY-MATCHED
                    OR REASON-SLOT-FOUND
            IF NOT REASON-ENTRY-MATCHED
                PERFORM 2420-INSERT-REASON-ENTRY
            END-IF
            IF REASON-ENTRY-MATCHED
                ADD 1 TO WS-RSN-COUNT (WS-RSN-SUB)
            END-IF.

       2410-LOCATE-REASON-SLOT.
            EVALUATE TRUE
                WHEN WS-RSN-KEY (WS-RSN-SUB) = WS-SEARCH-RSN-KEY
                    MOVE "Y" TO WS-RSN-MATCH-SWITCH
                WHEN WS-RSN-KEY (WS-RSN-SUB) > WS-SEARCH-RSN-KEY
                    MOVE "Y" TO WS-RSN-SLOT-SWITCH
                WHEN OTHER
                    ADD 1 TO WS-RSN-SUB
            END-EVALUATE.

       2420-INSERT-REASON-ENTRY.
            IF WS-RSN-ENTRY-COUNT >= WS-RSN-TABLE-MAX
                IF NOT RSN-TABLE-OVERFLOWED
                    MOVE "Y" TO WS-RSN-OVERFLOW-SWITCH
                    DISPLAY "*** Reject-reason table full after "
                        WS-RSN-TABLE-MAX " entries - later reasons "
                        "not broken down ***"
                END-IF
            ELSE
                ADD 1 TO WS-RSN-ENTRY-COUNT
                MOVE WS-RSN-ENTRY-COUNT TO WS-RSN-SHIFT-SUB
                PERFORM 2430-SHIFT-REASON-ENTRY
                    UNTIL WS-RSN-SHIFT-SUB <= WS-RSN-SUB
                MOVE WS-SEARCH-RSN-KEY TO WS-RSN-KEY (WS-RSN-SUB)
                MOVE ZEROES TO WS-RSN-COUNT (WS-RSN-SUB)
                MOVE "Y" TO WS-RSN-MATCH-SWITCH
            END-IF.

       2430-SHIFT-REASON-ENTRY.
            MOVE WS-RSN-ENTRY (WS-RSN-SHIFT-SUB - 1)
                TO WS-RSN-ENTRY (WS-RSN-SHIFT-SUB)
            SUBTRACT 1 FROM WS-RSN-SHIFT-SUB.

       2900-READ-QUALITY-LOG.
            READ QUALITY-LOG-FILE
                AT END
                    MOVE "Y" TO WS-EOF-SWITCH
            END-READ
            IF NOT END-OF-QUALITY-LOG
                AND WS-QUAL-LOG-FILE-STATUS NOT = "00"
                DISPLAY "*** QUALITY-LOG-FILE READ failed - "
                    "status " WS-QUAL-LOG-FILE-STATUS
                    " - report ends early ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                MOVE "Y" TO WS-EOF-SWITCH
            END-IF.

       3000-PRINT-REPORT.
            MOVE ZEROES TO WS-MONTH-REJECT-RATE
            IF WS-MONTH-READ-COUNT > ZEROES
                COMPUTE WS-MONTH-REJECT-RATE ROUNDED =
                    WS-MONTH-REJECTED-COUNT * 100
                        / WS-MONTH-READ-COUNT
            END-IF
            IF WS-GRP-ENTRY-COUNT = ZEROES
                MOVE "MONTH TOTAL" TO QL-SECTION-TITLE
                MOVE SPACES TO QL-COLUMN-ID-TITLE
                PERFORM 3900-WRITE-PAGE-HEADING
                MOVE "*** NO KEYING ACTIVITY ON QUALLOG FOR MONTH ***"
                    TO QL-MESSAGE
                PERFORM 3800-WRITE-MESSAGE-LINE
                MOVE "Y" TO WS-ATTENTION-SWITCH
            ELSE
                MOVE SPACE TO WS-CURRENT-KIND
                MOVE 1 TO WS-GRP-SUB
                MOVE 1 TO WS-RSN-SUB
                PERFORM 3100-PRINT-ONE-GROUP
                    UNTIL WS-GRP-SUB > WS-GRP-ENTRY-COUNT
            END-IF
            IF WS-SKIPPED-COUNT > ZEROES
                MOVE SPACES TO QL-MESSAGE
                STRING "*** UNREADABLE QUALLOG RECORDS NOT COUNTED: "
                    WS-SKIPPED-COUNT " ***"
                    DELIMITED BY SIZE INTO QL-MESSAGE
                END-STRING
                PERFORM 3800-WRITE-MESSAGE-LINE
                MOVE "Y" TO WS-ATTENTION-SWITCH
            END-IF
            IF GRP-TABLE-OVERFLOWED OR RSN-TABLE-OVERFLOWED
                MOVE "*** TABLE FULL - REPORT INCOMPLETE ***"
                    TO QL-MESSAGE
                PERFORM 3800-WRITE-MESSAGE-LINE
                MOVE "Y" TO WS-ATTENTION-SWITCH
            END-IF
            MOVE WS-LOG-COUNT TO QL-LOG-COUNT
            MOVE WS-MONTH-COUNT TO QL-MONTH-COUNT
            MOVE WS-STATION-COUNT TO QL-STATION-COUNT
            MOVE WS-OPERATOR-COUNT TO QL-OPERATOR-COUNT
            MOVE WS-FLAGGED-COUNT TO QL-FLAGGED-COUNT
            MOVE SPACES TO QUALITY-REPORT-LINE
            WRITE QUALITY-REPORT-LINE
            MOVE QL-TRAILER-LINE TO QUALITY-REPORT-LINE
            WRITE QUALITY-REPORT-LINE.

       3100-PRINT-ONE-GROUP.
            IF WS-GRP-KIND (WS-GRP-SUB) NOT = WS-CURRENT-KIND
                MOVE WS-GRP-KIND (WS-GRP-SUB) TO WS-CURRENT-KIND
                PERFORM 3150-START-SECTION
            END-IF
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 3900-WRITE-PAGE-HEADING
            END-IF
            EVALUATE TRUE
                WHEN WS-GRP-KIND (WS-GRP-SUB) = "0"
                    MOVE "ALL" TO QL-GROUP-ID
                WHEN WS-GRP-ID (WS-GRP-SUB) = SPACES
                    MOVE "(NONE)" TO QL-GROUP-ID
                WHEN OTHER
                    MOVE WS-GRP-ID (WS-GRP-SUB) TO QL-GROUP-ID
            END-EVALUATE
            MOVE WS-GRP-BATCH-COUNT (WS-GRP-SUB) TO QL-BATCH-COUNT
            MOVE WS-GRP-OOB-COUNT (WS-GRP-SUB) TO QL-OOB-COUNT
            MOVE ZEROES TO WS-RATE
            IF WS-GRP-BATCH-COUNT (WS-GRP-SUB) > ZEROES
                COMPUTE WS-RATE ROUNDED =
                    WS-GRP-OOB-COUNT (WS-GRP-SUB) * 100
                        / WS-GRP-BATCH-COUNT (WS-GRP-SUB)
            END-IF
            MOVE WS-RATE TO QL-OOB-RATE
            MOVE WS-GRP-READ-COUNT (WS-GRP-SUB) TO QL-READ-COUNT
            MOVE WS-GRP-POSTED-COUNT (WS-GRP-SUB) TO QL-POSTED-COUNT
            MOVE WS-GRP-REJECTED-COUNT (WS-GRP-SUB)
                TO QL-REJECTED-COUNT
            MOVE WS-GRP-SUSPENSE-COUNT (WS-GRP-SUB)
                TO QL-SUSPENSE-COUNT
            MOVE ZEROES TO WS-GROUP-REJECT-RATE
            MOVE ZEROES TO WS-RATE
            IF WS-GRP-READ-COUNT (WS-GRP-SUB) > ZEROES
                COMPUTE WS-GROUP-REJECT-RATE ROUNDED =
                    WS-GRP-REJECTED-COUNT (WS-GRP-SUB) * 100
                        / WS-GRP-READ-COUNT (WS-GRP-SUB)
                COMPUTE WS-RATE ROUNDED =
                    WS-GRP-SUSPENSE-COUNT (WS-GRP-SUB) * 100
                        / WS-GRP-READ-COUNT (WS-GRP-SUB)
            END-IF
            MOVE WS-GROUP-REJECT-RATE TO QL-REJECT-RATE
            MOVE WS-RATE TO QL-SUSPENSE-RATE
            MOVE SPACES TO QL-ATTENTION
            IF WS-GRP-KIND (WS-GRP-SUB) NOT = "0"
                IF WS-GROUP-REJECT-RATE > WS-MONTH-REJECT-RATE
                    OR WS-GRP-OOB-COUNT (WS-GRP-SUB) > ZEROES
                    MOVE "**" TO QL-ATTENTION
                    ADD 1 TO WS-FLAGGED-COUNT
                    MOVE "Y" TO WS-ATTENTION-SWITCH
                END-IF
                IF WS-GRP-KIND (WS-GRP-SUB) = "1"
                    ADD 1 TO WS-STATION-COUNT
                ELSE
                    ADD 1 TO WS-OPERATOR-COUNT
                END-IF
            END-IF
            MOVE QL-DETAIL-LINE TO QUALITY-REPORT-LINE
            WRITE QUALITY-REPORT-LINE
            ADD 1 TO WS-LINE-COUNT
            PERFORM 3200-PRINT-GROUP-REASON
                UNTIL WS-RSN-SUB > WS-RSN-ENTRY-COUNT
                    OR WS-RSN-GRP-KEY (WS-RSN-SUB)
                        > WS-GRP-KEY (WS-GRP-SUB)
            ADD 1 TO WS-GRP-SUB.

       3150-START-SECTION.
            EVALUATE WS-CURRENT-KIND
                WHEN "0"
                    MOVE "MONTH TOTAL" TO QL-SECTION-TITLE
                    MOVE SPACES TO QL-COLUMN-ID-TITLE
                WHEN "1"
                    MOVE "BY KEYING STATION" TO QL-SECTION-TITLE
                    MOVE "STATION" TO QL-COLUMN-ID-TITLE
                WHEN OTHER
                    MOVE "BY OPERATOR" TO QL-SECTION-TITLE
                    MOVE "OPERATOR" TO QL-COLUMN-ID-TITLE
            END-EVALUATE
            IF WS-LINE-COUNT + 6 >= WS-LINES-PER-PAGE
                PERFORM 3900-WRITE-PAGE-HEADING
            ELSE
                MOVE SPACES TO QUALITY-REPORT-LINE
                WRITE QUALITY-REPORT-LINE
                MOVE QL-SECTION-LINE TO QUALITY-REPORT-LINE
                WRITE QUALITY-REPORT-LINE
                MOVE QL-COLUMN-HEADER-LINE TO QUALITY-REPORT-LINE
                WRITE QUALITY-REPORT-LINE
                ADD 3 TO WS-LINE-COUNT
            END-IF.

       3200-PRINT-GROUP-REASON.
            IF WS-RSN-GRP-KEY (WS-RSN-SUB) = WS-GRP-KEY (WS-GRP-SUB)
                IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                    PERFORM 3900-WRITE-PAGE-HEADING
                END-IF
                MOVE WS-RSN-TEXT (WS-RSN-SUB) TO QL-REASON-TEXT
                MOVE WS-RSN-COUNT (WS-RSN-SUB) TO QL-REASON-COUNT
                MOVE ZEROES TO WS-RATE
                IF WS-GRP-READ-COUNT (WS-GRP-SUB) > ZEROES
                    COMPUTE WS-RATE ROUNDED =
                        WS-RSN-COUNT (WS-RSN-SUB) * 100
                            / WS-GRP-READ-COUNT (WS-GRP-SUB)
                        ON SIZE ERROR
                            MOVE 999.99 TO WS-RATE
                    END-COMPUTE
                END-IF
                MOVE WS-RATE TO QL-REASON-RATE
                MOVE QL-REASON-LINE TO QUALITY-REPORT-LINE
                WRITE QUALITY-REPORT-LINE
                ADD 1 TO WS-LINE-COUNT
            END-IF
            ADD 1 TO WS-RSN-SUB.

       3800-WRITE-MESSAGE-LINE.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 3900-WRITE-PAGE-HEADING
            END-IF
            MOVE SPACES TO QUALITY-REPORT-LINE
            WRITE QUALITY-REPORT-LINE
            MOVE QL-MESSAGE-LINE TO QUALITY-REPORT-LINE
            WRITE QUALITY-REPORT-LINE
            ADD 2 TO WS-LINE-COUNT.

       3900-WRITE-PAGE-HEADING.
            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO QL-PAGE-NUMBER
            MOVE QL-PAGE-HEADER-LINE TO QUALITY-REPORT-LINE
            WRITE QUALITY-REPORT-LINE
            MOVE SPACES TO QUALITY-REPORT-LINE
            WRITE QUALITY-REPORT-LINE
            MOVE QL-SECTION-LINE TO QUALITY-REPORT-LINE
            WRITE QUALITY-REPORT-LINE
            MOVE QL-COLUMN-HEADER-LINE TO QUALITY-REPORT-LINE
            WRITE QUALITY-REPORT-LINE
            MOVE 4 TO WS-LINE-COUNT.

       9999-END-OF-JOB.
            IF WS-QUAL-LOG-FILE-STATUS = "00"
                OR WS-QUAL-LOG-FILE-STATUS = "10"
                CLOSE QUALITY-LOG-FILE
            END-IF
            IF WS-REPORT-FILE-STATUS = "00"
                CLOSE QUALITY-REPORT-FILE
            END-IF
            DISPLAY "Keying-quality log records read: "WS-LOG-COUNT
            DISPLAY "Records in month " WS-REPORT-MONTH ": "
                WS-MONTH-COUNT
            DISPLAY "Stations reported: "WS-STATION-COUNT
            DISPLAY "Operators reported: "WS-OPERATOR-COUNT
            DISPLAY "Stations/operators needing attention: "
                WS-FLAGGED-COUNT
            IF FATAL-ERROR-OCCURRED
                MOVE 16 TO RETURN-CODE
            ELSE
                IF SOMETHING-NEEDS-ATTENTION
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE ZERO TO RETURN-CODE
                END-IF
            END-IF.
       END PROGRAM StnQual.
