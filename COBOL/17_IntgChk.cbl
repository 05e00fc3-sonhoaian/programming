      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly cross-file integrity check for InAndOut, run
      *          at the end of the stream to catch MASTER, POSTHIST,
      *          AUDITLOG and ACCTFILE drifting apart - after a
      *          backout, a reload, or a failed write that was
      *          DISPLAYed and carried past. MASTER and POSTHIST are
      *          both read in ID order and matched on the ID; the
      *          audit trail (the AudArch archives named on AUDNDX,
      *          then the live AUDITLOG) is loaded into a table held
      *          in ID and timestamp order and matched against each
      *          POSTHIST entry on the same key. Four categories of
      *          exception are flagged:
      *            1 a MASTER amount that is not the new amount of the
      *              ID's latest POSTHIST entry (or whose latest entry
      *              is a delete);
      *            2 a MASTER record with no posting history at all;
      *            3 a POSTHIST entry with no posting AUDITLOG record
      *              for the same ID and timestamp;
      *            4 a MASTER record coded to an account missing from
      *              ACCTFILE or closed there.
      *          Category 3 looks back over a check window only: the
      *          INTGPARM parm card may give the window's from date
      *          (YYYYMMDD); with no card the window starts 90 days
      *          before the run. Archives that end before the window
      *          are not read and older audit records are not held.
      *          Postings dated before the window, before the oldest
      *          audit record on file, or inside an archive that
      *          cannot be read, are counted as not checked rather
      *          than flagged.
      *          The INTGRPT report prints a summary of the counts,
      *          then the exceptions category by category.
      *          Return code 8 when any exception is found, 4 when the
      *          window held too many audit records and category 3
      *          was not checked, 16 on file errors or an INTGPARM
      *          from date that is not valid - so the scheduler can
      *          stop the stream on anything above zero.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntgChk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "INTGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT MASTER-FILE ASSIGN TO "MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MR-TRAN-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT POSTING-HISTORY-FILE ASSIGN TO "POSTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PHIST-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT INDEX-FILE ASSIGN TO "AUDNDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN DYNAMIC WS-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PARM-FROM-DATE           PIC X(8).
       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  MASTER-RECORD.
           COPY MASTREC.
       FD  POSTING-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  POSTING-HISTORY-RECORD.
           COPY POSTREC.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD PIC X(90).
       FD  INDEX-FILE
           LABEL RECORDS ARE STANDARD.
       01  INDEX-RECORD.
           COPY ANDXREC.
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD PIC X(90).
       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.
       FD  INTEGRITY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  INTEGRITY-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS PIC XX VALUE "00".
       01  WS-MASTER-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-PHIST-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-FILE-STATUS PIC XX VALUE "00".
       01  WS-INDEX-FILE-STATUS PIC XX VALUE "00".
       01  WS-ARCHIVE-FILE-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-FILE-STATUS PIC XX VALUE "00".
       01  WS-REPORT-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-ARCHIVE-FILENAME PIC X(40) VALUE SPACES.
       01  WS-TRAILER-LITERAL PIC X(9) VALUE "*TRAILER*".
       01  WS-FATAL-ERROR-SWITCH PIC X VALUE "N".
           88  FATAL-ERROR-OCCURRED VALUE "Y".
       01  WS-AUDIT-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-AUDIT-FILE VALUE "Y".
       01  WS-NDX-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-INDEX-FILE VALUE "Y".
       01  WS-ARCH-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-ARCHIVE-FILE VALUE "Y".
       01  WS-ACCT-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-ACCOUNT-FILE VALUE "Y".
      * The IDs the MASTER / POSTHIST match is positioned on; each is
      * set to HIGH-VALUES when its file is exhausted.
       01  WS-MASTER-KEY PIC X(9) VALUE SPACES.
           88  END-OF-MASTER-FILE VALUE HIGH-VALUES.
       01  WS-HISTORY-KEY PIC X(9) VALUE SPACES.
           88  END-OF-POSTING-HISTORY VALUE HIGH-VALUES.
      * The latest POSTHIST entry of the ID group just read.
       01  WS-GROUP-TRAN-ID PIC X(9) VALUE SPACES.
       01  WS-LAST-TRAN-TYPE PIC X VALUE SPACE.
       01  WS-LAST-NEW-AMOUNT PIC S9(9)V99 VALUE ZEROES.
       01  WS-LAST-TIMESTAMP-DATE PIC X(8) VALUE SPACES.
       01  WS-LAST-TIMESTAMP-TIME PIC X(8) VALUE SPACES.
      * ACCTFILE, held the way InAndOut holds it for its edits.
       01  WS-ACCT-FOUND-SWITCH PIC X VALUE "N".
           88  ACCOUNT-FOUND VALUE "Y".
       01  WS-ACCT-TABLE-MAX PIC 9(3) VALUE 500.
       01  WS-ACCT-ENTRY-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-ACCT-SUB PIC 9(3) VALUE ZEROES.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 500 TIMES.
               10  WS-ACCT-TABLE-CODE PIC X(5).
               10  WS-ACCT-TABLE-STATUS PIC X.
      * Posting audit records, live and archived, held in ID and
      * timestamp order - the same order as the POSTHIST key - so
      * the two can be matched in one pass.
       01  WS-AUDIT-CHECK-SWITCH PIC X VALUE "Y".
           88  AUDIT-CHECK-ACTIVE VALUE "Y".
       01  WS-AUD-SLOT-SWITCH PIC X VALUE "N".
           88  AUDIT-SLOT-FOUND VALUE "Y".
       01  WS-AUD-PLACED-SWITCH PIC X VALUE "N".
           88  AUDIT-POINTER-PLACED VALUE "Y".
       01  WS-AUDIT-FIRST-DATE PIC X(8) VALUE SPACES.
       01  WS-AUDIT-GAP-DATE PIC X(8) VALUE SPACES.
      * The check window: audit records and archives older than the
      * from date are passed over.
       01  WS-CHECK-FROM-DATE PIC X(8) VALUE SPACES.
       01  WS-CHECK-FROM-NUM REDEFINES WS-CHECK-FROM-DATE PIC 9(8).
       01  WS-CHECK-DAYS PIC 9(3) VALUE 90.
       01  WS-DAY-INT PIC 9(8) VALUE ZEROES.
       01  WS-OLDER-AUDIT-SWITCH PIC X VALUE "N".
           88  OLDER-AUDIT-PASSED-OVER VALUE "Y".
       01  WS-AUD-TABLE-MAX PIC 9(5) VALUE 20000.
       01  WS-AUD-ENTRY-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-AUD-SUB PIC 9(5) VALUE ZEROES.
       01  WS-AUD-NEW-KEY.
           05  WS-AUD-NEW-TRAN-ID PIC X(9).
           05  WS-AUD-NEW-DATE PIC X(8).
           05  WS-AUD-NEW-TIME PIC X(8).
       01  WS-AUD-TABLE.
           05  WS-AUD-KEY PIC X(25) OCCURS 20000 TIMES.
       01  WS-AUDIT-ITEM.
           COPY AUDITREC.
      * Exceptions are held until the pass is complete and printed
      * category by category; the counts stay exact if the table
      * fills.
       01  WS-EXC-OVERFLOW-SWITCH PIC X VALUE "N".
           88  EXC-TABLE-OVERFLOWED VALUE "Y".
       01  WS-EXC-TABLE-MAX PIC 9(4) VALUE 2000.
       01  WS-EXC-ENTRY-COUNT PIC 9(4) VALUE ZEROES.
       01  WS-EXC-SUB PIC 9(4) VALUE ZEROES.
       01  WS-EXC-WORK.
           05  WS-EXC-WORK-CATEGORY PIC 9.
           05  WS-EXC-WORK-TRAN-ID PIC X(9).
           05  WS-EXC-WORK-ACCT-CODE PIC X(5).
           05  WS-EXC-WORK-MASTER-SWITCH PIC X.
           05  WS-EXC-WORK-MASTER-AMOUNT PIC S9(9)V99.
           05  WS-EXC-WORK-HISTORY-SWITCH PIC X.
           05  WS-EXC-WORK-HISTORY-AMOUNT PIC S9(9)V99.
           05  WS-EXC-WORK-DATE PIC X(8).
           05  WS-EXC-WORK-TIME PIC X(8).
           05  WS-EXC-WORK-REASON PIC X(30).
       01  WS-EXC-TABLE.
           05  WS-EXC-ENTRY OCCURS 2000 TIMES.
               10  WS-EXC-CATEGORY PIC 9.
               10  WS-EXC-TRAN-ID PIC X(9).
               10  WS-EXC-ACCT-CODE PIC X(5).
               10  WS-EXC-MASTER-SWITCH PIC X.
               10  WS-EXC-MASTER-AMOUNT PIC S9(9)V99.
               10  WS-EXC-HISTORY-SWITCH PIC X.
               10  WS-EXC-HISTORY-AMOUNT PIC S9(9)V99.
               10  WS-EXC-DATE PIC X(8).
               10  WS-EXC-TIME PIC X(8).
               10  WS-EXC-REASON PIC X(30).
       01  WS-CATEGORY-TITLES.
           05  FILLER PIC X(44)
               VALUE "MASTER AMOUNT NOT THE LATEST POSTED AMOUNT".
           05  FILLER PIC X(44)
               VALUE "MASTER RECORD WITH NO POSTING HISTORY".
           05  FILLER PIC X(44)
               VALUE "POSTING HISTORY WITH NO AUDIT RECORD".
           05  FILLER PIC X(44)
               VALUE "MASTER ACCOUNT MISSING OR CLOSED ON ACCTFILE".
       01  WS-CATEGORY-TITLE-TABLE REDEFINES WS-CATEGORY-TITLES.
           05  WS-CATEGORY-TITLE PIC X(44) OCCURS 4 TIMES.
       01  WS-CATEGORY-COUNTS.
           05  WS-CATEGORY-COUNT PIC 9(9) OCCURS 4 TIMES.
       01  WS-CATEGORY-MAX PIC 9 VALUE 4.
       01  WS-CAT-SUB PIC 9 VALUE ZERO.
       01  WS-MASTER-READ-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-PHIST-READ-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-AUDIT-READ-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-ARCHIVE-READ-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-NOT-CHECKED-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-EXCEPTION-COUNT PIC 9(9) VALUE ZEROES.
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
       COPY INTLINE.
       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
            PERFORM 1000-INITIALIZE
            PERFORM 2000-MATCH-MASTER-TO-HISTORY
                UNTIL (END-OF-MASTER-FILE AND END-OF-POSTING-HISTORY)
                    OR FATAL-ERROR-OCCURRED
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
            MOVE WS-RUN-DATE-X TO IL-RUN-DATE
            MOVE WS-RUN-TIME-X TO IL-RUN-TIME
            MOVE ZEROES TO WS-CATEGORY-COUNTS
            PERFORM 1050-SET-CHECK-WINDOW
            IF NOT FATAL-ERROR-OCCURRED
                PERFORM 1100-LOAD-ACCOUNT-TABLE
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                PERFORM 1200-LOAD-AUDIT-TRAIL
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                OPEN INPUT MASTER-FILE
                IF WS-MASTER-FILE-STATUS NOT = "00"
                    DISPLAY "*** MASTER-FILE will not open - status "
                        WS-MASTER-FILE-STATUS
                        " - integrity check abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                OPEN INPUT POSTING-HISTORY-FILE
                IF WS-PHIST-FILE-STATUS NOT = "00"
                    DISPLAY "*** POSTING-HISTORY-FILE POSTHIST will "
                        "not open - status " WS-PHIST-FILE-STATUS
                        " - integrity check abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                OPEN OUTPUT INTEGRITY-REPORT-FILE
                IF WS-REPORT-FILE-STATUS NOT = "00"
                    DISPLAY "*** INTEGRITY-REPORT-FILE INTGRPT will "
                        "not open - status " WS-REPORT-FILE-STATUS
                        " - integrity check abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                MOVE 1 TO WS-AUD-SUB
                PERFORM 2900-READ-MASTER-FILE
                PERFORM 2950-READ-POSTING-HISTORY
            END-IF.

       1050-SET-CHECK-WINDOW.
            OPEN INPUT PARM-FILE
            IF WS-PARM-FILE-STATUS = "00"
                READ PARM-FILE
                    NOT AT END
                        IF PARM-FROM-DATE NOT = SPACES
                            MOVE PARM-FROM-DATE TO WS-CHECK-FROM-DATE
                        END-IF
                END-READ
                CLOSE PARM-FILE
            END-IF
            IF WS-CHECK-FROM-DATE = SPACES
                COMPUTE WS-DAY-INT =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                        - WS-CHECK-DAYS
                COMPUTE WS-CHECK-FROM-NUM =
                    FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
            ELSE
                IF WS-CHECK-FROM-DATE IS NOT NUMERIC
                    OR WS-CHECK-FROM-DATE(5:2) < "01"
                    OR WS-CHECK-FROM-DATE(5:2) > "12"
                    OR WS-CHECK-FROM-DATE(7:2) < "01"
                    OR WS-CHECK-FROM-DATE(7:2) > "31"
                    OR WS-CHECK-FROM-NUM > WS-RUN-DATE
                    DISPLAY "*** INTGPARM from date "
                        WS-CHECK-FROM-DATE " is not a YYYYMMDD date "
                        "on or before the run - integrity check "
                        "abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
            END-IF.

       1100-LOAD-ACCOUNT-TABLE.
            OPEN INPUT ACCOUNT-FILE
            IF WS-ACCOUNT-FILE-STATUS = "00"
                MOVE "N" TO WS-ACCT-EOF-SWITCH
                PERFORM 1110-LOAD-ONE-ACCOUNT
                    UNTIL END-OF-ACCOUNT-FILE
                CLOSE ACCOUNT-FILE
            ELSE
                DISPLAY "*** ACCOUNT-FILE ACCTFILE will not open - "
                    "status " WS-ACCOUNT-FILE-STATUS
                    " - integrity check abandoned ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
            END-IF.

       1110-LOAD-ONE-ACCOUNT.
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
                            "integrity check abandoned ***"
                        MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                        MOVE "Y" TO WS-ACCT-EOF-SWITCH
                    END-IF
            END-READ.

       1200-LOAD-AUDIT-TRAIL.
      * Archives first, in the order AudArch cut them, then the live
      * log - oldest to newest, so the first record loaded dates the
      * start of the trail on file.
            OPEN INPUT INDEX-FILE
            EVALUATE TRUE
                WHEN WS-INDEX-FILE-STATUS = "00"
                    MOVE "N" TO WS-NDX-EOF-SWITCH
                    PERFORM 1210-LOAD-ONE-ARCHIVE
                        UNTIL END-OF-INDEX-FILE
                    CLOSE INDEX-FILE
                WHEN WS-INDEX-FILE-STATUS = "35"
                    CONTINUE
                WHEN OTHER
                    DISPLAY "*** INDEX-FILE AUDNDX will not open - "
                        "status " WS-INDEX-FILE-STATUS
                        " - integrity check abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
            END-EVALUATE
            IF NOT FATAL-ERROR-OCCURRED
                OPEN INPUT AUDIT-FILE
                IF WS-AUDIT-FILE-STATUS = "00"
                    MOVE "N" TO WS-AUDIT-EOF-SWITCH
                    PERFORM 1250-LOAD-ONE-AUDIT-RECORD
                        UNTIL END-OF-AUDIT-FILE
                    CLOSE AUDIT-FILE
                ELSE
                    DISPLAY "*** AUDIT-FILE AUDITLOG will not open - "
                        "status " WS-AUDIT-FILE-STATUS
                        " - integrity check abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
            END-IF
      * With audit passed over, the trail on file reaches back past
      * the window: postings from its first day on are checked.
            IF OLDER-AUDIT-PASSED-OVER
                MOVE WS-CHECK-FROM-DATE TO WS-AUDIT-FIRST-DATE
            END-IF.

       1210-LOAD-ONE-ARCHIVE.
            READ INDEX-FILE
                AT END
                    MOVE "Y" TO WS-NDX-EOF-SWITCH
                NOT AT END
                    IF AX-TO-DATE < WS-CHECK-FROM-DATE
                        MOVE "Y" TO WS-OLDER-AUDIT-SWITCH
                    ELSE
                        PERFORM 1215-OPEN-ONE-ARCHIVE
                    END-IF
            END-READ.

       1215-OPEN-ONE-ARCHIVE.
            MOVE AX-ARCHIVE-FILENAME TO WS-ARCHIVE-FILENAME
            OPEN INPUT ARCHIVE-FILE
            IF WS-ARCHIVE-FILE-STATUS = "00"
                ADD 1 TO WS-ARCHIVE-READ-COUNT
                MOVE "N" TO WS-ARCH-EOF-SWITCH
                PERFORM 1220-LOAD-ONE-ARCHIVE-RECORD
                    UNTIL END-OF-ARCHIVE-FILE
                CLOSE ARCHIVE-FILE
            ELSE
                DISPLAY "*** ARCHIVE-FILE " WS-ARCHIVE-FILENAME
                    " will not open - status "
                    WS-ARCHIVE-FILE-STATUS
                    " - postings through " AX-TO-DATE
                    " not checked against the audit ***"
                PERFORM 1230-MARK-ARCHIVE-GAP
            END-IF.

       1220-LOAD-ONE-ARCHIVE-RECORD.
            READ ARCHIVE-FILE
                AT END
                    MOVE "Y" TO WS-ARCH-EOF-SWITCH
            END-READ
            IF NOT END-OF-ARCHIVE-FILE
                IF WS-ARCHIVE-FILE-STATUS NOT = "00"
                    DISPLAY "*** ARCHIVE-FILE READ failed - status "
                        WS-ARCHIVE-FILE-STATUS
                        " - postings through " AX-TO-DATE
                        " not checked against the audit ***"
                    PERFORM 1230-MARK-ARCHIVE-GAP
                    MOVE "Y" TO WS-ARCH-EOF-SWITCH
                ELSE
                    IF ARCHIVE-RECORD(1:9) NOT = WS-TRAILER-LITERAL
                        MOVE ARCHIVE-RECORD TO WS-AUDIT-ITEM
                        PERFORM 1300-ADD-AUDIT-KEY
                    END-IF
                END-IF
            END-IF.

       1230-MARK-ARCHIVE-GAP.
            IF WS-AUDIT-GAP-DATE = SPACES
                OR AX-TO-DATE > WS-AUDIT-GAP-DATE
                MOVE AX-TO-DATE TO WS-AUDIT-GAP-DATE
            END-IF.

       1250-LOAD-ONE-AUDIT-RECORD.
            READ AUDIT-FILE
                AT END
                    MOVE "Y" TO WS-AUDIT-EOF-SWITCH
            END-READ
            IF NOT END-OF-AUDIT-FILE
                IF WS-AUDIT-FILE-STATUS NOT = "00"
                    DISPLAY "*** AUDIT-FILE READ failed - status "
                        WS-AUDIT-FILE-STATUS
                        " - integrity check abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    MOVE "Y" TO WS-AUDIT-EOF-SWITCH
                ELSE
                    MOVE AUDIT-RECORD TO WS-AUDIT-ITEM
                    PERFORM 1300-ADD-AUDIT-KEY
                END-IF
            END-IF.

       1300-ADD-AUDIT-KEY.
      * Only postings (no function code, not refused) are written
      * alongside a POSTHIST entry; security and suspense events are
      * skipped.
            ADD 1 TO WS-AUDIT-READ-COUNT
            IF AR-TIMESTAMP-DATE < WS-CHECK-FROM-DATE
                MOVE "Y" TO WS-OLDER-AUDIT-SWITCH
            ELSE
                PERFORM 1305-HOLD-AUDIT-KEY
            END-IF.

       1305-HOLD-AUDIT-KEY.
            IF WS-AUDIT-FIRST-DATE = SPACES
                MOVE AR-TIMESTAMP-DATE TO WS-AUDIT-FIRST-DATE
            END-IF
            IF AR-FUNCTION-CODE = SPACE
                AND AR-REFUSAL-FLAG NOT = "Y"
                AND AUDIT-CHECK-ACTIVE
                IF WS-AUD-ENTRY-COUNT < WS-AUD-TABLE-MAX
                    MOVE AR-TRAN-ID TO WS-AUD-NEW-TRAN-ID
                    MOVE AR-TIMESTAMP-DATE TO WS-AUD-NEW-DATE
                    MOVE AR-TIMESTAMP-TIME TO WS-AUD-NEW-TIME
                    MOVE "N" TO WS-AUD-SLOT-SWITCH
                    MOVE WS-AUD-ENTRY-COUNT TO WS-AUD-SUB
                    PERFORM 1310-SHIFT-AUDIT-KEY
                        UNTIL WS-AUD-SUB = ZERO
                            OR AUDIT-SLOT-FOUND
                    ADD 1 TO WS-AUD-SUB
                    MOVE WS-AUD-NEW-KEY TO WS-AUD-KEY (WS-AUD-SUB)
                    ADD 1 TO WS-AUD-ENTRY-COUNT
                ELSE
                    MOVE "N" TO WS-AUDIT-CHECK-SWITCH
                    DISPLAY "*** Audit table full after "
                        WS-AUD-TABLE-MAX " posting audit records - "
                        "POSTHIST not checked against the audit - "
                        "set a later INTGPARM from date ***"
                END-IF
            END-IF.

       1310-SHIFT-AUDIT-KEY.
            IF WS-AUD-KEY (WS-AUD-SUB) > WS-AUD-NEW-KEY
                MOVE WS-AUD-KEY (WS-AUD-SUB)
                    TO WS-AUD-KEY (WS-AUD-SUB + 1)
                SUBTRACT 1 FROM WS-AUD-SUB
            ELSE
                MOVE "Y" TO WS-AUD-SLOT-SWITCH
            END-IF.

       2000-MATCH-MASTER-TO-HISTORY.
            EVALUATE TRUE
                WHEN WS-MASTER-KEY < WS-HISTORY-KEY
                    MOVE SPACES TO WS-EXC-WORK
                    MOVE 2 TO WS-EXC-WORK-CATEGORY
                    MOVE "Y" TO WS-EXC-WORK-MASTER-SWITCH
                    MOVE MR-AMOUNT TO WS-EXC-WORK-MASTER-AMOUNT
                    MOVE MR-LAST-UPDATED-DATE TO WS-EXC-WORK-DATE
                    MOVE "NO POSTHIST ENTRY FOR THIS ID"
                        TO WS-EXC-WORK-REASON
                    PERFORM 2800-ADD-MASTER-EXCEPTION
                    PERFORM 2500-CHECK-MASTER-ACCOUNT
                    PERFORM 2900-READ-MASTER-FILE
                WHEN WS-MASTER-KEY > WS-HISTORY-KEY
                    PERFORM 2100-PROCESS-HISTORY-GROUP
                WHEN OTHER
                    PERFORM 2100-PROCESS-HISTORY-GROUP
                    IF NOT FATAL-ERROR-OCCURRED
                        PERFORM 2400-CHECK-MASTER-AMOUNT
                        PERFORM 2500-CHECK-MASTER-ACCOUNT
                        PERFORM 2900-READ-MASTER-FILE
                    END-IF
            END-EVALUATE.

       2100-PROCESS-HISTORY-GROUP.
            MOVE WS-HISTORY-KEY TO WS-GROUP-TRAN-ID
            PERFORM 2110-PROCESS-ONE-POSTING
                UNTIL WS-HISTORY-KEY NOT = WS-GROUP-TRAN-ID
                    OR FATAL-ERROR-OCCURRED.

       2110-PROCESS-ONE-POSTING.
            ADD 1 TO WS-PHIST-READ-COUNT
            MOVE PH-TRAN-TYPE TO WS-LAST-TRAN-TYPE
            MOVE PH-NEW-AMOUNT TO WS-LAST-NEW-AMOUNT
            MOVE PH-TIMESTAMP-DATE TO WS-LAST-TIMESTAMP-DATE
            MOVE PH-TIMESTAMP-TIME TO WS-LAST-TIMESTAMP-TIME
            PERFORM 2200-CHECK-POSTING-AUDIT
            PERFORM 2950-READ-POSTING-HISTORY.

       2200-CHECK-POSTING-AUDIT.
            IF AUDIT-CHECK-ACTIVE
                IF PH-TIMESTAMP-DATE < WS-AUDIT-FIRST-DATE
                    OR (WS-AUDIT-GAP-DATE NOT = SPACES
                        AND PH-TIMESTAMP-DATE NOT > WS-AUDIT-GAP-DATE)
                    ADD 1 TO WS-NOT-CHECKED-COUNT
                ELSE
                    MOVE "N" TO WS-AUD-PLACED-SWITCH
                    PERFORM 2210-ADVANCE-AUDIT-POINTER
                        UNTIL WS-AUD-SUB > WS-AUD-ENTRY-COUNT
                            OR AUDIT-POINTER-PLACED
                    IF AUDIT-POINTER-PLACED
                        IF WS-AUD-KEY (WS-AUD-SUB) NOT = PH-KEY
                            PERFORM 2220-FLAG-UNAUDITED-POSTING
                        END-IF
                    ELSE
                        PERFORM 2220-FLAG-UNAUDITED-POSTING
                    END-IF
                END-IF
            END-IF.

       2210-ADVANCE-AUDIT-POINTER.
            IF WS-AUD-KEY (WS-AUD-SUB) < PH-KEY
                ADD 1 TO WS-AUD-SUB
            ELSE
                MOVE "Y" TO WS-AUD-PLACED-SWITCH
            END-IF.

       2220-FLAG-UNAUDITED-POSTING.
            MOVE SPACES TO WS-EXC-WORK
            MOVE 3 TO WS-EXC-WORK-CATEGORY
            MOVE PH-TRAN-ID TO WS-EXC-WORK-TRAN-ID
            MOVE PH-ACCT-CODE TO WS-EXC-WORK-ACCT-CODE
            MOVE "N" TO WS-EXC-WORK-MASTER-SWITCH
            MOVE ZEROES TO WS-EXC-WORK-MASTER-AMOUNT
            MOVE "Y" TO WS-EXC-WORK-HISTORY-SWITCH
            MOVE PH-NEW-AMOUNT TO WS-EXC-WORK-HISTORY-AMOUNT
            MOVE PH-TIMESTAMP-DATE TO WS-EXC-WORK-DATE
            MOVE PH-TIMESTAMP-TIME TO WS-EXC-WORK-TIME
            EVALUATE PH-TRAN-TYPE
                WHEN "A"
                    MOVE "NO AUDIT RECORD FOR THIS ADD"
                        TO WS-EXC-WORK-REASON
                WHEN "D"
                    MOVE "NO AUDIT RECORD FOR THIS DELETE"
                        TO WS-EXC-WORK-REASON
                WHEN OTHER
                    MOVE "NO AUDIT RECORD FOR THIS CHANGE"
                        TO WS-EXC-WORK-REASON
            END-EVALUATE
            PERFORM 2850-ADD-EXCEPTION.

       2400-CHECK-MASTER-AMOUNT.
            IF WS-LAST-TRAN-TYPE = "D"
                OR MR-AMOUNT NOT = WS-LAST-NEW-AMOUNT
                MOVE SPACES TO WS-EXC-WORK
                MOVE 1 TO WS-EXC-WORK-CATEGORY
                MOVE "Y" TO WS-EXC-WORK-MASTER-SWITCH
                MOVE MR-AMOUNT TO WS-EXC-WORK-MASTER-AMOUNT
                MOVE "Y" TO WS-EXC-WORK-HISTORY-SWITCH
                MOVE WS-LAST-NEW-AMOUNT TO WS-EXC-WORK-HISTORY-AMOUNT
                MOVE WS-LAST-TIMESTAMP-DATE TO WS-EXC-WORK-DATE
                MOVE WS-LAST-TIMESTAMP-TIME TO WS-EXC-WORK-TIME
                IF WS-LAST-TRAN-TYPE = "D"
                    MOVE "LATEST POSTING IS A DELETE"
                        TO WS-EXC-WORK-REASON
                ELSE
                    MOVE "AMOUNT DIFFERS FROM LATEST"
                        TO WS-EXC-WORK-REASON
                END-IF
                PERFORM 2800-ADD-MASTER-EXCEPTION
            END-IF.

       2500-CHECK-MASTER-ACCOUNT.
            MOVE "N" TO WS-ACCT-FOUND-SWITCH
            MOVE 1 TO WS-ACCT-SUB
            PERFORM 2510-SCAN-ACCOUNT-TABLE
                UNTIL WS-ACCT-SUB > WS-ACCT-ENTRY-COUNT
                    OR ACCOUNT-FOUND
            MOVE SPACES TO WS-EXC-WORK
            IF ACCOUNT-FOUND
                IF WS-ACCT-TABLE-STATUS (WS-ACCT-SUB) = "C"
                    MOVE "ACCOUNT CLOSED ON ACCTFILE"
                        TO WS-EXC-WORK-REASON
                    PERFORM 2550-FLAG-MASTER-ACCOUNT
                END-IF
            ELSE
                MOVE "ACCOUNT NOT ON ACCTFILE" TO WS-EXC-WORK-REASON
                PERFORM 2550-FLAG-MASTER-ACCOUNT
            END-IF.

       2510-SCAN-ACCOUNT-TABLE.
            IF WS-ACCT-TABLE-CODE (WS-ACCT-SUB) = MR-ACCT-CODE
                MOVE "Y" TO WS-ACCT-FOUND-SWITCH
            ELSE
                ADD 1 TO WS-ACCT-SUB
            END-IF.

       2550-FLAG-MASTER-ACCOUNT.
            MOVE 4 TO WS-EXC-WORK-CATEGORY
            MOVE "Y" TO WS-EXC-WORK-MASTER-SWITCH
            MOVE MR-AMOUNT TO WS-EXC-WORK-MASTER-AMOUNT
            MOVE MR-LAST-UPDATED-DATE TO WS-EXC-WORK-DATE
            PERFORM 2800-ADD-MASTER-EXCEPTION.

       2800-ADD-MASTER-EXCEPTION.
            MOVE MR-TRAN-ID TO WS-EXC-WORK-TRAN-ID
            MOVE MR-ACCT-CODE TO WS-EXC-WORK-ACCT-CODE
            IF WS-EXC-WORK-HISTORY-SWITCH NOT = "Y"
                MOVE "N" TO WS-EXC-WORK-HISTORY-SWITCH
                MOVE ZEROES TO WS-EXC-WORK-HISTORY-AMOUNT
            END-IF
            PERFORM 2850-ADD-EXCEPTION.

       2850-ADD-EXCEPTION.
            ADD 1 TO WS-CATEGORY-COUNT (WS-EXC-WORK-CATEGORY)
            ADD 1 TO WS-EXCEPTION-COUNT
            IF WS-EXC-ENTRY-COUNT < WS-EXC-TABLE-MAX
                ADD 1 TO WS-EXC-ENTRY-COUNT
                MOVE WS-EXC-WORK TO WS-EXC-ENTRY (WS-EXC-ENTRY-COUNT)
            ELSE
                IF NOT EXC-TABLE-OVERFLOWED
                    MOVE "Y" TO WS-EXC-OVERFLOW-SWITCH
                    DISPLAY "*** Exception table full after "
                        WS-EXC-TABLE-MAX " exceptions - later ones "
                        "counted but not listed ***"
                END-IF
            END-IF.

       2900-READ-MASTER-FILE.
            READ MASTER-FILE
                AT END
                    MOVE HIGH-VALUES TO WS-MASTER-KEY
            END-READ
            IF NOT END-OF-MASTER-FILE
                IF WS-MASTER-FILE-STATUS NOT = "00"
                    DISPLAY "*** MASTER-FILE READ failed - status "
                        WS-MASTER-FILE-STATUS
                        " - integrity check abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    MOVE HIGH-VALUES TO WS-MASTER-KEY
                ELSE
                    ADD 1 TO WS-MASTER-READ-COUNT
                    MOVE MR-TRAN-ID TO WS-MASTER-KEY
                END-IF
            END-IF.

       2950-READ-POSTING-HISTORY.
            READ POSTING-HISTORY-FILE NEXT RECORD
                AT END
                    MOVE HIGH-VALUES TO WS-HISTORY-KEY
            END-READ
            IF NOT END-OF-POSTING-HISTORY
                IF WS-PHIST-FILE-STATUS NOT = "00"
                    DISPLAY "*** POSTING-HISTORY-FILE READ failed - "
                        "status " WS-PHIST-FILE-STATUS
                        " - integrity check abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    MOVE HIGH-VALUES TO WS-HISTORY-KEY
                ELSE
                    MOVE PH-TRAN-ID TO WS-HISTORY-KEY
                END-IF
            END-IF.

       3000-PRINT-REPORT.
            PERFORM 3100-WRITE-PAGE-HEADING
            MOVE IL-SUMMARY-HEADER-LINE TO INTEGRITY-REPORT-LINE
            WRITE INTEGRITY-REPORT-LINE
            MOVE SPACES TO INTEGRITY-REPORT-LINE
            WRITE INTEGRITY-REPORT-LINE
            ADD 2 TO WS-LINE-COUNT
            MOVE 1 TO WS-CAT-SUB
            PERFORM 3150-WRITE-CATEGORY-SUMMARY
                UNTIL WS-CAT-SUB > WS-CATEGORY-MAX
            MOVE "TOTAL EXCEPTIONS" TO IL-SUMMARY-LABEL
            MOVE WS-EXCEPTION-COUNT TO IL-SUMMARY-COUNT
            PERFORM 3160-WRITE-SUMMARY-LINE
            MOVE SPACES TO INTEGRITY-REPORT-LINE
            WRITE INTEGRITY-REPORT-LINE
            ADD 1 TO WS-LINE-COUNT
            MOVE "MASTER RECORDS READ" TO IL-SUMMARY-LABEL
            MOVE WS-MASTER-READ-COUNT TO IL-SUMMARY-COUNT
            PERFORM 3160-WRITE-SUMMARY-LINE
            MOVE "POSTHIST ENTRIES READ" TO IL-SUMMARY-LABEL
            MOVE WS-PHIST-READ-COUNT TO IL-SUMMARY-COUNT
            PERFORM 3160-WRITE-SUMMARY-LINE
            MOVE "AUDIT RECORDS READ (LIVE AND ARCHIVED)"
                TO IL-SUMMARY-LABEL
            MOVE WS-AUDIT-READ-COUNT TO IL-SUMMARY-COUNT
            PERFORM 3160-WRITE-SUMMARY-LINE
            MOVE "AUDIT ARCHIVES READ" TO IL-SUMMARY-LABEL
            MOVE WS-ARCHIVE-READ-COUNT TO IL-SUMMARY-COUNT
            PERFORM 3160-WRITE-SUMMARY-LINE
            MOVE "POSTINGS OLDER THAN THE AUDIT CHECK - NOT CHECKED"
                TO IL-SUMMARY-LABEL
            MOVE WS-NOT-CHECKED-COUNT TO IL-SUMMARY-COUNT
            PERFORM 3160-WRITE-SUMMARY-LINE
            MOVE SPACES TO IL-MESSAGE
            STRING "AUDIT CHECK WINDOW FROM " WS-CHECK-FROM-DATE
                DELIMITED BY SIZE INTO IL-MESSAGE
            END-STRING
            PERFORM 3500-WRITE-MESSAGE-LINE
            IF NOT AUDIT-CHECK-ACTIVE
                MOVE "*** AUDIT TABLE FULL - CATEGORY 3 NOT CHECKED ***"
                    TO IL-MESSAGE
                PERFORM 3500-WRITE-MESSAGE-LINE
            END-IF
            IF EXC-TABLE-OVERFLOWED
                MOVE "*** EXCEPTION TABLE FULL - NOT ALL LISTED ***"
                    TO IL-MESSAGE
                PERFORM 3500-WRITE-MESSAGE-LINE
            END-IF
            MOVE 1 TO WS-CAT-SUB
            PERFORM 3200-PRINT-ONE-CATEGORY
                UNTIL WS-CAT-SUB > WS-CATEGORY-MAX.

       3100-WRITE-PAGE-HEADING.
            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO IL-PAGE-NUMBER
            MOVE IL-PAGE-HEADER-LINE TO INTEGRITY-REPORT-LINE
            WRITE INTEGRITY-REPORT-LINE
            MOVE SPACES TO INTEGRITY-REPORT-LINE
            WRITE INTEGRITY-REPORT-LINE
            MOVE 2 TO WS-LINE-COUNT.

       3150-WRITE-CATEGORY-SUMMARY.
            MOVE WS-CATEGORY-TITLE (WS-CAT-SUB) TO IL-SUMMARY-LABEL
            MOVE WS-CATEGORY-COUNT (WS-CAT-SUB) TO IL-SUMMARY-COUNT
            PERFORM 3160-WRITE-SUMMARY-LINE
            ADD 1 TO WS-CAT-SUB.

       3160-WRITE-SUMMARY-LINE.
            MOVE IL-SUMMARY-LINE TO INTEGRITY-REPORT-LINE
            WRITE INTEGRITY-REPORT-LINE
            ADD 1 TO WS-LINE-COUNT.

       3200-PRINT-ONE-CATEGORY.
            IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
                PERFORM 3100-WRITE-PAGE-HEADING
            ELSE
                MOVE SPACES TO INTEGRITY-REPORT-LINE
                WRITE INTEGRITY-REPORT-LINE
                ADD 1 TO WS-LINE-COUNT
            END-IF
            PERFORM 3210-WRITE-CATEGORY-HEADING
            MOVE 1 TO WS-EXC-SUB
            PERFORM 3300-PRINT-ONE-EXCEPTION
                UNTIL WS-EXC-SUB > WS-EXC-ENTRY-COUNT
            IF WS-CATEGORY-COUNT (WS-CAT-SUB) = ZEROES
                MOVE "NO EXCEPTIONS" TO IL-MESSAGE
                PERFORM 3500-WRITE-MESSAGE-LINE
            END-IF
            ADD 1 TO WS-CAT-SUB.

       3210-WRITE-CATEGORY-HEADING.
            MOVE WS-CAT-SUB TO IL-CATEGORY-NUMBER
            MOVE WS-CATEGORY-TITLE (WS-CAT-SUB) TO IL-CATEGORY-TITLE
            MOVE WS-CATEGORY-COUNT (WS-CAT-SUB) TO IL-CATEGORY-COUNT
            MOVE IL-CATEGORY-LINE TO INTEGRITY-REPORT-LINE
            WRITE INTEGRITY-REPORT-LINE
            MOVE SPACES TO INTEGRITY-REPORT-LINE
            WRITE INTEGRITY-REPORT-LINE
            MOVE IL-COLUMN-HEADER-LINE TO INTEGRITY-REPORT-LINE
            WRITE INTEGRITY-REPORT-LINE
            ADD 3 TO WS-LINE-COUNT.

       3300-PRINT-ONE-EXCEPTION.
            IF WS-EXC-CATEGORY (WS-EXC-SUB) = WS-CAT-SUB
                IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                    PERFORM 3100-WRITE-PAGE-HEADING
                    PERFORM 3210-WRITE-CATEGORY-HEADING
                END-IF
                MOVE WS-EXC-TRAN-ID (WS-EXC-SUB) TO IL-TRAN-ID
                MOVE WS-EXC-ACCT-CODE (WS-EXC-SUB) TO IL-ACCT-CODE
                IF WS-EXC-MASTER-SWITCH (WS-EXC-SUB) = "Y"
                    MOVE WS-EXC-MASTER-AMOUNT (WS-EXC-SUB)
                        TO IL-MASTER-AMOUNT
                ELSE
                    MOVE SPACES TO IL-MASTER-AMOUNT-X
                END-IF
                IF WS-EXC-HISTORY-SWITCH (WS-EXC-SUB) = "Y"
                    MOVE WS-EXC-HISTORY-AMOUNT (WS-EXC-SUB)
                        TO IL-HISTORY-AMOUNT
                ELSE
                    MOVE SPACES TO IL-HISTORY-AMOUNT-X
                END-IF
                MOVE WS-EXC-DATE (WS-EXC-SUB) TO IL-POSTED-DATE
                MOVE WS-EXC-TIME (WS-EXC-SUB) TO IL-POSTED-TIME
                MOVE WS-EXC-REASON (WS-EXC-SUB) TO IL-REASON
                MOVE IL-DETAIL-LINE TO INTEGRITY-REPORT-LINE
                WRITE INTEGRITY-REPORT-LINE
                ADD 1 TO WS-LINE-COUNT
            END-IF
            ADD 1 TO WS-EXC-SUB.

       3500-WRITE-MESSAGE-LINE.
            MOVE IL-MESSAGE-LINE TO INTEGRITY-REPORT-LINE
            WRITE INTEGRITY-REPORT-LINE
            ADD 1 TO WS-LINE-COUNT.

       9999-END-OF-JOB.
            IF WS-REPORT-FILE-STATUS = "00"
                CLOSE INTEGRITY-REPORT-FILE
            END-IF
            IF WS-MASTER-FILE-STATUS = "00"
                OR WS-MASTER-FILE-STATUS = "10"
                CLOSE MASTER-FILE
            END-IF
            IF WS-PHIST-FILE-STATUS = "00"
                OR WS-PHIST-FILE-STATUS = "10"
                CLOSE POSTING-HISTORY-FILE
            END-IF
            DISPLAY "MASTER records read: " WS-MASTER-READ-COUNT
            DISPLAY "POSTHIST entries read: " WS-PHIST-READ-COUNT
            DISPLAY "Integrity exceptions: " WS-EXCEPTION-COUNT
            EVALUATE TRUE
                WHEN FATAL-ERROR-OCCURRED
                    MOVE 16 TO RETURN-CODE
                WHEN WS-EXCEPTION-COUNT > ZEROES
                    MOVE 8 TO RETURN-CODE
                WHEN NOT AUDIT-CHECK-ACTIVE
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    MOVE ZERO TO RETURN-CODE
            END-EVALUATE.
       END PROGRAM IntgChk.
