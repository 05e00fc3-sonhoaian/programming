      ******************************************************************
      * Author:
      * Date:
      * Purpose: Day-over-day MASTER comparison reconciled to the
      *          audit trail, as independent proof that nothing has
      *          changed MASTER except InAndOut postings, MastUtil
      *          backouts, and MastUtil reloads. Two MastUtil
      *          MASTBKUP unloads - an old one and a new one, both
      *          named on the COMPPARM parm card and each proved
      *          against its own trailer count and hash - are read
      *          side by side in ID order, and every ID added,
      *          deleted, or changed in amount or account code is
      *          listed. The posting and backout audit records
      *          (function code space or B, not refused) written
      *          inside the audit window - after the old unload,
      *          through the new one - are taken from the live
      *          AUDITLOG and any AudArch archive on AUDNDX that
      *          overlaps the window, held in ID and timestamp order,
      *          and matched to the same IDs. An ID is:
      *            EXPLAINED when its audit records start from the old
      *              unload's amount and end on the new unload's;
      *            UNEXPLAINED - NO AUDIT when it differs with no
      *              audit record behind it;
      *            AUDIT NOT SHOWN IN NEW when its last audit record's
      *              new amount is not what the new unload holds
      *              (zero counts as not on file);
      *            UNAUDITED PRIOR CHANGE when its first audit
      *              record's prior amount is not what the old unload
      *              held;
      *            AUDITED, NO NET CHANGE when it was posted to and
      *              put back inside the window.
      *          The audit trail carries no account code, so an
      *          account change is taken as explained by any audit
      *          record for the ID that squares the amounts.
      *          The window comes from COMPPARM (from date and time,
      *          optional to date and time); left blank, it runs from
      *          the second-last to the last clean MastUtil UNLOAD on
      *          RUNHIST. A MastUtil RELOAD on RUNHIST inside the
      *          window writes no audit records, so each one is
      *          printed as a warning ahead of the listing. The report
      *          is COMPRPT.
      *          Return code 8 when any ID is not explained, 4 when a
      *          reload ran in the window or RUNHIST could not be
      *          checked for one, 16 on file errors or an unload that
      *          does not prove against its trailer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MastComp.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "COMPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT OLD-UNLOAD-FILE ASSIGN DYNAMIC WS-OLD-UNLOAD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-UNLOAD-FILE-STATUS.
           SELECT NEW-UNLOAD-FILE ASSIGN DYNAMIC WS-NEW-UNLOAD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-UNLOAD-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT INDEX-FILE ASSIGN TO "AUDNDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN DYNAMIC WS-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HISTORY-FILE-STATUS.
           SELECT COMPARE-REPORT-FILE ASSIGN TO "COMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PARM-OLD-UNLOAD          PIC X(40).
           05  PARM-NEW-UNLOAD          PIC X(40).
           05  PARM-FROM-DATE           PIC X(8).
           05  PARM-FROM-TIME           PIC X(8).
           05  PARM-TO-DATE             PIC X(8).
           05  PARM-TO-TIME             PIC X(8).
       FD  OLD-UNLOAD-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-UNLOAD-RECORD PIC X(59).
       FD  NEW-UNLOAD-FILE
           LABEL RECORDS ARE STANDARD.
       01  NEW-UNLOAD-RECORD PIC X(59).
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
       FD  RUN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-HISTORY-RECORD.
           COPY RUNSTAT.
       FD  COMPARE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  COMPARE-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS PIC XX VALUE "00".
       01  WS-OLD-UNLOAD-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-NEW-UNLOAD-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-FILE-STATUS PIC XX VALUE "00".
       01  WS-INDEX-FILE-STATUS PIC XX VALUE "00".
       01  WS-ARCHIVE-FILE-STATUS PIC XX VALUE "00".
       01  WS-RUN-HISTORY-FILE-STATUS PIC XX VALUE "00".
       01  WS-REPORT-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-OLD-UNLOAD-NAME PIC X(40) VALUE SPACES.
       01  WS-NEW-UNLOAD-NAME PIC X(40) VALUE "MASTBKUP".
       01  WS-ARCHIVE-FILENAME PIC X(40) VALUE SPACES.
       01  WS-TRAILER-LITERAL PIC X(9) VALUE "*TRAILER*".
       01  WS-TRAILER-IMAGE.
           05  TRL-LITERAL             PIC X(9).
           05  TRL-RECORD-COUNT        PIC 9(9).
           05  TRL-HASH-TOTAL          PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(25).
       01  WS-MASTER-ITEM.
           COPY MASTREC.
       01  WS-FATAL-ERROR-SWITCH PIC X VALUE "N".
           88  FATAL-ERROR-OCCURRED VALUE "Y".
       01  WS-ATTENTION-SWITCH PIC X VALUE "N".
           88  SOMETHING-NEEDS-ATTENTION VALUE "Y".
       01  WS-PARM-FOUND-SWITCH PIC X VALUE "N".
           88  PARM-CARD-FOUND VALUE "Y".
       01  WS-AUDIT-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-AUDIT-FILE VALUE "Y".
       01  WS-NDX-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-INDEX-FILE VALUE "Y".
       01  WS-ARCH-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-ARCHIVE-FILE VALUE "Y".
       01  WS-RUNHIST-EOF-SWITCH PIC X VALUE "N".
           88  END-OF-RUN-HISTORY VALUE "Y".
      * The audit window. Audit records stamped after WS-WINDOW-FROM
      * and not after WS-WINDOW-TO are taken; WS-WINDOW-TO is
      * HIGH-VALUES when the window is open-ended.
       01  WS-WINDOW-FROM.
           05  WS-FROM-DATE PIC X(8) VALUE SPACES.
           05  WS-FROM-TIME PIC X(8) VALUE SPACES.
       01  WS-WINDOW-TO.
           05  WS-TO-DATE PIC X(8) VALUE SPACES.
           05  WS-TO-TIME PIC X(8) VALUE SPACES.
       01  WS-EVENT-STAMP.
           05  WS-EVENT-DATE PIC X(8).
           05  WS-EVENT-TIME PIC X(8).
      * The last two clean MastUtil unloads on RUNHIST, for the
      * default window.
       01  WS-UNLOAD-RUN-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-PRIOR-UNLOAD-STAMP.
           05  WS-PRIOR-UNLOAD-DATE PIC X(8) VALUE SPACES.
           05  WS-PRIOR-UNLOAD-TIME PIC X(8) VALUE SPACES.
       01  WS-LAST-UNLOAD-STAMP.
           05  WS-LAST-UNLOAD-DATE PIC X(8) VALUE SPACES.
           05  WS-LAST-UNLOAD-TIME PIC X(8) VALUE SPACES.
      * The ID each unload is positioned on; set to HIGH-VALUES when
      * the unload's trailer is reached.
       01  WS-OLD-KEY PIC X(9) VALUE LOW-VALUES.
           88  END-OF-OLD-UNLOAD VALUE HIGH-VALUES.
       01  WS-OLD-AMOUNT PIC S9(9)V99 VALUE ZEROES.
       01  WS-OLD-ACCT-CODE PIC X(5) VALUE SPACES.
       01  WS-OLD-TRAILER-SWITCH PIC X VALUE "N".
           88  OLD-TRAILER-SEEN VALUE "Y".
       01  WS-OLD-RECORD-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-OLD-HASH-TOTAL PIC S9(13)V99 VALUE ZEROES.
       01  WS-NEW-KEY PIC X(9) VALUE LOW-VALUES.
           88  END-OF-NEW-UNLOAD VALUE HIGH-VALUES.
       01  WS-NEW-AMOUNT PIC S9(9)V99 VALUE ZEROES.
       01  WS-NEW-ACCT-CODE PIC X(5) VALUE SPACES.
       01  WS-NEW-TRAILER-SWITCH PIC X VALUE "N".
           88  NEW-TRAILER-SEEN VALUE "Y".
       01  WS-NEW-RECORD-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-NEW-HASH-TOTAL PIC S9(13)V99 VALUE ZEROES.
       01  WS-HASH-ED PIC +Z(12)9.99.
       01  WS-EXPECTED-HASH-ED PIC +Z(12)9.99.
      * In-window posting and backout audit records, held in ID and
      * timestamp order so they can be matched to the unloads in the
      * same pass.
       01  WS-AUD-SLOT-SWITCH PIC X VALUE "N".
           88  AUDIT-SLOT-FOUND VALUE "Y".
       01  WS-AUD-TABLE-MAX PIC 9(5) VALUE 20000.
       01  WS-AUD-ENTRY-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-AUD-SUB PIC 9(5) VALUE ZEROES.
       01  WS-AUD-KEY-ID PIC X(9) VALUE SPACES.
           88  END-OF-AUDIT-TABLE VALUE HIGH-VALUES.
       01  WS-AUD-NEW-ENTRY.
           05  WS-AUD-NEW-KEY.
               10  WS-AUD-NEW-TRAN-ID PIC X(9).
               10  WS-AUD-NEW-DATE PIC X(8).
               10  WS-AUD-NEW-TIME PIC X(8).
           05  WS-AUD-NEW-NEW-AMOUNT PIC S9(9)V99.
           05  WS-AUD-NEW-PRIOR-AMOUNT PIC S9(9)V99.
           05  WS-AUD-NEW-OPERATOR-ID PIC X(8).
           05  WS-AUD-NEW-FUNCTION-CODE PIC X.
       01  WS-AUD-TABLE.
           05  WS-AUD-ENTRY OCCURS 20000 TIMES.
               10  WS-AUD-KEY.
                   15  WS-AUD-TRAN-ID PIC X(9).
                   15  WS-AUD-DATE PIC X(8).
                   15  WS-AUD-TIME PIC X(8).
               10  WS-AUD-NEW-AMOUNT PIC S9(9)V99.
               10  WS-AUD-PRIOR-AMOUNT PIC S9(9)V99.
               10  WS-AUD-OPERATOR-ID PIC X(8).
               10  WS-AUD-FUNCTION-CODE PIC X.
       01  WS-AUDIT-ITEM.
           COPY AUDITREC.
      * The ID being compared and what the unloads and the audit
      * trail say about it.
       01  WS-CURRENT-ID PIC X(9) VALUE SPACES.
       01  WS-OLD-PRESENT-SWITCH PIC X VALUE "N".
           88  ON-OLD-UNLOAD VALUE "Y".
       01  WS-NEW-PRESENT-SWITCH PIC X VALUE "N".
           88  ON-NEW-UNLOAD VALUE "Y".
       01  WS-OLD-STATE-AMOUNT PIC S9(9)V99 VALUE ZEROES.
       01  WS-NEW-STATE-AMOUNT PIC S9(9)V99 VALUE ZEROES.
       01  WS-GROUP-AUDIT-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-FIRST-PRIOR-AMOUNT PIC S9(9)V99 VALUE ZEROES.
       01  WS-LAST-NEW-AMOUNT PIC S9(9)V99 VALUE ZEROES.
       01  WS-LAST-AUDIT-DATE PIC X(8) VALUE SPACES.
       01  WS-LAST-AUDIT-TIME PIC X(8) VALUE SPACES.
       01  WS-LAST-OPERATOR-ID PIC X(8) VALUE SPACES.
       01  WS-LAST-FUNCTION-CODE PIC X VALUE SPACE.
       01  WS-CHANGE-TYPE PIC X(9) VALUE SPACES.
       01  WS-RESULT PIC X(22) VALUE SPACES.
       01  WS-EXCEPTION-SWITCH PIC X VALUE "N".
           88  ID-IS-EXCEPTION VALUE "Y".
       01  WS-OLD-ID-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-NEW-ID-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-UNCHANGED-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-ADDED-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-DELETED-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-AMOUNT-CHANGED-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-ACCOUNT-CHANGED-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-EXPLAINED-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-NO-AUDIT-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-NOT-SHOWN-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-PRIOR-CHANGE-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-NO-NET-CHANGE-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-EXCEPTION-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-AUDIT-READ-COUNT PIC 9(9) VALUE ZEROES.
       01  WS-ARCHIVE-READ-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-RELOAD-COUNT PIC 9(5) VALUE ZEROES.
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
       COPY CMPLINE.
       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
            PERFORM 1000-INITIALIZE
            PERFORM 2000-COMPARE-ONE-ID
                UNTIL (END-OF-OLD-UNLOAD AND END-OF-NEW-UNLOAD
                    AND END-OF-AUDIT-TABLE)
                    OR FATAL-ERROR-OCCURRED
            IF NOT FATAL-ERROR-OCCURRED
                PERFORM 3000-PRINT-SUMMARY
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
            MOVE WS-RUN-DATE-X TO CL-RUN-DATE
            MOVE WS-RUN-TIME-X TO CL-RUN-TIME
            MOVE HIGH-VALUES TO WS-AUD-KEY-ID
            PERFORM 1050-READ-PARM-CARD
            IF NOT FATAL-ERROR-OCCURRED
                AND WS-FROM-DATE = SPACES
                PERFORM 1100-DEFAULT-WINDOW
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                PERFORM 1200-LOAD-AUDIT-TRAIL
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                OPEN INPUT OLD-UNLOAD-FILE
                IF WS-OLD-UNLOAD-FILE-STATUS NOT = "00"
                    DISPLAY "*** OLD-UNLOAD-FILE " WS-OLD-UNLOAD-NAME
                        " will not open - status "
                        WS-OLD-UNLOAD-FILE-STATUS
                        " - comparison abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                OPEN INPUT NEW-UNLOAD-FILE
                IF WS-NEW-UNLOAD-FILE-STATUS NOT = "00"
                    DISPLAY "*** NEW-UNLOAD-FILE " WS-NEW-UNLOAD-NAME
                        " will not open - status "
                        WS-NEW-UNLOAD-FILE-STATUS
                        " - comparison abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
            END-IF
            IF NOT FATAL-ERROR-OCCURRED
                OPEN OUTPUT COMPARE-REPORT-FILE
                IF WS-REPORT-FILE-STATUS NOT = "00"
                    DISPLAY "*** COMPARE-REPORT-FILE COMPRPT will "
                        "not open - status " WS-REPORT-FILE-STATUS
                        " - comparison abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
            END-IF
            IF FATAL-ERROR-OCCURRED
                MOVE HIGH-VALUES TO WS-OLD-KEY
                MOVE HIGH-VALUES TO WS-NEW-KEY
                MOVE HIGH-VALUES TO WS-AUD-KEY-ID
            ELSE
                PERFORM 1500-WRITE-REPORT-OPENING
                MOVE 1 TO WS-AUD-SUB
                PERFORM 2190-SET-AUDIT-KEY-ID
                PERFORM 2900-READ-OLD-UNLOAD
                PERFORM 2950-READ-NEW-UNLOAD
            END-IF.

       1050-READ-PARM-CARD.
            OPEN INPUT PARM-FILE
            IF WS-PARM-FILE-STATUS = "00"
                READ PARM-FILE
                    NOT AT END
                        MOVE "Y" TO WS-PARM-FOUND-SWITCH
                        MOVE PARM-OLD-UNLOAD TO WS-OLD-UNLOAD-NAME
                        IF PARM-NEW-UNLOAD NOT = SPACES
                            MOVE PARM-NEW-UNLOAD TO WS-NEW-UNLOAD-NAME
                        END-IF
                        MOVE PARM-FROM-DATE TO WS-FROM-DATE
                        MOVE PARM-FROM-TIME TO WS-FROM-TIME
                        MOVE PARM-TO-DATE TO WS-TO-DATE
                        MOVE PARM-TO-TIME TO WS-TO-TIME
                END-READ
                CLOSE PARM-FILE
            END-IF
            IF NOT PARM-CARD-FOUND
                OR WS-OLD-UNLOAD-NAME = SPACES
                DISPLAY "*** COMPPARM must name the old unload to "
                    "compare - comparison abandoned ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
            END-IF
            IF WS-FROM-DATE NOT = SPACES
                IF WS-FROM-TIME = SPACES
                    MOVE ZEROES TO WS-FROM-TIME
                END-IF
                IF WS-TO-DATE = SPACES
                    MOVE HIGH-VALUES TO WS-WINDOW-TO
                ELSE
                    IF WS-TO-TIME = SPACES
                        MOVE "99999999" TO WS-TO-TIME
                    END-IF
                END-IF
                IF WS-WINDOW-TO NOT > WS-WINDOW-FROM
                    DISPLAY "*** COMPPARM window ends before it "
                        "starts - comparison abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
            END-IF.

       1100-DEFAULT-WINDOW.
      * No window on the card: the audit records between the last
      * two clean unloads are the ones that should explain them.
            OPEN INPUT RUN-HISTORY-FILE
            IF WS-RUN-HISTORY-FILE-STATUS = "00"
                MOVE "N" TO WS-RUNHIST-EOF-SWITCH
                PERFORM 1110-NOTE-ONE-UNLOAD-RUN
                    UNTIL END-OF-RUN-HISTORY
                CLOSE RUN-HISTORY-FILE
            ELSE
                DISPLAY "*** RUN-HISTORY-FILE RUNHIST will not open "
                    "- status " WS-RUN-HISTORY-FILE-STATUS " ***"
            END-IF
            IF WS-UNLOAD-RUN-COUNT < 2
                DISPLAY "*** No audit window on COMPPARM and RUNHIST "
                    "does not hold two clean unloads - comparison "
                    "abandoned ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
            ELSE
                MOVE WS-PRIOR-UNLOAD-STAMP TO WS-WINDOW-FROM
                MOVE WS-LAST-UNLOAD-STAMP TO WS-WINDOW-TO
                DISPLAY "No COMPPARM window given - auditing "
                    WS-FROM-DATE " " WS-FROM-TIME " through "
                    WS-TO-DATE " " WS-TO-TIME
            END-IF.

       1110-NOTE-ONE-UNLOAD-RUN.
            READ RUN-HISTORY-FILE
                AT END
                    MOVE "Y" TO WS-RUNHIST-EOF-SWITCH
                NOT AT END
                    IF RS-PROGRAM-ID = "MASTUTIL"
                        AND RS-RUN-MODE = "UNLOAD"
                        AND RS-RETURN-CODE = ZEROES
                        MOVE WS-LAST-UNLOAD-STAMP
                            TO WS-PRIOR-UNLOAD-STAMP
                        MOVE RS-RUN-DATE TO WS-LAST-UNLOAD-DATE
                        MOVE RS-RUN-TIME TO WS-LAST-UNLOAD-TIME
                        ADD 1 TO WS-UNLOAD-RUN-COUNT
                    END-IF
            END-READ.

       1200-LOAD-AUDIT-TRAIL.
      * Archives that overlap the window first, in the order AudArch
      * cut them, then the live log. An archive the window needs but
      * that cannot be read leaves the proof incomplete, so it stops
      * the run.
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
                        " - comparison abandoned ***"
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
                        " - comparison abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                END-IF
            END-IF.

       1210-LOAD-ONE-ARCHIVE.
            READ INDEX-FILE
                AT END
                    MOVE "Y" TO WS-NDX-EOF-SWITCH
                NOT AT END
                    IF AX-TO-DATE NOT < WS-FROM-DATE
                        AND AX-FROM-DATE NOT > WS-TO-DATE
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
                    " - comparison abandoned ***"
                MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                MOVE "Y" TO WS-NDX-EOF-SWITCH
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
                        " - comparison abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    MOVE "Y" TO WS-ARCH-EOF-SWITCH
                    MOVE "Y" TO WS-NDX-EOF-SWITCH
                ELSE
                    IF ARCHIVE-RECORD(1:9) NOT = WS-TRAILER-LITERAL
                        MOVE ARCHIVE-RECORD TO WS-AUDIT-ITEM
                        PERFORM 1300-ADD-AUDIT-ENTRY
                    END-IF
                END-IF
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
                        " - comparison abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    MOVE "Y" TO WS-AUDIT-EOF-SWITCH
                ELSE
                    MOVE AUDIT-RECORD TO WS-AUDIT-ITEM
                    PERFORM 1300-ADD-AUDIT-ENTRY
                END-IF
            END-IF.

       1300-ADD-AUDIT-ENTRY.
      * Only postings (no function code) and backouts (B) change
      * MASTER; refused attempts, security, and suspense events are
      * skipped.
            MOVE AR-TIMESTAMP-DATE TO WS-EVENT-DATE
            MOVE AR-TIMESTAMP-TIME TO WS-EVENT-TIME
            IF (AR-FUNCTION-CODE = SPACE OR AR-FUNCTION-CODE = "B")
                AND AR-REFUSAL-FLAG NOT = "Y"
                AND WS-EVENT-STAMP > WS-WINDOW-FROM
                AND WS-EVENT-STAMP NOT > WS-WINDOW-TO
                ADD 1 TO WS-AUDIT-READ-COUNT
                IF WS-AUD-ENTRY-COUNT < WS-AUD-TABLE-MAX
                    MOVE AR-TRAN-ID TO WS-AUD-NEW-TRAN-ID
                    MOVE AR-TIMESTAMP-DATE TO WS-AUD-NEW-DATE
                    MOVE AR-TIMESTAMP-TIME TO WS-AUD-NEW-TIME
                    MOVE AR-NEW-AMOUNT TO WS-AUD-NEW-NEW-AMOUNT
                    MOVE AR-PRIOR-AMOUNT TO WS-AUD-NEW-PRIOR-AMOUNT
                    MOVE AR-OPERATOR-ID TO WS-AUD-NEW-OPERATOR-ID
                    MOVE AR-FUNCTION-CODE TO WS-AUD-NEW-FUNCTION-CODE
                    MOVE "N" TO WS-AUD-SLOT-SWITCH
                    MOVE WS-AUD-ENTRY-COUNT TO WS-AUD-SUB
                    PERFORM 1310-SHIFT-AUDIT-ENTRY
                        UNTIL WS-AUD-SUB = ZERO
                            OR AUDIT-SLOT-FOUND
                    ADD 1 TO WS-AUD-SUB
                    MOVE WS-AUD-NEW-ENTRY TO WS-AUD-ENTRY (WS-AUD-SUB)
                    ADD 1 TO WS-AUD-ENTRY-COUNT
                ELSE
                    DISPLAY "*** Audit table full after "
                        WS-AUD-TABLE-MAX " audit records in the "
                        "window - comparison abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    MOVE "Y" TO WS-AUDIT-EOF-SWITCH
                    MOVE "Y" TO WS-ARCH-EOF-SWITCH
                    MOVE "Y" TO WS-NDX-EOF-SWITCH
                END-IF
            END-IF.

       1310-SHIFT-AUDIT-ENTRY.
            IF WS-AUD-KEY (WS-AUD-SUB) > WS-AUD-NEW-KEY
                MOVE WS-AUD-ENTRY (WS-AUD-SUB)
                    TO WS-AUD-ENTRY (WS-AUD-SUB + 1)
                SUBTRACT 1 FROM WS-AUD-SUB
            ELSE
                MOVE "Y" TO WS-AUD-SLOT-SWITCH
            END-IF.

       1500-WRITE-REPORT-OPENING.
            PERFORM 3900-WRITE-PAGE-HEADING
            MOVE WS-OLD-UNLOAD-NAME TO CL-OLD-UNLOAD-NAME
            MOVE WS-NEW-UNLOAD-NAME TO CL-NEW-UNLOAD-NAME
            MOVE CL-UNLOAD-LINE TO COMPARE-REPORT-LINE
            WRITE COMPARE-REPORT-LINE
            MOVE WS-FROM-DATE TO CL-FROM-DATE
            MOVE WS-FROM-TIME TO CL-FROM-TIME
            IF WS-WINDOW-TO = HIGH-VALUES
                MOVE "END OF TRAIL" TO CL-TO-STAMP-X
            ELSE
                MOVE WS-TO-DATE TO CL-TO-DATE
                MOVE WS-TO-TIME TO CL-TO-TIME
            END-IF
            MOVE CL-WINDOW-LINE TO COMPARE-REPORT-LINE
            WRITE COMPARE-REPORT-LINE
            ADD 2 TO WS-LINE-COUNT
            PERFORM 1600-CHECK-RELOAD-RUNS
            MOVE SPACES TO COMPARE-REPORT-LINE
            WRITE COMPARE-REPORT-LINE
            MOVE CL-COLUMN-HEADER-LINE TO COMPARE-REPORT-LINE
            WRITE COMPARE-REPORT-LINE
            ADD 2 TO WS-LINE-COUNT.

       1600-CHECK-RELOAD-RUNS.
      * A reload replaces MASTER wholesale and writes no audit
      * records, so any inside the window is called out before the
      * listing it may account for.
            OPEN INPUT RUN-HISTORY-FILE
            IF WS-RUN-HISTORY-FILE-STATUS = "00"
                MOVE "N" TO WS-RUNHIST-EOF-SWITCH
                PERFORM 1610-CHECK-ONE-RUN
                    UNTIL END-OF-RUN-HISTORY
                CLOSE RUN-HISTORY-FILE
            ELSE
                MOVE "Y" TO WS-ATTENTION-SWITCH
                MOVE "*** RUNHIST NOT READ - RELOADS NOT CHECKED ***"
                    TO CL-MESSAGE
                PERFORM 3500-WRITE-MESSAGE-LINE
            END-IF.

       1610-CHECK-ONE-RUN.
            READ RUN-HISTORY-FILE
                AT END
                    MOVE "Y" TO WS-RUNHIST-EOF-SWITCH
                NOT AT END
                    MOVE RS-RUN-DATE TO WS-EVENT-DATE
                    MOVE RS-RUN-TIME TO WS-EVENT-TIME
                    IF RS-PROGRAM-ID = "MASTUTIL"
                        AND RS-RUN-MODE = "RELOAD"
                        AND WS-EVENT-STAMP > WS-WINDOW-FROM
                        AND WS-EVENT-STAMP NOT > WS-WINDOW-TO
                        ADD 1 TO WS-RELOAD-COUNT
                        MOVE "Y" TO WS-ATTENTION-SWITCH
                        MOVE SPACES TO CL-MESSAGE
                        STRING "*** MASTUTIL RELOAD RAN "
                                DELIMITED BY SIZE
                            RS-RUN-DATE DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            RS-RUN-TIME DELIMITED BY SIZE
                            " (" DELIMITED BY SIZE
                            RS-BALANCE-STATUS DELIMITED BY "  "
                            ") - UNAUDITED DIFFERENCES MAY BE THE "
                                DELIMITED BY SIZE
                            "RELOAD ***" DELIMITED BY SIZE
                            INTO CL-MESSAGE
                        END-STRING
                        PERFORM 3500-WRITE-MESSAGE-LINE
                    END-IF
            END-READ.

       2000-COMPARE-ONE-ID.
            MOVE WS-OLD-KEY TO WS-CURRENT-ID
            IF WS-NEW-KEY < WS-CURRENT-ID
                MOVE WS-NEW-KEY TO WS-CURRENT-ID
            END-IF
            IF WS-AUD-KEY-ID < WS-CURRENT-ID
                MOVE WS-AUD-KEY-ID TO WS-CURRENT-ID
            END-IF
            MOVE "N" TO WS-OLD-PRESENT-SWITCH
            MOVE "N" TO WS-NEW-PRESENT-SWITCH
            MOVE ZEROES TO WS-OLD-STATE-AMOUNT
            MOVE ZEROES TO WS-NEW-STATE-AMOUNT
            IF WS-OLD-KEY = WS-CURRENT-ID
                MOVE "Y" TO WS-OLD-PRESENT-SWITCH
                MOVE WS-OLD-AMOUNT TO WS-OLD-STATE-AMOUNT
            END-IF
            IF WS-NEW-KEY = WS-CURRENT-ID
                MOVE "Y" TO WS-NEW-PRESENT-SWITCH
                MOVE WS-NEW-AMOUNT TO WS-NEW-STATE-AMOUNT
            END-IF
            MOVE ZEROES TO WS-GROUP-AUDIT-COUNT
            PERFORM 2100-TAKE-ONE-AUDIT-ENTRY
                UNTIL WS-AUD-KEY-ID NOT = WS-CURRENT-ID
            PERFORM 2200-CLASSIFY-ID
            IF ON-OLD-UNLOAD
                PERFORM 2900-READ-OLD-UNLOAD
            END-IF
            IF ON-NEW-UNLOAD
                PERFORM 2950-READ-NEW-UNLOAD
            END-IF.

       2100-TAKE-ONE-AUDIT-ENTRY.
            IF WS-GROUP-AUDIT-COUNT = ZEROES
                MOVE WS-AUD-PRIOR-AMOUNT (WS-AUD-SUB)
                    TO WS-FIRST-PRIOR-AMOUNT
            END-IF
            ADD 1 TO WS-GROUP-AUDIT-COUNT
            MOVE WS-AUD-NEW-AMOUNT (WS-AUD-SUB) TO WS-LAST-NEW-AMOUNT
            MOVE WS-AUD-DATE (WS-AUD-SUB) TO WS-LAST-AUDIT-DATE
            MOVE WS-AUD-TIME (WS-AUD-SUB) TO WS-LAST-AUDIT-TIME
            MOVE WS-AUD-OPERATOR-ID (WS-AUD-SUB) TO WS-LAST-OPERATOR-ID
            MOVE WS-AUD-FUNCTION-CODE (WS-AUD-SUB)
                TO WS-LAST-FUNCTION-CODE
            ADD 1 TO WS-AUD-SUB
            PERFORM 2190-SET-AUDIT-KEY-ID.

       2190-SET-AUDIT-KEY-ID.
            IF WS-AUD-SUB > WS-AUD-ENTRY-COUNT
                MOVE HIGH-VALUES TO WS-AUD-KEY-ID
            ELSE
                MOVE WS-AUD-TRAN-ID (WS-AUD-SUB) TO WS-AUD-KEY-ID
            END-IF.

       2200-CLASSIFY-ID.
            EVALUATE TRUE
                WHEN ON-OLD-UNLOAD AND NOT ON-NEW-UNLOAD
                    MOVE "DELETED" TO WS-CHANGE-TYPE
                    ADD 1 TO WS-DELETED-COUNT
                WHEN ON-NEW-UNLOAD AND NOT ON-OLD-UNLOAD
                    MOVE "ADDED" TO WS-CHANGE-TYPE
                    ADD 1 TO WS-ADDED-COUNT
                WHEN NOT ON-OLD-UNLOAD
                    MOVE SPACES TO WS-CHANGE-TYPE
                WHEN WS-OLD-AMOUNT NOT = WS-NEW-AMOUNT
                    AND WS-OLD-ACCT-CODE NOT = WS-NEW-ACCT-CODE
                    MOVE "AMT+ACCT" TO WS-CHANGE-TYPE
                    ADD 1 TO WS-AMOUNT-CHANGED-COUNT
                    ADD 1 TO WS-ACCOUNT-CHANGED-COUNT
                WHEN WS-OLD-AMOUNT NOT = WS-NEW-AMOUNT
                    MOVE "AMOUNT" TO WS-CHANGE-TYPE
                    ADD 1 TO WS-AMOUNT-CHANGED-COUNT
                WHEN WS-OLD-ACCT-CODE NOT = WS-NEW-ACCT-CODE
                    MOVE "ACCOUNT" TO WS-CHANGE-TYPE
                    ADD 1 TO WS-ACCOUNT-CHANGED-COUNT
                WHEN OTHER
                    MOVE SPACES TO WS-CHANGE-TYPE
            END-EVALUATE
            IF WS-CHANGE-TYPE = SPACES
                AND WS-GROUP-AUDIT-COUNT = ZEROES
                ADD 1 TO WS-UNCHANGED-COUNT
            ELSE
                MOVE "Y" TO WS-EXCEPTION-SWITCH
                EVALUATE TRUE
                    WHEN WS-GROUP-AUDIT-COUNT = ZEROES
                        MOVE "UNEXPLAINED - NO AUDIT" TO WS-RESULT
                        ADD 1 TO WS-NO-AUDIT-COUNT
                    WHEN WS-LAST-NEW-AMOUNT NOT = WS-NEW-STATE-AMOUNT
                        MOVE "AUDIT NOT SHOWN IN NEW" TO WS-RESULT
                        ADD 1 TO WS-NOT-SHOWN-COUNT
                    WHEN WS-FIRST-PRIOR-AMOUNT
                        NOT = WS-OLD-STATE-AMOUNT
                        MOVE "UNAUDITED PRIOR CHANGE" TO WS-RESULT
                        ADD 1 TO WS-PRIOR-CHANGE-COUNT
                    WHEN WS-CHANGE-TYPE = SPACES
                        MOVE "N" TO WS-EXCEPTION-SWITCH
                        MOVE "AUDITED, NO NET CHANGE" TO WS-RESULT
                        ADD 1 TO WS-NO-NET-CHANGE-COUNT
                    WHEN OTHER
                        MOVE "N" TO WS-EXCEPTION-SWITCH
                        MOVE "EXPLAINED" TO WS-RESULT
                        ADD 1 TO WS-EXPLAINED-COUNT
                END-EVALUATE
                IF ID-IS-EXCEPTION
                    ADD 1 TO WS-EXCEPTION-COUNT
                END-IF
                PERFORM 2300-WRITE-DETAIL-LINE
            END-IF.

       2300-WRITE-DETAIL-LINE.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                PERFORM 3900-WRITE-PAGE-HEADING
                MOVE CL-COLUMN-HEADER-LINE TO COMPARE-REPORT-LINE
                WRITE COMPARE-REPORT-LINE
                ADD 1 TO WS-LINE-COUNT
            END-IF
            MOVE WS-CURRENT-ID TO CL-TRAN-ID
            IF WS-CHANGE-TYPE = SPACES
                MOVE "NONE" TO CL-CHANGE-TYPE
            ELSE
                MOVE WS-CHANGE-TYPE TO CL-CHANGE-TYPE
            END-IF
            IF ON-OLD-UNLOAD
                MOVE WS-OLD-ACCT-CODE TO CL-OLD-ACCT-CODE
                MOVE WS-OLD-AMOUNT TO CL-OLD-AMOUNT
            ELSE
                MOVE SPACES TO CL-OLD-ACCT-CODE
                MOVE SPACES TO CL-OLD-AMOUNT-X
            END-IF
            IF ON-NEW-UNLOAD
                MOVE WS-NEW-ACCT-CODE TO CL-NEW-ACCT-CODE
                MOVE WS-NEW-AMOUNT TO CL-NEW-AMOUNT
            ELSE
                MOVE SPACES TO CL-NEW-ACCT-CODE
                MOVE SPACES TO CL-NEW-AMOUNT-X
            END-IF
            MOVE WS-GROUP-AUDIT-COUNT TO CL-AUDIT-COUNT
            IF WS-GROUP-AUDIT-COUNT = ZEROES
                MOVE SPACES TO CL-AUDIT-DATE
                MOVE SPACES TO CL-AUDIT-TIME
                MOVE SPACES TO CL-OPERATOR-ID
            ELSE
                MOVE WS-LAST-AUDIT-DATE TO CL-AUDIT-DATE
                MOVE WS-LAST-AUDIT-TIME TO CL-AUDIT-TIME
                IF WS-LAST-FUNCTION-CODE = "B"
                    MOVE "BACKOUT" TO CL-OPERATOR-ID
                ELSE
                    MOVE WS-LAST-OPERATOR-ID TO CL-OPERATOR-ID
                END-IF
            END-IF
            MOVE WS-RESULT TO CL-RESULT
            IF ID-IS-EXCEPTION
                MOVE "**" TO CL-ATTENTION
            ELSE
                MOVE SPACES TO CL-ATTENTION
            END-IF
            MOVE CL-DETAIL-LINE TO COMPARE-REPORT-LINE
            WRITE COMPARE-REPORT-LINE
            ADD 1 TO WS-LINE-COUNT.

       2900-READ-OLD-UNLOAD.
            READ OLD-UNLOAD-FILE
                AT END
                    MOVE HIGH-VALUES TO WS-OLD-KEY
            END-READ
            EVALUATE TRUE
                WHEN END-OF-OLD-UNLOAD
                    IF NOT OLD-TRAILER-SEEN
                        DISPLAY "*** " WS-OLD-UNLOAD-NAME " has no "
                            "trailer record - not a complete unload "
                            "- comparison abandoned ***"
                        MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    END-IF
                WHEN WS-OLD-UNLOAD-FILE-STATUS NOT = "00"
                    DISPLAY "*** OLD-UNLOAD-FILE READ failed - status "
                        WS-OLD-UNLOAD-FILE-STATUS
                        " - comparison abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    MOVE HIGH-VALUES TO WS-OLD-KEY
                WHEN OLD-UNLOAD-RECORD(1:9) = WS-TRAILER-LITERAL
                    MOVE "Y" TO WS-OLD-TRAILER-SWITCH
                    MOVE OLD-UNLOAD-RECORD TO WS-TRAILER-IMAGE
                    IF TRL-RECORD-COUNT NOT = WS-OLD-RECORD-COUNT
                        OR TRL-HASH-TOTAL NOT = WS-OLD-HASH-TOTAL
                        MOVE TRL-HASH-TOTAL TO WS-EXPECTED-HASH-ED
                        MOVE WS-OLD-HASH-TOTAL TO WS-HASH-ED
                        DISPLAY "*** " WS-OLD-UNLOAD-NAME " trailer "
                            "expects " TRL-RECORD-COUNT " records / "
                            "hash " WS-EXPECTED-HASH-ED ", read "
                            WS-OLD-RECORD-COUNT " / hash " WS-HASH-ED
                            " - comparison abandoned ***"
                        MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    END-IF
                    MOVE HIGH-VALUES TO WS-OLD-KEY
                WHEN OTHER
                    MOVE OLD-UNLOAD-RECORD TO WS-MASTER-ITEM
                    IF MR-TRAN-ID NOT > WS-OLD-KEY
                        DISPLAY "*** " WS-OLD-UNLOAD-NAME " is out of "
                            "ID sequence at " MR-TRAN-ID
                            " - comparison abandoned ***"
                        MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                        MOVE HIGH-VALUES TO WS-OLD-KEY
                    ELSE
                        ADD 1 TO WS-OLD-RECORD-COUNT
                        ADD 1 TO WS-OLD-ID-COUNT
                        ADD MR-AMOUNT TO WS-OLD-HASH-TOTAL
                        MOVE MR-TRAN-ID TO WS-OLD-KEY
                        MOVE MR-AMOUNT TO WS-OLD-AMOUNT
                        MOVE MR-ACCT-CODE TO WS-OLD-ACCT-CODE
                    END-IF
            END-EVALUATE.

       2950-READ-NEW-UNLOAD.
            READ NEW-UNLOAD-FILE
                AT END
                    MOVE HIGH-VALUES TO WS-NEW-KEY
            END-READ
            EVALUATE TRUE
                WHEN END-OF-NEW-UNLOAD
                    IF NOT NEW-TRAILER-SEEN
                        DISPLAY "*** " WS-NEW-UNLOAD-NAME " has no "
                            "trailer record - not a complete unload "
                            "- comparison abandoned ***"
                        MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    END-IF
                WHEN WS-NEW-UNLOAD-FILE-STATUS NOT = "00"
                    DISPLAY "*** NEW-UNLOAD-FILE READ failed - status "
                        WS-NEW-UNLOAD-FILE-STATUS
                        " - comparison abandoned ***"
                    MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    MOVE HIGH-VALUES TO WS-NEW-KEY
                WHEN NEW-UNLOAD-RECORD(1:9) = WS-TRAILER-LITERAL
                    MOVE "Y" TO WS-NEW-TRAILER-SWITCH
                    MOVE NEW-UNLOAD-RECORD TO WS-TRAILER-IMAGE
                    IF TRL-RECORD-COUNT NOT = WS-NEW-RECORD-COUNT
                        OR TRL-HASH-TOTAL NOT = WS-NEW-HASH-TOTAL
                        MOVE TRL-HASH-TOTAL TO WS-EXPECTED-HASH-ED
                        MOVE WS-NEW-HASH-TOTAL TO WS-HASH-ED
                        DISPLAY "*** " WS-NEW-UNLOAD-NAME " trailer "
                            "expects " TRL-RECORD-COUNT " records / "
                            "hash " WS-EXPECTED-HASH-ED ", read "
                            WS-NEW-RECORD-COUNT " / hash " WS-HASH-ED
                            " - comparison abandoned ***"
                        MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                    END-IF
                    MOVE HIGH-VALUES TO WS-NEW-KEY
                WHEN OTHER
                    MOVE NEW-UNLOAD-RECORD TO WS-MASTER-ITEM
                    IF MR-TRAN-ID NOT > WS-NEW-KEY
                        DISPLAY "*** " WS-NEW-UNLOAD-NAME " is out of "
                            "ID sequence at " MR-TRAN-ID
                            " - comparison abandoned ***"
                        MOVE "Y" TO WS-FATAL-ERROR-SWITCH
                        MOVE HIGH-VALUES TO WS-NEW-KEY
                    ELSE
                        ADD 1 TO WS-NEW-RECORD-COUNT
                        ADD 1 TO WS-NEW-ID-COUNT
                        ADD MR-AMOUNT TO WS-NEW-HASH-TOTAL
                        MOVE MR-TRAN-ID TO WS-NEW-KEY
                        MOVE MR-AMOUNT TO WS-NEW-AMOUNT
                        MOVE MR-ACCT-CODE TO WS-NEW-ACCT-CODE
                    END-IF
            END-EVALUATE.

       3000-PRINT-SUMMARY.
            IF WS-LINE-COUNT + 22 > WS-LINES-PER-PAGE
                PERFORM 3900-WRITE-PAGE-HEADING
            ELSE
                MOVE SPACES TO COMPARE-REPORT-LINE
                WRITE COMPARE-REPORT-LINE
                ADD 1 TO WS-LINE-COUNT
            END-IF
            MOVE "IDS ON OLD UNLOAD" TO CL-SUMMARY-LABEL
            MOVE WS-OLD-ID-COUNT TO CL-SUMMARY-COUNT
            PERFORM 3160-WRITE-SUMMARY-LINE
            MOVE "IDS ON NEW UNLOAD" TO CL-SUMMARY-LABEL
            MOVE WS-NEW-ID-COUNT TO CL-SUMMARY-COUNT
            PERFORM 3160-WRITE-SUMMARY-LINE
            MOVE "IDS UNCHANGED AND NOT POSTED TO" TO CL-SUMMARY-LABEL
            MOVE WS-UNCHANGED-COUNT TO CL-SUMMARY-COUNT
            PERFORM 3160-WRITE-SUMMARY-LINE
            MOVE "IDS ADDED" TO CL-SUMMARY-LABEL
            MOVE WS-ADDED-COUNT TO CL-SUMMARY-COUNT
            PERFORM 3160-WRITE-SUMMARY-LINE
            MOVE "IDS DELETED" TO CL-SUMMARY-LABEL
            MOVE WS-DELETED-COUNT TO CL-SUMMARY-COUNT
            PERFORM 3160-WRITE-SUMMARY-LINE
            MOVE "IDS CHANGED IN AMOUNT" TO CL-SUMMARY-LABEL
            MOVE WS-AMOUNT-CHANGED-COUNT TO CL-SUMMARY-COUNT
            PERFORM 3160-WRITE-SUMMARY-LINE
            MOVE "IDS CHANGED IN ACCOUNT CODE" TO CL-SUMMARY-LABEL
            MOVE WS-ACCOUNT-CHANGED-COUNT TO CL-SUMMARY-COUNT
            PERFORM 3160-WRITE-SUMMARY-LINE
            MOVE SPACES TO COMPARE-REPORT-LINE
            WRITE COMPARE-REPORT-LINE
            ADD 1 TO WS-LINE-COUNT
            MOVE "AUDIT RECORDS IN THE WINDOW" TO CL-SUMMARY-LABEL
            MOVE WS-AUDIT-READ-COUNT TO CL-SUMMARY-COUNT
            PERFORM 3160-WRITE-SUMMARY-LINE
            MOVE "AUDIT ARCHIVES READ" TO CL-SUMMARY-LABEL
            MOVE WS-ARCHIVE-READ-COUNT TO CL-SUMMARY-COUNT
            PERFORM 3160-WRITE-SUMMARY-LINE
            MOVE "MASTUTIL RELOADS IN THE WINDOW" TO CL-SUMMARY-LABEL
            MOVE WS-RELOAD-COUNT TO CL-SUMMARY-COUNT
            PERFORM 3160-WRITE-SUMMARY-LINE
            MOVE SPACES TO COMPARE-REPORT-LINE
            WRITE COMPARE-REPORT-LINE
            ADD 1 TO WS-LINE-COUNT
            MOVE "EXPLAINED BY THE AUDIT TRAIL" TO CL-SUMMARY-LABEL
            MOVE WS-EXPLAINED-COUNT TO CL-SUMMARY-COUNT
            PERFORM 3160-WRITE-SUMMARY-LINE
            MOVE "AUDITED, NO NET CHANGE" TO CL-SUMMARY-LABEL
            MOVE WS-NO-NET-CHANGE-COUNT TO CL-SUMMARY-COUNT
            PERFORM 3160-WRITE-SUMMARY-LINE
            MOVE "UNEXPLAINED - CHANGED WITH NO AUDIT RECORD"
                TO CL-SUMMARY-LABEL
            MOVE WS-NO-AUDIT-COUNT TO CL-SUMMARY-COUNT
            PERFORM 3160-WRITE-SUMMARY-LINE
            MOVE "UNEXPLAINED - AUDIT RECORD NOT SHOWN IN NEW UNLOAD"
                TO CL-SUMMARY-LABEL
            MOVE WS-NOT-SHOWN-COUNT TO CL-SUMMARY-COUNT
            PERFORM 3160-WRITE-SUMMARY-LINE
            MOVE "UNEXPLAINED - CHANGED BEFORE ITS FIRST AUDIT RECORD"
                TO CL-SUMMARY-LABEL
            MOVE WS-PRIOR-CHANGE-COUNT TO CL-SUMMARY-COUNT
            PERFORM 3160-WRITE-SUMMARY-LINE
            MOVE "TOTAL UNEXPLAINED" TO CL-SUMMARY-LABEL
            MOVE WS-EXCEPTION-COUNT TO CL-SUMMARY-COUNT
            PERFORM 3160-WRITE-SUMMARY-LINE
            IF WS-EXCEPTION-COUNT = ZEROES
                MOVE "EVERY MASTER DIFFERENCE IS EXPLAINED BY THE AUDIT"
                    TO CL-MESSAGE
                PERFORM 3500-WRITE-MESSAGE-LINE
            END-IF.

       3160-WRITE-SUMMARY-LINE.
            MOVE CL-SUMMARY-LINE TO COMPARE-REPORT-LINE
            WRITE COMPARE-REPORT-LINE
            ADD 1 TO WS-LINE-COUNT.

       3500-WRITE-MESSAGE-LINE.
            MOVE CL-MESSAGE-LINE TO COMPARE-REPORT-LINE
            WRITE COMPARE-REPORT-LINE
            ADD 1 TO WS-LINE-COUNT.

       3900-WRITE-PAGE-HEADING.
            ADD 1 TO WS-PAGE-NUMBER
            MOVE WS-PAGE-NUMBER TO CL-PAGE-NUMBER
            MOVE CL-PAGE-HEADER-LINE TO COMPARE-REPORT-LINE
            WRITE COMPARE-REPORT-LINE
            MOVE SPACES TO COMPARE-REPORT-LINE
            WRITE COMPARE-REPORT-LINE
            MOVE 2 TO WS-LINE-COUNT.

       9999-END-OF-JOB.
            IF WS-REPORT-FILE-STATUS = "00"
                CLOSE COMPARE-REPORT-FILE
            END-IF
            IF WS-OLD-UNLOAD-FILE-STATUS = "00"
                OR WS-OLD-UNLOAD-FILE-STATUS = "10"
                CLOSE OLD-UNLOAD-FILE
            END-IF
            IF WS-NEW-UNLOAD-FILE-STATUS = "00"
                OR WS-NEW-UNLOAD-FILE-STATUS = "10"
                CLOSE NEW-UNLOAD-FILE
            END-IF
            DISPLAY "IDs on old unload: " WS-OLD-ID-COUNT
            DISPLAY "IDs on new unload: " WS-NEW-ID-COUNT
            DISPLAY "Audit records in window: " WS-AUDIT-READ-COUNT
            DISPLAY "Unexplained MASTER differences: "
                WS-EXCEPTION-COUNT
            EVALUATE TRUE
                WHEN FATAL-ERROR-OCCURRED
                    MOVE 16 TO RETURN-CODE
                WHEN WS-EXCEPTION-COUNT > ZEROES
                    MOVE 8 TO RETURN-CODE
                WHEN SOMETHING-NEEDS-ATTENTION
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    MOVE ZERO TO RETURN-CODE
            END-EVALUATE.
       END PROGRAM MastComp.
