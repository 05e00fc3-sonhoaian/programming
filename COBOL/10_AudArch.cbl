           05  PARM-CUTOFF-DATE         PIC X(8).
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD PIC X(90).
       FD  KEEP-FILE
           LABEL RECORDS ARE STANDARD.
       01  KEEP-RECORD PIC X(90).
       FD  INDEX-FILE
           LABEL RECORDS ARE STANDARD.
       01  INDEX-RECORD.
           05  TRL-RECORD-COUNT        PIC 9(9).
           05  TRL-TOTAL-AMOUNT        PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(56) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
            PERFORM 1000-INITIALIZE
