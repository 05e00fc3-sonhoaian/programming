           05  JR-DTL-RUN-TIME         PIC X(8).
           05  JR-DTL-ACTION           PIC X.
           05  JR-DTL-TRAN-ID          PIC X(9).
           05  JR-DTL-BEFORE-IMAGE    PIC X(59).
       01  JR-TRAILER-RECORD.
           05  JR-TRL-RECORD-TYPE      PIC X VALUE "T".
           05  JR-TRL-RUN-DATE         PIC X(8).
           05  JR-TRL-RECORD-COUNT     PIC 9(9).
           05  JR-TRL-HASH-TOTAL       PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(44) VALUE SPACES.
