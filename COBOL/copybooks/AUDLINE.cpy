           05  FILLER                  PIC X(4) VALUE "CORR".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "REFUSED".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "APPROVER".
       01  AL-DETAIL-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  AL-TRAN-ID              PIC X(9).
           05  AL-CORRECTION-FLAG      PIC X.
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  AL-REFUSAL-FLAG         PIC X.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  AL-APPROVER-ID          PIC X(8).
       01  AL-TRAILER-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(14)
