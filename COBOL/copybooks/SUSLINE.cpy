           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "BATCH".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "STATION".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "ACTION".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "REASON".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SL-BATCH-ID             PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SL-STATION-ID           PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SL-ACTION               PIC X(8).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SL-REASON               PIC X(30).
