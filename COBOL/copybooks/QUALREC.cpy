      ******************************************************************
      * QUALREC - keying-quality log record for InAndOut.
      * Appended to the QUALLOG file by every InAndOut capture run
      * (edit passes and menu work do not write here), so the
      * StnQual monthly report can show which keying station and
      * which operator produce the rejects, duplicates, and
      * out-of-balance batches long after the run report is gone.
      * Two record types share the layout:
      *   B - one per keying batch, written when the batch is closed:
      *       the transactions read, posted, rejected, and sent to
      *       suspense, and how the batch balanced (QR-BATCH-STATUS
      *       I in balance, O out of balance, X trailer count/amount
      *       not numeric, T no trailer, H trailer with no header,
      *       N input carrying no batch headers at all - not a keyed
      *       batch, so not counted as one).
      *   R - one per rejected transaction, with the reason, so the
      *       rejects can be broken down by reason.
      * Station, operator, and batch ID come from the batch header
      * (see BATREC); the operator is the one running InAndOut when
      * the header names none, and the station is spaces for work
      * with no header.
      ******************************************************************
           05  QR-RECORD-TYPE          PIC X.
               88  QR-BATCH-RECORD          VALUE "B".
               88  QR-REJECT-RECORD         VALUE "R".
           05  QR-RUN-DATE             PIC X(8).
           05  QR-RUN-TIME             PIC X(8).
           05  QR-STATION-ID           PIC X(8).
           05  QR-OPERATOR-ID          PIC X(8).
           05  QR-BATCH-ID             PIC X(6).
           05  QR-BATCH-DATA.
               10  QR-BATCH-STATUS     PIC X.
                   88  QR-BATCH-IN-BALANCE   VALUE "I".
                   88  QR-BATCH-NOT-BATCHED  VALUE "N".
               10  QR-READ-COUNT       PIC 9(7).
               10  QR-POSTED-COUNT     PIC 9(7).
               10  QR-REJECTED-COUNT   PIC 9(7).
               10  QR-SUSPENSE-COUNT   PIC 9(7).
               10  FILLER              PIC X(20).
           05  QR-REJECT-DATA REDEFINES QR-BATCH-DATA.
               10  QR-TRAN-ID          PIC X(9).
               10  QR-REJECT-REASON    PIC X(40).
           05  FILLER                  PIC X(2).
