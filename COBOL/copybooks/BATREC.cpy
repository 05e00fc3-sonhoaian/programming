      * its transaction ID (same scheme as the MASTBKUP trailer). The
      * trailer carries the count and amount the station keyed so the
      * run can balance each batch separately and name the station
      * whose work is wrong. BH-OPERATOR-ID names the operator who
      * keyed the batch (spaces when the station does not supply it,
      * in which case the batch is credited to the operator running
      * InAndOut); the station and operator are carried onto every
      * posting, reject, and suspense item of the batch for the
      * StnQual keying-quality report. Included in WORKING-STORAGE;
      * the FD's TRANS-RECORD is moved here once the literal is
      * recognized.
      ******************************************************************
       01  BH-BATCH-HEADER-RECORD.
           05  BH-RECORD-LITERAL       PIC X(9).
           05  BH-BATCH-ID             PIC X(6).
           05  BH-STATION-ID           PIC X(8).
           05  BH-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(8).
       01  BT-BATCH-TRAILER-RECORD.
           05  BT-RECORD-LITERAL       PIC X(9).
           05  BT-BATCH-ID             PIC X(6).
           05  BT-KEYED-COUNT          PIC 9(7).
           05  BT-KEYED-AMOUNT         PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(5).
