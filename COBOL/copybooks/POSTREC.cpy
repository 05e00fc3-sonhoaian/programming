      * amount, transaction type - without an overnight AuditRpt
      * request. Amounts carry a leading +/- sign and two implied
      * decimal places (cents).
      * PH-APPROVER-ID is the operator who approved a maker-checker
      * item (PH-OPERATOR-ID then being the operator who keyed it);
      * spaces on postings that needed no approval.
      * PH-TRAN-DATE is the transaction date the posting carried (the
      * date period control admitted it by, as AR-TRAN-DATE) and
      * PH-ACCT-CODE the ledger account the ID was coded to when the
      * posting was applied (for a delete, the account it was deleted
      * from), so an account statement can place every posting in its
      * period and account even after the ID is deleted or re-added
      * to another account. Both are spaces on records written before
      * the fields existed.
      * PH-STATION-ID is the keying station of the batch the posting
      * arrived in (as AR-STATION-ID); spaces for menu work and on
      * records written before the field existed.
      * PH-KEYING-OPERATOR is the operator who keyed the item: for
      * batch work the operator on the keying-batch header (BH-
      * OPERATOR-ID), where PH-OPERATOR-ID is the operator who ran
      * InAndOut; for menu work and headerless batches it repeats
      * PH-OPERATOR-ID. Spaces on records written before the field
      * existed.
      ******************************************************************
           05  PH-KEY.
               10  PH-TRAN-ID          PIC X(9).
           05  PH-NEW-AMOUNT           PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05  PH-BATCH-ID             PIC X(6).
           05  PH-APPROVER-ID          PIC X(8).
           05  PH-TRAN-DATE            PIC X(8).
           05  PH-ACCT-CODE            PIC X(5).
           05  PH-STATION-ID           PIC X(8).
           05  PH-KEYING-OPERATOR      PIC X(8).
           05  FILLER                  PIC X(3).
