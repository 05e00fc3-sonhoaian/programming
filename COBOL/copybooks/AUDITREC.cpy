      * Amounts carry a leading +/- sign and two implied decimal
      * places (cents).
      * AR-FUNCTION-CODE is set for menu-security events (C capture,
      * I inquiry, R correction, S sign-on, A approval; space for
      * postings), for suspense management actions (L release, P
      * purge, M a refused suspense-management attempt), X for a
      * maker-checker item declined by the approving operator, and B
      * for a before-image restored to MASTER by a MastUtil backout
      * (no operator; AR-NEW-AMOUNT is the restored amount, zero when
      * the backout deleted an ID the run had added), and
      * AR-REFUSAL-FLAG is Y when the attempt was refused, so
      * security review can pick refused attempts out of the trail.
      * AR-BATCH-ID names the keying batch the posting arrived in
      * after midnight of a month boundary still land in the month
      * they were dated for. Spaces on security events and on
      * records written before the field existed.
      * AR-APPROVER-ID is the second operator on a maker-checker item
      * (see PENDREC): on a posting released by approval, and on an X
      * decline, AR-OPERATOR-ID is the operator who keyed the change
      * and AR-APPROVER-ID the operator who approved or declined it.
      * Spaces on everything else.
      * AR-STATION-ID is the keying station named on the batch header
      * the posting arrived under (on a suspense release or purge,
      * the station the item was originally keyed at); spaces for
      * menu work, for input with no batch headers, and on records
      * written before the field existed.
      ******************************************************************
           05  AR-TRAN-ID               PIC X(9).
           05  AR-TIMESTAMP-DATE        PIC X(8).
           05  AR-REFUSAL-FLAG          PIC X.
           05  AR-BATCH-ID              PIC X(6).
           05  AR-TRAN-DATE             PIC X(8).
           05  AR-APPROVER-ID           PIC X(8).
           05  AR-STATION-ID            PIC X(8).
