      ******************************************************************
      * PENDREC - maker-checker pending-approval record for InAndOut.
      * A menu correction or add whose amount movement is above the
      * limit on the APPRCTL approval control file is not applied to
      * MASTER; one record is appended to the PENDAPPR file instead,
      * holding the change as keyed (transaction ID, A add or C
      * correction, the amount and account code before and after)
      * and who asked for it and when. A second operator with
      * correction authority approves or declines it through the
      * menu Approve function; only an approval posts it to MASTER,
      * the journal, POSTHIST and AUDITLOG, and the decided item is
      * then dropped from PENDAPPR (rewritten through the PENDKEEP
      * work file). The requesting operator can never approve their
      * own item. Only one item per transaction ID may be pending at
      * a time. Amounts carry a leading +/- sign and two implied
      * decimal places (cents).
      ******************************************************************
           05  PA-TRAN-ID              PIC X(9).
           05  PA-TRAN-TYPE            PIC X.
           05  PA-PRIOR-AMOUNT         PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05  PA-NEW-AMOUNT           PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05  PA-PRIOR-ACCT-CODE      PIC X(5).
           05  PA-NEW-ACCT-CODE        PIC X(5).
           05  PA-REQUEST-OPERATOR     PIC X(8).
           05  PA-REQUEST-DATE         PIC X(8).
           05  PA-REQUEST-TIME         PIC X(8).
           05  FILLER                  PIC X(8).
