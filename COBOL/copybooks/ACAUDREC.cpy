      ******************************************************************
      * ACAUDREC - chart-of-accounts audit record for InAndOut.
      * One record per ACCTFILE change applied (or refused) through
      * the ChrtMnt maintenance program, appended to the ACCTAUD
      * file: who made the change, when, what was done (A added an
      * account, N renamed it, C closed it, O reopened it, R a close
      * refused because MASTER still carries a balance on the
      * account, S a refused security-admin sign-on), and the whole
      * ACCTREC image of the account before and after the change -
      * spaces before an add, and before and after alike on a
      * refusal - so the history of every account can be rebuilt
      * from the trail.
      ******************************************************************
           05  CA-TIMESTAMP-DATE       PIC X(8).
           05  CA-TIMESTAMP-TIME       PIC X(8).
           05  CA-ADMIN-ID             PIC X(8).
           05  CA-ACTION               PIC X.
           05  CA-ACCT-CODE            PIC X(5).
           05  CA-BEFORE-IMAGE         PIC X(32).
           05  CA-AFTER-IMAGE          PIC X(32).
           05  FILLER                  PIC X(8).
