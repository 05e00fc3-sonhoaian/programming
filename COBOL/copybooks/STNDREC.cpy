      ******************************************************************
      * STNDREC - standing (recurring) transaction record for the
      * RecurGen generator. One record per recurring item - monthly
      * accruals, rent, standing fees - maintained on the STANDING
      * file. Each period RecurGen turns the items that fall due into
      * TRANREC adds for the open period.
      * SR-TRAN-ID-PATTERN is the transaction ID to generate; each #
      * in it is replaced, right to left, by the digits of the period
      * (YYYYMM) the item is generated for, so ACR40#### generates
      * ACR402610 for period 202610. A pattern with no # is only
      * allowed for a one-off item (start period = end period).
      * SR-FREQUENCY is M monthly, Q quarterly, S half-yearly or A
      * annually, counted from SR-START-PERIOD. SR-END-PERIOD is the
      * last period the item falls due (spaces = no end).
      * SR-AUTO-REVERSE Y generates an R reversal of the same amount
      * in the following period.
      * SR-AMOUNT carries a leading +/- sign and two implied decimal
      * places (cents).
      ******************************************************************
           05  SR-TRAN-ID-PATTERN      PIC X(9).
           05  SR-ACCT-CODE            PIC X(5).
           05  SR-AMOUNT               PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           05  SR-FREQUENCY            PIC X.
               88  SR-FREQ-MONTHLY          VALUE "M".
               88  SR-FREQ-QUARTERLY        VALUE "Q".
               88  SR-FREQ-HALF-YEARLY      VALUE "S".
               88  SR-FREQ-ANNUAL           VALUE "A".
               88  SR-FREQ-IS-VALID         VALUES "M" "Q" "S" "A".
           05  SR-START-PERIOD         PIC X(6).
           05  SR-END-PERIOD           PIC X(6).
           05  SR-AUTO-REVERSE         PIC X.
               88  SR-REVERSE-NEXT-PERIOD   VALUE "Y".
           05  SR-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(4).
