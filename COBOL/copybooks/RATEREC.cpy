      ******************************************************************
      * RATEREC - exchange-rate reference record for InAndOut.
      * One record per currency and effective date on the EXCHRATE
      * reference file, keyed by XR-CURRENCY-CODE and
      * XR-EFFECTIVE-DATE. XR-RATE is the number of base-currency
      * units one unit of the currency buys, to six decimal places;
      * a rate applies from its effective date until the next
      * effective date on file for the same currency. A transaction
      * keyed in a currency with no record on file, or dated before
      * the currency's first effective date, is rejected in the
      * edit. Base-currency items leave the currency code blank and
      * need no record here.
      ******************************************************************
           05  XR-CURRENCY-CODE        PIC X(3).
           05  XR-EFFECTIVE-DATE       PIC X(8).
           05  XR-RATE                 PIC 9(5)V9(6).
           05  FILLER                  PIC X(8).
