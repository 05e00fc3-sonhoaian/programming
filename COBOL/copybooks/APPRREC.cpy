      ******************************************************************
      * APPRREC - maker-checker approval control record for InAndOut.
      * A single record on the APPRCTL file carries the approval
      * limit: a menu correction or add that moves an amount by more
      * than AP-APPROVAL-LIMIT (either direction) is queued on
      * PENDAPPR for a second operator instead of updating MASTER
      * (see PENDREC). An absent APPRCTL file means maker-checker is
      * not in use and menu changes post as before. The limit is
      * unsigned with two implied decimal places (cents).
      ******************************************************************
           05  AP-APPROVAL-LIMIT       PIC 9(9)V99.
           05  FILLER                  PIC X(9).
