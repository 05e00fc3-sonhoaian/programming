      * One record per transaction routed to the SUSPOUT suspense
      * file instead of posting: the untouched TRANREC image as
      * keyed, stamped with the suspending run's date, the reason it
      * was suspended, and the keying batch and station it arrived
      * in (spaces when the input carried no batch headers). The
      * stamp lets the suspense management run age outstanding items
      * and release the TRANREC image back into a resubmission file
      * unchanged once the problem is resolved.
      ******************************************************************
           05  SU-TRAN-AREA            PIC X(39).
           05  SU-SUSPEND-DATE         PIC X(8).
           05  SU-REASON               PIC X(30).
           05  SU-BATCH-ID             PIC X(6).
           05  SU-STATION-ID           PIC X(8).
