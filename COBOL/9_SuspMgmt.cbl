      * Date:
      * Purpose: Suspense management for the InAndOut SUSPOUT file.
      *          Every suspended item carries the suspending run's
      *          date, reason, and keying batch and station (see
      *          SUSPREC); this run ages the outstanding items into
      *          brackets on the SUSPRPT report, and under operator
      *          control releases selected items into the SUSPREL
      *          resubmission file (TRANREC images, ready to feed back
      *          through the batch) or purges them, writing an
      *          AUDITLOG record for every release and purge (carrying
      *          the item's batch and station). Items neither released
      *          nor purged are copied to SUSPKEEP, which replaces
      *          the suspense file once the run is reviewed.
      *          The SUSPPARM parm card carries the function (REPORT,
       01  SUSP-REPORT-LINE PIC X(132).
       FD  RELEASE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RELEASE-RECORD PIC X(39).
       FD  KEEP-FILE
           LABEL RECORDS ARE STANDARD.
       01  KEEP-RECORD PIC X(91).
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-RECORD.
                END-IF
                MOVE "N" TO AR-REFUSAL-FLAG
                MOVE SU-BATCH-ID TO AR-BATCH-ID
                MOVE SU-STATION-ID TO AR-STATION-ID
                WRITE AUDIT-RECORD
            END-IF.

                MOVE ZEROES TO SL-AGE-DAYS
            END-IF
            MOVE SU-BATCH-ID TO SL-BATCH-ID
            MOVE SU-STATION-ID TO SL-STATION-ID
            MOVE WS-ITEM-ACTION TO SL-ACTION
            MOVE SU-REASON TO SL-REASON
            MOVE SL-DETAIL-LINE TO SUSP-REPORT-LINE
