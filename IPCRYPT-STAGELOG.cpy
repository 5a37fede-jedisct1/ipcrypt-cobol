      ******************************************************************
      * IPCRYPT-STAGELOG - Nightly chain stage-outcome record
      * Written by IPCRYPT-DRIVER to STAGELOG as the night proceeds:
      * a header when a fresh chain starts, then for every stage (and
      * every BATCH partition) that completes, one dataset record per
      * output it leaves for later stages - record count and a check
      * total summed the way IPCRYPT-ENVREC's trailer sums a body -
      * followed by the stage's completion record. Each record is
      * appended and the file closed straight away, so the log says
      * exactly how far the night got even when the job is cancelled.
      * A resubmission with the RUNCTL restart flag reads it back to
      * find the first stage that did not complete and to confirm the
      * earlier stages' outputs are still present and unchanged.
      ******************************************************************
       01  STAGE-OUTCOME-RECORD.
      * SO-RUN-ID - the fresh start's timestamp, carried unchanged by
      * every record of the night, restarts included
           05  SO-RUN-ID            PIC X(14).
           05  SO-RUN-DATE          PIC X(08).
           05  SO-ENTRY-TYPE        PIC X(01).
               88  SO-RUN-HEADER        VALUE 'H'.
               88  SO-STAGE-DATASET     VALUE 'D'.
               88  SO-STAGE-COMPLETE    VALUE 'C'.
      * SO-STAGE-NAME - INBOUND, VALIDATE, ADDRPROF, SPLIT, BATCH,
      * MERGE or VERIFY; SO-PARTITION is the BATCH partition, zero
      * for every other stage
           05  SO-STAGE-NAME        PIC X(08).
           05  SO-PARTITION         PIC 9(02).
           05  SO-DATASET-NAME      PIC X(10).
           05  SO-RECORD-COUNT      PIC 9(09).
           05  SO-CHECK-TOTAL       PIC 9(15).
           05  SO-STARTED-AT        PIC X(14).
           05  SO-ENDED-AT          PIC X(14).
      * The run-control values the night ran under - a restart must
      * be resubmitted with the same ones
           05  SO-MODE              PIC X(16).
           05  SO-KEY-ID            PIC X(08).
           05  SO-PARTITION-COUNT   PIC 9(02).
