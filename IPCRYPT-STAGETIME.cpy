      ******************************************************************
      * IPCRYPT-STAGETIME - Permanent stage-timing history record
      * One record appended to the cumulative STAGETIME file for every
      * stage of every night - one per partition for BATCH - by
      * IPCRYPT-DRIVER as each stage ends, and one for the night's
      * delivery by IPCRYPT-DELIVER. The driver reads the history
      * back at the start of a night for each stage's median elapsed
      * time and projects the night's finish at every stage boundary;
      * IPCRYPT-SLARPT reports it by month. Like RUNHIST it only ever
      * grows.
      ******************************************************************
       01  STAGE-TIMING-RECORD.
      * ST-RUN-DATE/ST-RUN-ID - the business date and the STAGELOG
      * run-id of the night the stage belongs to
           05  ST-RUN-DATE          PIC X(08).
           05  ST-RUN-ID            PIC X(14).
           05  ST-STAGE-NAME        PIC X(08).
           05  ST-PARTITION         PIC 9(02).
           05  ST-OUTCOME           PIC X(01).
               88  ST-STAGE-COMPLETED   VALUE 'C'.
               88  ST-STAGE-FAILED      VALUE 'F'.
           05  ST-STARTED-AT        PIC X(14).
           05  ST-ENDED-AT          PIC X(14).
           05  ST-ELAPSED-SECONDS   PIC 9(07).
      * ST-DEADLINE-AT - the delivery deadline the night ran against,
      * resolved from the RUNCTL time of day; spaces when none was
      * set, on a catch-up date, and on the delivery's own record
           05  ST-DEADLINE-AT       PIC X(14).
      * ST-PROJECTED-FINISH - when the night was projected to finish,
      * as of this stage's end; ST-PROJECTED-BREACH 'Y' when that
      * projection was past the deadline
           05  ST-PROJECTED-FINISH  PIC X(14).
           05  ST-PROJECTED-BREACH  PIC X(01).
               88  ST-BREACH-PROJECTED  VALUE 'Y'.
