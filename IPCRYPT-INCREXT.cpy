      ******************************************************************
      * IPCRYPT-INCREXT - Intraday increment extract bank record
      * IPCRYPT-DRIVER appends the OUTEXTRACT of every hourly
      * increment pass to the INCRDAY accumulator, one record per
      * extract row, tagged with the business date and collector
      * hour it belongs to and the pass that produced it.
      * IPCRYPT-ROLLUP reads the day's rows back at end of day; when
      * an hour was rerun, the rows of its latest pass (highest
      * IX-PASS-ID) are the ones rolled up.
      ******************************************************************
       01  INCREMENT-EXTRACT-RECORD.
           05  IX-RUN-DATE          PIC X(08).
           05  IX-INCREMENT-HOUR    PIC X(02).
      * IX-PASS-ID - the increment pass's start timestamp
           05  IX-PASS-ID           PIC X(14).
      * IX-EXTRACT-IMAGE - the OUTEXTRACT row as the pass wrote it
      * (IPCRYPT-BATOUT.cpy layout)
           05  IX-EXTRACT-IMAGE     PIC X(200).
