      ******************************************************************
      * IPCRYPT-EXTCAT - Extract archive catalog record
      * One record per archived generation on EXTCAT, written by
      * IPCRYPT-EXTARCH as the generation is closed and kept after
      * its rows are purged - the purge dates say what can still be
      * rebuilt. Counts and check totals are over body records only
      * (no envelope header or trailer), summed the way IPCRYPT-
      * ENVREC's trailer and DLVRMANIFEST sum them; IPCRYPT-EXTRTRV
      * re-proves a retrieval against them before handing it over.
      ******************************************************************
       01  EXTRACT-CATALOG-RECORD.
           05  XC-GENERATION        PIC 9(06).
           05  XC-RUN-DATE          PIC X(08).
      * XC-RUNHIST-TIMESTAMP/XC-KEY-ID - the completed RUNHIST run
      * (BATCH, or the intraday ROLLUP) the extract came from; spaces
      * when RUNHIST had none for the date
           05  XC-RUNHIST-TIMESTAMP PIC X(14).
           05  XC-KEY-ID            PIC X(08).
           05  XC-ARCHIVED-AT       PIC X(14).
      * The merged extract slice
           05  XC-RECORD-COUNT      PIC 9(09).
           05  XC-CHECK-TOTAL       PIC 9(15).
           05  XC-PURGED-DATE       PIC X(08).
      * One entry per partner file archived with the generation, in
      * delivery slot order; XC-PARTNER-KEY-ID is the key the file's
      * values are under, as the manifest recorded it
           05  XC-PARTNER-COUNT     PIC 9(02).
           05  XC-PARTNER-ENTRY OCCURS 8 TIMES.
               10  XC-PARTNER-ID    PIC X(08).
               10  XC-PARTNER-KEY-ID PIC X(08).
               10  XC-PARTNER-RECORDS PIC 9(09).
               10  XC-PARTNER-CHECK-TOTAL PIC 9(15).
               10  XC-PARTNER-ENVELOPED PIC X(01).
               10  XC-PARTNER-PURGED-DATE PIC X(08).
