      ******************************************************************
      * IPCRYPT-QUSEHIST - Permanent queue usage history record
      * One record appended to the cumulative QUSEHIST file at the end
      * of every IPCRYPT-QUEUE drain for each requestor the drain
      * served - a request served being one that cleared every gate
      * and reached the cipher, however the cipher call came out.
      * QUSAGE only carries today's decrypts for the quota check and
      * is rewritten every drain; QUSEHIST keeps the history, and
      * IPCRYPT-CHGBACK totals it by month. Like RUNHIST it only ever
      * grows.
      ******************************************************************
       01  USAGE-HISTORY-RECORD.
      * UH-DATE/UH-DRAINED-AT - the business date of the drain and
      * the time it ended
           05  UH-DATE              PIC X(08).
           05  UH-DRAINED-AT        PIC X(14).
      * UH-REQUESTOR - '*OTHER' carries the requests of any requestor
      * past the drain table's capacity
           05  UH-REQUESTOR         PIC X(08).
           05  UH-REQUESTS-SERVED   PIC 9(09).
           05  UH-DECRYPTS-SERVED   PIC 9(09).
