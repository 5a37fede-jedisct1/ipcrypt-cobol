      ******************************************************************
      * IPCRYPT-DAYCOUNT - Collector day control record
      * Sent by the collector with its last drop of the day: one 'H'
      * record for every hourly drop it transmitted - zero-record
      * hours included - carrying the number of address records in
      * that drop, then a 'T' record with the day's drop count and
      * record total. IPCRYPT-ROLLUP reconciles the day's increments
      * against it, so an hour the collector sent but the increments
      * never processed is caught before the day is delivered.
      ******************************************************************
       01  DAY-COUNT-RECORD.
           05  DC-RECORD-TYPE       PIC X(01).
               88  DC-HOUR-RECORD   VALUE 'H'.
               88  DC-DAY-TOTAL     VALUE 'T'.
           05  DC-RUN-DATE          PIC X(08).
           05  DC-HOUR-BODY.
               10  DC-HOUR          PIC X(02).
               10  DC-RECORD-COUNT  PIC 9(09).
               10  FILLER           PIC X(02).
           05  DC-TOTAL-BODY REDEFINES DC-HOUR-BODY.
               10  DC-HOUR-COUNT    PIC 9(02).
               10  DC-TOTAL-RECORDS PIC 9(11).
