           05  RH-COMPLETION-FLAG   PIC X(01).
               88  RH-COMPLETED     VALUE 'C'.
               88  RH-ABORTED-RUN   VALUE 'A'.
      * RH-RUN-TYPE: 'I' for one hourly collector drop run on its own
      * as an intraday increment (RH-INCREMENT-HOUR names the hour),
      * 'R' for the end-of-day roll-up that merges a day's increments
      * into its single MERGEOUT. Spaces - every ordinary run, and
      * every record written before the field existed - is a whole
      * run. An increment does not complete its day; the roll-up
      * does.
           05  RH-RUN-TYPE          PIC X(01).
               88  RH-INCREMENT-RUN VALUE 'I'.
               88  RH-DAY-ROLLUP    VALUE 'R'.
           05  RH-INCREMENT-HOUR    PIC X(02).
