      ******************************************************************
      * IPCRYPT-RUNCTL - Shared run-control record
      * The one record the operators build for a night: what mode
      * and key the night runs under, how many partitions, and the
      * verification sampling interval. RC-INPUT-NAME is carried
      * for the console log only - the chain itself always reads the
      * fixed INFILE dataset. Read by IPCRYPT-DRIVER, and by
      * IPCRYPT-CFGCHK to cross-check the night against the other
      * control files before the driver opens anything for output.
      ******************************************************************
       01  RUN-CONTROL-RECORD.
           05  RC-MODE              PIC X(16).
           05  RC-KEY-ID            PIC X(08).
           05  RC-PARTITION-COUNT   PIC 9(02).
           05  RC-SAMPLE-INTERVAL   PIC 9(05).
           05  RC-INPUT-NAME        PIC X(44).
      * RC-FORCE-RERUN-FLAG: 'Y' says tonight's rerun of an already-
      * completed date/mode/key-id (or a run on a holiday/no-run day)
      * is intentional, and the duplicate-run gate lets it through
      * with a console note instead of refusing the chain
           05  RC-FORCE-RERUN-FLAG  PIC X(01).
               88  RC-FORCE-RERUN   VALUE 'Y'.
      * RC-INBOUND-ENV-FLAG: 'Y' says the collector wrapped tonight's
      * INFILE in the shared transmission envelope, and the chain
      * runs IPCRYPT-INBOUND ahead of IPCRYPT-VALIDATE to prove the
      * file arrived whole and strip the envelope records before any
      * stage consumes it
           05  RC-INBOUND-ENV-FLAG  PIC X(01).
               88  RC-INBOUND-ENVELOPED VALUE 'Y'.
      * RC-PROFILE-SHIFT-PCT / RC-PROFILE-ACCEPT-FLAG: handed to the
      * IPCRYPT-ADDRPROF stage - the class-share movement (whole
      * percentage points, zero or an older record's spaces taking
      * the program's default) that holds the chain, and 'Y' once a
      * reported shift has been reviewed and the night may go ahead
           05  RC-PROFILE-SHIFT-PCT PIC 9(03).
           05  RC-PROFILE-ACCEPT-FLAG PIC X(01).
      * RC-WATCHLIST-FLAG: 'Y' has every partition pass check the
      * security WATCHLIST and carry the category on the extract
           05  RC-WATCHLIST-FLAG    PIC X(01).
      * RC-RESTART-FLAG: 'Y' resubmits a night that stopped partway -
      * the driver resumes from STAGELOG at the first stage that did
      * not complete instead of starting the chain over. The
      * duplicate-run gate is not consulted on a restart; the night
      * being resumed already passed it when it started.
           05  RC-RESTART-FLAG      PIC X(01).
               88  RC-RESTART       VALUE 'Y'.
      * RC-CATCHUP-FLAG: 'Y' runs every business day still owed since
      * the last completed run, oldest first, from BACKLOG instead of
      * tonight's INFILE. Not combined with the restart flag - a
      * catch-up date that failed is restarted on its own first.
           05  RC-CATCHUP-FLAG      PIC X(01).
               88  RC-CATCHUP       VALUE 'Y'.
      * RC-DELIVERY-DEADLINE: the contractual time of day (hhmm) the
      * partners must have the night's files by - the first such
      * time after the chain starts. Spaces turn SLA alerting off.
           05  RC-DELIVERY-DEADLINE PIC X(04).
      * RC-RUN-TYPE: spaces for the nightly chain; 'I' runs the
      * hourly collector drop RC-INCREMENT-HOUR (00-23) as an
      * intraday increment, 'R' rolls the day's increments up into
      * its MERGEOUT. RC-BUSINESS-DATE is the day an increment or
      * roll-up belongs to - spaces for today, set for the last
      * hour's drop or the roll-up when they run past midnight.
      * Neither run type combines with restart or catch-up.
           05  RC-RUN-TYPE          PIC X(01).
               88  RC-INCREMENT-RUN VALUE 'I'.
               88  RC-ROLLUP-RUN    VALUE 'R'.
               88  RC-INTRADAY-RUN  VALUE 'I' 'R'.
           05  RC-INCREMENT-HOUR    PIC X(02).
           05  RC-BUSINESS-DATE     PIC X(08).
