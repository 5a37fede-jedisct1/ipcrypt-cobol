           SELECT SUBNET-POLICY-FILE ASSIGN TO "SUBNETPOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBNETPOL-STATUS.
      * WATCHLIST-FILE - the security team's list of known-bad raw
      * addresses and CIDR blocks, one per record with a category
      * code and effective/expiry dates. Consulted per input record
      * ahead of the cipher call exactly as SUBNETPOL is, so the
      * category can ride on the extract next to the encrypted value
      * and a partner can be told "this one is on our threat list"
      * without the raw address ever leaving.
           SELECT WATCHLIST-FILE ASSIGN TO "WATCHLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCHLIST-STATUS.
      * TRANS-STATS-FILE - one line appended per cache-enabled run
      * (date, hits, misses), read and reset by IPCRYPT-TRANSHSK so
      * the housekeeping report can state the table's hit-rate since
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-OPERATION       PIC X(01).
      * PARM-MODE: the IPCRYPT-LIB mode for the run. IDTOKEN reads an
      * identifier (e-mail address, login name, account number - up
      * to 64 characters) where each row would carry an address and
      * writes its fixed 64-character token in place of the address
      * result; raw-block input, token output and flow records are
      * refused with it, and enrichment, watchlist and subnet policy
      * - all address lookups - are skipped.
           05  PARM-MODE            PIC X(16).
      * PARM-KEY-ID: if not spaces, the key is looked up from the
      * KEYSTORE file via IPCRYPT-KEYLOOKUP instead of being carried
      * it cuts cipher calls even on the first night of a new key,
      * when that cache is empty. Only honoured where the output is
      * a pure function of the address - an encrypt run under a
      * deterministic mode (DETERMINISTIC/IPV4FPE/PREFIX/IDTOKEN, or
      * family routing between such modes); ND/NDX draw a fresh
      * tweak per record and must never fold.
           05  PARM-FOLD-FLAG           PIC X(01).
               88  FOLD-PASS-REQUESTED    VALUE 'Y'.
      * PARM-FAMILY-ROUTE-FLAG: when 'Y', a bare-address run routes
           05  PARM-V4-KEY-ID           PIC X(08).
           05  PARM-V6-MODE             PIC X(16).
           05  PARM-V6-KEY-ID           PIC X(08).
      * PARM-WATCHLIST-FLAG: when 'Y', the WATCHLIST file is
      * consulted per input record before the cipher call and the
      * category of the first entry containing the address is
      * written to BO-WATCH-CATEGORY on the extract; entries outside
      * their effective/expiry dates are ignored. Only honoured for
      * an encrypt run writing the extract from an address row
      * layout (bare, source-tagged, partition, or patch-merge); any
      * other combination gets a console note and runs without it.
           05  PARM-WATCHLIST-FLAG      PIC X(01).
               88  WATCHLIST-REQUESTED    VALUE 'Y'.
      * PARM-TS-LEVEL: embedded mode only. When not spaces, the log
      * record's timestamp is located by a second field spec, laid
      * out exactly like the address one above (PARM-TS-FIELD-START/
      * PARM-TS-FIELD-LENGTH by column when PARM-TS-FIELD-START is
      * nonzero, else PARM-TS-FIELD-DELIMITER plus
      * PARM-TS-FIELD-NUMBER), and coarsened in place to the level
      * given - 'M' zeroes the seconds and any fraction, 'H' the
      * minutes as well, 'D' the hour as well - so the exact time
      * never travels with the anonymized address. ISO 8601 (date
      * with 'T' or blank, then time), web access log
      * (dd/Mon/yyyy:hh:mm:ss, with or without its leading '['),
      * syslog (Mon dd hh:mm:ss) and compact (yyyymmddhhmmss) text
      * are understood; a record whose timestamp cannot be located
      * or read is rejected with ERROR-INVALID-TIMESTAMP, the
      * timestamp field blanked on the output like a failed address.
           05  PARM-TS-FIELD-START      PIC 9(03).
           05  PARM-TS-FIELD-LENGTH     PIC 9(02).
           05  PARM-TS-FIELD-DELIMITER  PIC X(01).
           05  PARM-TS-FIELD-NUMBER     PIC 9(02).
           05  PARM-TS-LEVEL            PIC X(01).
               88  TS-LEVEL-MINUTE        VALUE 'M'.
               88  TS-LEVEL-HOUR          VALUE 'H'.
               88  TS-LEVEL-DAY           VALUE 'D'.
               88  TS-LEVEL-VALID         VALUE 'M' 'H' 'D'.
      * PARM-RUN-DATE: the business date (yyyymmdd) this run is
      * processing when that is not today - IPCRYPT-DRIVER sets it on
      * every partition pass, so a night caught up after an outage
      * (or a chain restarted past midnight) is gated and registered
      * on RUNHIST under its own date rather than the day it ran.
      * Spaces, as on every older parm record, mean today.
           05  PARM-RUN-DATE            PIC X(08).
      * PARM-INCREMENT-HOUR: the collector hour (00-23) when this run
      * is one hourly drop processed on its own as an intraday
      * increment. The pass writes its extract for the end-of-day
      * roll-up as usual and also adds every row to the day's
      * OUTKSDS/REVKSDS, holding the OUTKSDS run lock only for its
      * own short run; its RUNHIST record is marked as an increment
      * of that hour, which does not complete the day. Spaces, as
      * on every older parm record, mean an ordinary run.
           05  PARM-INCREMENT-HOUR      PIC X(02).
               88  INCREMENT-HOUR-ABSENT  VALUE SPACES.

      ******************************************************************
      * IP-INPUT-FILE - one IP address (v4 or v6 text form) per record,
               10  RV-ANONYMIZED-ADDRESS PIC X(64).
               10  RV-MODE-USED          PIC X(16).
           05  RV-ORIGINAL-ADDRESS       PIC X(64).
      * RV-KEY-ID: the key-id that produced the value, spaces for a
      * raw hex key - what a decrypt-scope check is asked about
           05  RV-KEY-ID                 PIC X(08).

      ******************************************************************
      * IP-OUTPUT-EXTRACT-FILE - the numbered extract selected by
           05  CKPT-COUNT-DROPPED      PIC 9(09).
           05  CKPT-COUNT-PASSED       PIC 9(09).
           05  CKPT-COUNT-ANON         PIC 9(09).
      * CKPT-COUNT-INV-TSTAMP - embedded-mode timestamp rejects;
      * spaces from an older checkpoint normalize to zero as above
           05  CKPT-COUNT-INV-TSTAMP   PIC 9(09).

      ******************************************************************
      * RECON-FILE - end-of-run control-total reconciliation report,
               88  SP-ACTION-ANON   VALUE 'A'.
           05  SP-DESCRIPTION       PIC X(30).

      ******************************************************************
      * WATCHLIST-FILE - a single address ("192.0.2.7") or CIDR
      * prefix text ("198.51.100.0/24"), its category code, and the
      * dates it is in force (YYYYMMDD; spaces = open-ended)
      ******************************************************************
       FD  WATCHLIST-FILE
           RECORDING MODE IS F.
       01  WATCHLIST-RECORD.
           05  WL-CIDR-TEXT         PIC X(43).
           05  WL-CATEGORY          PIC X(04).
           05  WL-EFFECTIVE-DATE    PIC X(08).
           05  WL-EXPIRY-DATE       PIC X(08).
           05  WL-DESCRIPTION       PIC X(30).

       FD  TRANS-STATS-FILE
           RECORDING MODE IS F.
       01  TRANS-STATS-RECORD.
           05  WS-DISCAUTH-STATUS   PIC X(02).
           05  WS-DISCLOG-STATUS    PIC X(02).
           05  WS-TRANSSTAT-STATUS  PIC X(02).
           05  WS-WATCHLIST-STATUS  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  THRESHOLD-EXCEEDED VALUE 'Y'.
           05  WS-GATE-SWITCH       PIC X(01) VALUE 'N'.
               88  RUN-GATE-REFUSED VALUE 'Y'.
           05  WS-INCREMENT-SWITCH  PIC X(01) VALUE 'N'.
               88  INCREMENT-PASS-ACTIVE VALUE 'Y'.

      ******************************************************************
      * DUPLICATE-RUN GATE WORK AREA - tonight's date, what PROCCAL
               88  CAL-NO-RUN-DAY   VALUE 'N'.
           05  WS-PRIOR-RUN-SWITCH  PIC X(01).
               88  PRIOR-RUN-FOUND  VALUE 'Y'.
      * an increment pass is also refused once its day is closed - a
      * roll-up (or a whole run) already completed for the date
           05  WS-DAY-CLOSED-SWITCH PIC X(01).
               88  DAY-ALREADY-CLOSED VALUE 'Y'.

      ******************************************************************
      * RUN COUNTERS
           05  WS-COUNT-INV-KEY     PIC 9(09) COMP VALUE 0.
           05  WS-COUNT-INV-TWEAK   PIC 9(09) COMP VALUE 0.
           05  WS-COUNT-NDX-KEY-LEN PIC 9(09) COMP VALUE 0.
           05  WS-COUNT-INV-TSTAMP  PIC 9(09) COMP VALUE 0.

      ******************************************************************
      * THROUGHPUT INSTRUMENTATION - wall-clock points for each phase
           05  WS-DISC-STATUS-DISP  PIC 9(02).
           05  WS-DISC-COUNT-DISP   PIC 9(09).
           05  WS-DISC-LINE-WORK    PIC X(200).
      * WS-DISC-SCOPE-* - the approver's OPERSCOPE answer for one
      * key-id, put through IPCRYPT-AUTHLOOK; a key-id of spaces
      * stands for a raw hex key
           05  WS-DISC-SCOPE-KEY-ID PIC X(08).
           05  WS-DISC-SCOPE-ROLE   PIC X(01).
           05  WS-DISC-SCOPE-STATUS PIC X(01).
               88  DISC-SCOPE-REQUEST   VALUE 'S'.
               88  DISC-SCOPE-GRANTED   VALUE 'Y'.
           05  WS-DISC-CALLER       PIC X(10) VALUE "BATCH".

      ******************************************************************
      * PER-RUN SCOPE CACHE - a gated mixed-mode decrypt asks the
      * approver's scope about every row's key-id; like the key
      * cache, each distinct key-id's verdict is asked once and
      * served from storage afterward (and a refusal logged once)
      ******************************************************************
       01  WS-SCOPE-CACHE.
           05  WS-SCOPE-CACHE-COUNT PIC 9(02) COMP VALUE 0.
           05  WS-SCOPE-CACHE-ENTRY OCCURS 16 TIMES.
               10  WS-SCOPE-CACHE-KEY-ID PIC X(08).
               10  WS-SCOPE-CACHE-STATUS PIC X(01).
       01  WS-SCOPE-CACHE-INDEX     PIC 9(02) COMP.
       01  WS-SCOPE-CACHE-HIT       PIC 9(02) COMP.
       01  WS-SCOPE-ROWS-REFUSED    PIC 9(09) COMP VALUE 0.

      ******************************************************************
      * FLOW-RECORD WORK AREA - the source address's outcome held
      * bits fixed" into a start/end block pair (an IPv4 prefix sits
      * 96 bits into the IPv4-mapped block IP-TO-BYTES returns)
       01  WS-POLICY-PARSE.
           05  WS-POL-CIDR-TEXT     PIC X(43).
           05  WS-POL-VALID-SWITCH  PIC X(01).
               88  POL-PREFIX-VALID VALUE 'Y'.
           05  WS-POL-ADDR-TEXT     PIC X(39).
           05  WS-POL-LEN-TEXT      PIC X(03).
           05  WS-POL-PREFIX-LEN    PIC 9(03) COMP.
           05  WS-POL-START-WORK    PIC X(16).
           05  WS-POL-END-WORK      PIC X(16).

      ******************************************************************
      * WATCHLIST - in-storage copy of tonight's in-force WATCHLIST
      * entries, held as start/end block ranges the same way the
      * SUBNETPOL prefixes are, the current record's category, and
      * the per-category hit counts the RECONFILE carries
      ******************************************************************
       01  WS-WATCH-CONTROL.
           05  WS-WATCH-ENABLED-SW  PIC X(01) VALUE 'N'.
               88  WATCHLIST-ENABLED VALUE 'Y'.
           05  WS-WATCH-COUNT       PIC 9(03) COMP VALUE 0.
           05  WS-WATCH-INDEX       PIC 9(03) COMP.
           05  WS-WATCH-MATCH       PIC 9(03) COMP.
           05  WS-WATCH-SKIPPED     PIC 9(03) COMP VALUE 0.
           05  WS-WATCH-NOT-IN-FORCE PIC 9(03) COMP VALUE 0.
           05  WS-WATCH-HITS        PIC 9(09) COMP VALUE 0.
           05  WS-WATCH-SLASH-COUNT PIC 9(02) COMP.
           05  WS-RECORD-WATCH-CATEGORY PIC X(04).
       01  WS-WATCH-TABLE.
           05  WS-WATCH-ENTRY OCCURS 500 TIMES.
               10  WS-WATCH-START-BLOCK PIC X(16).
               10  WS-WATCH-END-BLOCK   PIC X(16).
               10  WS-WATCH-CATEGORY    PIC X(04).
      * one slot per distinct category code hit this run; slot ten
      * is the "++++" overflow bucket, as with the source totals
       01  WS-WATCH-CAT-CONTROL.
           05  WS-WCAT-COUNT        PIC 9(02) COMP VALUE 0.
           05  WS-WCAT-INDEX        PIC 9(02) COMP.
           05  WS-WCAT-MATCH        PIC 9(02) COMP.
       01  WS-WATCH-CAT-TABLE.
           05  WS-WCAT-ENTRY OCCURS 10 TIMES.
               10  WS-WCAT-CODE     PIC X(04).
               10  WS-WCAT-HITS     PIC 9(09) COMP.

      ******************************************************************
      * TOKEN-OUTPUT WORK AREA - the MAC key resolved once at start
      * of run and the scratch fields for deriving each record's
           05  WS-EMB-TAIL-LENGTH   PIC 9(04) COMP.
           05  WS-EMB-FOUND-SWITCH  PIC X(01).
               88  EMB-FIELD-FOUND  VALUE 'Y'.
      * the field SCAN-DELIMITED-FIELD looks for - the address's
      * delimiter and number, or the timestamp's
           05  WS-EMB-SCAN-DELIMITER PIC X(01).
           05  WS-EMB-SCAN-NUMBER   PIC 9(02).

      ******************************************************************
      * TIMESTAMP WORK AREA - where the log record's timestamp sits
      * (LOCATE-TIMESTAMP-FIELD) and, once PARSE-TIMESTAMP-FIELD has
      * recognised it, the record columns of its time-of-day parts
      * for GENERALIZE-TIMESTAMP-FIELD to zero. A zero position is a
      * part the format does not carry.
      ******************************************************************
       01  WS-TIMESTAMP-WORK.
           05  WS-TS-GENERALIZE-SW  PIC X(01) VALUE 'N'.
               88  TIMESTAMP-GENERALIZING VALUE 'Y'.
           05  WS-TS-FIELD-START    PIC 9(04) COMP.
           05  WS-TS-FIELD-LENGTH   PIC 9(04) COMP.
           05  WS-TS-FIELD-END      PIC 9(04) COMP.
           05  WS-TS-FOUND-SWITCH   PIC X(01).
               88  TS-FIELD-FOUND   VALUE 'Y'.
           05  WS-TS-PARSED-SWITCH  PIC X(01).
               88  TS-FIELD-PARSED  VALUE 'Y'.
           05  WS-TS-POS            PIC 9(04) COMP.
           05  WS-TS-REMAINING      PIC 9(04) COMP.
           05  WS-TS-MONTH-POS      PIC 9(04) COMP.
           05  WS-TS-DAY-POS        PIC 9(04) COMP.
           05  WS-TS-HOUR-POS       PIC 9(04) COMP.
           05  WS-TS-MINUTE-POS     PIC 9(04) COMP.
           05  WS-TS-SECOND-POS     PIC 9(04) COMP.
           05  WS-TS-FRACTION-POS   PIC 9(04) COMP.
           05  WS-TS-FRACTION-LEN   PIC 9(04) COMP.
           05  WS-TS-MONTH-NAME-POS PIC 9(04) COMP.
           05  WS-TS-MONTH-INDEX    PIC 9(02) COMP.
           05  WS-TS-MONTH-SWITCH   PIC X(01).
               88  TS-MONTH-NAME-FOUND VALUE 'Y'.
           05  WS-TS-NUMBER         PIC 9(02).
           05  WS-TS-MONTH-NAMES.
               10  FILLER           PIC X(36)
                   VALUE "JanFebMarAprMayJunJulAugSepOctNovDec".
           05  WS-TS-MONTH-TABLE REDEFINES WS-TS-MONTH-NAMES.
               10  WS-TS-MONTH-NAME PIC X(03) OCCURS 12 TIMES.

       01  WS-REPORT-NUMBER         PIC Z(08)9.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * Batch job entry point
      ******************************************************************
       MAIN-BATCH-ENTRY.
           MOVE "IPC0601I" TO WS-OPSMSG-ID
           MOVE "Starting batch anonymization run" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           PERFORM GET-TIME-OF-DAY
           MOVE WS-TIME-NOW TO WS-TIME-RUN-START

           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END
                   MOVE "IPC0602C" TO WS-OPSMSG-ID
                   MOVE "PARMFILE is empty, aborting" TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   SET BATCH-ABORTED TO TRUE
           END-READ
           CLOSE PARM-FILE

           IF MIXED-MODE-ACTIVE AND PARTITION-MODE-ACTIVE
               MOVE "IPC0603C" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "mixed-mode and partition-mode are mutually "
                   "exclusive, aborting"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET BATCH-ABORTED TO TRUE
           END-IF

           IF RAW-BLOCK-MODE-ACTIVE AND
                   (MIXED-MODE-ACTIVE OR PARTITION-MODE-ACTIVE)
               MOVE "IPC0604C" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "raw-block mode and mixed/partition mode are "
                   "mutually exclusive, aborting"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET BATCH-ABORTED TO TRUE
           END-IF

           IF EMBEDDED-FIELD-MODE AND
                   (MIXED-MODE-ACTIVE OR PARTITION-MODE-ACTIVE
                    OR RAW-BLOCK-MODE-ACTIVE)
               MOVE "IPC0605C" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "embedded-field mode and "
                   "mixed/partition/raw-block mode are mutually "
                   "exclusive, aborting"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET BATCH-ABORTED TO TRUE
           END-IF

           IF PATCH-MODE-ACTIVE AND
                   (MIXED-MODE-ACTIVE OR PARTITION-MODE-ACTIVE
                    OR RAW-BLOCK-MODE-ACTIVE OR EMBEDDED-FIELD-MODE)
               MOVE "IPC0606C" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "patch-merge mode and "
                   "mixed/partition/raw-block/embedded mode are "
                   "mutually exclusive, aborting"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET BATCH-ABORTED TO TRUE
           END-IF

                   (MIXED-MODE-ACTIVE OR PARTITION-MODE-ACTIVE
                    OR RAW-BLOCK-MODE-ACTIVE OR EMBEDDED-FIELD-MODE
                    OR PATCH-MODE-ACTIVE)
               MOVE "IPC0607C" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "source-tagged mode and the other row layouts "
                   "are mutually exclusive, aborting"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET BATCH-ABORTED TO TRUE
           END-IF

                   (MIXED-MODE-ACTIVE OR PARTITION-MODE-ACTIVE
                    OR RAW-BLOCK-MODE-ACTIVE OR EMBEDDED-FIELD-MODE
                    OR PATCH-MODE-ACTIVE OR SOURCE-MODE-ACTIVE)
               MOVE "IPC0608C" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "flow-record mode and the other row layouts are "
                   "mutually exclusive, aborting"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET BATCH-ABORTED TO TRUE
           END-IF

      * An identifier is tokenized from its own text: it is not a
      * hex raw block, has no address block for the token digest to
      * be taken over, and is not what a flow record carries
           IF PARM-MODE = "IDTOKEN" AND NOT MIXED-MODE-ACTIVE
               AND (RAW-BLOCK-MODE-ACTIVE OR OUTPUT-MODE-TOKEN
                    OR FLOW-MODE-ACTIVE)
               MOVE "IPC0609C" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "IDTOKEN mode and "
                   "raw-block/token-output/flow-record mode are "
                   "mutually exclusive, aborting"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET BATCH-ABORTED TO TRUE
           END-IF

      * plain sequential OUTFILE - the KSDS/extract shapes have no
      * place for a two-address row
           IF FLOW-MODE-ACTIVE AND NOT OUTPUT-MODE-SEQUENTIAL
               MOVE "IPC0610I" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "flow-record mode writes OUTFILE - output mode "
                   "overridden"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               MOVE 'S' TO PARM-OUTPUT-MODE
           END-IF

           IF EMBEDDED-FIELD-MODE
               AND PARM-FIELD-START = 0
               AND PARM-FIELD-NUMBER = 0
               MOVE "IPC0611C" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "embedded-field mode needs either a start column "
                   "or a delimiter and field number, aborting"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET BATCH-ABORTED TO TRUE
           END-IF

      * Timestamp generalization needs a log record to find the
      * timestamp in; any other row layout carries no timestamp, so
      * a level set there is noted and ignored. A parm record built
      * before the timestamp fields existed reads them back as
      * spaces, which leaves the level blank and the feature off.
           IF PARM-TS-LEVEL NOT = SPACES
               IF NOT EMBEDDED-FIELD-MODE
                   MOVE "IPC0612W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "timestamp generalization applies to "
                       "embedded-field mode only - ignored"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               ELSE
               IF NOT TS-LEVEL-VALID
                   MOVE "IPC0613C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "timestamp level " PARM-TS-LEVEL " is not M, "
                       "H or D, aborting"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET BATCH-ABORTED TO TRUE
               ELSE
                   IF PARM-TS-FIELD-START NOT NUMERIC
                       MOVE 0 TO PARM-TS-FIELD-START
                   END-IF
                   IF PARM-TS-FIELD-LENGTH NOT NUMERIC
                       MOVE 0 TO PARM-TS-FIELD-LENGTH
                   END-IF
                   IF PARM-TS-FIELD-NUMBER NOT NUMERIC
                       MOVE 0 TO PARM-TS-FIELD-NUMBER
                   END-IF
                   IF PARM-TS-FIELD-START = 0
                       AND PARM-TS-FIELD-NUMBER = 0
                       MOVE "IPC0614C" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "timestamp generalization needs either a "
                           "start column or a delimiter and field "
                           "number, aborting"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                       SET BATCH-ABORTED TO TRUE
                   ELSE
                       SET TIMESTAMP-GENERALIZING TO TRUE
                       MOVE "IPC0615I" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "timestamps generalized to level "
                           PARM-TS-LEVEL
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   END-IF
               END-IF
               END-IF
           END-IF

      * An intraday increment is one hourly drop of bare addresses
      * encrypted to the extract the end-of-day roll-up merges; the
      * keyed files it also feeds are the address-keyed OUTKSDS and
      * REVKSDS, so none of the other row layouts or output shapes
      * can be an increment
           IF NOT INCREMENT-HOUR-ABSENT
               IF PARM-INCREMENT-HOUR NOT NUMERIC
                   OR PARM-INCREMENT-HOUR > "23"
                   MOVE "IPC0616C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "increment hour " PARM-INCREMENT-HOUR
                       " is not 00-23, aborting"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET BATCH-ABORTED TO TRUE
               ELSE
               IF PARM-OPERATION = 'D'
                   OR NOT OUTPUT-MODE-EXTRACT
                   OR MIXED-MODE-ACTIVE OR PARTITION-MODE-ACTIVE
                   OR RAW-BLOCK-MODE-ACTIVE OR EMBEDDED-FIELD-MODE
                   OR PATCH-MODE-ACTIVE OR FLOW-MODE-ACTIVE
                   MOVE "IPC0617C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "an intraday increment is an encrypt run of "
                       "bare addresses to the extract - aborting"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET BATCH-ABORTED TO TRUE
               ELSE
                   SET INCREMENT-PASS-ACTIVE TO TRUE
                   MOVE "IPC0618I" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "intraday increment for hour "
                       PARM-INCREMENT-HOUR
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
               END-IF
           END-IF

           IF NOT BATCH-ABORTED
               PERFORM CHECK-RUN-GATE
           END-IF
               MOVE WS-TIME-NOW TO WS-TIME-COUNT-DONE
               OPEN INPUT IP-INPUT-FILE
               IF WS-RESTART-COUNT > 0
                   MOVE "IPC0619I" TO WS-OPSMSG-ID
                   MOVE WS-RESTART-COUNT TO WS-OPSMSG-NUMBER-1
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "restarting after "
                       FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " records "
                       "already processed"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   PERFORM SKIP-ONE-INPUT-RECORD
                       WS-RESTART-COUNT TIMES
               END-IF
                   ELSE
                       OPEN OUTPUT IP-OUTPUT-EXTRACT-FILE
                   END-IF
                   IF INCREMENT-PASS-ACTIVE
                       OPEN I-O IP-OUTPUT-KSDS
                       OPEN I-O REVERSE-LOOKUP-KSDS
                   END-IF
               ELSE
                   IF OUTPUT-MODE-KSDS AND NOT EMBEDDED-FIELD-MODE
                       OPEN I-O IP-OUTPUT-KSDS
                       MOVE 'Y' TO WS-ENV-ENABLED-SW
                       PERFORM WRITE-ENVELOPE-HEADER
                   ELSE
                       MOVE "IPC0620W" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "envelope only applies to a fresh "
                           "plain-sequential run - running without it"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   END-IF
               END-IF
           END-IF
               IF (OUTPUT-MODE-EXTRACT OR PARTITION-MODE-ACTIVE)
                       AND NOT EMBEDDED-FIELD-MODE
                       AND NOT RAW-BLOCK-MODE-ACTIVE
                       AND PARM-MODE NOT = "IDTOKEN"
                   PERFORM LOAD-GEO-RANGE-TABLE
               ELSE
                   MOVE "IPC0621W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "enrichment only applies to a run writing "
                       "the extract - running without it"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF

                   IF WS-TRANS-STATUS = "00" OR WS-TRANS-STATUS = "05"
                       MOVE 'Y' TO WS-TRANS-ENABLED-SW
                   ELSE
                       MOVE "IPC0622W" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "translation table not usable (status "
                           WS-TRANS-STATUS ") - running without it"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   END-IF
               ELSE
                   MOVE "IPC0623W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "translation cache only applies to a "
                       "DETERMINISTIC encrypt run under a key-id - "
                       "running without it"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF

                   AND NOT FLOW-MODE-ACTIVE
                   PERFORM SETUP-FAMILY-ROUTING
               ELSE
                   MOVE "IPC0624W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "family routing only applies to a "
                       "bare-address encrypt run - running without it"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF

                   AND ((NOT FAMILY-ROUTING-ENABLED
                           AND (PARM-MODE = "DETERMINISTIC"
                               OR PARM-MODE = "IPV4FPE"
                               OR PARM-MODE = "PREFIX"
                               OR PARM-MODE = "IDTOKEN"))
                       OR (FAMILY-ROUTING-ENABLED
                           AND PARM-V4-MODE NOT = "ND"
                           AND PARM-V4-MODE NOT = "NDX"
      * empty slots read as spaces - that is what the probe tests
                   INITIALIZE WS-FOLD-TABLE
                   MOVE 'Y' TO WS-FOLD-ENABLED-SW
                   MOVE "IPC0625I" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "fold pass active - each distinct address "
                       "ciphers once this run"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               ELSE
                   MOVE "IPC0626W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "fold pass only applies to a "
                       "deterministic-mode encrypt run - running "
                       "without it"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF

                   AND NOT EMBEDDED-FIELD-MODE
                   AND NOT PATCH-MODE-ACTIVE
                   AND NOT FLOW-MODE-ACTIVE
                   AND PARM-MODE NOT = "IDTOKEN"
                   PERFORM LOAD-SUBNET-POLICY-TABLE
               ELSE
                   MOVE "IPC0627W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "subnet policy only applies to an encrypt "
                       "run reading address rows - running without it"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF

           IF NOT BATCH-ABORTED AND WATCHLIST-REQUESTED
               IF PARM-OPERATION NOT = 'D'
                   AND (OUTPUT-MODE-EXTRACT OR PARTITION-MODE-ACTIVE
                       OR PATCH-MODE-ACTIVE)
                   AND NOT MIXED-MODE-ACTIVE
                   AND NOT RAW-BLOCK-MODE-ACTIVE
                   AND NOT EMBEDDED-FIELD-MODE
                   AND NOT FLOW-MODE-ACTIVE
                   AND PARM-MODE NOT = "IDTOKEN"
                   PERFORM LOAD-WATCHLIST-TABLE
               ELSE
                   MOVE "IPC0628W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "watchlist only applies to an encrypt run "
                       "writing the extract from address rows - "
                       "running without it"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF
           EXIT.
       SETUP-FAMILY-ROUTING.
           IF PARM-V4-MODE = SPACES OR PARM-V4-KEY-ID = SPACES
               OR PARM-V6-MODE = SPACES OR PARM-V6-KEY-ID = SPACES
               MOVE "IPC0629C" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "family routing needs a mode and key-id for both "
                   "families, aborting"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET BATCH-ABORTED TO TRUE
           END-IF

               MOVE PARM-V4-KEY-ID TO WS-CURRENT-KEY-ID
               PERFORM LOOKUP-JOB-KEY
               IF WS-KEYLOOKUP-NOT-FOUND OR WS-KEYLOOKUP-EXPIRED
                   MOVE "IPC0630C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "IPv4 key-id " PARM-V4-KEY-ID " unusable, "
                       "aborting"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET BATCH-ABORTED TO TRUE
               ELSE
                   MOVE WS-KEYLOOKUP-KEY TO WS-V4-KEY
               MOVE PARM-V6-KEY-ID TO WS-CURRENT-KEY-ID
               PERFORM LOOKUP-JOB-KEY
               IF WS-KEYLOOKUP-NOT-FOUND OR WS-KEYLOOKUP-EXPIRED
                   MOVE "IPC0631C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "IPv6 key-id " PARM-V6-KEY-ID " unusable, "
                       "aborting"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET BATCH-ABORTED TO TRUE
               ELSE
                   MOVE WS-KEYLOOKUP-KEY TO WS-V6-KEY

           IF NOT BATCH-ABORTED
               MOVE 'Y' TO WS-FAMILY-ENABLED-SW
               MOVE "IPC0632I" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "family routing active - IPv4 under " PARM-V4-MODE
                   " key-id " PARM-V4-KEY-ID
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               MOVE "IPC0633I" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "                       IPv6 under " PARM-V6-MODE
                   " key-id " PARM-V6-KEY-ID
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           EXIT.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SUBNET-POLICY-FILE
           IF WS-SUBNETPOL-STATUS NOT = "00"
               MOVE "IPC0634W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "SUBNETPOL file not usable (status "
                   WS-SUBNETPOL-STATUS ") - running without the policy"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               PERFORM UNTIL END-OF-INPUT
                   READ SUBNET-POLICY-FILE
               CLOSE SUBNET-POLICY-FILE
               IF WS-POLICY-COUNT > 0
                   MOVE 'Y' TO WS-POLICY-ENABLED-SW
                   MOVE "IPC0635I" TO WS-OPSMSG-ID
                   MOVE WS-POLICY-COUNT TO WS-OPSMSG-NUMBER-1
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "subnet policy active with "
                       FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " prefixes"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               ELSE
                   MOVE "IPC0636W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "SUBNETPOL carried no usable prefixes - "
                       "running without the policy"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF
           EXIT.
       LOAD-ONE-POLICY-PREFIX.
           IF WS-POLICY-COUNT >= 200
               ADD 1 TO WS-POLICY-SKIPPED
               MOVE "IPC0637W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "SUBNETPOL table full - prefix dropped: "
                   SP-CIDR-TEXT
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               IF NOT SP-ACTION-PASS AND NOT SP-ACTION-DROP
                   AND NOT SP-ACTION-ANON
                   ADD 1 TO WS-POLICY-SKIPPED
                   MOVE "IPC0638W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "SUBNETPOL prefix skipped - action must be "
                       "P, D, or A: " SP-CIDR-TEXT
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               ELSE
                   PERFORM PARSE-ONE-POLICY-PREFIX
               END-IF
      * PARSE-ONE-POLICY-PREFIX
      ******************************************************************
       PARSE-ONE-POLICY-PREFIX.
           MOVE SP-CIDR-TEXT TO WS-POL-CIDR-TEXT
           PERFORM CONVERT-CIDR-TO-RANGE
           IF NOT POL-PREFIX-VALID
               ADD 1 TO WS-POLICY-SKIPPED
               MOVE "IPC0639W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "SUBNETPOL prefix skipped - unparseable: "
                   SP-CIDR-TEXT
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               ADD 1 TO WS-POLICY-COUNT
               MOVE WS-POL-START-WORK
                   TO WS-POL-START-BLOCK(WS-POLICY-COUNT)
               MOVE WS-POL-END-WORK
                   TO WS-POL-END-BLOCK(WS-POLICY-COUNT)
               MOVE SP-ACTION TO WS-POL-ACTION(WS-POLICY-COUNT)
           END-IF
           EXIT.

      ******************************************************************
      * CONVERT-CIDR-TO-RANGE
      * Turn the "address/length" text in WS-POL-CIDR-TEXT into the
      * start/end block pair in WS-POL-START-WORK/WS-POL-END-WORK -
      * shared by the SUBNETPOL and WATCHLIST loads; sets
      * POL-PREFIX-VALID only when the text parsed
      ******************************************************************
       CONVERT-CIDR-TO-RANGE.
           MOVE 'N' TO WS-POL-VALID-SWITCH
           MOVE SPACES TO WS-POL-ADDR-TEXT
           MOVE SPACES TO WS-POL-LEN-TEXT
           UNSTRING WS-POL-CIDR-TEXT DELIMITED BY "/"
               INTO WS-POL-ADDR-TEXT WS-POL-LEN-TEXT
           END-UNSTRING

               WS-GEO-STATUS
           END-CALL

           IF WS-GEO-STATUS = 'Y'
               AND WS-POL-PREFIX-LEN <= 128
               MOVE 'Y' TO WS-POL-VALID-SWITCH
               MOVE WS-GEO-PARAM-2(1:16) TO WS-POL-START-WORK
               MOVE WS-GEO-PARAM-2(1:16) TO WS-POL-END-WORK
               COMPUTE WS-POL-FULL-BYTES = WS-POL-PREFIX-LEN / 8
                       TO WS-POL-END-WORK(WS-POL-BYTE-INDEX:1)
                   ADD 1 TO WS-POL-BYTE-INDEX
               END-PERFORM
           END-IF
           EXIT.

           END-IF
           EXIT.

      ******************************************************************
      * LOAD-WATCHLIST-TABLE
      * Pull tonight's in-force WATCHLIST entries into storage up
      * front as block ranges, the same way SUBNETPOL is loaded; an
      * entry not yet effective or already expired is passed over,
      * and one that doesn't parse is skipped with a console note
      ******************************************************************
       LOAD-WATCHLIST-TABLE.
           MOVE 0 TO WS-WATCH-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT WATCHLIST-FILE
           IF WS-WATCHLIST-STATUS NOT = "00"
               MOVE "IPC0640W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "WATCHLIST file not usable (status "
                   WS-WATCHLIST-STATUS ") - running without the "
                   "watchlist"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               PERFORM UNTIL END-OF-INPUT
                   READ WATCHLIST-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-WATCHLIST-ENTRY
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-SWITCH
               CLOSE WATCHLIST-FILE
               IF WS-WATCH-COUNT > 0
                   MOVE 'Y' TO WS-WATCH-ENABLED-SW
                   MOVE "IPC0641I" TO WS-OPSMSG-ID
                   MOVE WS-WATCH-COUNT TO WS-OPSMSG-NUMBER-1
                   MOVE WS-WATCH-NOT-IN-FORCE TO WS-OPSMSG-NUMBER-2
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "watchlist active with "
                       FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " entries in "
                       "force (" FUNCTION TRIM(WS-OPSMSG-NUMBER-2)
                       " out of date range)"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               ELSE
                   MOVE "IPC0642W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "WATCHLIST carried no usable entries in "
                       "force for " WS-RUN-DATE " - running without "
                       "the watchlist"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * LOAD-ONE-WATCHLIST-ENTRY
      * A bare address is a one-address block: it gets the full
      * /32 or /128 length before the shared CIDR conversion
      ******************************************************************
       LOAD-ONE-WATCHLIST-ENTRY.
           IF WL-CIDR-TEXT = SPACES
               CONTINUE
           ELSE
           IF (WL-EFFECTIVE-DATE NOT = SPACES
                   AND WL-EFFECTIVE-DATE > WS-RUN-DATE)
               OR (WL-EXPIRY-DATE NOT = SPACES
                   AND WL-EXPIRY-DATE < WS-RUN-DATE)
               ADD 1 TO WS-WATCH-NOT-IN-FORCE
           ELSE
           IF WS-WATCH-COUNT >= 500
               ADD 1 TO WS-WATCH-SKIPPED
               MOVE "IPC0643W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "WATCHLIST table full - entry dropped: "
                   WL-CIDR-TEXT
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
           IF WL-CATEGORY = SPACES
               ADD 1 TO WS-WATCH-SKIPPED
               MOVE "IPC0644W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "WATCHLIST entry skipped - no category code: "
                   WL-CIDR-TEXT
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               MOVE 0 TO WS-WATCH-SLASH-COUNT
               INSPECT WL-CIDR-TEXT TALLYING WS-WATCH-SLASH-COUNT
                   FOR ALL "/"
               MOVE SPACES TO WS-POL-CIDR-TEXT
               IF WS-WATCH-SLASH-COUNT > 0
                   MOVE WL-CIDR-TEXT TO WS-POL-CIDR-TEXT
               ELSE
                   MOVE 0 TO WS-WATCH-SLASH-COUNT
                   INSPECT WL-CIDR-TEXT TALLYING WS-WATCH-SLASH-COUNT
                       FOR ALL ":"
                   IF WS-WATCH-SLASH-COUNT > 0
                       STRING WL-CIDR-TEXT DELIMITED BY SPACE
                           "/128" DELIMITED BY SIZE
                           INTO WS-POL-CIDR-TEXT
                       END-STRING
                   ELSE
                       STRING WL-CIDR-TEXT DELIMITED BY SPACE
                           "/32" DELIMITED BY SIZE
                           INTO WS-POL-CIDR-TEXT
                       END-STRING
                   END-IF
               END-IF
               PERFORM CONVERT-CIDR-TO-RANGE
               IF NOT POL-PREFIX-VALID
                   ADD 1 TO WS-WATCH-SKIPPED
                   MOVE "IPC0645W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "WATCHLIST entry skipped - unparseable: "
                       WL-CIDR-TEXT
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               ELSE
                   ADD 1 TO WS-WATCH-COUNT
                   MOVE WS-POL-START-WORK
                       TO WS-WATCH-START-BLOCK(WS-WATCH-COUNT)
                   MOVE WS-POL-END-WORK
                       TO WS-WATCH-END-BLOCK(WS-WATCH-COUNT)
                   MOVE WL-CATEGORY
                       TO WS-WATCH-CATEGORY(WS-WATCH-COUNT)
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           EXIT.

      ******************************************************************
      * CHECK-WATCHLIST
      * Convert the current record's address and take the category
      * of the first in-force entry containing it, in file order; an
      * address on no entry (or one that doesn't parse) carries
      * spaces. Tallied per category for the RECONFILE.
      ******************************************************************
       CHECK-WATCHLIST.
           MOVE "IP-TO-BYTES" TO WS-GEO-FUNCTION
           MOVE SPACES TO WS-GEO-PARAM-1
           MOVE WS-INPUT-IP OF WS-IPCRYPT-REQUEST
               TO WS-GEO-PARAM-1(1:64)
           CALL 'IPCRYPT-UTILS' USING WS-GEO-FUNCTION
               WS-GEO-PARAM-1 WS-GEO-PARAM-2 WS-GEO-PARAM-3
               WS-GEO-STATUS
           END-CALL
           IF WS-GEO-STATUS = 'Y'
               MOVE 0 TO WS-WATCH-MATCH
               PERFORM VARYING WS-WATCH-INDEX FROM 1 BY 1
                   UNTIL WS-WATCH-INDEX > WS-WATCH-COUNT
                       OR WS-WATCH-MATCH > 0
                   IF WS-GEO-PARAM-2(1:16) >=
                           WS-WATCH-START-BLOCK(WS-WATCH-INDEX)
                       AND WS-GEO-PARAM-2(1:16) <=
                           WS-WATCH-END-BLOCK(WS-WATCH-INDEX)
                       MOVE WS-WATCH-INDEX TO WS-WATCH-MATCH
                   END-IF
               END-PERFORM
               IF WS-WATCH-MATCH > 0
                   MOVE WS-WATCH-CATEGORY(WS-WATCH-MATCH)
                       TO WS-RECORD-WATCH-CATEGORY
                   ADD 1 TO WS-WATCH-HITS
                   PERFORM TALLY-WATCHLIST-HIT
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * TALLY-WATCHLIST-HIT
      * Per-category hit counts for the reconciliation report; more
      * than nine distinct categories fold the overflow under "++++"
      ******************************************************************
       TALLY-WATCHLIST-HIT.
           MOVE 0 TO WS-WCAT-MATCH
           PERFORM VARYING WS-WCAT-INDEX FROM 1 BY 1
               UNTIL WS-WCAT-INDEX > WS-WCAT-COUNT
                   OR WS-WCAT-MATCH > 0
               IF WS-WCAT-CODE(WS-WCAT-INDEX) =
                       WS-RECORD-WATCH-CATEGORY
                   MOVE WS-WCAT-INDEX TO WS-WCAT-MATCH
               END-IF
           END-PERFORM
           IF WS-WCAT-MATCH = 0
               IF WS-WCAT-COUNT < 9
                   ADD 1 TO WS-WCAT-COUNT
                   MOVE WS-WCAT-COUNT TO WS-WCAT-MATCH
                   MOVE WS-RECORD-WATCH-CATEGORY
                       TO WS-WCAT-CODE(WS-WCAT-MATCH)
                   MOVE 0 TO WS-WCAT-HITS(WS-WCAT-MATCH)
               ELSE
                   MOVE 10 TO WS-WCAT-MATCH
                   IF WS-WCAT-CODE(10) NOT = "++++"
                       MOVE "++++" TO WS-WCAT-CODE(10)
                       MOVE 0 TO WS-WCAT-HITS(10)
                       MOVE 10 TO WS-WCAT-COUNT
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-WCAT-HITS(WS-WCAT-MATCH)
           EXIT.

      ******************************************************************
      * CHECK-RUN-GATE
      * The duplicate-run gate: refuse to start when PROCCAL marks
      * and writes no registry record since nothing ran.
      ******************************************************************
       CHECK-RUN-GATE.
           IF PARM-RUN-DATE = SPACES OR PARM-RUN-DATE NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ELSE
               MOVE PARM-RUN-DATE TO WS-RUN-DATE
           END-IF
           PERFORM CHECK-PROCESSING-CALENDAR
           IF NOT RUN-GATE-REFUSED
               PERFORM CHECK-PRIOR-COMPLETED-RUN

           IF CAL-HOLIDAY OR CAL-NO-RUN-DAY
               IF FORCE-RERUN-REQUESTED
                   MOVE "IPC0646W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING WS-RUN-DATE " is a holiday/no-run date but "
                       "the force flag is set - proceeding"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               ELSE
                   MOVE "IPC0647E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING WS-RUN-DATE " is marked holiday/no-run on "
                       "PROCCAL - run refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET RUN-GATE-REFUSED TO TRUE
               END-IF
           END-IF
      ******************************************************************
       CHECK-PRIOR-COMPLETED-RUN.
           MOVE 'N' TO WS-PRIOR-RUN-SWITCH
           MOVE 'N' TO WS-DAY-CLOSED-SWITCH
           MOVE 'N' TO WS-GATE-EOF-SWITCH
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS NOT = "00"
                           AND RH-OPERATION = PARM-OPERATION
                           AND RH-MODE = PARM-MODE
                           AND RH-KEY-ID = PARM-KEY-ID
                           PERFORM CLASSIFY-PRIOR-COMPLETED-RUN
                       END-IF
               END-READ
           END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF

           IF DAY-ALREADY-CLOSED
               IF FORCE-RERUN-REQUESTED
                   MOVE "IPC0648W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING WS-RUN-DATE " mode " PARM-MODE " key-id "
                       PARM-KEY-ID " is already rolled up - force flag "
                       "set, running the increment anyway"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               ELSE
                   MOVE "IPC0649E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING WS-RUN-DATE " mode " PARM-MODE " key-id "
                       PARM-KEY-ID " is already rolled up - increment "
                       "refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET RUN-GATE-REFUSED TO TRUE
               END-IF
           END-IF

           IF PRIOR-RUN-FOUND AND INCREMENT-PASS-ACTIVE
               IF FORCE-RERUN-REQUESTED
                   MOVE "IPC0650W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING WS-RUN-DATE " hour " PARM-INCREMENT-HOUR
                       " already completed - force flag set, "
                       "proceeding with the intentional rerun"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               ELSE
                   MOVE "IPC0651E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING WS-RUN-DATE " hour " PARM-INCREMENT-HOUR
                       " already completed - increment refused (set "
                       "the force flag if the rerun is intentional)"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET RUN-GATE-REFUSED TO TRUE
               END-IF
           END-IF

           IF PRIOR-RUN-FOUND AND NOT INCREMENT-PASS-ACTIVE
               IF FORCE-RERUN-REQUESTED
                   MOVE "IPC0652W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING WS-RUN-DATE " mode " PARM-MODE " key-id "
                       PARM-KEY-ID " already completed tonight - force "
                       "flag set, proceeding with the intentional rerun"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               ELSE
                   MOVE "IPC0653E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING WS-RUN-DATE " mode " PARM-MODE " key-id "
                       PARM-KEY-ID " already completed tonight - run "
                       "refused (set the force flag if the rerun is "
                       "intentional)"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET RUN-GATE-REFUSED TO TRUE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * CLASSIFY-PRIOR-COMPLETED-RUN
      * A completed increment is a prior run only for another pass of
      * the same hour; an ordinary run ignores increments, whose day
      * is not complete until it is rolled up. To an increment, any
      * completed run that is not an increment has closed the day.
      ******************************************************************
       CLASSIFY-PRIOR-COMPLETED-RUN.
           IF INCREMENT-PASS-ACTIVE
               IF RH-INCREMENT-RUN
                   IF RH-INCREMENT-HOUR = PARM-INCREMENT-HOUR
                       SET PRIOR-RUN-FOUND TO TRUE
                   END-IF
               ELSE
                   SET DAY-ALREADY-CLOSED TO TRUE
               END-IF
           ELSE
               IF NOT RH-INCREMENT-RUN
                   SET PRIOR-RUN-FOUND TO TRUE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * ACQUIRE-RUN-LOCKS
      * Register the shared files this run is about to use - OUTKSDS
      * for a keyed-output run or an intraday increment (held only
      * for the increment's own short pass), TRANSKSDS when the
      * translation cache
      * is requested - and fail fast with a clear console message
      * when another job holds one, instead of corrupting it the
      * way the translation table once was
           STRING "BATCH-" FUNCTION CURRENT-DATE(1:14)
               DELIMITED BY SIZE INTO WS-LOCK-HOLDER
           END-STRING
           IF (OUTPUT-MODE-KSDS AND NOT EMBEDDED-FIELD-MODE
               AND NOT FLOW-MODE-ACTIVE)
               OR INCREMENT-PASS-ACTIVE
               MOVE "OUTKSDS" TO WS-LOCK-RESOURCE
               PERFORM ACQUIRE-ONE-RUN-LOCK
               IF WS-LOCK-OK
               WS-LOCK-STATUS WS-LOCK-OTHER
           END-CALL
           IF WS-LOCK-BUSY
               MOVE "IPC0654E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING WS-LOCK-RESOURCE " is locked by " WS-LOCK-OTHER
                   " - rerun when it finishes, or clear a stale lock "
                   "through IPCRYPT-LOCKMAINT"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET BATCH-ABORTED TO TRUE
           END-IF
           EXIT.
       CHECK-DISCLOSURE-AUTHORITY.
           OPEN INPUT DISCLOSURE-AUTH-FILE
           IF WS-DISCAUTH-STATUS NOT = "00"
               MOVE "IPC0655C" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "decrypt run needs a DISCAUTH authorization "
                   "record, aborting"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET BATCH-ABORTED TO TRUE
           ELSE
               READ DISCLOSURE-AUTH-FILE
                   AT END
                       MOVE "IPC0656C" TO WS-OPSMSG-ID
                       MOVE "DISCAUTH is empty, aborting"
                           TO WS-OPSMSG-TEXT
                       PERFORM ISSUE-OPS-MESSAGE
                       SET BATCH-ABORTED TO TRUE
               END-READ
               CLOSE DISCLOSURE-AUTH-FILE
           IF NOT BATCH-ABORTED
               AND (DA-CASE-REF = SPACES OR DA-REQUESTER = SPACES
                   OR DA-APPROVER = SPACES)
               MOVE "IPC0657C" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "DISCAUTH must carry case reference, requester, "
                   "and approver, aborting"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET BATCH-ABORTED TO TRUE
           END-IF

               END-CALL
               EVALUATE TRUE
                   WHEN DISC-AUTH-NOT-FOUND
                       MOVE "IPC0658C" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "DISCAUTH approver " DA-APPROVER
                           " is not in the authority file, aborting"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                       SET BATCH-ABORTED TO TRUE
                   WHEN DISC-AUTH-INACTIVE
                       MOVE "IPC0659C" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "DISCAUTH approver " DA-APPROVER
                           " is no longer active, aborting"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                       SET BATCH-ABORTED TO TRUE
                   WHEN NOT DISC-APPROVER-ROLE-OK
                       MOVE "IPC0660C" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "DISCAUTH approver " DA-APPROVER
                           " does not hold the approver role, aborting"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                       SET BATCH-ABORTED TO TRUE
               END-EVALUATE
           END-IF

      * The run-level key must be inside the approver's OPERSCOPE
      * grants; a mixed-mode run names its keys row by row, so there
      * DECODE-MIXED-MODE-RECORD asks about each row's key instead
           IF NOT BATCH-ABORTED AND NOT MIXED-MODE-ACTIVE
               MOVE PARM-KEY-ID TO WS-DISC-SCOPE-KEY-ID
               PERFORM CHECK-APPROVER-KEY-SCOPE
               IF NOT DISC-SCOPE-GRANTED
                   IF PARM-KEY-ID = SPACES
                       MOVE "IPC0661C" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "a raw hex key needs an all-keys decrypt "
                           "scope and approver " DA-APPROVER
                           " holds none, aborting"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   ELSE
                       MOVE "IPC0662C" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "key-id " PARM-KEY-ID " is outside "
                           "approver " DA-APPROVER "'s decrypt scope, "
                           "aborting"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   END-IF
                   SET BATCH-ABORTED TO TRUE
               END-IF
           END-IF

           IF NOT BATCH-ABORTED
               MOVE DA-CASE-REF TO WS-DISC-CASE-REF
               MOVE DA-REQUESTER TO WS-DISC-REQUESTER
               MOVE DA-APPROVER TO WS-DISC-APPROVER
               SET DISCLOSURE-GATED TO TRUE
               MOVE "IPC0663I" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "decrypt authorized under case " WS-DISC-CASE-REF
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           EXIT.

      ******************************************************************
      * CHECK-APPROVER-KEY-SCOPE
      ******************************************************************
       CHECK-APPROVER-KEY-SCOPE.
           SET DISC-SCOPE-REQUEST TO TRUE
           CALL 'IPCRYPT-AUTHLOOK' USING DA-APPROVER
               WS-DISC-SCOPE-ROLE WS-DISC-SCOPE-STATUS
               SPACES WS-DISC-CALLER WS-DISC-SCOPE-KEY-ID
           END-CALL
           EXIT.

      ******************************************************************
      * CHECK-ROW-KEY-SCOPE
      * A gated mixed-mode row's key-id against the approver's
      * grants, answered from the scope cache when it can be; a full
      * cache just means the question is asked again
      ******************************************************************
       CHECK-ROW-KEY-SCOPE.
           MOVE 0 TO WS-SCOPE-CACHE-HIT
           PERFORM VARYING WS-SCOPE-CACHE-INDEX FROM 1 BY 1
               UNTIL WS-SCOPE-CACHE-INDEX > WS-SCOPE-CACHE-COUNT
                   OR WS-SCOPE-CACHE-HIT NOT = 0
               IF WS-SCOPE-CACHE-KEY-ID(WS-SCOPE-CACHE-INDEX)
                   = MIXED-KEY-ID
                   MOVE WS-SCOPE-CACHE-INDEX TO WS-SCOPE-CACHE-HIT
               END-IF
           END-PERFORM
           IF WS-SCOPE-CACHE-HIT NOT = 0
               MOVE WS-SCOPE-CACHE-STATUS(WS-SCOPE-CACHE-HIT)
                   TO WS-DISC-SCOPE-STATUS
           ELSE
               MOVE MIXED-KEY-ID TO WS-DISC-SCOPE-KEY-ID
               PERFORM CHECK-APPROVER-KEY-SCOPE
               IF NOT DISC-SCOPE-GRANTED
                   MOVE "IPC0664E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "key-id " MIXED-KEY-ID " is outside approver "
                       WS-DISC-APPROVER "'s decrypt scope - its rows "
                       "are refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
               IF WS-SCOPE-CACHE-COUNT < 16
                   ADD 1 TO WS-SCOPE-CACHE-COUNT
                   MOVE MIXED-KEY-ID
                       TO WS-SCOPE-CACHE-KEY-ID(WS-SCOPE-CACHE-COUNT)
                   MOVE WS-DISC-SCOPE-STATUS
                       TO WS-SCOPE-CACHE-STATUS(WS-SCOPE-CACHE-COUNT)
               END-IF
           END-IF
           IF NOT DISC-SCOPE-GRANTED
               ADD 1 TO WS-SCOPE-ROWS-REFUSED
               SET ROW-KEY-INVALID TO TRUE
           END-IF
           EXIT.

                   IF CKPT-COUNT-ANON NUMERIC
                       MOVE CKPT-COUNT-ANON TO WS-POLICY-ANONYMIZED
                   END-IF
                   IF CKPT-COUNT-INV-TSTAMP NUMERIC
                       MOVE CKPT-COUNT-INV-TSTAMP TO
                           WS-COUNT-INV-TSTAMP
                   END-IF
                   MOVE CKPT-COUNT-SUCCESS TO WS-COUNT-SUCCESS
                   MOVE CKPT-COUNT-INV-MODE TO WS-COUNT-INV-MODE
                   MOVE CKPT-COUNT-INV-IP TO WS-COUNT-INV-IP
               MOVE PARM-KEY-ID TO WS-CURRENT-KEY-ID
               PERFORM LOOKUP-JOB-KEY
               IF WS-KEYLOOKUP-NOT-FOUND
                   MOVE "IPC0665C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "key-id " WS-CURRENT-KEY-ID " not found in "
                       "KEYSTORE, aborting"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET BATCH-ABORTED TO TRUE
               END-IF
               IF WS-KEYLOOKUP-RETIRED
                   MOVE "IPC0666W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "key-id " WS-CURRENT-KEY-ID " is RETIRED - "
                       "proceeding, but confirm this run is a "
                       "decrypt/rotation pass"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
               IF WS-KEYLOOKUP-EXPIRED
                   MOVE "IPC0667C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "key-id " WS-CURRENT-KEY-ID " is outside its "
                       "effective/expiry window, aborting - schedule "
                       "the IPCRYPT-REKEY run instead of extending "
                       "this key"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET BATCH-ABORTED TO TRUE
               END-IF
           ELSE
               END-IF
           END-IF

      * a gated decrypt only reverses rows under keys the approver's
      * decrypt scope covers; any other row fails as a bad key would
           IF DISCLOSURE-GATED AND NOT ROW-KEY-INVALID
               PERFORM CHECK-ROW-KEY-SCOPE
           END-IF

           MOVE MIXED-TWEAK-HEX TO WS-CUR-TWEAK-HEX
           MOVE MIXED-TWEAK-LENGTH TO WS-CUR-TWEAK-LENGTH
           PERFORM DECODE-TWEAK-FROM-HEX
               SET THRESHOLD-EXCEEDED TO TRUE
           END-IF
           IF THRESHOLD-EXCEEDED
               MOVE "IPC0668C" TO WS-OPSMSG-ID
               MOVE WS-RECORDS-FAILED TO WS-OPSMSG-NUMBER-1
               MOVE WS-RECORDS-READ TO WS-OPSMSG-NUMBER-2
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "reject threshold crossed after "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " failures in "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-2) " records - "
                   "stopping the run"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           EXIT.


           MOVE SPACES TO WS-CURRENT-SOURCE
           MOVE SPACE TO WS-RECORD-ACTION
           MOVE SPACES TO WS-RECORD-WATCH-CATEGORY

           IF FLOW-MODE-ACTIVE
               PERFORM PROCESS-ONE-FLOW-RECORD
                   END-IF
               ELSE
                   IF EMBEDDED-FIELD-MODE
      * the timestamp is checked first: a record whose time cannot
      * be coarsened is rejected whole, its address never enciphered
                       IF TIMESTAMP-GENERALIZING
                           PERFORM LOCATE-TIMESTAMP-FIELD
                       END-IF
                       PERFORM LOCATE-EMBEDDED-FIELD
                       IF TIMESTAMP-GENERALIZING
                           AND NOT TS-FIELD-PARSED
                           MOVE SPACES TO
                               WS-OUTPUT OF WS-IPCRYPT-REQUEST
                           SET ERROR-INVALID-TIMESTAMP
                               OF WS-IPCRYPT-REQUEST TO TRUE
                       ELSE
                       IF EMB-FIELD-FOUND
                           MOVE WS-CURRENT-ADDRESS-TEXT TO
                               WS-INPUT-IP OF WS-IPCRYPT-REQUEST
                           SET ERROR-INVALID-IP OF WS-IPCRYPT-REQUEST
                               TO TRUE
                       END-IF
                       END-IF
                   ELSE
                       MOVE IP-INPUT-RECORD(1:64) TO
                           WS-CURRENT-ADDRESS-TEXT

           IF PATCH-MODE-ACTIVE
               AND NOT IPCRYPT-SUCCESS OF WS-IPCRYPT-REQUEST
               MOVE "IPC0669W" TO WS-OPSMSG-ID
               MOVE WS-CURRENT-RECORD-NUMBER TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "correction for record "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " still fails - "
                   "confirm the corrected data is bare address text "
                   "with no layout prefix"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF

           IF IPCRYPT-SUCCESS OF WS-IPCRYPT-REQUEST
           ELSE
               ADD 1 TO WS-RECORDS-FAILED
               PERFORM WRITE-REJECT-RECORD
               MOVE "IPC0670W" TO WS-OPSMSG-ID
               MOVE WS-CURRENT-RECORD-NUMBER TO WS-OPSMSG-NUMBER-1
               MOVE WS-STATUS-CODE OF WS-IPCRYPT-REQUEST TO
                   WS-OPSMSG-NUMBER-2
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "record " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   " failed, status " FUNCTION TRIM(WS-OPSMSG-NUMBER-2)
                   ": " WS-CURRENT-ADDRESS-TEXT
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               EVALUATE TRUE
                   WHEN ERROR-INVALID-MODE OF WS-IPCRYPT-REQUEST
                       ADD 1 TO WS-COUNT-INV-MODE
                       ADD 1 TO WS-COUNT-INV-TWEAK
                   WHEN ERROR-NDX-KEY-LENGTH OF WS-IPCRYPT-REQUEST
                       ADD 1 TO WS-COUNT-NDX-KEY-LEN
                   WHEN ERROR-INVALID-TIMESTAMP OF WS-IPCRYPT-REQUEST
                       ADD 1 TO WS-COUNT-INV-TSTAMP
               END-EVALUATE
           END-IF

               PERFORM STORE-PATCH-RESULT
           ELSE
           IF EMBEDDED-FIELD-MODE
      * coarsened only now, after the reject sidecar has taken the
      * record as it arrived; the timestamp keeps its width, so the
      * address field's columns are unchanged for the rebuild
               IF TIMESTAMP-GENERALIZING
                   PERFORM GENERALIZE-TIMESTAMP-FIELD
               END-IF
               PERFORM WRITE-EMBEDDED-OUTPUT-RECORD
           ELSE
               IF OUTPUT-MODE-EXTRACT OR PARTITION-MODE-ACTIVE
           IF SUBNET-POLICY-ENABLED
               PERFORM CHECK-SUBNET-POLICY
           END-IF
      * the watchlist is checked on the raw address before the cipher
      * sees it; a dropped record ships nothing, so carries nothing
           IF WATCHLIST-ENABLED AND NOT RECORD-POLICY-DROP
               PERFORM CHECK-WATCHLIST
           END-IF
      * A policy pass-through ships the original address unchanged -
      * the one sanctioned case of an address crossing this program
      * without encryption - and a drop never reaches the cipher or
               MOVE IP-OUTPUT-RECORD TO RV-ANONYMIZED-ADDRESS
               MOVE WS-MODE OF WS-IPCRYPT-REQUEST TO RV-MODE-USED
               MOVE WS-CURRENT-ADDRESS-TEXT TO RV-ORIGINAL-ADDRESS
               PERFORM SET-REVERSE-KEY-ID
               WRITE REV-LOOKUP-RECORD
                   INVALID KEY
                       REWRITE REV-LOOKUP-RECORD
           END-IF
           EXIT.

      ******************************************************************
      * SET-REVERSE-KEY-ID
      * The key-id this row was actually produced under - the row's
      * own in mixed mode, its family's under family routing, the
      * run's otherwise (spaces for a raw hex key) - so IPCRYPT-REVINQ
      * can put it to the operator's decrypt scope
      ******************************************************************
       SET-REVERSE-KEY-ID.
           IF MIXED-MODE-ACTIVE
               MOVE MIXED-KEY-ID TO RV-KEY-ID
           ELSE
           IF FAMILY-ROUTING-ENABLED
               IF CURRENT-FAMILY-V6
                   MOVE PARM-V6-KEY-ID TO RV-KEY-ID
               ELSE
                   MOVE PARM-V4-KEY-ID TO RV-KEY-ID
               END-IF
           ELSE
               MOVE PARM-KEY-ID TO RV-KEY-ID
           END-IF
           END-IF
           EXIT.

      ******************************************************************
      * RESOLVE-MAC-KEY
      * The token digest's MAC key comes from the KEYSTORE under its
      ******************************************************************
       RESOLVE-MAC-KEY.
           IF PARM-MAC-KEY-ID = SPACES
               MOVE "IPC0671C" TO WS-OPSMSG-ID
               MOVE "token output needs PARM-MAC-KEY-ID, aborting"
                   TO WS-OPSMSG-TEXT
               PERFORM ISSUE-OPS-MESSAGE
               SET BATCH-ABORTED TO TRUE
           ELSE
               IF PARM-MAC-KEY-ID = PARM-KEY-ID
                   MOVE "IPC0672C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "MAC key-id must differ from the "
                       "anonymization key-id, aborting"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET BATCH-ABORTED TO TRUE
               END-IF
           END-IF
               MOVE PARM-MAC-KEY-ID TO WS-CURRENT-KEY-ID
               PERFORM LOOKUP-JOB-KEY
               IF WS-KEYLOOKUP-NOT-FOUND OR WS-KEYLOOKUP-EXPIRED
                   MOVE "IPC0673C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "MAC key-id " PARM-MAC-KEY-ID " unusable, "
                       "aborting"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET BATCH-ABORTED TO TRUE
               ELSE
      * the digest is one AES-128 block, so the MAC key must be a
      * be exactly the kind of key-handling defect this program
      * exists to prevent
                   IF WS-KEYLOOKUP-KEY-LENGTH NOT = 16
                       MOVE "IPC0674C" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "MAC key-id " PARM-MAC-KEY-ID " is not a "
                           "16-byte key, aborting"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                       SET BATCH-ABORTED TO TRUE
                   ELSE
                       MOVE WS-KEYLOOKUP-KEY(1:16) TO WS-MAC-KEY
       WRITE-EXTRACT-OUTPUT-RECORD.
           PERFORM BUILD-EXTRACT-OUTPUT-RECORD
           WRITE BATOUT-RECORD
      * an intraday increment adds the same row to the day's keyed
      * files as it goes, exactly as a keyed-output run writes it
           IF INCREMENT-PASS-ACTIVE
               IF IPCRYPT-SUCCESS OF WS-IPCRYPT-REQUEST
                   MOVE WS-OUTPUT OF WS-IPCRYPT-REQUEST TO
                       IP-OUTPUT-RECORD
               ELSE
                   MOVE SPACES TO IP-OUTPUT-RECORD
               END-IF
               PERFORM WRITE-KSDS-OUTPUT-RECORD
           END-IF
           EXIT.

      ******************************************************************
           MOVE WS-CUR-COUNTRY-CODE TO BO-COUNTRY-CODE
           MOVE WS-CUR-ASN TO BO-ASN
           MOVE WS-CURRENT-SOURCE TO BO-SOURCE-SYSTEM
           MOVE WS-RECORD-WATCH-CATEGORY TO BO-WATCH-CATEGORY
           EXIT.

      ******************************************************************
                   TO WS-PATCH-NUMBER(WS-PATCH-COUNT)
               MOVE BATOUT-RECORD TO WS-PATCH-IMAGE(WS-PATCH-COUNT)
           ELSE
               MOVE "IPC0675W" TO WS-OPSMSG-ID
               MOVE WS-CURRENT-RECORD-NUMBER TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "patch table full - record "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " NOT spliced"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           EXIT.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PRIOR-EXTRACT-FILE
           IF WS-PRIOR-STATUS NOT = "00"
               MOVE "IPC0676E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "PRIOREXTRACT not usable (status " WS-PRIOR-STATUS
                   ") - nothing spliced"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET END-OF-INPUT TO TRUE
           ELSE
               OPEN OUTPUT IP-OUTPUT-EXTRACT-FILE
               CLOSE PRIOR-EXTRACT-FILE
               CLOSE IP-OUTPUT-EXTRACT-FILE
           END-IF
           MOVE "IPC0677I" TO WS-OPSMSG-ID
           MOVE WS-PATCH-APPLIED TO WS-OPSMSG-NUMBER-1
           MOVE WS-PATCH-COUNT TO WS-OPSMSG-NUMBER-2
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "corrections spliced = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " of "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-2)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           IF WS-PATCH-APPLIED < WS-PATCH-COUNT
               MOVE "IPC0678W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "*** some corrected records matched no extract "
                   "row - check their record numbers ***"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           EXIT.

           MOVE 0 TO WS-GEO-COUNT
           OPEN INPUT GEO-LOOKUP-FILE
           IF WS-GEOASN-STATUS NOT = "00"
               MOVE "IPC0679W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "GEOASN file not usable (status " WS-GEOASN-STATUS
                   ") - running without enrichment"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT
               CLOSE GEO-LOOKUP-FILE
               IF WS-GEO-COUNT > 0
                   MOVE 'Y' TO WS-GEO-ENABLED-SW
                   MOVE "IPC0680I" TO WS-OPSMSG-ID
                   MOVE WS-GEO-COUNT TO WS-OPSMSG-NUMBER-1
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "enrichment active with "
                       FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " ranges"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               ELSE
                   MOVE "IPC0681W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "GEOASN file carried no usable ranges - "
                       "running without enrichment"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF
           EXIT.
       LOAD-ONE-GEO-RANGE.
           IF WS-GEO-COUNT >= 500
               ADD 1 TO WS-GEO-SKIPPED
               MOVE "IPC0682W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "GEOASN table full - range dropped: "
                   GA-RANGE-START-IP
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               MOVE "IP-TO-BYTES" TO WS-GEO-FUNCTION
               MOVE SPACES TO WS-GEO-PARAM-1
                   MOVE GA-ASN TO WS-GEO-ASN(WS-GEO-COUNT)
               ELSE
                   ADD 1 TO WS-GEO-SKIPPED
                   MOVE "IPC0683W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "GEOASN range skipped - unparseable address: "
                       GA-RANGE-START-IP
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF
           EXIT.
                   SET EMB-FIELD-FOUND TO TRUE
               END-IF
           ELSE
               MOVE PARM-FIELD-DELIMITER TO WS-EMB-SCAN-DELIMITER
               MOVE PARM-FIELD-NUMBER TO WS-EMB-SCAN-NUMBER
               PERFORM SCAN-DELIMITED-FIELD
           END-IF


      ******************************************************************
      * SCAN-DELIMITED-FIELD
      * Walk the record counting WS-EMB-SCAN-DELIMITER occurrences (a
      * blank delimiter means the line is space-delimited) until the
      * WS-EMB-SCAN-NUMBERth field's boundaries are known; the last
      * field on the line runs to the end of its significant text
      ******************************************************************
       SCAN-DELIMITED-FIELD.
               UNTIL WS-EMB-SCAN-POS > WS-EMB-RECORD-LENGTH
                   OR EMB-FIELD-FOUND
               IF IP-INPUT-RECORD(WS-EMB-SCAN-POS:1) =
                       WS-EMB-SCAN-DELIMITER
                   IF WS-EMB-FIELD-COUNT = WS-EMB-SCAN-NUMBER
                       COMPUTE WS-EMB-FIELD-END = WS-EMB-SCAN-POS - 1
                       SET EMB-FIELD-FOUND TO TRUE
                   ELSE
           END-PERFORM

           IF NOT EMB-FIELD-FOUND
               AND WS-EMB-FIELD-COUNT = WS-EMB-SCAN-NUMBER
               AND WS-EMB-FIELD-START <= WS-EMB-RECORD-LENGTH
               MOVE WS-EMB-RECORD-LENGTH TO WS-EMB-FIELD-END
               SET EMB-FIELD-FOUND TO TRUE
           END-IF
           EXIT.

      ******************************************************************
      * LOCATE-TIMESTAMP-FIELD
      * Find the timestamp inside the current log record by the
      * second field spec - fixed column, or the PARM-TS-FIELD-
      * NUMBERth delimited field through the same scan the address
      * uses - and have PARSE-TIMESTAMP-FIELD recognise it. Runs
      * ahead of LOCATE-EMBEDDED-FIELD, which then re-fills the
      * shared scan fields with the address's own position.
      ******************************************************************
       LOCATE-TIMESTAMP-FIELD.
           MOVE 'N' TO WS-TS-FOUND-SWITCH
           MOVE 'N' TO WS-TS-PARSED-SWITCH
           MOVE 'N' TO WS-EMB-FOUND-SWITCH
           COMPUTE WS-EMB-RECORD-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(IP-INPUT-RECORD))

           IF PARM-TS-FIELD-START > 0
               MOVE PARM-TS-FIELD-START TO WS-TS-FIELD-START
               MOVE PARM-TS-FIELD-LENGTH TO WS-TS-FIELD-LENGTH
               COMPUTE WS-TS-FIELD-END =
                   WS-TS-FIELD-START + WS-TS-FIELD-LENGTH - 1
               IF WS-TS-FIELD-LENGTH > 0
                   AND WS-TS-FIELD-END <= WS-EMB-RECORD-LENGTH
                   SET TS-FIELD-FOUND TO TRUE
               END-IF
           ELSE
               MOVE PARM-TS-FIELD-DELIMITER TO WS-EMB-SCAN-DELIMITER
               MOVE PARM-TS-FIELD-NUMBER TO WS-EMB-SCAN-NUMBER
               PERFORM SCAN-DELIMITED-FIELD
               IF EMB-FIELD-FOUND
                   MOVE WS-EMB-FIELD-START TO WS-TS-FIELD-START
                   MOVE WS-EMB-FIELD-LENGTH TO WS-TS-FIELD-LENGTH
                   MOVE WS-EMB-FIELD-END TO WS-TS-FIELD-END
                   SET TS-FIELD-FOUND TO TRUE
               END-IF
           END-IF

           IF TS-FIELD-FOUND
               PERFORM PARSE-TIMESTAMP-FIELD
           END-IF
           EXIT.

      ******************************************************************
      * PARSE-TIMESTAMP-FIELD
      * Recognise the timestamp's layout from its punctuation and note
      * the record column of each part; the date/time values are then
      * range-checked, so a field that merely looks like a timestamp
      * is still refused. A web access log's leading '[' is skipped;
      * anything after the last time part (a zone offset, a closing
      * ']') is left as it is.
      ******************************************************************
       PARSE-TIMESTAMP-FIELD.
           MOVE 0 TO WS-TS-MONTH-POS
           MOVE 0 TO WS-TS-MONTH-NAME-POS
           MOVE 0 TO WS-TS-DAY-POS
           MOVE 0 TO WS-TS-HOUR-POS
           MOVE 0 TO WS-TS-MINUTE-POS
           MOVE 0 TO WS-TS-SECOND-POS
           MOVE 0 TO WS-TS-FRACTION-POS
           MOVE 0 TO WS-TS-FRACTION-LEN

           MOVE WS-TS-FIELD-START TO WS-TS-POS
           IF IP-INPUT-RECORD(WS-TS-POS:1) = "["
               ADD 1 TO WS-TS-POS
           END-IF
           IF WS-TS-POS > WS-TS-FIELD-END
               MOVE 0 TO WS-TS-REMAINING
           ELSE
               COMPUTE WS-TS-REMAINING =
                   WS-TS-FIELD-END - WS-TS-POS + 1
           END-IF

           IF WS-TS-REMAINING >= 10
               AND IP-INPUT-RECORD(WS-TS-POS:4) NUMERIC
               AND IP-INPUT-RECORD(WS-TS-POS + 4:1) = "-"
               AND IP-INPUT-RECORD(WS-TS-POS + 7:1) = "-"
               PERFORM PARSE-ISO-TIMESTAMP
           ELSE
           IF WS-TS-REMAINING >= 20
               AND IP-INPUT-RECORD(WS-TS-POS + 2:1) = "/"
               AND IP-INPUT-RECORD(WS-TS-POS + 6:1) = "/"
               AND IP-INPUT-RECORD(WS-TS-POS + 11:1) = ":"
               AND IP-INPUT-RECORD(WS-TS-POS + 14:1) = ":"
               AND IP-INPUT-RECORD(WS-TS-POS + 17:1) = ":"
               AND IP-INPUT-RECORD(WS-TS-POS + 7:4) NUMERIC
               MOVE WS-TS-POS TO WS-TS-DAY-POS
               COMPUTE WS-TS-MONTH-NAME-POS = WS-TS-POS + 3
               COMPUTE WS-TS-HOUR-POS = WS-TS-POS + 12
               COMPUTE WS-TS-MINUTE-POS = WS-TS-POS + 15
               COMPUTE WS-TS-SECOND-POS = WS-TS-POS + 18
               SET TS-FIELD-PARSED TO TRUE
           ELSE
           IF WS-TS-REMAINING >= 15
               AND IP-INPUT-RECORD(WS-TS-POS + 3:1) = SPACE
               AND IP-INPUT-RECORD(WS-TS-POS + 6:1) = SPACE
               AND IP-INPUT-RECORD(WS-TS-POS + 9:1) = ":"
               AND IP-INPUT-RECORD(WS-TS-POS + 12:1) = ":"
               MOVE WS-TS-POS TO WS-TS-MONTH-NAME-POS
               COMPUTE WS-TS-DAY-POS = WS-TS-POS + 4
               COMPUTE WS-TS-HOUR-POS = WS-TS-POS + 7
               COMPUTE WS-TS-MINUTE-POS = WS-TS-POS + 10
               COMPUTE WS-TS-SECOND-POS = WS-TS-POS + 13
               SET TS-FIELD-PARSED TO TRUE
           ELSE
           IF WS-TS-REMAINING >= 14
               AND IP-INPUT-RECORD(WS-TS-POS:14) NUMERIC
               COMPUTE WS-TS-MONTH-POS = WS-TS-POS + 4
               COMPUTE WS-TS-DAY-POS = WS-TS-POS + 6
               COMPUTE WS-TS-HOUR-POS = WS-TS-POS + 8
               COMPUTE WS-TS-MINUTE-POS = WS-TS-POS + 10
               COMPUTE WS-TS-SECOND-POS = WS-TS-POS + 12
               SET TS-FIELD-PARSED TO TRUE
               IF WS-TS-REMAINING > 15
                   AND IP-INPUT-RECORD(WS-TS-POS + 14:1) = "."
                   COMPUTE WS-TS-FRACTION-POS = WS-TS-POS + 15
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           IF TS-FIELD-PARSED
               PERFORM VALIDATE-TIMESTAMP-PARTS
           END-IF
           EXIT.

      ******************************************************************
      * PARSE-ISO-TIMESTAMP
      * yyyy-mm-dd, optionally followed by 'T' or a blank and hh:mm,
      * then optionally :ss and a '.' or ',' fraction. A bare date is
      * already coarser than any level and passes as it is; anything
      * else straight after the date is not a time this program can
      * trust to coarsen.
      ******************************************************************
       PARSE-ISO-TIMESTAMP.
           COMPUTE WS-TS-MONTH-POS = WS-TS-POS + 5
           COMPUTE WS-TS-DAY-POS = WS-TS-POS + 8
           IF WS-TS-REMAINING = 10
               SET TS-FIELD-PARSED TO TRUE
           ELSE
               IF WS-TS-REMAINING >= 16
                   AND (IP-INPUT-RECORD(WS-TS-POS + 10:1) = "T"
                        OR IP-INPUT-RECORD(WS-TS-POS + 10:1) = SPACE)
                   AND IP-INPUT-RECORD(WS-TS-POS + 13:1) = ":"
                   COMPUTE WS-TS-HOUR-POS = WS-TS-POS + 11
                   COMPUTE WS-TS-MINUTE-POS = WS-TS-POS + 14
                   SET TS-FIELD-PARSED TO TRUE
                   IF WS-TS-REMAINING >= 19
                       AND IP-INPUT-RECORD(WS-TS-POS + 16:1) = ":"
                       COMPUTE WS-TS-SECOND-POS = WS-TS-POS + 17
                       IF WS-TS-REMAINING > 20
                           AND (IP-INPUT-RECORD(WS-TS-POS + 19:1) = "."
                             OR IP-INPUT-RECORD(WS-TS-POS + 19:1) = ",")
                           COMPUTE WS-TS-FRACTION-POS = WS-TS-POS + 20
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * VALIDATE-TIMESTAMP-PARTS
      * Range-check every part the layout located and measure the
      * fraction's digits; any failure withdraws TS-FIELD-PARSED. A
      * syslog day below 10 is space-padded ("Mar  5") and checked
      * on its one digit.
      ******************************************************************
       VALIDATE-TIMESTAMP-PARTS.
           IF WS-TS-MONTH-POS > 0
               IF IP-INPUT-RECORD(WS-TS-MONTH-POS:2) NUMERIC
                   MOVE IP-INPUT-RECORD(WS-TS-MONTH-POS:2)
                       TO WS-TS-NUMBER
                   IF WS-TS-NUMBER < 1 OR WS-TS-NUMBER > 12
                       MOVE 'N' TO WS-TS-PARSED-SWITCH
                   END-IF
               ELSE
                   MOVE 'N' TO WS-TS-PARSED-SWITCH
               END-IF
           END-IF

           IF WS-TS-MONTH-NAME-POS > 0
               MOVE 'N' TO WS-TS-MONTH-SWITCH
               PERFORM VARYING WS-TS-MONTH-INDEX FROM 1 BY 1
                   UNTIL WS-TS-MONTH-INDEX > 12
                       OR TS-MONTH-NAME-FOUND
                   IF IP-INPUT-RECORD(WS-TS-MONTH-NAME-POS:3) =
                           WS-TS-MONTH-NAME(WS-TS-MONTH-INDEX)
                       SET TS-MONTH-NAME-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT TS-MONTH-NAME-FOUND
                   MOVE 'N' TO WS-TS-PARSED-SWITCH
               END-IF
           END-IF

           IF WS-TS-DAY-POS > 0
               IF IP-INPUT-RECORD(WS-TS-DAY-POS:1) = SPACE
                   AND WS-TS-MONTH-NAME-POS > 0
                   AND WS-TS-DAY-POS > WS-TS-MONTH-NAME-POS
                   MOVE ZERO TO WS-TS-NUMBER
                   IF IP-INPUT-RECORD(WS-TS-DAY-POS + 1:1) NUMERIC
                       MOVE IP-INPUT-RECORD(WS-TS-DAY-POS + 1:1)
                           TO WS-TS-NUMBER(2:1)
                   END-IF
               ELSE
                   IF IP-INPUT-RECORD(WS-TS-DAY-POS:2) NUMERIC
                       MOVE IP-INPUT-RECORD(WS-TS-DAY-POS:2)
                           TO WS-TS-NUMBER
                   ELSE
                       MOVE ZERO TO WS-TS-NUMBER
                   END-IF
               END-IF
               IF WS-TS-NUMBER < 1 OR WS-TS-NUMBER > 31
                   MOVE 'N' TO WS-TS-PARSED-SWITCH
               END-IF
           END-IF

           IF WS-TS-HOUR-POS > 0
               IF IP-INPUT-RECORD(WS-TS-HOUR-POS:2) NUMERIC
                   MOVE IP-INPUT-RECORD(WS-TS-HOUR-POS:2)
                       TO WS-TS-NUMBER
                   IF WS-TS-NUMBER > 23
                       MOVE 'N' TO WS-TS-PARSED-SWITCH
                   END-IF
               ELSE
                   MOVE 'N' TO WS-TS-PARSED-SWITCH
               END-IF
           END-IF

           IF WS-TS-MINUTE-POS > 0
               IF IP-INPUT-RECORD(WS-TS-MINUTE-POS:2) NUMERIC
                   MOVE IP-INPUT-RECORD(WS-TS-MINUTE-POS:2)
                       TO WS-TS-NUMBER
                   IF WS-TS-NUMBER > 59
                       MOVE 'N' TO WS-TS-PARSED-SWITCH
                   END-IF
               ELSE
                   MOVE 'N' TO WS-TS-PARSED-SWITCH
               END-IF
           END-IF

      * 60 is a leap second, legitimately logged
           IF WS-TS-SECOND-POS > 0
               IF IP-INPUT-RECORD(WS-TS-SECOND-POS:2) NUMERIC
                   MOVE IP-INPUT-RECORD(WS-TS-SECOND-POS:2)
                       TO WS-TS-NUMBER
                   IF WS-TS-NUMBER > 60
                       MOVE 'N' TO WS-TS-PARSED-SWITCH
                   END-IF
               ELSE
                   MOVE 'N' TO WS-TS-PARSED-SWITCH
               END-IF
           END-IF

           IF WS-TS-FRACTION-POS > 0
               PERFORM VARYING WS-TS-POS FROM WS-TS-FRACTION-POS BY 1
                   UNTIL WS-TS-POS > WS-TS-FIELD-END
                       OR IP-INPUT-RECORD(WS-TS-POS:1) NOT NUMERIC
                   ADD 1 TO WS-TS-FRACTION-LEN
               END-PERFORM
               IF WS-TS-FRACTION-LEN = 0
                   MOVE 'N' TO WS-TS-PARSED-SWITCH
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * GENERALIZE-TIMESTAMP-FIELD
      * Zero the time parts finer than the run's level, in place and
      * at their own width: 'M' the seconds and fraction, 'H' the
      * minutes too, 'D' the hour too. A timestamp that could not be
      * read is blanked at its full width instead - the record is
      * rejected, and the exact time must not ship with it any more
      * than the raw address does.
      ******************************************************************
       GENERALIZE-TIMESTAMP-FIELD.
           IF TS-FIELD-PARSED
               IF WS-TS-SECOND-POS > 0
                   MOVE "00" TO IP-INPUT-RECORD(WS-TS-SECOND-POS:2)
               END-IF
               IF WS-TS-FRACTION-LEN > 0
                   MOVE ALL "0" TO IP-INPUT-RECORD
                       (WS-TS-FRACTION-POS:WS-TS-FRACTION-LEN)
               END-IF
               IF (TS-LEVEL-HOUR OR TS-LEVEL-DAY)
                   AND WS-TS-MINUTE-POS > 0
                   MOVE "00" TO IP-INPUT-RECORD(WS-TS-MINUTE-POS:2)
               END-IF
               IF TS-LEVEL-DAY AND WS-TS-HOUR-POS > 0
                   MOVE "00" TO IP-INPUT-RECORD(WS-TS-HOUR-POS:2)
               END-IF
           ELSE
               IF TS-FIELD-FOUND
                   MOVE SPACES TO IP-INPUT-RECORD
                       (WS-TS-FIELD-START:WS-TS-FIELD-LENGTH)
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * WRITE-EMBEDDED-OUTPUT-RECORD
      * Rebuild the log record around the anonymized value: everything
      * REPORT-EMBEDDED-TRUNCATION
      ******************************************************************
       REPORT-EMBEDDED-TRUNCATION.
           MOVE "IPC0684W" TO WS-OPSMSG-ID
           MOVE WS-CURRENT-RECORD-NUMBER TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "record " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               " rebuilt past the 512-byte record - tail truncated"
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           EXIT.

      ******************************************************************
           MOVE WS-COUNT-INV-KEY TO CKPT-COUNT-INV-KEY
           MOVE WS-COUNT-INV-TWEAK TO CKPT-COUNT-INV-TWEAK
           MOVE WS-COUNT-NDX-KEY-LEN TO CKPT-COUNT-NDX-KEY-LEN
           MOVE WS-COUNT-INV-TSTAMP TO CKPT-COUNT-INV-TSTAMP
           WRITE CKPT-RECORD
           CLOSE CHECKPOINT-FILE
           EXIT.
           END-PERFORM
           CLOSE IP-INPUT-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE "IPC0685I" TO WS-OPSMSG-ID
           MOVE WS-INPUT-TOTAL-COUNT TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "input holds " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               " records"
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           EXIT.

      ******************************************************************
                   FUNCTION MOD(WS-ETA-CLOCK / 60, 60)
               COMPUTE WS-ETA-SS = FUNCTION MOD(WS-ETA-CLOCK, 60)
               MOVE WS-HB-RATE TO WS-RATE-DISP
               MOVE "IPC0686I" TO WS-OPSMSG-ID
               MOVE WS-RECORDS-WRITTEN TO WS-OPSMSG-NUMBER-1
               MOVE WS-INPUT-TOTAL-COUNT TO WS-OPSMSG-NUMBER-2
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "processed " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   " of " FUNCTION TRIM(WS-OPSMSG-NUMBER-2) " at "
                   WS-RATE-DISP "/sec, estimated completion " WS-ETA-HH
                   ":" WS-ETA-MM ":" WS-ETA-SS
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               MOVE WS-HB-RATE TO WS-RATE-DISP
               MOVE "IPC0687I" TO WS-OPSMSG-ID
               MOVE WS-RECORDS-WRITTEN TO WS-OPSMSG-NUMBER-1
               MOVE WS-INPUT-TOTAL-COUNT TO WS-OPSMSG-NUMBER-2
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "processed " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   " of " FUNCTION TRIM(WS-OPSMSG-NUMBER-2) " at "
                   WS-RATE-DISP "/sec"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           EXIT.

               IF (OUTPUT-MODE-EXTRACT OR PARTITION-MODE-ACTIVE)
                       AND NOT EMBEDDED-FIELD-MODE
                   CLOSE IP-OUTPUT-EXTRACT-FILE
                   IF INCREMENT-PASS-ACTIVE
                       CLOSE IP-OUTPUT-KSDS
                       CLOSE REVERSE-LOOKUP-KSDS
                   END-IF
               ELSE
                   IF OUTPUT-MODE-KSDS AND NOT EMBEDDED-FIELD-MODE
                       CLOSE IP-OUTPUT-KSDS
                   IF OUTPUT-MODE-TOKEN AND NOT EMBEDDED-FIELD-MODE
                       CLOSE IP-OUTPUT-TOKEN-KSDS
                       IF WS-TOKEN-SKIPPED > 0
                           MOVE "IPC0688W" TO WS-OPSMSG-ID
                           MOVE WS-TOKEN-SKIPPED TO WS-OPSMSG-NUMBER-1
                           MOVE SPACES TO WS-OPSMSG-TEXT
                           STRING FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                               " failed records carry no token"
                               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                           END-STRING
                           PERFORM ISSUE-OPS-MESSAGE
                       END-IF
                   ELSE
                       IF ENVELOPE-ENABLED
      * pass a deliberately truncated body, so the file is left
      * reading as truncated - which it is
                           IF THRESHOLD-EXCEEDED
                               MOVE "IPC0689W" TO WS-OPSMSG-ID
                               MOVE SPACES TO WS-OPSMSG-TEXT
                               STRING "run stopped early - envelope "
                                   "left open so the delivery reads as "
                                   "truncated"
                                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                               END-STRING
                               PERFORM ISSUE-OPS-MESSAGE
                           ELSE
                               PERFORM WRITE-ENVELOPE-TRAILER
                           END-IF
               MOVE WS-COUNT-INV-KEY TO CKPT-COUNT-INV-KEY
               MOVE WS-COUNT-INV-TWEAK TO CKPT-COUNT-INV-TWEAK
               MOVE WS-COUNT-NDX-KEY-LEN TO CKPT-COUNT-NDX-KEY-LEN
               MOVE WS-COUNT-INV-TSTAMP TO CKPT-COUNT-INV-TSTAMP
               WRITE CKPT-RECORD
               CLOSE CHECKPOINT-FILE

               PERFORM WRITE-BULK-DISCLOSURE-LOG
           END-IF

           MOVE "IPC0690I" TO WS-OPSMSG-ID
           MOVE WS-RECORDS-READ TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "records read    = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC0691I" TO WS-OPSMSG-ID
           MOVE WS-RECORDS-WRITTEN TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "records written = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC0692I" TO WS-OPSMSG-ID
           MOVE WS-RECORDS-FAILED TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "records failed  = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           IF MIXED-MODE-ACTIVE
               MOVE "IPC0693I" TO WS-OPSMSG-ID
               MOVE WS-CACHE-HITS TO WS-OPSMSG-NUMBER-1
               MOVE WS-CACHE-MISSES TO WS-OPSMSG-NUMBER-2
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "key cache hits  = "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " misses = "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-2)
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           IF WS-SCOPE-ROWS-REFUSED > 0
               MOVE "IPC0694I" TO WS-OPSMSG-ID
               MOVE WS-SCOPE-ROWS-REFUSED TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "rows outside decrypt scope = "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           IF TRANS-CACHE-ENABLED
               CLOSE TRANSLATION-KSDS
               MOVE "IPC0695I" TO WS-OPSMSG-ID
               MOVE WS-TRANS-HITS TO WS-OPSMSG-NUMBER-1
               MOVE WS-TRANS-MISSES TO WS-OPSMSG-NUMBER-2
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "translation hits = "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " misses = "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-2)
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
      * bank the run's cache performance for the next housekeeping
      * pass's hit-rate report
               OPEN EXTEND TRANS-STATS-FILE
               CLOSE TRANS-STATS-FILE
           END-IF
           IF SUBNET-POLICY-ENABLED
               MOVE "IPC0696I" TO WS-OPSMSG-ID
               MOVE WS-POLICY-PASSED TO WS-OPSMSG-NUMBER-1
               MOVE WS-POLICY-DROPPED TO WS-OPSMSG-NUMBER-2
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "policy passed  = "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " dropped = "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-2)
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           IF WATCHLIST-ENABLED
               MOVE "IPC0697I" TO WS-OPSMSG-ID
               MOVE WS-WATCH-HITS TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "watchlist hits = "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           IF FLOW-MODE-ACTIVE AND WS-FLOW-REJECTED > 0
               MOVE "IPC0698W" TO WS-OPSMSG-ID
               MOVE WS-FLOW-REJECTED TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " flow records "
                   "rejected whole - no half-anonymized flow was "
                   "written"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           IF FOLD-PASS-ENABLED
               MOVE "IPC0699I" TO WS-OPSMSG-ID
               MOVE WS-FOLD-HITS TO WS-OPSMSG-NUMBER-1
               MOVE WS-FOLD-COUNT TO WS-OPSMSG-NUMBER-2
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "fold hits      = "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " distinct = "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-2)
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               IF WS-FOLD-OVERFLOWS > 0
                   MOVE "IPC0700W" TO WS-OPSMSG-ID
                   MOVE WS-FOLD-OVERFLOWS TO WS-OPSMSG-NUMBER-1
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "fold table filled - "
                       FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " occurrences "
                       "ciphered per record"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF
           PERFORM RELEASE-RUN-LOCKS

           MOVE "IPC0701I" TO WS-OPSMSG-ID
           MOVE "run complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE

      * Graded condition code for the scheduler: 0 clean, 4 completed
      * with rejects, 8 reject threshold crossed (run stopped early),

           MOVE SPACES TO RUNHIST-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO RH-RUN-TIMESTAMP
           IF WS-RUN-DATE NOT = SPACES
               MOVE WS-RUN-DATE TO RH-RUN-TIMESTAMP(1:8)
           END-IF
           MOVE "BATCH" TO RH-PROGRAM
           MOVE PARM-OPERATION TO RH-OPERATION
           MOVE PARM-MODE TO RH-MODE
           ELSE
               SET RH-COMPLETED TO TRUE
           END-IF
           IF INCREMENT-PASS-ACTIVE
               SET RH-INCREMENT-RUN TO TRUE
               MOVE PARM-INCREMENT-HOUR TO RH-INCREMENT-HOUR
           END-IF
           WRITE RUNHIST-RECORD
           CLOSE RUN-HISTORY-FILE
           EXIT.
               DELIMITED BY SIZE INTO RECON-LINE
           WRITE RECON-LINE

      * Timestamp rejects only arise when embedded mode generalizes
      * the timestamp, so the bucket prints only for such a run
           IF TIMESTAMP-GENERALIZING
               MOVE WS-COUNT-INV-TSTAMP TO WS-REPORT-NUMBER
               MOVE SPACES TO RECON-LINE
               STRING "  ERROR-INVALID-TSTAMP : " WS-REPORT-NUMBER
                   DELIMITED BY SIZE INTO RECON-LINE
               WRITE RECON-LINE
           END-IF

      * Per-family totals for a family-routed run, so the IPv4 side
      * and the IPv6 side each reconcile on their own
           IF FAMILY-ROUTING-ENABLED
               WRITE RECON-LINE
           END-IF

      * Watchlist hits per category - a count only, never the
      * addresses: the extract rows carry the categories themselves
           IF WATCHLIST-ENABLED
               MOVE "TOTALS BY WATCHLIST CATEGORY" TO RECON-LINE
               WRITE RECON-LINE
               MOVE WS-WATCH-COUNT TO WS-REPORT-NUMBER
               MOVE SPACES TO RECON-LINE
               STRING "  ENTRIES IN FORCE     : " WS-REPORT-NUMBER
                   DELIMITED BY SIZE INTO RECON-LINE
               WRITE RECON-LINE
               MOVE WS-WATCH-HITS TO WS-REPORT-NUMBER
               MOVE SPACES TO RECON-LINE
               STRING "  WATCHLIST HITS       : " WS-REPORT-NUMBER
                   DELIMITED BY SIZE INTO RECON-LINE
               WRITE RECON-LINE
               PERFORM WRITE-ONE-WATCH-RECON-LINE
                   VARYING WS-WCAT-INDEX FROM 1 BY 1
                   UNTIL WS-WCAT-INDEX > WS-WCAT-COUNT
           END-IF

           IF SOURCE-MODE-ACTIVE
               MOVE "TOTALS BY SOURCE SYSTEM" TO RECON-LINE
               WRITE RECON-LINE
           END-IF
           EXIT.

      ******************************************************************
      * WRITE-ONE-WATCH-RECON-LINE
      ******************************************************************
       WRITE-ONE-WATCH-RECON-LINE.
           IF WS-WCAT-HITS(WS-WCAT-INDEX) > 0
               MOVE WS-WCAT-HITS(WS-WCAT-INDEX) TO WS-REPORT-NUMBER
               MOVE SPACES TO RECON-LINE
               STRING "  CATEGORY " WS-WCAT-CODE(WS-WCAT-INDEX)
                   "      : " WS-REPORT-NUMBER
                   DELIMITED BY SIZE INTO RECON-LINE
               END-STRING
               WRITE RECON-LINE
           END-IF
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-BATCH" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-BATCH.
