      * One submitted job for the whole partitioned night: reads a
      * single run-control record (RUNCTL) describing the run - mode,
      * key-id, partition count, verification sample interval - then
      * drives IPCRYPT-VALIDATE, the IPCRYPT-ADDRPROF address-class
      * profile, IPCRYPT-SPLIT, one IPCRYPT-BATCH pass per partition,
      * IPCRYPT-MERGE, and IPCRYPT-VERIFY in order, checking each
      * stage's outcome before starting the next and
      * stopping the chain with a clear console message when a stage
      * fails. Replaces the five hand-submitted steps (and their five
      * hand-built parm files) whose mis-ordering kept costing us the
      * copied back over OUTEXTRACT for the verification pass. INFILE
      * is therefore consumed by a driver run - feed the chain a copy
      * when the original export must be kept.
      *
      * Each stage's outcome is recorded on STAGELOG the moment it
      * completes (IPCRYPT-STAGELOG.cpy), with a fingerprint of every
      * output it leaves for later stages. A night that stops at
      * MERGE or VERIFY is resubmitted with the RUNCTL restart flag
      * rather than rerun: the driver confirms the completed stages'
      * outputs are still present and unchanged, then picks up at the
      * first stage that did not complete - running BATCH only for
      * the partitions that did not finish.
      *
      * After an outage has cost us nights, the RUNCTL catch-up flag
      * runs the backlog in one submission: every business day since
      * the last completed run that RUNHIST shows no completed run
      * for is run oldest first, each under its own run date, from
      * that night's inbound file as carried on the BACKLOG dataset.
      * The duplicate-run gate still rules on every date, and the
      * catch-up stops at the first date that fails, reporting which
      * dates are now current and which are still owed.
      *
      * Every stage's elapsed time goes to the permanent STAGETIME
      * history (IPCRYPT-STAGETIME.cpy). At each stage boundary the
      * night's finish - delivery included - is projected from the
      * median time each remaining stage has taken, and once that
      * projection passes the RUNCTL delivery deadline the console
      * gets an SLA alert and the night ends with a warning code.
      *
      * Collectors that drop a file every hour can be run intraday
      * instead of as one night. The RUNCTL run type 'I' runs one
      * hourly drop (RUNCTL increment hour) as its own small chain -
      * inbound check, validation, and a single IPCRYPT-BATCH pass
      * that also feeds the day's OUTKSDS/REVKSDS - and banks its
      * extract on the day's INCRDAY accumulator
      * (IPCRYPT-INCREXT.cpy). Run type 'R' closes the day:
      * IPCRYPT-ROLLUP reconciles the increments against the
      * collector's DAYCOUNT and merges them into the one MERGEOUT,
      * which is then verified exactly as a night's would be.
      * Neither writes STAGELOG or STAGETIME - an hour's timings are
      * no guide to a night's, and a failed increment is simply run
      * again.
      *
      * Before any of these runs, IPCRYPT-CFGCHK cross-checks RUNCTL
      * against KEYSTORE, OPERAUTH, PARTNERSUB, SUBNETPOL, GEOASN,
      * PROCCAL and PARMFILE. Control files that disagree - a retired
      * key-id, a partner subscribed to a mode the night does not
      * produce, an unmaintained calendar - stop the chain before
      * anything is opened for output, with every finding on
      * CFGCHKRPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-DRIVER.
           SELECT DRIVER-RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
      * STAGE-OUTCOME-FILE - the night's durable stage outcomes, read
      * back by a restart
           SELECT STAGE-OUTCOME-FILE ASSIGN TO "STAGELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGELOG-STATUS.
      * STAGE-TIMING-FILE - the permanent stage-timing history
           SELECT STAGE-TIMING-FILE ASSIGN TO "STAGETIME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGETIME-STATUS.
      * INCREMENT-BANK-FILE - the day's increment extracts, appended
      * to by every increment pass and read back by IPCRYPT-ROLLUP
           SELECT INCREMENT-BANK-FILE ASSIGN TO "INCRDAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCRDAY-STATUS.
           SELECT DRIVER-ROLLUP-PARM-FILE ASSIGN TO "ROLLPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
      * BACKLOG-FILE - a catch-up's missed nights' inbound files
           SELECT BACKLOG-FILE ASSIGN TO "BACKLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKLOG-STATUS.
           SELECT DRIVER-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DRIVER-SPLIT-PARM-FILE ASSIGN TO "SPLITPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DRIVER-VERIFY-PARM-FILE ASSIGN TO "VERIFYPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DRIVER-PROFILE-PARM-FILE ASSIGN TO "PROFPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DRIVER-CKPT-FILE ASSIGN TO "CKPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFYEXCP-STATUS.
           SELECT DRIVER-INFILE ASSIGN TO "INFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT DRIVER-INBODY-FILE ASSIGN TO "INBODY"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DRIVER-OUTEXTRACT-FILE ASSIGN TO "OUTEXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT DRIVER-MERGEOUT-FILE ASSIGN TO "MERGEOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT PART-FILE-1 ASSIGN TO "PART0001"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT PART-FILE-2 ASSIGN TO "PART0002"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT PART-FILE-3 ASSIGN TO "PART0003"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT PART-FILE-4 ASSIGN TO "PART0004"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT PART-FILE-5 ASSIGN TO "PART0005"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT PART-FILE-6 ASSIGN TO "PART0006"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT PART-FILE-7 ASSIGN TO "PART0007"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT PART-FILE-8 ASSIGN TO "PART0008"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
      * DRIVER-REJECT-FILE / REJECT-SLOT-1..8 - each BATCH pass opens
      * REJECTFILE fresh, so the driver banks every partition's
      * sidecar into its own slot the same way the extract is banked;
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT REJECT-SLOT-1 ASSIGN TO "REJECT01"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT REJECT-SLOT-2 ASSIGN TO "REJECT02"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT REJECT-SLOT-3 ASSIGN TO "REJECT03"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT REJECT-SLOT-4 ASSIGN TO "REJECT04"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT REJECT-SLOT-5 ASSIGN TO "REJECT05"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT REJECT-SLOT-6 ASSIGN TO "REJECT06"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT REJECT-SLOT-7 ASSIGN TO "REJECT07"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT REJECT-SLOT-8 ASSIGN TO "REJECT08"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT EXTRACT-FILE-1 ASSIGN TO "EXTRACT01"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT EXTRACT-FILE-2 ASSIGN TO "EXTRACT02"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT EXTRACT-FILE-3 ASSIGN TO "EXTRACT03"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT EXTRACT-FILE-4 ASSIGN TO "EXTRACT04"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT EXTRACT-FILE-5 ASSIGN TO "EXTRACT05"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT EXTRACT-FILE-6 ASSIGN TO "EXTRACT06"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT EXTRACT-FILE-7 ASSIGN TO "EXTRACT07"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT EXTRACT-FILE-8 ASSIGN TO "EXTRACT08"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * RUN-CONTROL-FILE - the one record the operators build (see
      * IPCRYPT-RUNCTL.cpy)
      ******************************************************************
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-RUNCTL.cpy".

       FD  PROCESSING-CALENDAR-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       COPY "IPCRYPT-RUNHIST.cpy".

       FD  STAGE-OUTCOME-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-STAGELOG.cpy".

       FD  STAGE-TIMING-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-STAGETIME.cpy".

       FD  INCREMENT-BANK-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-INCREXT.cpy".

      ******************************************************************
      * BACKLOG-FILE - the inbound files of the nights a catch-up is
      * to run, concatenated as received (enveloped or not, as RUNCTL
      * says), each one preceded by a separator record naming its
      * run date and the dataset it came from:
      *     *RUNDATE yyyymmdd inbound.dataset.name
      ******************************************************************
       FD  BACKLOG-FILE
           RECORDING MODE IS F.
       01  BACKLOG-RECORD           PIC X(512).
       01  BACKLOG-SEPARATOR REDEFINES BACKLOG-RECORD.
           05  BL-SEPARATOR-TAG     PIC X(08).
               88  BL-NIGHT-SEPARATOR VALUE "*RUNDATE".
           05  FILLER               PIC X(01).
           05  BL-RUN-DATE          PIC X(08).
           05  FILLER               PIC X(01).
           05  BL-INPUT-NAME        PIC X(44).
           05  FILLER               PIC X(450).

      * DRV-PARM-RECORD and the stage parm records below are written
      * as plain text lines; the field layouts each stage expects are
      * built in working storage (WS-PARM-IMAGE and friends) and moved
      * here whole.
       FD  DRIVER-PARM-FILE
           RECORDING MODE IS F.
       01  DRV-PARM-RECORD          PIC X(256).

       FD  DRIVER-SPLIT-PARM-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  DRV-VERIFY-PARM-RECORD   PIC X(47).

       FD  DRIVER-PROFILE-PARM-FILE
           RECORDING MODE IS F.
       01  DRV-PROFILE-PARM-RECORD  PIC X(22).

       FD  DRIVER-ROLLUP-PARM-FILE
           RECORDING MODE IS F.
       01  DRV-ROLLUP-PARM-RECORD   PIC X(32).

      * Mirrors the head of IPCRYPT-BATCH's CKPT-RECORD - enough to
      * reset the checkpoint before each partition pass and to read
      * back whether the pass ran to completion
           05  WS-REJECT-STATUS     PIC X(02).
           05  WS-VALIDEXCP-STATUS  PIC X(02).
           05  WS-VERIFYEXCP-STATUS PIC X(02).
           05  WS-STAGELOG-STATUS   PIC X(02).
           05  WS-SLOT-STATUS       PIC X(02).
           05  WS-BACKLOG-STATUS    PIC X(02).
           05  WS-STAGETIME-STATUS  PIC X(02).
           05  WS-INCRDAY-STATUS    PIC X(02).

       01  WS-COUNTERS.
           05  WS-PART-INDEX        PIC 9(02) COMP.
      * night, and partition passes 2-8 would otherwise trip over the
      * RUNHIST record partition 1 writes for the same date/mode/key
           05  WS-PI-FORCE-RERUN    PIC X(01) VALUE 'Y'.
      * Subnet policy, flow, fold and family routing are never used
      * on a driver pass; the watchlist is run control's choice
           05  WS-PI-SUBNET-POLICY-FLAG PIC X(01) VALUE SPACE.
           05  WS-PI-FLOW-FLAG      PIC X(01) VALUE SPACE.
           05  WS-PI-FOLD-FLAG      PIC X(01) VALUE SPACE.
           05  WS-PI-FAMILY-FLAG    PIC X(01) VALUE SPACE.
           05  WS-PI-V4-MODE        PIC X(16) VALUE SPACES.
           05  WS-PI-V4-KEY-ID      PIC X(08) VALUE SPACES.
           05  WS-PI-V6-MODE        PIC X(16) VALUE SPACES.
           05  WS-PI-V6-KEY-ID      PIC X(08) VALUE SPACES.
           05  WS-PI-WATCHLIST-FLAG PIC X(01) VALUE SPACE.
      * Timestamp generalization is embedded mode's alone - off
           05  WS-PI-TS-FIELD-START PIC 9(03) VALUE 0.
           05  WS-PI-TS-FIELD-LENGTH PIC 9(02) VALUE 0.
           05  WS-PI-TS-FIELD-DELIM PIC X(01) VALUE SPACE.
           05  WS-PI-TS-FIELD-NUMBER PIC 9(02) VALUE 0.
           05  WS-PI-TS-LEVEL       PIC X(01) VALUE SPACE.
      * The night's own business date, so the pass gates and files
      * its RUNHIST record under it even when it is not today
           05  WS-PI-RUN-DATE       PIC X(08) VALUE SPACES.
      * Set only on an intraday increment's pass
           05  WS-PI-INCREMENT-HOUR PIC X(02) VALUE SPACES.

      ******************************************************************
      * WS-VERIFY-PARM-IMAGE - the VERIFYPARM record IPCRYPT-VERIFY
           05  WS-VI-TWEAK-LENGTH   PIC 9(02) VALUE 0.
           05  WS-VI-SAMPLE-INTERVAL PIC 9(05).

      ******************************************************************
      * WS-PROFILE-PARM-IMAGE - the PROFPARM record IPCRYPT-ADDRPROF
      * expects: the chain's INFILE is always the bare-address layout
      * IPCRYPT-SPLIT reads, so only the threshold and the accept
      * flag come from run control
      ******************************************************************
       01  WS-PROFILE-PARM-IMAGE.
           05  WS-PP-LAYOUT-FLAG    PIC X(01) VALUE SPACE.
           05  WS-PP-SHIFT-POINTS   PIC 9(03) VALUE 0.
           05  WS-PP-MIN-RECORDS    PIC 9(09) VALUE 0.
           05  WS-PP-ACCEPT-FLAG    PIC X(01) VALUE SPACE.
           05  WS-PP-RUN-DATE       PIC X(08) VALUE SPACES.

      ******************************************************************
      * WS-ROLLUP-PARM-IMAGE - the ROLLPARM record IPCRYPT-ROLLUP
      * expects: the business date and the mode and key-id whose
      * increments it rolls up
      ******************************************************************
       01  WS-ROLLUP-PARM-IMAGE.
           05  WS-RP-RUN-DATE       PIC X(08).
           05  WS-RP-MODE           PIC X(16).
           05  WS-RP-KEY-ID         PIC X(08).

      ******************************************************************
      * INTRADAY WORK AREA - the increment pass being banked, and
      * what the registry says about its hour and its day
      ******************************************************************
       01  WS-INTRADAY-WORK.
           05  WS-PASS-ID           PIC X(14).
           05  WS-BANKED-COUNT      PIC 9(09) COMP VALUE 0.
           05  WS-PRIOR-HOUR-SW     PIC X(01).
               88  PRIOR-HOUR-FOUND VALUE 'Y'.
           05  WS-DAY-CLOSED-SW     PIC X(01).
               88  DAY-ALREADY-CLOSED VALUE 'Y'.

       01  WS-STAGE-NAME            PIC X(16).

      ******************************************************************
      * STAGE-OUTCOME WORK AREA - which stages (and which BATCH
      * partitions) STAGELOG shows complete, the output fingerprints
      * recorded for them, and the fingerprint being taken now
      ******************************************************************
       01  WS-RESTART-WORK.
           05  WS-RUN-ID            PIC X(14) VALUE SPACES.
           05  WS-STAGE-STARTED-AT  PIC X(14) VALUE SPACES.
           05  WS-LOG-PARTITION     PIC 9(02).
           05  WS-INBOUND-DONE-SW   PIC X(01) VALUE 'N'.
               88  INBOUND-DONE     VALUE 'Y'.
           05  WS-VALIDATE-DONE-SW  PIC X(01) VALUE 'N'.
               88  VALIDATE-DONE    VALUE 'Y'.
           05  WS-PROFILE-DONE-SW   PIC X(01) VALUE 'N'.
               88  PROFILE-DONE     VALUE 'Y'.
           05  WS-SPLIT-DONE-SW     PIC X(01) VALUE 'N'.
               88  SPLIT-DONE       VALUE 'Y'.
           05  WS-MERGE-DONE-SW     PIC X(01) VALUE 'N'.
               88  MERGE-DONE       VALUE 'Y'.
           05  WS-VERIFY-DONE-SW    PIC X(01) VALUE 'N'.
               88  VERIFY-DONE      VALUE 'Y'.
           05  WS-PART-DONE-TABLE.
               10  WS-PART-DONE-SW  PIC X(01) OCCURS 8 TIMES.
                   88  PARTITION-DONE   VALUE 'Y'.
           05  WS-PARTS-DONE-COUNT  PIC 9(02) COMP.
           05  WS-NOTHING-LEFT-SW   PIC X(01) VALUE 'N'.
               88  NOTHING-TO-RESUME VALUE 'Y'.
           05  WS-RESUME-STAGE      PIC X(08).
           05  WS-HEADER-FOUND-SW   PIC X(01) VALUE 'N'.
               88  STAGELOG-HEADER-FOUND VALUE 'Y'.
           05  WS-LOGGED-COUNT      PIC 9(02) COMP VALUE 0.
           05  WS-LOGGED-DATASET OCCURS 40 TIMES.
               10  WS-LD-STAGE-NAME PIC X(08).
               10  WS-LD-PARTITION  PIC 9(02).
               10  WS-LD-DATASET-NAME PIC X(10).
               10  WS-LD-RECORD-COUNT PIC 9(09).
               10  WS-LD-CHECK-TOTAL PIC 9(15).
           05  WS-LD-INDEX          PIC 9(02) COMP.
           05  WS-LD-MATCH          PIC 9(02) COMP.
           05  WS-VERIFY-INDEX      PIC 9(02) COMP.
           05  WS-CHECK-THIS-SW     PIC X(01).
               88  CHECK-THIS-DATASET VALUE 'Y'.

       01  WS-FINGERPRINT-WORK.
           05  WS-FP-DATASET        PIC X(10).
           05  WS-FP-PARTITION      PIC 9(02).
           05  WS-FP-PRESENT-SW     PIC X(01).
               88  FP-DATASET-PRESENT VALUE 'Y'.
           05  WS-FP-COUNT          PIC 9(09) COMP.
           05  WS-FP-TOTAL          PIC 9(15) COMP.
           05  WS-FP-LENGTH         PIC 9(04) COMP.
           05  WS-FP-SCAN           PIC 9(04) COMP.
           05  WS-FP-RECORD         PIC X(523).

      ******************************************************************
      * DUPLICATE-RUN GATE WORK AREA - tonight's date, what the
      * calendar says about it, and whether the registry already
           05  WS-PRIOR-RUN-SWITCH  PIC X(01).
               88  PRIOR-RUN-FOUND  VALUE 'Y'.

      ******************************************************************
      * CATCH-UP WORK AREA - the business days owed since the last
      * completed run, oldest first, and how each one fared. A
      * catch-up takes at most 31 dates; any more are reported still
      * owed for the next submission.
      ******************************************************************
       01  WS-CATCHUP-WORK.
           05  WS-LAST-GOOD-DATE    PIC X(08).
           05  WS-TODAY-DATE        PIC X(08).
           05  WS-SCAN-DATE         PIC 9(08).
           05  WS-DAY-NUMBER        PIC 9(08) COMP.
           05  WS-LAST-DAY-NUMBER   PIC 9(08) COMP.
           05  WS-OWED-COUNT        PIC 9(02) COMP VALUE 0.
           05  WS-OWED-INDEX        PIC 9(02) COMP.
           05  WS-OWED-BEYOND       PIC 9(04) COMP VALUE 0.
           05  WS-OWED-ENTRY OCCURS 31 TIMES.
               10  WS-OWED-DATE     PIC X(08).
               10  WS-OWED-OUTCOME  PIC X(01).
                   88  OWED-NOT-RUN     VALUE SPACE.
                   88  OWED-NOW-CURRENT VALUE 'C'.
                   88  OWED-GATE-REFUSED VALUE 'G'.
                   88  OWED-FAILED      VALUE 'F'.
           05  WS-CURRENT-COUNT     PIC 9(02) COMP.
           05  WS-STILL-OWED-COUNT  PIC 9(04) COMP.
           05  WS-BACKLOG-NIGHT-SW  PIC X(01).
               88  BACKLOG-NIGHT-FOUND VALUE 'Y'.
           05  WS-BACKLOG-COPY-SW   PIC X(01).
               88  COPYING-BACKLOG-NIGHT VALUE 'Y'.

      ******************************************************************
      * STAGE-TIMING WORK AREA - the most recent 31 completed elapsed
      * times of each stage on STAGETIME and their medians, in chain
      * order (delivery last), and the projection being made now.
      * Timestamps are turned into seconds since the start of the
      * Gregorian calendar for the arithmetic.
      ******************************************************************
       01  WS-TIMING-WORK.
           05  WS-TIMED-STAGE OCCURS 8 TIMES.
               10  WS-TS-NAME       PIC X(08).
               10  WS-TS-SAMPLES    PIC 9(02) COMP.
               10  WS-TS-ELAPSED    PIC 9(07) COMP OCCURS 31 TIMES.
               10  WS-TS-MEDIAN     PIC 9(07) COMP.
           05  WS-TS-LOOKUP         PIC X(08).
           05  WS-TS-INDEX          PIC 9(02) COMP.
           05  WS-TS-MATCH          PIC 9(02) COMP.
           05  WS-TS-CURRENT        PIC 9(02) COMP.
           05  WS-SORT-TABLE.
               10  WS-SORT-VALUE    PIC 9(07) COMP OCCURS 31 TIMES.
           05  WS-SORT-I            PIC 9(02) COMP.
           05  WS-SORT-J            PIC 9(02) COMP.
           05  WS-SORT-HOLD         PIC 9(07) COMP.
           05  WS-TIMING-OUTCOME    PIC X(01).
           05  WS-DEADLINE-AT       PIC X(14) VALUE SPACES.
           05  WS-DEADLINE-SECONDS  PIC 9(12) COMP VALUE 0.
           05  WS-PROJECTED-AT      PIC X(14).
           05  WS-PROJECTED-SECONDS PIC 9(12) COMP.
           05  WS-REMAINING-SECONDS PIC 9(09) COMP.
           05  WS-REMAINING-PARTS   PIC 9(02) COMP.
           05  WS-NOW-AT            PIC X(14).
           05  WS-NOW-SECONDS       PIC 9(12) COMP.
           05  WS-ELAPSED-SECONDS   PIC 9(07) COMP.
           05  WS-SLA-ALERT-SW      PIC X(01) VALUE 'N'.
               88  SLA-ALERT-RAISED VALUE 'Y'.
           05  WS-BREACH-NOW-SW     PIC X(01).
               88  PROJECTION-PAST-DEADLINE VALUE 'Y'.
           05  WS-STAMP-WORK.
               10  WS-STAMP-DATE    PIC 9(08).
               10  WS-STAMP-HH      PIC 9(02).
               10  WS-STAMP-MI      PIC 9(02).
               10  WS-STAMP-SS      PIC 9(02).
           05  WS-STAMP-TEXT REDEFINES WS-STAMP-WORK PIC X(14).
           05  WS-STAMP-SECONDS     PIC 9(12) COMP.
           05  WS-STAMP-DAY         PIC 9(08) COMP.
           05  WS-STAMP-REMAINDER   PIC 9(05) COMP.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-DRIVER-ENTRY
      * Run the five stages in order, stopping the chain the moment
      * one of them fails its outcome check. A restart skips every
      * stage STAGELOG shows complete once their outputs have been
      * confirmed unchanged; a catch-up runs the chain once for each
      * business day still owed. An intraday increment or roll-up
      * runs its own short chain instead. Whichever it is, the
      * control files are cross-checked first.
      ******************************************************************
       MAIN-DRIVER-ENTRY.
           MOVE "IPC1301I" TO WS-OPSMSG-ID
           MOVE "starting nightly chain" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE

           PERFORM READ-RUN-CONTROL
           IF NOT CHAIN-FAILED
               PERFORM RUN-CONFIG-CHECK
           END-IF

           EVALUATE TRUE
               WHEN CHAIN-FAILED
                   PERFORM RUN-ONE-NIGHT
               WHEN RC-CATCHUP
                   PERFORM RUN-BACKLOG-CATCHUP
               WHEN RC-INCREMENT-RUN
                   PERFORM RUN-HOURLY-INCREMENT
               WHEN RC-ROLLUP-RUN
                   PERFORM RUN-DAY-ROLLUP
               WHEN OTHER
                   PERFORM RUN-ONE-NIGHT
           END-EVALUATE
           GOBACK.

      ******************************************************************
      * RUN-ONE-NIGHT
      * Tonight's chain - or a restart of the night STAGELOG holds -
      * behind the run gate and the run locks
      ******************************************************************
       RUN-ONE-NIGHT.
           IF NOT CHAIN-FAILED
               IF RC-RESTART
                   PERFORM LOAD-STAGE-OUTCOMES
               ELSE
                   PERFORM CHECK-RUN-GATE
               END-IF
           END-IF
           IF NOT CHAIN-FAILED AND NOT RUN-GATE-REFUSED
               PERFORM ACQUIRE-RUN-LOCKS
           END-IF
           IF NOT CHAIN-FAILED AND NOT RUN-GATE-REFUSED
               IF RC-RESTART
                   PERFORM VERIFY-COMPLETED-OUTPUTS
               ELSE
                   PERFORM START-STAGE-OUTCOME-LOG
               END-IF
           END-IF
           IF NOT CHAIN-FAILED AND NOT RUN-GATE-REFUSED
               PERFORM LOAD-STAGE-TIMING-HISTORY
               PERFORM RESOLVE-DELIVERY-DEADLINE
           END-IF
           PERFORM RUN-CHAIN-STAGES

           IF HOLDING-RUN-LOCKS
               PERFORM RELEASE-RUN-LOCKS
           END-IF

           EVALUATE TRUE
               WHEN NOTHING-TO-RESUME
                   MOVE "IPC1302E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "*** RESTART REFUSED - STAGELOG SHOWS EVERY "
                       "STAGE OF RUN " WS-RUN-ID " COMPLETE ***"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 20 TO RETURN-CODE
               WHEN RUN-GATE-REFUSED
                   MOVE "IPC1303E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "*** RUN GATE REFUSED THE NIGHT - NO STAGE "
                       "WAS RUN (SET THE RUNCTL FORCE FLAG IF THE "
                       "RERUN IS INTENTIONAL) ***"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 20 TO RETURN-CODE
               WHEN CHAIN-FAILED
                   MOVE "IPC1304C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "*** CHAIN STOPPED AT STAGE " WS-STAGE-NAME
                       " - LATER STAGES NOT RUN ***"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   IF WS-RUN-ID NOT = SPACES
                       AND WS-STAGE-NAME NOT = "RESTART"
                       MOVE "IPC1305I" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "completed stages are on STAGELOG - fix "
                           "the cause and resubmit with the RUNCTL "
                           "restart flag to resume"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   END-IF
                   MOVE 12 TO RETURN-CODE
               WHEN SLA-ALERT-RAISED
                   MOVE "IPC1306W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "all stages complete, merged extract "
                       "verified - but the night was projected past "
                       "its delivery deadline"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "IPC1307I" TO WS-OPSMSG-ID
                   MOVE "all stages complete, merged extract verified"
                       TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
           END-EVALUATE
           EXIT.

      ******************************************************************
      * RUN-CHAIN-STAGES
      * The stages in order for the night WS-RUN-DATE, each skipped
      * once STAGELOG shows it complete
      ******************************************************************
       RUN-CHAIN-STAGES.
           IF NOT CHAIN-FAILED AND NOT RUN-GATE-REFUSED
               AND RC-INBOUND-ENVELOPED AND NOT INBOUND-DONE
               PERFORM RUN-INBOUND-STAGE
           END-IF
           IF NOT CHAIN-FAILED AND NOT RUN-GATE-REFUSED
               AND NOT VALIDATE-DONE
               PERFORM RUN-VALIDATE-STAGE
           END-IF
           IF NOT CHAIN-FAILED AND NOT RUN-GATE-REFUSED
               AND NOT PROFILE-DONE
               PERFORM RUN-PROFILE-STAGE
           END-IF
           IF NOT CHAIN-FAILED AND NOT RUN-GATE-REFUSED
               AND NOT SPLIT-DONE
               PERFORM RUN-SPLIT-STAGE
           END-IF
           IF NOT CHAIN-FAILED AND NOT RUN-GATE-REFUSED
               AND NOT MERGE-DONE
               PERFORM RUN-BATCH-STAGES
           END-IF
           IF NOT CHAIN-FAILED AND NOT RUN-GATE-REFUSED
               AND NOT MERGE-DONE
               PERFORM RUN-MERGE-STAGE
           END-IF
           IF NOT CHAIN-FAILED AND NOT RUN-GATE-REFUSED
               AND NOT VERIFY-DONE
               PERFORM RUN-VERIFY-STAGE
           END-IF
      * the stage the chain stopped in still gets its timing record
           IF CHAIN-FAILED AND WS-STAGE-STARTED-AT NOT = SPACES
               MOVE 'F' TO WS-TIMING-OUTCOME
               IF WS-STAGE-NAME = "BATCH"
                   MOVE WS-PART-INDEX TO WS-LOG-PARTITION
               ELSE
                   MOVE 0 TO WS-LOG-PARTITION
               END-IF
               PERFORM WRITE-STAGE-TIMING
           END-IF
           EXIT.

      ******************************************************************
      * RUN-BACKLOG-CATCHUP
      * Every business day owed since the last completed run, oldest
      * first, each behind the duplicate-run gate for its own date,
      * under one hold of the run locks. The first date that fails
      * stops the catch-up; the dates after it stay owed.
      ******************************************************************
       RUN-BACKLOG-CATCHUP.
           MOVE "BACKLOG" TO WS-STAGE-NAME
           PERFORM FIND-OWED-DATES
           IF NOT CHAIN-FAILED AND NOT RUN-GATE-REFUSED
               PERFORM ACQUIRE-RUN-LOCKS
           END-IF
           IF NOT CHAIN-FAILED AND NOT RUN-GATE-REFUSED
               PERFORM LOAD-STAGE-TIMING-HISTORY
               IF RC-DELIVERY-DEADLINE IS NUMERIC
                   MOVE "IPC1308W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "the delivery deadline is not applied to "
                       "catch-up dates - their deadlines have already "
                       "passed"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
               PERFORM RUN-ONE-OWED-DATE
                   VARYING WS-OWED-INDEX FROM 1 BY 1
                   UNTIL WS-OWED-INDEX > WS-OWED-COUNT
                       OR CHAIN-FAILED
           END-IF

           IF HOLDING-RUN-LOCKS
               PERFORM RELEASE-RUN-LOCKS
           END-IF

           PERFORM REPORT-BACKLOG-POSITION

           EVALUATE TRUE
               WHEN RUN-GATE-REFUSED
                   MOVE "IPC1309E" TO WS-OPSMSG-ID
                   MOVE "*** CATCH-UP REFUSED - NO STAGE WAS RUN ***"
                       TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 20 TO RETURN-CODE
               WHEN CHAIN-FAILED
                   MOVE "IPC1310C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "*** CATCH-UP STOPPED AT STAGE " WS-STAGE-NAME
                       " - LATER DATES NOT RUN ***"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   IF WS-RUN-ID NOT = SPACES
                       MOVE "IPC1311I" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "finish " WS-RUN-DATE " by resubmitting "
                           "with the RUNCTL restart flag (catch-up "
                           "flag off), then resubmit the catch-up for "
                           "the dates still owed"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   END-IF
                   MOVE 12 TO RETURN-CODE
               WHEN WS-OWED-BEYOND > 0
                   MOVE "IPC1312W" TO WS-OPSMSG-ID
                   MOVE WS-OWED-BEYOND TO WS-OPSMSG-NUMBER-1
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "catch-up complete for this window - "
                       "resubmit it for the "
                       FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " dates still "
                       "owed"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "IPC1313I" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "catch-up complete, every owed business day "
                       "now current"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
           END-EVALUATE
           EXIT.

      ******************************************************************
      * FIND-OWED-DATES
      * Walk the calendar from the day after the last completed run
      * for this mode and key-id up to today. A date is owed unless
      * PROCCAL marks it a holiday or no-run day or RUNHIST already
      * holds a completed run for it. Today is only taken when
      * BACKLOG carries its file - otherwise tonight's regular run
      * has it.
      ******************************************************************
       FIND-OWED-DATES.
           MOVE 0 TO WS-OWED-COUNT
           MOVE 0 TO WS-OWED-BEYOND
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM FIND-LAST-COMPLETED-DATE

           IF WS-LAST-GOOD-DATE = SPACES
               MOVE "IPC1314E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "RUNHIST holds no completed run for mode " RC-MODE
                   " key-id " RC-KEY-ID " - a catch-up has no date to "
                   "start from; run the nights individually"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET RUN-GATE-REFUSED TO TRUE
           ELSE
               MOVE WS-LAST-GOOD-DATE TO WS-SCAN-DATE
               COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-SCAN-DATE) + 1
               MOVE WS-TODAY-DATE TO WS-SCAN-DATE
               COMPUTE WS-LAST-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-SCAN-DATE)
               PERFORM CONSIDER-ONE-CALENDAR-DATE
                   UNTIL WS-DAY-NUMBER > WS-LAST-DAY-NUMBER
               MOVE "IPC1315I" TO WS-OPSMSG-ID
               MOVE WS-OWED-COUNT TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "last completed run " WS-LAST-GOOD-DATE " - "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " business days "
                   "owed"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               IF WS-OWED-COUNT = 0
                   SET RUN-GATE-REFUSED TO TRUE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * FIND-LAST-COMPLETED-DATE
      ******************************************************************
       FIND-LAST-COMPLETED-DATE.
           MOVE SPACES TO WS-LAST-GOOD-DATE
           MOVE 'N' TO WS-GATE-EOF-SWITCH
           OPEN INPUT DRIVER-RUNHIST-FILE
           IF WS-RUNHIST-STATUS NOT = "00"
               SET END-OF-GATE-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-GATE-FILE
               READ DRIVER-RUNHIST-FILE
                   AT END
                       SET END-OF-GATE-FILE TO TRUE
                   NOT AT END
                       IF RH-COMPLETED
                           AND NOT RH-INCREMENT-RUN
                           AND RH-MODE = RC-MODE
                           AND RH-KEY-ID = RC-KEY-ID
                           AND RH-RUN-TIMESTAMP(1:8) IS NUMERIC
                           AND RH-RUN-TIMESTAMP(1:8) <= WS-TODAY-DATE
                           AND (WS-LAST-GOOD-DATE = SPACES
                             OR RH-RUN-TIMESTAMP(1:8)
                                 > WS-LAST-GOOD-DATE)
                           MOVE RH-RUN-TIMESTAMP(1:8)
                               TO WS-LAST-GOOD-DATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RUNHIST-STATUS NOT = "35"
               CLOSE DRIVER-RUNHIST-FILE
           END-IF
           EXIT.

      ******************************************************************
      * CONSIDER-ONE-CALENDAR-DATE
      ******************************************************************
       CONSIDER-ONE-CALENDAR-DATE.
           COMPUTE WS-SCAN-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
           MOVE WS-SCAN-DATE TO WS-RUN-DATE
           PERFORM LOOKUP-PROCESSING-CALENDAR
           IF NOT CAL-HOLIDAY AND NOT CAL-NO-RUN-DAY
               PERFORM FIND-PRIOR-COMPLETED-RUN
               IF NOT PRIOR-RUN-FOUND
                   IF WS-RUN-DATE = WS-TODAY-DATE
                       PERFORM FIND-BACKLOG-NIGHT
                   ELSE
                       SET BACKLOG-NIGHT-FOUND TO TRUE
                   END-IF
                   IF NOT BACKLOG-NIGHT-FOUND
                       MOVE "IPC1316I" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "BACKLOG carries no file for today - "
                           WS-RUN-DATE " is left to tonight's regular "
                           "run"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   ELSE
                   IF WS-OWED-COUNT < 31
                       ADD 1 TO WS-OWED-COUNT
                       MOVE WS-RUN-DATE TO WS-OWED-DATE(WS-OWED-COUNT)
                       MOVE SPACE TO WS-OWED-OUTCOME(WS-OWED-COUNT)
                   ELSE
                       ADD 1 TO WS-OWED-BEYOND
                   END-IF
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-DAY-NUMBER
           EXIT.

      ******************************************************************
      * FIND-BACKLOG-NIGHT
      * Does BACKLOG carry a night for WS-RUN-DATE
      ******************************************************************
       FIND-BACKLOG-NIGHT.
           MOVE 'N' TO WS-BACKLOG-NIGHT-SW
           MOVE 'N' TO WS-COPY-EOF-SWITCH
           OPEN INPUT BACKLOG-FILE
           IF WS-BACKLOG-STATUS NOT = "00"
               SET END-OF-COPY TO TRUE
           END-IF
           PERFORM UNTIL END-OF-COPY
               READ BACKLOG-FILE
                   AT END
                       SET END-OF-COPY TO TRUE
                   NOT AT END
                       IF BL-NIGHT-SEPARATOR
                           AND BL-RUN-DATE = WS-RUN-DATE
                           SET BACKLOG-NIGHT-FOUND TO TRUE
                           SET END-OF-COPY TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BACKLOG-STATUS NOT = "35"
               CLOSE BACKLOG-FILE
           END-IF
           EXIT.

      ******************************************************************
      * RUN-ONE-OWED-DATE
      * One owed date through the gate and, when the gate lets it
      * through, the whole chain under a STAGELOG of its own - so a
      * date that fails can be restarted like any other night
      ******************************************************************
       RUN-ONE-OWED-DATE.
           MOVE WS-OWED-DATE(WS-OWED-INDEX) TO WS-RUN-DATE
           PERFORM RESET-NIGHT-STATE
           MOVE "IPC1317I" TO WS-OPSMSG-ID
           MOVE WS-OWED-INDEX TO WS-OPSMSG-NUMBER-1
           MOVE WS-OWED-COUNT TO WS-OPSMSG-NUMBER-2
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "catch-up date " WS-RUN-DATE " ("
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " of "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-2) ")"
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE

           MOVE "RUNGATE" TO WS-STAGE-NAME
           PERFORM CHECK-PROCESSING-CALENDAR
           IF NOT RUN-GATE-REFUSED
               PERFORM CHECK-PRIOR-COMPLETED-RUN
           END-IF

           IF RUN-GATE-REFUSED
               SET OWED-GATE-REFUSED(WS-OWED-INDEX) TO TRUE
               MOVE 'N' TO WS-GATE-SWITCH
           ELSE
               PERFORM STAGE-BACKLOG-NIGHT
               IF NOT CHAIN-FAILED
                   PERFORM START-STAGE-OUTCOME-LOG
               END-IF
               IF NOT CHAIN-FAILED
                   PERFORM RUN-CHAIN-STAGES
               END-IF
               IF CHAIN-FAILED
                   SET OWED-FAILED(WS-OWED-INDEX) TO TRUE
               ELSE
                   SET OWED-NOW-CURRENT(WS-OWED-INDEX) TO TRUE
                   MOVE "IPC1318I" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "catch-up date " WS-RUN-DATE " complete, "
                       "merged extract verified"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * RESET-NIGHT-STATE
      * Clear what one night of the chain leaves behind before the
      * next owed date starts
      ******************************************************************
       RESET-NIGHT-STATE.
           MOVE SPACES TO WS-RUN-ID
           MOVE SPACES TO WS-STAGE-STARTED-AT
           MOVE 'N' TO WS-INBOUND-DONE-SW
           MOVE 'N' TO WS-VALIDATE-DONE-SW
           MOVE 'N' TO WS-PROFILE-DONE-SW
           MOVE 'N' TO WS-SPLIT-DONE-SW
           MOVE 'N' TO WS-MERGE-DONE-SW
           MOVE 'N' TO WS-VERIFY-DONE-SW
           MOVE ALL 'N' TO WS-PART-DONE-TABLE
           MOVE 0 TO WS-LOGGED-COUNT
           MOVE 0 TO WS-TOTAL-INPUT-RECORDS
           MOVE 0 TO WS-MERGED-RECORDS
           MOVE 0 TO WS-EXCEPTION-COUNT
           EXIT.

      ******************************************************************
      * STAGE-BACKLOG-NIGHT
      * Copy WS-RUN-DATE's night from BACKLOG over INFILE, exactly as
      * received, for the chain to consume
      ******************************************************************
       STAGE-BACKLOG-NIGHT.
           MOVE "BACKLOG" TO WS-STAGE-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE 'N' TO WS-BACKLOG-NIGHT-SW
           MOVE 'N' TO WS-BACKLOG-COPY-SW
           MOVE 'N' TO WS-COPY-EOF-SWITCH
           OPEN INPUT BACKLOG-FILE
           IF WS-BACKLOG-STATUS NOT = "00"
               MOVE "IPC1319E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "no BACKLOG dataset to take " WS-RUN-DATE
                   "'s inbound file from"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET CHAIN-FAILED TO TRUE
           ELSE
               OPEN OUTPUT DRIVER-INFILE
               PERFORM UNTIL END-OF-COPY
                   READ BACKLOG-FILE
                       AT END
                           SET END-OF-COPY TO TRUE
                       NOT AT END
                           PERFORM COPY-ONE-BACKLOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE DRIVER-INFILE
               CLOSE BACKLOG-FILE
               IF NOT BACKLOG-NIGHT-FOUND
                   MOVE "IPC1320E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "BACKLOG carries no inbound file for "
                       WS-RUN-DATE
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET CHAIN-FAILED TO TRUE
               ELSE
                   MOVE "IPC1321I" TO WS-OPSMSG-ID
                   MOVE WS-COPY-COUNT TO WS-OPSMSG-NUMBER-1
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " records "
                       "staged to INFILE for " WS-RUN-DATE
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * COPY-ONE-BACKLOG-RECORD
      ******************************************************************
       COPY-ONE-BACKLOG-RECORD.
           IF BL-NIGHT-SEPARATOR
               IF COPYING-BACKLOG-NIGHT
                   SET END-OF-COPY TO TRUE
               ELSE
               IF BL-RUN-DATE = WS-RUN-DATE
                   SET BACKLOG-NIGHT-FOUND TO TRUE
                   SET COPYING-BACKLOG-NIGHT TO TRUE
                   MOVE "IPC1322I" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "input " BL-INPUT-NAME
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
               END-IF
           ELSE
           IF COPYING-BACKLOG-NIGHT
               MOVE BACKLOG-RECORD TO DRV-INFILE-RECORD
               WRITE DRV-INFILE-RECORD
               ADD 1 TO WS-COPY-COUNT
           END-IF
           END-IF
           EXIT.

      ******************************************************************
      * REPORT-BACKLOG-POSITION
      * Where the backlog stands now: each owed date this catch-up
      * took on, and how many are still owed
      ******************************************************************
       REPORT-BACKLOG-POSITION.
           MOVE 0 TO WS-CURRENT-COUNT
           MOVE WS-OWED-BEYOND TO WS-STILL-OWED-COUNT
           PERFORM VARYING WS-OWED-INDEX FROM 1 BY 1
               UNTIL WS-OWED-INDEX > WS-OWED-COUNT
               EVALUATE TRUE
                   WHEN OWED-NOW-CURRENT(WS-OWED-INDEX)
                       ADD 1 TO WS-CURRENT-COUNT
                       MOVE "IPC1323I" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "  " WS-OWED-DATE(WS-OWED-INDEX)
                           " now current"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   WHEN OWED-GATE-REFUSED(WS-OWED-INDEX)
                       MOVE "IPC1324W" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "  " WS-OWED-DATE(WS-OWED-INDEX)
                           " refused by the run gate - not run"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   WHEN OWED-FAILED(WS-OWED-INDEX)
                       ADD 1 TO WS-STILL-OWED-COUNT
                       MOVE "IPC1325E" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "  " WS-OWED-DATE(WS-OWED-INDEX)
                           " FAILED - still owed"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   WHEN OTHER
                       ADD 1 TO WS-STILL-OWED-COUNT
                       MOVE "IPC1326I" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "  " WS-OWED-DATE(WS-OWED-INDEX)
                           " still owed"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
               END-EVALUATE
           END-PERFORM
           IF WS-OWED-COUNT > 0
               MOVE "IPC1327I" TO WS-OPSMSG-ID
               MOVE WS-CURRENT-COUNT TO WS-OPSMSG-NUMBER-1
               MOVE WS-STILL-OWED-COUNT TO WS-OPSMSG-NUMBER-2
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "catch-up position - "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " dates now "
                   "current, " FUNCTION TRIM(WS-OPSMSG-NUMBER-2)
                   " still owed"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           EXIT.

      ******************************************************************
      * RUN-HOURLY-INCREMENT
      * One hourly collector drop as its own short chain: the gate
      * for its hour, the run locks, the inbound check when the drop
      * is enveloped, validation, one BATCH pass, and the pass's
      * extract banked on the day's INCRDAY for the roll-up
      ******************************************************************
       RUN-HOURLY-INCREMENT.
           MOVE "INCRGATE" TO WS-STAGE-NAME
           PERFORM SET-INTRADAY-DATE
           MOVE "IPC1328I" TO WS-OPSMSG-ID
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "intraday increment " WS-RUN-DATE " hour "
               RC-INCREMENT-HOUR
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           PERFORM CHECK-PROCESSING-CALENDAR
           IF NOT RUN-GATE-REFUSED
               PERFORM CHECK-PRIOR-INCREMENT
           END-IF
           IF NOT RUN-GATE-REFUSED
               PERFORM ACQUIRE-RUN-LOCKS
           END-IF
           IF NOT CHAIN-FAILED AND NOT RUN-GATE-REFUSED
               AND RC-INBOUND-ENVELOPED
               PERFORM RUN-INBOUND-STAGE
           END-IF
           IF NOT CHAIN-FAILED AND NOT RUN-GATE-REFUSED
               PERFORM RUN-VALIDATE-STAGE
           END-IF
           IF NOT CHAIN-FAILED AND NOT RUN-GATE-REFUSED
               PERFORM RUN-INCREMENT-BATCH-PASS
           END-IF
           IF NOT CHAIN-FAILED AND NOT RUN-GATE-REFUSED
               PERFORM BANK-INCREMENT-EXTRACT
           END-IF

           IF HOLDING-RUN-LOCKS
               PERFORM RELEASE-RUN-LOCKS
           END-IF

           EVALUATE TRUE
               WHEN RUN-GATE-REFUSED
                   MOVE "IPC1329E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "*** INCREMENT GATE REFUSED HOUR "
                       RC-INCREMENT-HOUR " - NOTHING WAS RUN (SET THE "
                       "RUNCTL FORCE FLAG IF THE RERUN IS INTENTIONAL) "
                       "***"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 20 TO RETURN-CODE
               WHEN CHAIN-FAILED
                   MOVE "IPC1330C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "*** INCREMENT FOR HOUR " RC-INCREMENT-HOUR
                       " STOPPED AT STAGE " WS-STAGE-NAME " - HOUR NOT "
                       "BANKED ***"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE "IPC1331I" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "fix the cause and rerun the hour - with the "
                       "RUNCTL force flag if RUNHIST already shows it "
                       "completed"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   MOVE "IPC1332I" TO WS-OPSMSG-ID
                   MOVE WS-BANKED-COUNT TO WS-OPSMSG-NUMBER-1
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "increment for hour " RC-INCREMENT-HOUR
                       " complete - " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                       " rows banked on INCRDAY"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
           END-EVALUATE
           EXIT.

      ******************************************************************
      * SET-INTRADAY-DATE
      ******************************************************************
       SET-INTRADAY-DATE.
           IF RC-BUSINESS-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ELSE
               MOVE RC-BUSINESS-DATE TO WS-RUN-DATE
           END-IF
           EXIT.

      ******************************************************************
      * CHECK-PRIOR-INCREMENT
      * An hour already completed for the day, mode and key-id would
      * be banked twice; a day already rolled up (or run whole) has
      * been delivered without it. The force flag overrides either -
      * a rerun hour's latest pass is the one the roll-up takes.
      ******************************************************************
       CHECK-PRIOR-INCREMENT.
           MOVE 'N' TO WS-PRIOR-HOUR-SW
           MOVE 'N' TO WS-DAY-CLOSED-SW
           MOVE 'N' TO WS-GATE-EOF-SWITCH
           OPEN INPUT DRIVER-RUNHIST-FILE
           IF WS-RUNHIST-STATUS NOT = "00"
                           AND RH-RUN-TIMESTAMP(1:8) = WS-RUN-DATE
                           AND RH-MODE = RC-MODE
                           AND RH-KEY-ID = RC-KEY-ID
                           IF RH-INCREMENT-RUN
                               IF RH-INCREMENT-HOUR = RC-INCREMENT-HOUR
                                   SET PRIOR-HOUR-FOUND TO TRUE
                               END-IF
                           ELSE
                               SET DAY-ALREADY-CLOSED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               CLOSE DRIVER-RUNHIST-FILE
           END-IF

           IF DAY-ALREADY-CLOSED
               IF RC-FORCE-RERUN
                   MOVE "IPC1333W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING WS-RUN-DATE " is already rolled up - force "
                       "flag set, running the hour anyway (roll the "
                       "day up again to deliver it)"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               ELSE
                   MOVE "IPC1334E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING WS-RUN-DATE " is already rolled up for mode "
                       RC-MODE " key-id " RC-KEY-ID " - increment "
                       "refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET RUN-GATE-REFUSED TO TRUE
               END-IF
           END-IF
           IF PRIOR-HOUR-FOUND AND NOT RUN-GATE-REFUSED
               IF RC-FORCE-RERUN
                   MOVE "IPC1335W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "hour " RC-INCREMENT-HOUR " already "
                       "completed - force flag set, this pass replaces "
                       "it"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               ELSE
                   MOVE "IPC1336E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "hour " RC-INCREMENT-HOUR " of " WS-RUN-DATE
                       " already completed - increment refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET RUN-GATE-REFUSED TO TRUE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * RUN-INCREMENT-BATCH-PASS
      * The whole drop in one pass - no split - writing the extract
      * and feeding OUTKSDS/REVKSDS under the pass's own brief hold
      * of the OUTKSDS lock
      ******************************************************************
       RUN-INCREMENT-BATCH-PASS.
           MOVE "BATCH" TO WS-STAGE-NAME
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAGE-STARTED-AT
           MOVE WS-STAGE-STARTED-AT TO WS-PASS-ID
           MOVE 1 TO WS-PART-INDEX
           MOVE "IPC1337I" TO WS-OPSMSG-ID
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "stage BATCH increment hour " RC-INCREMENT-HOUR
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE

           PERFORM RESET-BATCH-CHECKPOINT

           OPEN OUTPUT DRIVER-PARM-FILE
           MOVE RC-MODE TO WS-PI-MODE
           MOVE RC-KEY-ID TO WS-PI-KEY-ID
           MOVE RC-WATCHLIST-FLAG TO WS-PI-WATCHLIST-FLAG
           MOVE WS-RUN-DATE TO WS-PI-RUN-DATE
           MOVE SPACE TO WS-PI-PARTITION-FLAG
           MOVE RC-INCREMENT-HOUR TO WS-PI-INCREMENT-HOUR
           MOVE SPACES TO DRV-PARM-RECORD
           MOVE WS-PARM-IMAGE TO DRV-PARM-RECORD
           WRITE DRV-PARM-RECORD
           CLOSE DRIVER-PARM-FILE

           CALL 'IPCRYPT-BATCH'
               ON EXCEPTION
                   MOVE "IPC1338E" TO WS-OPSMSG-ID
                   MOVE "IPCRYPT-BATCH not available" TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   SET CHAIN-FAILED TO TRUE
           END-CALL
           CANCEL 'IPCRYPT-BATCH'

           IF NOT CHAIN-FAILED AND RETURN-CODE >= 8
               MOVE "IPC1339I" TO WS-OPSMSG-ID
               MOVE RETURN-CODE TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "BATCH increment hour " RC-INCREMENT-HOUR
                   " ended with condition code "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET CHAIN-FAILED TO TRUE
           END-IF
           MOVE 0 TO RETURN-CODE

           IF NOT CHAIN-FAILED
               PERFORM CHECK-BATCH-COMPLETION
           END-IF
           EXIT.

      ******************************************************************
      * BANK-INCREMENT-EXTRACT
      * Append the pass's OUTEXTRACT to the day's INCRDAY, every row
      * tagged with the date, the hour and this pass
      ******************************************************************
       BANK-INCREMENT-EXTRACT.
           MOVE "BANK" TO WS-STAGE-NAME
           MOVE 0 TO WS-BANKED-COUNT
           MOVE 'N' TO WS-COPY-EOF-SWITCH
           OPEN INPUT DRIVER-OUTEXTRACT-FILE
           IF WS-SLOT-STATUS NOT = "00"
               MOVE "IPC1340E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "no OUTEXTRACT after BATCH increment hour "
                   RC-INCREMENT-HOUR
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET CHAIN-FAILED TO TRUE
           ELSE
               OPEN EXTEND INCREMENT-BANK-FILE
               IF WS-INCRDAY-STATUS NOT = "00"
                   OPEN OUTPUT INCREMENT-BANK-FILE
               END-IF
               IF WS-INCRDAY-STATUS NOT = "00"
                   MOVE "IPC1341E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "INCRDAY could not be opened - status "
                       WS-INCRDAY-STATUS
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET CHAIN-FAILED TO TRUE
                   SET END-OF-COPY TO TRUE
               END-IF
               PERFORM UNTIL END-OF-COPY
                   READ DRIVER-OUTEXTRACT-FILE
                       AT END
                           SET END-OF-COPY TO TRUE
                       NOT AT END
                           MOVE SPACES TO INCREMENT-EXTRACT-RECORD
                           MOVE WS-RUN-DATE TO IX-RUN-DATE
                           MOVE RC-INCREMENT-HOUR TO IX-INCREMENT-HOUR
                           MOVE WS-PASS-ID TO IX-PASS-ID
                           MOVE DRV-OUTEXTRACT-RECORD
                               TO IX-EXTRACT-IMAGE
                           WRITE INCREMENT-EXTRACT-RECORD
                           ADD 1 TO WS-BANKED-COUNT
                   END-READ
               END-PERFORM
               IF NOT CHAIN-FAILED
                   CLOSE INCREMENT-BANK-FILE
               END-IF
               CLOSE DRIVER-OUTEXTRACT-FILE
           END-IF
           EXIT.

      ******************************************************************
      * RUN-DAY-ROLLUP
      * Close an intraday day: the ordinary duplicate-run gate for
      * the date (a completed roll-up completes the day), the run
      * locks, the roll-up itself, and verification of the merged
      * day exactly as a night's
      ******************************************************************
       RUN-DAY-ROLLUP.
           MOVE "RUNGATE" TO WS-STAGE-NAME
           PERFORM SET-INTRADAY-DATE
           MOVE "IPC1342I" TO WS-OPSMSG-ID
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "end-of-day roll-up " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           PERFORM CHECK-PROCESSING-CALENDAR
           IF NOT RUN-GATE-REFUSED
               PERFORM CHECK-PRIOR-COMPLETED-RUN
           END-IF
           IF NOT RUN-GATE-REFUSED
               PERFORM ACQUIRE-RUN-LOCKS
           END-IF
           IF NOT CHAIN-FAILED AND NOT RUN-GATE-REFUSED
               PERFORM RUN-ROLLUP-STAGE
           END-IF
           IF NOT CHAIN-FAILED AND NOT RUN-GATE-REFUSED
               PERFORM RUN-VERIFY-STAGE
           END-IF

           IF HOLDING-RUN-LOCKS
               PERFORM RELEASE-RUN-LOCKS
           END-IF

           EVALUATE TRUE
               WHEN RUN-GATE-REFUSED
                   MOVE "IPC1343E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "*** ROLL-UP REFUSED - NO STAGE WAS RUN (SET "
                       "THE RUNCTL FORCE FLAG IF THE RERUN IS "
                       "INTENTIONAL) ***"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 20 TO RETURN-CODE
               WHEN CHAIN-FAILED
                   MOVE "IPC1344C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "*** ROLL-UP STOPPED AT STAGE " WS-STAGE-NAME
                       " - DAY NOT READY FOR DELIVERY ***"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   MOVE "IPC1345I" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "day " WS-RUN-DATE " rolled up and verified "
                       "- MERGEOUT ready for delivery"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
           END-EVALUATE
           EXIT.

      ******************************************************************
      * RUN-ROLLUP-STAGE
      * IPCRYPT-ROLLUP reconciles and merges; the merged day is then
      * staged over OUTEXTRACT for the verification pass, as the
      * merge stage does for a night
      ******************************************************************
       RUN-ROLLUP-STAGE.
           MOVE "ROLLUP" TO WS-STAGE-NAME
           MOVE "IPC1346I" TO WS-OPSMSG-ID
           MOVE "stage ROLLUP" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           OPEN OUTPUT DRIVER-ROLLUP-PARM-FILE
           MOVE WS-RUN-DATE TO WS-RP-RUN-DATE
           MOVE RC-MODE TO WS-RP-MODE
           MOVE RC-KEY-ID TO WS-RP-KEY-ID
           MOVE WS-ROLLUP-PARM-IMAGE TO DRV-ROLLUP-PARM-RECORD
           WRITE DRV-ROLLUP-PARM-RECORD
           CLOSE DRIVER-ROLLUP-PARM-FILE

           CALL 'IPCRYPT-ROLLUP'
               ON EXCEPTION
                   MOVE "IPC1347E" TO WS-OPSMSG-ID
                   MOVE "IPCRYPT-ROLLUP not available" TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   SET CHAIN-FAILED TO TRUE
           END-CALL
           CANCEL 'IPCRYPT-ROLLUP'

           IF NOT CHAIN-FAILED AND RETURN-CODE >= 8
               MOVE "IPC1348E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "the day's increments do not reconcile with the "
                   "collector's DAYCOUNT (see ROLLRPT) - run the "
                   "missing hours, then roll the day up again"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET CHAIN-FAILED TO TRUE
           END-IF
           MOVE 0 TO RETURN-CODE

           IF NOT CHAIN-FAILED
               MOVE 0 TO WS-MERGED-RECORDS
               MOVE 'N' TO WS-COPY-EOF-SWITCH
               OPEN INPUT DRIVER-MERGEOUT-FILE
               IF WS-SLOT-STATUS NOT = "00"
                   MOVE "IPC1349E" TO WS-OPSMSG-ID
                   MOVE "no MERGEOUT from IPCRYPT-ROLLUP"
                       TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   SET CHAIN-FAILED TO TRUE
               ELSE
                   OPEN OUTPUT DRIVER-OUTEXTRACT-FILE
                   PERFORM UNTIL END-OF-COPY
                       READ DRIVER-MERGEOUT-FILE
                           AT END
                               SET END-OF-COPY TO TRUE
                           NOT AT END
                               MOVE DRV-MERGEOUT-RECORD
                                   TO DRV-OUTEXTRACT-RECORD
                               WRITE DRV-OUTEXTRACT-RECORD
                               ADD 1 TO WS-MERGED-RECORDS
                       END-READ
                   END-PERFORM
                   CLOSE DRIVER-MERGEOUT-FILE
                   CLOSE DRIVER-OUTEXTRACT-FILE
                   MOVE "IPC1350I" TO WS-OPSMSG-ID
                   MOVE WS-MERGED-RECORDS TO WS-OPSMSG-NUMBER-1
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                       " rolled-up records staged for verification"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * CHECK-RUN-GATE
      * Tonight may start only when the processing calendar doesn't
      * rule the date out and the RUNHIST registry carries no
      * completed run for the same date, mode, and key-id - unless
      * the RUNCTL force flag says the rerun is intentional. Refusal
      * is its own return code (20), distinct from a stage failure,
      * so the scheduler can tell "already ran" from "broke".
      ******************************************************************
       CHECK-RUN-GATE.
           MOVE "RUNGATE" TO WS-STAGE-NAME
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM CHECK-PROCESSING-CALENDAR
           IF NOT RUN-GATE-REFUSED
               PERFORM CHECK-PRIOR-COMPLETED-RUN
           END-IF
           EXIT.

      ******************************************************************
      * ACQUIRE-RUN-LOCKS
      * The chain stages everything through INFILE, OUTEXTRACT, and
      * MERGEOUT; both staging datasets are registered for the whole
      * night, and a refusal stops the chain before a single stage
      * has touched them
      ******************************************************************
       ACQUIRE-RUN-LOCKS.
           MOVE "RUNLOCKS" TO WS-STAGE-NAME
           MOVE SPACES TO WS-LOCK-HOLDER
           STRING "DRIVER-" FUNCTION CURRENT-DATE(1:14)
               DELIMITED BY SIZE INTO WS-LOCK-HOLDER
           END-STRING
           MOVE "ACQUIRE" TO WS-LOCK-FUNCTION
           MOVE "OUTEXTRACT" TO WS-LOCK-RESOURCE
           PERFORM ACQUIRE-ONE-RUN-LOCK
           IF NOT CHAIN-FAILED
               MOVE "MERGEOUT" TO WS-LOCK-RESOURCE
               PERFORM ACQUIRE-ONE-RUN-LOCK
               IF CHAIN-FAILED
      * don't leave the first lock behind when the second refused
                   MOVE "RELEASE" TO WS-LOCK-FUNCTION
                   MOVE "OUTEXTRACT" TO WS-LOCK-RESOURCE
                   CALL 'IPCRYPT-LOCK' USING WS-LOCK-FUNCTION
                       WS-LOCK-RESOURCE WS-LOCK-HOLDER
                       WS-LOCK-STATUS WS-LOCK-OTHER
                   END-CALL
               END-IF
           END-IF
           IF NOT CHAIN-FAILED
               SET HOLDING-RUN-LOCKS TO TRUE
           END-IF
           EXIT.

      ******************************************************************
      * ACQUIRE-ONE-RUN-LOCK
      ******************************************************************
       ACQUIRE-ONE-RUN-LOCK.
           CALL 'IPCRYPT-LOCK' USING WS-LOCK-FUNCTION
               WS-LOCK-RESOURCE WS-LOCK-HOLDER
               WS-LOCK-STATUS WS-LOCK-OTHER
           END-CALL
           IF WS-LOCK-BUSY
               MOVE "IPC1351E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING WS-LOCK-RESOURCE " is locked by " WS-LOCK-OTHER
                   " - rerun when it finishes, or clear a stale lock "
                   "through IPCRYPT-LOCKMAINT"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET CHAIN-FAILED TO TRUE
           END-IF
           EXIT.

      ******************************************************************
      * RELEASE-RUN-LOCKS
      ******************************************************************
       RELEASE-RUN-LOCKS.
           MOVE "RELEASE" TO WS-LOCK-FUNCTION
           MOVE "OUTEXTRACT" TO WS-LOCK-RESOURCE
           CALL 'IPCRYPT-LOCK' USING WS-LOCK-FUNCTION
               WS-LOCK-RESOURCE WS-LOCK-HOLDER
               WS-LOCK-STATUS WS-LOCK-OTHER
           END-CALL
           MOVE "MERGEOUT" TO WS-LOCK-RESOURCE
           CALL 'IPCRYPT-LOCK' USING WS-LOCK-FUNCTION
               WS-LOCK-RESOURCE WS-LOCK-HOLDER
               WS-LOCK-STATUS WS-LOCK-OTHER
           END-CALL
           EXIT.

      ******************************************************************
      * CHECK-PROCESSING-CALENDAR
      * A date with no PROCCAL record (or no PROCCAL at all) is an
      * ordinary business day; a holiday or no-run record refuses the
      * night unless the force flag overrides it
      ******************************************************************
       CHECK-PROCESSING-CALENDAR.
           PERFORM LOOKUP-PROCESSING-CALENDAR
           IF WS-PROCCAL-STATUS = "35"
               MOVE "IPC1352W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "no PROCCAL calendar - every date treated as a "
                   "business day"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF

           IF CAL-HOLIDAY OR CAL-NO-RUN-DAY
               IF RC-FORCE-RERUN
                   MOVE "IPC1353W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING WS-RUN-DATE " is a holiday/no-run date but "
                       "the force flag is set - proceeding"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               ELSE
                   MOVE "IPC1354E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING WS-RUN-DATE " is marked holiday/no-run on "
                       "PROCCAL - chain refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET RUN-GATE-REFUSED TO TRUE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * LOOKUP-PROCESSING-CALENDAR
      * What PROCCAL says about WS-RUN-DATE, into WS-CAL-DAY-TYPE
      ******************************************************************
       LOOKUP-PROCESSING-CALENDAR.
           MOVE SPACE TO WS-CAL-DAY-TYPE
           MOVE 'N' TO WS-GATE-EOF-SWITCH
           OPEN INPUT PROCESSING-CALENDAR-FILE
           IF WS-PROCCAL-STATUS NOT = "00"
               SET END-OF-GATE-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-GATE-FILE
               READ PROCESSING-CALENDAR-FILE
                   AT END
                       SET END-OF-GATE-FILE TO TRUE
                   NOT AT END
                       IF PC-DATE = WS-RUN-DATE
                           MOVE PC-DAY-TYPE TO WS-CAL-DAY-TYPE
                           SET END-OF-GATE-FILE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PROCCAL-STATUS NOT = "35"
               CLOSE PROCESSING-CALENDAR-FILE
           END-IF
           EXIT.

      ******************************************************************
      * CHECK-PRIOR-COMPLETED-RUN
      * Scan the permanent registry for an RH-COMPLETED record with
      * tonight's date, mode, and key-id - the signature of a
      * resubmitted job about to deliver the same extract twice
      ******************************************************************
       CHECK-PRIOR-COMPLETED-RUN.
           PERFORM FIND-PRIOR-COMPLETED-RUN

           IF PRIOR-RUN-FOUND
               IF RC-FORCE-RERUN
                   MOVE "IPC1355W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING WS-RUN-DATE " mode " RC-MODE " key-id "
                       RC-KEY-ID " already completed tonight - force "
                       "flag set, proceeding with the intentional rerun"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               ELSE
                   MOVE "IPC1356E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING WS-RUN-DATE " mode " RC-MODE " key-id "
                       RC-KEY-ID " already completed tonight - chain "
                       "refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET RUN-GATE-REFUSED TO TRUE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * FIND-PRIOR-COMPLETED-RUN
      * An intraday increment does not complete its day - only the
      * roll-up that follows it does
      ******************************************************************
       FIND-PRIOR-COMPLETED-RUN.
           MOVE 'N' TO WS-PRIOR-RUN-SWITCH
           MOVE 'N' TO WS-GATE-EOF-SWITCH
           OPEN INPUT DRIVER-RUNHIST-FILE
           IF WS-RUNHIST-STATUS NOT = "00"
               SET END-OF-GATE-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-GATE-FILE
               READ DRIVER-RUNHIST-FILE
                   AT END
                       SET END-OF-GATE-FILE TO TRUE
                   NOT AT END
                       IF RH-COMPLETED
                           AND NOT RH-INCREMENT-RUN
                           AND RH-RUN-TIMESTAMP(1:8) = WS-RUN-DATE
                           AND RH-MODE = RC-MODE
                           AND RH-KEY-ID = RC-KEY-ID
                           SET PRIOR-RUN-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RUNHIST-STATUS NOT = "35"
               CLOSE DRIVER-RUNHIST-FILE
           END-IF
           EXIT.

      ******************************************************************
      * READ-RUN-CONTROL
      ******************************************************************
       READ-RUN-CONTROL.
           MOVE "RUNCTL" TO WS-STAGE-NAME
           OPEN INPUT RUN-CONTROL-FILE
           READ RUN-CONTROL-FILE
               AT END
                   MOVE "IPC1357E" TO WS-OPSMSG-ID
                   MOVE "RUNCTL is empty" TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   SET CHAIN-FAILED TO TRUE
           END-READ
           CLOSE RUN-CONTROL-FILE

           IF NOT CHAIN-FAILED
               IF RC-PARTITION-COUNT < 1 OR RC-PARTITION-COUNT > 8
                   MOVE "IPC1358E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "partition count must be 1-8, got "
                       RC-PARTITION-COUNT
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET CHAIN-FAILED TO TRUE
               ELSE
                   MOVE "IPC1359I" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "input " RC-INPUT-NAME
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE "IPC1360I" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "mode " RC-MODE " key-id " RC-KEY-ID
                       " partitions " RC-PARTITION-COUNT
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF
           IF NOT CHAIN-FAILED AND RC-CATCHUP AND RC-RESTART
               MOVE "IPC1361E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "RUNCTL sets both the restart and the catch-up "
                   "flag - restart the failed date on its own, then "
                   "resubmit the catch-up"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET CHAIN-FAILED TO TRUE
           END-IF
           IF NOT CHAIN-FAILED AND RC-RUN-TYPE NOT = SPACE
               IF NOT RC-INTRADAY-RUN
                   MOVE "IPC1362E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "RUNCTL run type " RC-RUN-TYPE " is not I or "
                       "R"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET CHAIN-FAILED TO TRUE
               ELSE
               IF RC-RESTART OR RC-CATCHUP
                   MOVE "IPC1363E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "an intraday increment or roll-up is not "
                       "restarted or caught up - rerun it as it is"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET CHAIN-FAILED TO TRUE
               ELSE
               IF RC-INCREMENT-RUN
                   AND (RC-INCREMENT-HOUR NOT NUMERIC
                        OR RC-INCREMENT-HOUR > "23")
                   MOVE "IPC1364E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "RUNCTL increment hour " RC-INCREMENT-HOUR
                       " is not 00-23"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET CHAIN-FAILED TO TRUE
               ELSE
               IF RC-BUSINESS-DATE NOT = SPACES
                   AND RC-BUSINESS-DATE NOT NUMERIC
                   MOVE "IPC1365E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "RUNCTL business date " RC-BUSINESS-DATE
                       " is not yyyymmdd"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET CHAIN-FAILED TO TRUE
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * RUN-CONFIG-CHECK
      * IPCRYPT-CFGCHK cross-checks RUNCTL against the other control
      * files before the chain opens anything for output; files that
      * disagree stop it here, warnings go on CFGCHKRPT and the run
      * carries on. Not a timed stage - it reads control files only.
      ******************************************************************
       RUN-CONFIG-CHECK.
           MOVE "CFGCHK" TO WS-STAGE-NAME
           MOVE "IPC1412I" TO WS-OPSMSG-ID
           MOVE "stage CFGCHK" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           CALL 'IPCRYPT-CFGCHK'
               ON EXCEPTION
                   MOVE "IPC1413E" TO WS-OPSMSG-ID
                   MOVE "IPCRYPT-CFGCHK not available"
                       TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   SET CHAIN-FAILED TO TRUE
           END-CALL
           CANCEL 'IPCRYPT-CFGCHK'

           IF NOT CHAIN-FAILED AND RETURN-CODE >= 8
               MOVE "IPC1414E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "control files disagree - see CFGCHKRPT; "
                   "correct them and resubmit"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET CHAIN-FAILED TO TRUE
           END-IF
           IF NOT CHAIN-FAILED AND RETURN-CODE = 4
               MOVE "IPC1415W" TO WS-OPSMSG-ID
               MOVE "control-file warnings on CFGCHKRPT - the run "
                   & "goes ahead" TO WS-OPSMSG-TEXT
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           MOVE 0 TO RETURN-CODE
           EXIT.

      ******************************************************************
      * RUN-INBOUND-STAGE
      * Verify the collector's envelope on the inbound INFILE and
      * stage the stripped body back over INFILE for the rest of the
      * chain; a short file stops the night here, before a single
      * stage has consumed it
      ******************************************************************
       RUN-INBOUND-STAGE.
           MOVE "INBOUND" TO WS-STAGE-NAME
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAGE-STARTED-AT
           MOVE "IPC1366I" TO WS-OPSMSG-ID
           MOVE "stage INBOUND" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           CALL 'IPCRYPT-INBOUND'
               ON EXCEPTION
                   MOVE "IPC1367E" TO WS-OPSMSG-ID
                   MOVE "IPCRYPT-INBOUND not available"
                       TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   SET CHAIN-FAILED TO TRUE
           END-CALL
           CANCEL 'IPCRYPT-INBOUND'

           IF NOT CHAIN-FAILED AND RETURN-CODE >= 8
               MOVE "IPC1368E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "the inbound file failed its envelope check - "
                   "chase the collector's transmission before "
                   "resubmitting"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET CHAIN-FAILED TO TRUE
           END-IF
           MOVE 0 TO RETURN-CODE

           IF NOT CHAIN-FAILED
               MOVE 0 TO WS-COPY-COUNT
               MOVE 'N' TO WS-COPY-EOF-SWITCH
               OPEN INPUT DRIVER-INBODY-FILE
               OPEN OUTPUT DRIVER-INFILE
               PERFORM UNTIL END-OF-COPY
                   READ DRIVER-INBODY-FILE
                       AT END
                           SET END-OF-COPY TO TRUE
                       NOT AT END
                           MOVE DRV-INBODY-RECORD
                               TO DRV-INFILE-RECORD
                           WRITE DRV-INFILE-RECORD
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE DRIVER-INBODY-FILE
               CLOSE DRIVER-INFILE
               MOVE "IPC1369I" TO WS-OPSMSG-ID
               MOVE WS-COPY-COUNT TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "envelope stripped - "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " body records "
                   "staged over INFILE"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               MOVE 0 TO WS-LOG-PARTITION
               MOVE "INFILE" TO WS-FP-DATASET
               PERFORM RECORD-STAGE-DATASET
               PERFORM RECORD-STAGE-COMPLETE
           END-IF
           EXIT.

      ******************************************************************
      * RUN-VALIDATE-STAGE
      * Pre-flight validation over INFILE; any exception record means
      * the source data needs fixing before the night burns key usage
      * on it
      ******************************************************************
       RUN-VALIDATE-STAGE.
           MOVE "VALIDATE" TO WS-STAGE-NAME
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAGE-STARTED-AT
           MOVE "IPC1370I" TO WS-OPSMSG-ID
           MOVE "stage VALIDATE" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           CALL 'IPCRYPT-VALIDATE'
               ON EXCEPTION
                   MOVE "IPC1371E" TO WS-OPSMSG-ID
                   MOVE "IPCRYPT-VALIDATE not available"
                       TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   SET CHAIN-FAILED TO TRUE
           END-CALL
           CANCEL 'IPCRYPT-VALIDATE'

           IF NOT CHAIN-FAILED
               MOVE 0 TO WS-EXCEPTION-COUNT
               MOVE 'N' TO WS-COPY-EOF-SWITCH
               OPEN INPUT DRIVER-VALIDEXCP-FILE
               IF WS-VALIDEXCP-STATUS NOT = "00"
                   SET END-OF-COPY TO TRUE
               END-IF
               PERFORM UNTIL END-OF-COPY
                   READ DRIVER-VALIDEXCP-FILE
                       AT END
                           SET END-OF-COPY TO TRUE
                       NOT AT END
                           ADD 1 TO WS-EXCEPTION-COUNT
                   END-READ
               END-PERFORM
               IF WS-VALIDEXCP-STATUS NOT = "35"
                   CLOSE DRIVER-VALIDEXCP-FILE
               END-IF
               IF WS-EXCEPTION-COUNT > 0
                   MOVE "IPC1372E" TO WS-OPSMSG-ID
                   MOVE WS-EXCEPTION-COUNT TO WS-OPSMSG-NUMBER-1
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "VALIDATE found "
                       FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " malformed "
                       "records - fix source data (see VALIDEXCP)"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET CHAIN-FAILED TO TRUE
               END-IF
           END-IF
           IF NOT CHAIN-FAILED
               MOVE 0 TO WS-LOG-PARTITION
               MOVE "INFILE" TO WS-FP-DATASET
               PERFORM RECORD-STAGE-DATASET
               PERFORM RECORD-STAGE-COMPLETE
           END-IF
           EXIT.

      ******************************************************************
      * RUN-PROFILE-STAGE
      * Address-class profile of INFILE against the previous night;
      * a sharp shift in any collector's class mix holds the chain
      * before a single address is encrypted or delivered. An
      * accepted shift (RUNCTL accept flag) comes back as 4 and the
      * night carries on with the finding on PROFRPT.
      ******************************************************************
       RUN-PROFILE-STAGE.
           MOVE "ADDRPROF" TO WS-STAGE-NAME
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAGE-STARTED-AT
           MOVE "IPC1373I" TO WS-OPSMSG-ID
           MOVE "stage ADDRPROF" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           OPEN OUTPUT DRIVER-PROFILE-PARM-FILE
           IF RC-PROFILE-SHIFT-PCT IS NUMERIC
               MOVE RC-PROFILE-SHIFT-PCT TO WS-PP-SHIFT-POINTS
           ELSE
               MOVE 0 TO WS-PP-SHIFT-POINTS
           END-IF
           MOVE RC-PROFILE-ACCEPT-FLAG TO WS-PP-ACCEPT-FLAG
           MOVE WS-RUN-DATE TO WS-PP-RUN-DATE
           MOVE WS-PROFILE-PARM-IMAGE TO DRV-PROFILE-PARM-RECORD
           WRITE DRV-PROFILE-PARM-RECORD
           CLOSE DRIVER-PROFILE-PARM-FILE

           CALL 'IPCRYPT-ADDRPROF'
               ON EXCEPTION
                   MOVE "IPC1374E" TO WS-OPSMSG-ID
                   MOVE "IPCRYPT-ADDRPROF not available"
                       TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   SET CHAIN-FAILED TO TRUE
           END-CALL
           CANCEL 'IPCRYPT-ADDRPROF'

           IF NOT CHAIN-FAILED AND RETURN-CODE >= 8
               MOVE "IPC1375E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "address-class mix shifted sharply - review "
                   "PROFRPT, then set the RUNCTL profile accept flag "
                   "if the shift is expected"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET CHAIN-FAILED TO TRUE
           END-IF
           IF NOT CHAIN-FAILED AND RETURN-CODE = 4
               MOVE "IPC1376I" TO WS-OPSMSG-ID
               MOVE "profile shift accepted for tonight - see PROFRPT"
                   TO WS-OPSMSG-TEXT
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           MOVE 0 TO RETURN-CODE
           IF NOT CHAIN-FAILED
               MOVE 0 TO WS-LOG-PARTITION
               PERFORM RECORD-STAGE-COMPLETE
           END-IF
           EXIT.

      ******************************************************************
      * RUN-SPLIT-STAGE
      ******************************************************************
       RUN-SPLIT-STAGE.
           MOVE "SPLIT" TO WS-STAGE-NAME
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAGE-STARTED-AT
           MOVE "IPC1377I" TO WS-OPSMSG-ID
           MOVE "stage SPLIT" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           OPEN OUTPUT DRIVER-SPLIT-PARM-FILE
           MOVE SPACES TO DRV-SPLIT-PARM-RECORD
           STRING "R" RC-PARTITION-COUNT DELIMITED BY SIZE
               INTO DRV-SPLIT-PARM-RECORD
           WRITE DRV-SPLIT-PARM-RECORD
           CLOSE DRIVER-SPLIT-PARM-FILE

           CALL 'IPCRYPT-SPLIT'
               ON EXCEPTION
                   MOVE "IPC1378E" TO WS-OPSMSG-ID
                   MOVE "IPCRYPT-SPLIT not available" TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   SET CHAIN-FAILED TO TRUE
           END-CALL
           CANCEL 'IPCRYPT-SPLIT'

           IF NOT CHAIN-FAILED
               MOVE 0 TO WS-LOG-PARTITION
               PERFORM RECORD-ONE-PARTITION-FILE
                   VARYING WS-PART-INDEX FROM 1 BY 1
                   UNTIL WS-PART-INDEX > RC-PARTITION-COUNT
               PERFORM RECORD-STAGE-COMPLETE
           END-IF
           EXIT.

      ******************************************************************
      * RECORD-ONE-PARTITION-FILE
      ******************************************************************
       RECORD-ONE-PARTITION-FILE.
           MOVE WS-PART-INDEX TO WS-FP-PARTITION
           MOVE SPACES TO WS-FP-DATASET
           STRING "PART000" WS-FP-PARTITION(2:1) DELIMITED BY SIZE
               INTO WS-FP-DATASET
           END-STRING
           PERFORM RECORD-STAGE-DATASET
           EXIT.

      ******************************************************************
      * RUN-BATCH-STAGES
      * One IPCRYPT-BATCH pass per partition: stage the partition file
      * over INFILE, reset the checkpoint, write the pass's PARMFILE,
      * run the pass, confirm its checkpoint says complete, and bank
      * its OUTEXTRACT into the partition's EXTRACT slot for the merge.
      * On a restart, a partition STAGELOG shows complete is not run
      * again - its banked EXTRACT slot (already confirmed unchanged)
      * goes to the merge as it stands.
      ******************************************************************
       RUN-BATCH-STAGES.
           MOVE "BATCH" TO WS-STAGE-NAME
           PERFORM RUN-ONE-BATCH-STAGE
               VARYING WS-PART-INDEX FROM 1 BY 1
               UNTIL WS-PART-INDEX > RC-PARTITION-COUNT
                   OR CHAIN-FAILED
           EXIT.

      ******************************************************************
      * RUN-ONE-BATCH-STAGE
      ******************************************************************
       RUN-ONE-BATCH-STAGE.
           IF PARTITION-DONE(WS-PART-INDEX)
               PERFORM SKIP-COMPLETED-PARTITION
           ELSE
               PERFORM RUN-ONE-BATCH-PASS
           END-IF
           EXIT.

      ******************************************************************
      * SKIP-COMPLETED-PARTITION
      * The partition's input count still goes into the merge check,
      * taken from the PART file fingerprint SPLIT recorded
      ******************************************************************
       SKIP-COMPLETED-PARTITION.
           MOVE "IPC1379W" TO WS-OPSMSG-ID
           MOVE WS-PART-INDEX TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "stage BATCH partition "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " already complete - "
               "not rerun"
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE WS-PART-INDEX TO WS-FP-PARTITION
           MOVE SPACES TO WS-FP-DATASET
           STRING "PART000" WS-FP-PARTITION(2:1) DELIMITED BY SIZE
               INTO WS-FP-DATASET
           END-STRING
           PERFORM FIND-LOGGED-DATASET
           IF WS-LD-MATCH > 0
               ADD WS-LD-RECORD-COUNT(WS-LD-MATCH)
                   TO WS-TOTAL-INPUT-RECORDS
           END-IF
           EXIT.

      ******************************************************************
      * RUN-ONE-BATCH-PASS
      ******************************************************************
       RUN-ONE-BATCH-PASS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAGE-STARTED-AT
           MOVE "IPC1380I" TO WS-OPSMSG-ID
           MOVE WS-PART-INDEX TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "stage BATCH partition "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE

           PERFORM COPY-PARTITION-TO-INFILE
           ADD WS-COPY-COUNT TO WS-TOTAL-INPUT-RECORDS

           IF NOT CHAIN-FAILED
               PERFORM RESET-BATCH-CHECKPOINT

               OPEN OUTPUT DRIVER-PARM-FILE
               MOVE RC-MODE TO WS-PI-MODE
               MOVE RC-KEY-ID TO WS-PI-KEY-ID
               MOVE RC-WATCHLIST-FLAG TO WS-PI-WATCHLIST-FLAG
               MOVE WS-RUN-DATE TO WS-PI-RUN-DATE
               MOVE SPACES TO DRV-PARM-RECORD
               MOVE WS-PARM-IMAGE TO DRV-PARM-RECORD
               WRITE DRV-PARM-RECORD
               CLOSE DRIVER-PARM-FILE

               CALL 'IPCRYPT-BATCH'
                   ON EXCEPTION
                       MOVE "IPC1381E" TO WS-OPSMSG-ID
                       MOVE "IPCRYPT-BATCH not available"
                           TO WS-OPSMSG-TEXT
                       PERFORM ISSUE-OPS-MESSAGE
                       SET CHAIN-FAILED TO TRUE
               END-CALL
               CANCEL 'IPCRYPT-BATCH'
           END-IF

      * The pass grades its own condition code (0 clean, 4 rejects,
      * 8 threshold stop, 16 abort); 8 or worse stops the chain here,
      * and the code is cleared so it can't bleed into this driver's
      * own end-of-job code
           IF NOT CHAIN-FAILED AND RETURN-CODE >= 8
               MOVE "IPC1382I" TO WS-OPSMSG-ID
               MOVE WS-PART-INDEX TO WS-OPSMSG-NUMBER-1
               MOVE RETURN-CODE TO WS-OPSMSG-NUMBER-2
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "BATCH partition "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " ended with "
                   "condition code " FUNCTION TRIM(WS-OPSMSG-NUMBER-2)
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET CHAIN-FAILED TO TRUE
           END-IF
           MOVE 0 TO RETURN-CODE

           IF NOT CHAIN-FAILED
               PERFORM CHECK-BATCH-COMPLETION
           END-IF
           IF NOT CHAIN-FAILED
               PERFORM COPY-OUTEXTRACT-TO-SLOT
           END-IF
           IF NOT CHAIN-FAILED
               PERFORM COPY-REJECTS-TO-SLOT
               MOVE WS-PART-INDEX TO WS-LOG-PARTITION
               MOVE WS-PART-INDEX TO WS-FP-PARTITION
               MOVE SPACES TO WS-FP-DATASET
               STRING "EXTRACT0" WS-FP-PARTITION(2:1) DELIMITED BY SIZE
                   INTO WS-FP-DATASET
               END-STRING
               PERFORM RECORD-STAGE-DATASET
               MOVE WS-PART-INDEX TO WS-FP-PARTITION
               MOVE SPACES TO WS-FP-DATASET
               STRING "REJECT0" WS-FP-PARTITION(2:1) DELIMITED BY SIZE
                   INTO WS-FP-DATASET
               END-STRING
               PERFORM RECORD-STAGE-DATASET
               PERFORM RECORD-STAGE-COMPLETE
           END-IF
           EXIT.

      ******************************************************************
      * RESET-BATCH-CHECKPOINT
      * Leave a completed, zero-count checkpoint so the pass about to
      * run never mistakes the previous partition's progress for its
      * own restart position
      ******************************************************************
       RESET-BATCH-CHECKPOINT.
           OPEN OUTPUT DRIVER-CKPT-FILE
           MOVE SPACES TO DRV-CKPT-RECORD
           MOVE 0 TO DRV-CKPT-COUNT
           MOVE 'C' TO DRV-CKPT-STATUS
           WRITE DRV-CKPT-RECORD
           CLOSE DRIVER-CKPT-FILE
           EXIT.

      ******************************************************************
      * CHECK-BATCH-COMPLETION
      * The pass writes its checkpoint with CKPT-COMPLETE at clean end
      * of run; anything else means it stopped partway
      ******************************************************************
       CHECK-BATCH-COMPLETION.
           OPEN INPUT DRIVER-CKPT-FILE
           IF WS-CKPT-STATUS NOT = "00"
               MOVE "IPC1383E" TO WS-OPSMSG-ID
               MOVE WS-PART-INDEX TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "no checkpoint after BATCH partition "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET CHAIN-FAILED TO TRUE
           ELSE
               READ DRIVER-CKPT-FILE
                   AT END
                       SET CHAIN-FAILED TO TRUE
               END-READ
               IF DRV-CKPT-STATUS NOT = 'C'
                   MOVE "IPC1384E" TO WS-OPSMSG-ID
                   MOVE WS-PART-INDEX TO WS-OPSMSG-NUMBER-1
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "BATCH partition "
                       FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " did not run "
                       "to completion"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET CHAIN-FAILED TO TRUE
               END-IF
               CLOSE DRIVER-CKPT-FILE
           END-IF
           EXIT.

      ******************************************************************
      * COPY-PARTITION-TO-INFILE
      * Stage partition WS-PART-INDEX's file over INFILE for the pass
      ******************************************************************
       COPY-PARTITION-TO-INFILE.
           MOVE 0 TO WS-COPY-COUNT
           MOVE 'N' TO WS-COPY-EOF-SWITCH
           OPEN OUTPUT DRIVER-INFILE
           EVALUATE WS-PART-INDEX
               WHEN 1 OPEN INPUT PART-FILE-1
               WHEN 2 OPEN INPUT PART-FILE-2
               WHEN 3 OPEN INPUT PART-FILE-3
               WHEN 4 OPEN INPUT PART-FILE-4
               WHEN 5 OPEN INPUT PART-FILE-5
               WHEN 6 OPEN INPUT PART-FILE-6
               WHEN 7 OPEN INPUT PART-FILE-7
               WHEN 8 OPEN INPUT PART-FILE-8
           END-EVALUATE
           IF WS-SLOT-STATUS NOT = "00"
               MOVE "IPC1385E" TO WS-OPSMSG-ID
               MOVE WS-PART-INDEX TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "partition file "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " could not be "
                   "opened - status " WS-SLOT-STATUS
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET CHAIN-FAILED TO TRUE
               SET END-OF-COPY TO TRUE
           END-IF
           PERFORM UNTIL END-OF-COPY
               PERFORM READ-CURRENT-PART-SLOT
               IF NOT END-OF-COPY
                   WRITE DRV-INFILE-RECORD
                   ADD 1 TO WS-COPY-COUNT
               END-IF
           END-PERFORM
           EVALUATE WS-PART-INDEX
               WHEN 1 CLOSE PART-FILE-1
               WHEN 2 CLOSE PART-FILE-2
               WHEN 3 CLOSE PART-FILE-3
               WHEN 4 CLOSE PART-FILE-4
               WHEN 5 CLOSE PART-FILE-5
               WHEN 6 CLOSE PART-FILE-6
               WHEN 7 CLOSE PART-FILE-7
               WHEN 8 CLOSE PART-FILE-8
           END-EVALUATE
           CLOSE DRIVER-INFILE
           EXIT.

      ******************************************************************
      * READ-CURRENT-PART-SLOT
      ******************************************************************
       READ-CURRENT-PART-SLOT.
           MOVE SPACES TO DRV-INFILE-RECORD
           EVALUATE WS-PART-INDEX
               WHEN 1
                   READ PART-FILE-1
                       AT END SET END-OF-COPY TO TRUE
                       NOT AT END MOVE PART-RECORD-1
                           TO DRV-INFILE-RECORD(1:80)
                   END-READ
               WHEN 2
                   READ PART-FILE-2
                       AT END SET END-OF-COPY TO TRUE
                       NOT AT END MOVE PART-RECORD-2
                           TO DRV-INFILE-RECORD(1:80)
                   END-READ
               WHEN 3
                   READ PART-FILE-3
                       AT END SET END-OF-COPY TO TRUE
                       NOT AT END MOVE PART-RECORD-3
                           TO DRV-INFILE-RECORD(1:80)
                   END-READ
               WHEN 4
                   READ PART-FILE-4
                       AT END SET END-OF-COPY TO TRUE
                       NOT AT END MOVE PART-RECORD-4
                           TO DRV-INFILE-RECORD(1:80)
                   END-READ
               WHEN 5
                   READ PART-FILE-5
                       AT END SET END-OF-COPY TO TRUE
                       NOT AT END MOVE PART-RECORD-5
                           TO DRV-INFILE-RECORD(1:80)
                   END-READ
               WHEN 6
                   READ PART-FILE-6
                       AT END SET END-OF-COPY TO TRUE
                       NOT AT END MOVE PART-RECORD-6
                           TO DRV-INFILE-RECORD(1:80)
                   END-READ
               WHEN 7
                   READ PART-FILE-7
                       AT END SET END-OF-COPY TO TRUE
                       NOT AT END MOVE PART-RECORD-7
                           TO DRV-INFILE-RECORD(1:80)
                   END-READ
               WHEN 8
                   READ PART-FILE-8
                       AT END SET END-OF-COPY TO TRUE
                       NOT AT END MOVE PART-RECORD-8
                           TO DRV-INFILE-RECORD(1:80)
                   END-READ
           END-EVALUATE
           EXIT.

      ******************************************************************
      * COPY-OUTEXTRACT-TO-SLOT
      * Bank the pass's OUTEXTRACT into this partition's EXTRACT slot
      * so the next pass can overwrite OUTEXTRACT freely
      ******************************************************************
       COPY-OUTEXTRACT-TO-SLOT.
           MOVE 'N' TO WS-COPY-EOF-SWITCH
           OPEN INPUT DRIVER-OUTEXTRACT-FILE
           IF WS-SLOT-STATUS NOT = "00"
               MOVE "IPC1386E" TO WS-OPSMSG-ID
               MOVE WS-PART-INDEX TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "no OUTEXTRACT after BATCH partition "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET CHAIN-FAILED TO TRUE
               SET END-OF-COPY TO TRUE
           END-IF
           EVALUATE WS-PART-INDEX
               WHEN 1 OPEN OUTPUT EXTRACT-FILE-1
               WHEN 2 OPEN OUTPUT EXTRACT-FILE-2
               WHEN 3 OPEN OUTPUT EXTRACT-FILE-3
               WHEN 4 OPEN OUTPUT EXTRACT-FILE-4
               WHEN 5 OPEN OUTPUT EXTRACT-FILE-5
               WHEN 6 OPEN OUTPUT EXTRACT-FILE-6
               WHEN 7 OPEN OUTPUT EXTRACT-FILE-7
               WHEN 8 OPEN OUTPUT EXTRACT-FILE-8
           END-EVALUATE
           PERFORM UNTIL END-OF-COPY
               READ DRIVER-OUTEXTRACT-FILE
                   AT END
                       SET END-OF-COPY TO TRUE
                   NOT AT END
                       PERFORM WRITE-CURRENT-EXTRACT-SLOT
               END-READ
           END-PERFORM
           EVALUATE WS-PART-INDEX
               WHEN 1 CLOSE EXTRACT-FILE-1
               WHEN 2 CLOSE EXTRACT-FILE-2
               WHEN 3 CLOSE EXTRACT-FILE-3
               WHEN 4 CLOSE EXTRACT-FILE-4
               WHEN 5 CLOSE EXTRACT-FILE-5
               WHEN 6 CLOSE EXTRACT-FILE-6
               WHEN 7 CLOSE EXTRACT-FILE-7
               WHEN 8 CLOSE EXTRACT-FILE-8
           END-EVALUATE
           CLOSE DRIVER-OUTEXTRACT-FILE
           EXIT.

      ******************************************************************
      * WRITE-CURRENT-EXTRACT-SLOT
      ******************************************************************
       WRITE-CURRENT-EXTRACT-SLOT.
           EVALUATE WS-PART-INDEX
               WHEN 1
                   MOVE DRV-OUTEXTRACT-RECORD TO EXT-RECORD-1
                   WRITE EXT-RECORD-1
               WHEN 2
                   MOVE DRV-OUTEXTRACT-RECORD TO EXT-RECORD-2
                   WRITE EXT-RECORD-2
               WHEN 3
                   MOVE DRV-OUTEXTRACT-RECORD TO EXT-RECORD-3
                   WRITE EXT-RECORD-3
               WHEN 4
                   MOVE DRV-OUTEXTRACT-RECORD TO EXT-RECORD-4
                   WRITE EXT-RECORD-4
               WHEN 5
                   MOVE DRV-OUTEXTRACT-RECORD TO EXT-RECORD-5
                   WRITE EXT-RECORD-5
               WHEN 6
                   MOVE DRV-OUTEXTRACT-RECORD TO EXT-RECORD-6
                   WRITE EXT-RECORD-6
               WHEN 7
                   MOVE DRV-OUTEXTRACT-RECORD TO EXT-RECORD-7
                   WRITE EXT-RECORD-7
               WHEN 8
                   MOVE DRV-OUTEXTRACT-RECORD TO EXT-RECORD-8
                   WRITE EXT-RECORD-8
           END-EVALUATE
           EXIT.

      ******************************************************************
      * COPY-REJECTS-TO-SLOT
      * Bank the pass's reject sidecar into this partition's REJECT
      * slot before the next pass opens REJECTFILE fresh over it
      ******************************************************************
       COPY-REJECTS-TO-SLOT.
           MOVE 'N' TO WS-COPY-EOF-SWITCH
           OPEN INPUT DRIVER-REJECT-FILE
           IF WS-REJECT-STATUS NOT = "00"
               SET END-OF-COPY TO TRUE
           END-IF
           EVALUATE WS-PART-INDEX
               WHEN 1 OPEN OUTPUT REJECT-SLOT-1
               WHEN 2 OPEN OUTPUT REJECT-SLOT-2
               WHEN 3 OPEN OUTPUT REJECT-SLOT-3
               WHEN 4 OPEN OUTPUT REJECT-SLOT-4
               WHEN 5 OPEN OUTPUT REJECT-SLOT-5
               WHEN 6 OPEN OUTPUT REJECT-SLOT-6
               WHEN 7 OPEN OUTPUT REJECT-SLOT-7
               WHEN 8 OPEN OUTPUT REJECT-SLOT-8
           END-EVALUATE
           PERFORM UNTIL END-OF-COPY
               READ DRIVER-REJECT-FILE
                   AT END
                       SET END-OF-COPY TO TRUE
                   NOT AT END
                       PERFORM WRITE-CURRENT-REJECT-SLOT
               END-READ
           END-PERFORM
           EVALUATE WS-PART-INDEX
               WHEN 1 CLOSE REJECT-SLOT-1
               WHEN 2 CLOSE REJECT-SLOT-2
               WHEN 3 CLOSE REJECT-SLOT-3
               WHEN 4 CLOSE REJECT-SLOT-4
               WHEN 5 CLOSE REJECT-SLOT-5
               WHEN 6 CLOSE REJECT-SLOT-6
               WHEN 7 CLOSE REJECT-SLOT-7
               WHEN 8 CLOSE REJECT-SLOT-8
           END-EVALUATE
           IF WS-REJECT-STATUS NOT = "35"
               CLOSE DRIVER-REJECT-FILE
           END-IF
           EXIT.

      ******************************************************************
      * WRITE-CURRENT-REJECT-SLOT
      ******************************************************************
       WRITE-CURRENT-REJECT-SLOT.
           EVALUATE WS-PART-INDEX
               WHEN 1
                   MOVE DRV-REJECT-RECORD TO REJ-RECORD-1
                   WRITE REJ-RECORD-1
               WHEN 2
                   MOVE DRV-REJECT-RECORD TO REJ-RECORD-2
                   WRITE REJ-RECORD-2
               WHEN 3
                   MOVE DRV-REJECT-RECORD TO REJ-RECORD-3
                   WRITE REJ-RECORD-3
               WHEN 4
                   MOVE DRV-REJECT-RECORD TO REJ-RECORD-4
                   WRITE REJ-RECORD-4
               WHEN 5
                   MOVE DRV-REJECT-RECORD TO REJ-RECORD-5
                   WRITE REJ-RECORD-5
               WHEN 6
                   MOVE DRV-REJECT-RECORD TO REJ-RECORD-6
                   WRITE REJ-RECORD-6
               WHEN 7
                   MOVE DRV-REJECT-RECORD TO REJ-RECORD-7
                   WRITE REJ-RECORD-7
               WHEN 8
                   MOVE DRV-REJECT-RECORD TO REJ-RECORD-8
                   WRITE REJ-RECORD-8
           END-EVALUATE
           EXIT.

      ******************************************************************
      * RUN-MERGE-STAGE
      * Merge the banked partition extracts back into global record
      * order, then confirm every input record came through
      ******************************************************************
       RUN-MERGE-STAGE.
           MOVE "MERGE" TO WS-STAGE-NAME
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAGE-STARTED-AT
           MOVE "IPC1387I" TO WS-OPSMSG-ID
           MOVE "stage MERGE" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           OPEN OUTPUT DRIVER-MERGE-PARM-FILE
           MOVE RC-PARTITION-COUNT TO DRV-MERGE-PARM-RECORD
           WRITE DRV-MERGE-PARM-RECORD
           CLOSE DRIVER-MERGE-PARM-FILE

           CALL 'IPCRYPT-MERGE'
               ON EXCEPTION
                   MOVE "IPC1388E" TO WS-OPSMSG-ID
                   MOVE "IPCRYPT-MERGE not available" TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   SET CHAIN-FAILED TO TRUE
           END-CALL
           CANCEL 'IPCRYPT-MERGE'

           IF NOT CHAIN-FAILED
               MOVE 0 TO WS-MERGED-RECORDS
               MOVE 'N' TO WS-COPY-EOF-SWITCH
               OPEN INPUT DRIVER-MERGEOUT-FILE
               IF WS-SLOT-STATUS NOT = "00"
                   MOVE "IPC1389E" TO WS-OPSMSG-ID
                   MOVE "no MERGEOUT from IPCRYPT-MERGE"
                       TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   SET CHAIN-FAILED TO TRUE
                   SET END-OF-COPY TO TRUE
               END-IF
               OPEN OUTPUT DRIVER-OUTEXTRACT-FILE
               PERFORM UNTIL END-OF-COPY
                   READ DRIVER-MERGEOUT-FILE
                       AT END
                           SET END-OF-COPY TO TRUE
                       NOT AT END
                           MOVE DRV-MERGEOUT-RECORD
                               TO DRV-OUTEXTRACT-RECORD
                           WRITE DRV-OUTEXTRACT-RECORD
                           ADD 1 TO WS-MERGED-RECORDS
                   END-READ
               END-PERFORM
               CLOSE DRIVER-MERGEOUT-FILE
               CLOSE DRIVER-OUTEXTRACT-FILE

               IF WS-MERGED-RECORDS NOT = WS-TOTAL-INPUT-RECORDS
                   MOVE "IPC1390E" TO WS-OPSMSG-ID
                   MOVE WS-MERGED-RECORDS TO WS-OPSMSG-NUMBER-1
                   MOVE WS-TOTAL-INPUT-RECORDS TO WS-OPSMSG-NUMBER-2
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "merged extract has "
                       FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " records but "
                       "partitions carried "
                       FUNCTION TRIM(WS-OPSMSG-NUMBER-2)
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET CHAIN-FAILED TO TRUE
               END-IF
           END-IF
           IF NOT CHAIN-FAILED
               MOVE 0 TO WS-LOG-PARTITION
               MOVE "MERGEOUT" TO WS-FP-DATASET
               PERFORM RECORD-STAGE-DATASET
               MOVE "OUTEXTRACT" TO WS-FP-DATASET
               PERFORM RECORD-STAGE-DATASET
               PERFORM RECORD-STAGE-COMPLETE
           END-IF
           EXIT.

      ******************************************************************
      * RUN-VERIFY-STAGE
      * Sampling verification over the merged extract (staged back
      * over OUTEXTRACT by the merge stage); any exception record
      * flags the night
      ******************************************************************
       RUN-VERIFY-STAGE.
           MOVE "VERIFY" TO WS-STAGE-NAME
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAGE-STARTED-AT
           MOVE "IPC1391I" TO WS-OPSMSG-ID
           MOVE "stage VERIFY" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           OPEN OUTPUT DRIVER-VERIFY-PARM-FILE
           MOVE RC-KEY-ID TO WS-VI-KEY-ID
           MOVE RC-SAMPLE-INTERVAL TO WS-VI-SAMPLE-INTERVAL
           MOVE WS-VERIFY-PARM-IMAGE TO DRV-VERIFY-PARM-RECORD
           WRITE DRV-VERIFY-PARM-RECORD
           CLOSE DRIVER-VERIFY-PARM-FILE

           CALL 'IPCRYPT-VERIFY'
               ON EXCEPTION
                   MOVE "IPC1392E" TO WS-OPSMSG-ID
                   MOVE "IPCRYPT-VERIFY not available" TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   SET CHAIN-FAILED TO TRUE
           END-CALL
           CANCEL 'IPCRYPT-VERIFY'

           IF NOT CHAIN-FAILED
               MOVE 0 TO WS-EXCEPTION-COUNT
               MOVE 'N' TO WS-COPY-EOF-SWITCH
               OPEN INPUT DRIVER-VERIFYEXCP-FILE
               IF WS-VERIFYEXCP-STATUS NOT = "00"
                   SET END-OF-COPY TO TRUE
               END-IF
               PERFORM UNTIL END-OF-COPY
                   READ DRIVER-VERIFYEXCP-FILE
                       AT END
                           SET END-OF-COPY TO TRUE
                       NOT AT END
                           ADD 1 TO WS-EXCEPTION-COUNT
                   END-READ
               END-PERFORM
               IF WS-VERIFYEXCP-STATUS NOT = "35"
                   CLOSE DRIVER-VERIFYEXCP-FILE
               END-IF
               IF WS-EXCEPTION-COUNT > 0
                   MOVE "IPC1393E" TO WS-OPSMSG-ID
                   MOVE WS-EXCEPTION-COUNT TO WS-OPSMSG-NUMBER-1
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "VERIFY flagged "
                       FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " samples - "
                       "hold the delivery (see VERIFYEXCP)"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET CHAIN-FAILED TO TRUE
               END-IF
           END-IF
           IF NOT CHAIN-FAILED
               MOVE 0 TO WS-LOG-PARTITION
               PERFORM RECORD-STAGE-COMPLETE
           END-IF
           EXIT.

      ******************************************************************
      * START-STAGE-OUTCOME-LOG
      * A fresh chain starts a fresh STAGELOG, headed with the run
      * control values a restart will have to match
      ******************************************************************
       START-STAGE-OUTCOME-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
           OPEN OUTPUT STAGE-OUTCOME-FILE
           IF WS-STAGELOG-STATUS NOT = "00"
               MOVE "STAGELOG" TO WS-STAGE-NAME
               MOVE "IPC1394W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "STAGELOG could not be opened - status "
                   WS-STAGELOG-STATUS
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET CHAIN-FAILED TO TRUE
           ELSE
               PERFORM BUILD-STAGE-OUTCOME-BASE
               SET SO-RUN-HEADER TO TRUE
               MOVE WS-RUN-ID TO SO-STARTED-AT
               WRITE STAGE-OUTCOME-RECORD
               CLOSE STAGE-OUTCOME-FILE
           END-IF
           EXIT.

      ******************************************************************
      * BUILD-STAGE-OUTCOME-BASE
      ******************************************************************
       BUILD-STAGE-OUTCOME-BASE.
           MOVE SPACES TO STAGE-OUTCOME-RECORD
           MOVE WS-RUN-ID TO SO-RUN-ID
           MOVE WS-RUN-DATE TO SO-RUN-DATE
           MOVE 0 TO SO-PARTITION
           MOVE 0 TO SO-RECORD-COUNT
           MOVE 0 TO SO-CHECK-TOTAL
           MOVE RC-MODE TO SO-MODE
           MOVE RC-KEY-ID TO SO-KEY-ID
           MOVE RC-PARTITION-COUNT TO SO-PARTITION-COUNT
           EXIT.

      ******************************************************************
      * RECORD-STAGE-DATASET
      * Fingerprint one output the current stage leaves for later
      * stages (WS-FP-DATASET) and log it; an output that is not there
      * at all means the stage did not really complete
      ******************************************************************
       RECORD-STAGE-DATASET.
           PERFORM FINGERPRINT-DATASET
           IF NOT FP-DATASET-PRESENT
               MOVE "IPC1395E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "stage " WS-STAGE-NAME " left no " WS-FP-DATASET
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET CHAIN-FAILED TO TRUE
           ELSE
               PERFORM BUILD-STAGE-OUTCOME-BASE
               SET SO-STAGE-DATASET TO TRUE
               MOVE WS-STAGE-NAME TO SO-STAGE-NAME
               MOVE WS-LOG-PARTITION TO SO-PARTITION
               MOVE WS-FP-DATASET TO SO-DATASET-NAME
               MOVE WS-FP-COUNT TO SO-RECORD-COUNT
               MOVE WS-FP-TOTAL TO SO-CHECK-TOTAL
               MOVE WS-STAGE-STARTED-AT TO SO-STARTED-AT
               MOVE FUNCTION CURRENT-DATE(1:14) TO SO-ENDED-AT
               PERFORM APPEND-STAGE-OUTCOME
           END-IF
           EXIT.

      ******************************************************************
      * RECORD-STAGE-COMPLETE
      * Written last, after the stage's dataset records - a stage only
      * counts as complete on a restart once this record is there
      ******************************************************************
       RECORD-STAGE-COMPLETE.
           IF NOT CHAIN-FAILED
               PERFORM BUILD-STAGE-OUTCOME-BASE
               SET SO-STAGE-COMPLETE TO TRUE
               MOVE WS-STAGE-NAME TO SO-STAGE-NAME
               MOVE WS-LOG-PARTITION TO SO-PARTITION
               MOVE WS-STAGE-STARTED-AT TO SO-STARTED-AT
               MOVE FUNCTION CURRENT-DATE(1:14) TO SO-ENDED-AT
               PERFORM APPEND-STAGE-OUTCOME
               MOVE 'C' TO WS-TIMING-OUTCOME
               PERFORM WRITE-STAGE-TIMING
           END-IF
           EXIT.

      ******************************************************************
      * APPEND-STAGE-OUTCOME
      * Opened, written and closed each time so the record is on disk
      * before the next stage starts. A record that cannot be written
      * only costs a restart the chance to skip that stage, so the
      * night carries on with a warning.
      ******************************************************************
       APPEND-STAGE-OUTCOME.
      * an intraday increment or roll-up keeps no stage log - it is
      * rerun whole rather than restarted
           IF NOT RC-INTRADAY-RUN
               OPEN EXTEND STAGE-OUTCOME-FILE
               IF WS-STAGELOG-STATUS NOT = "00"
                   MOVE "IPC1396W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "STAGELOG not updated for stage "
                       WS-STAGE-NAME " (status " WS-STAGELOG-STATUS ")"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               ELSE
                   WRITE STAGE-OUTCOME-RECORD
                   CLOSE STAGE-OUTCOME-FILE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * LOAD-STAGE-OUTCOMES
      * A restart reads back how far the night got. The log must be
      * for the same mode, key-id and partition count RUNCTL carries
      * now, or the "completed" stages belong to some other night.
      ******************************************************************
       LOAD-STAGE-OUTCOMES.
           MOVE "RESTART" TO WS-STAGE-NAME
           MOVE 'N' TO WS-GATE-EOF-SWITCH
           MOVE 'N' TO WS-PRIOR-RUN-SWITCH
           MOVE ALL 'N' TO WS-PART-DONE-TABLE
           OPEN INPUT STAGE-OUTCOME-FILE
           IF WS-STAGELOG-STATUS NOT = "00"
               MOVE "IPC1397E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "restart requested but there is no STAGELOG to "
                   "resume from - resubmit without the RUNCTL restart "
                   "flag"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET CHAIN-FAILED TO TRUE
               SET END-OF-GATE-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-GATE-FILE
               READ STAGE-OUTCOME-FILE
                   AT END
                       SET END-OF-GATE-FILE TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-STAGE-OUTCOME
               END-READ
           END-PERFORM
           IF WS-STAGELOG-STATUS = "00" OR WS-STAGELOG-STATUS = "10"
               CLOSE STAGE-OUTCOME-FILE
           END-IF

           IF NOT CHAIN-FAILED
               IF NOT STAGELOG-HEADER-FOUND
                   MOVE "IPC1398E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "STAGELOG has no run header - resubmit "
                       "without the RUNCTL restart flag"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET CHAIN-FAILED TO TRUE
               ELSE
               IF PRIOR-RUN-FOUND
                   MOVE "IPC1399E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "RUNCTL mode, key-id or partition count "
                       "differ from run " WS-RUN-ID " on STAGELOG - "
                       "restart refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET CHAIN-FAILED TO TRUE
               ELSE
                   PERFORM SETTLE-RESUME-POINT
               END-IF
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * APPLY-ONE-STAGE-OUTCOME
      * WS-PRIOR-RUN-SWITCH is borrowed here to flag a header whose
      * run control does not match tonight's RUNCTL
      ******************************************************************
       APPLY-ONE-STAGE-OUTCOME.
           EVALUATE TRUE
               WHEN SO-RUN-HEADER
                   SET STAGELOG-HEADER-FOUND TO TRUE
                   MOVE SO-RUN-ID TO WS-RUN-ID
                   MOVE SO-RUN-DATE TO WS-RUN-DATE
                   IF SO-MODE NOT = RC-MODE
                       OR SO-KEY-ID NOT = RC-KEY-ID
                       OR SO-PARTITION-COUNT NOT = RC-PARTITION-COUNT
                       SET PRIOR-RUN-FOUND TO TRUE
                   END-IF
               WHEN SO-STAGE-DATASET
                   PERFORM STORE-LOGGED-DATASET
               WHEN SO-STAGE-COMPLETE
                   EVALUATE SO-STAGE-NAME
                       WHEN "INBOUND"  SET INBOUND-DONE TO TRUE
                       WHEN "VALIDATE" SET VALIDATE-DONE TO TRUE
                       WHEN "ADDRPROF" SET PROFILE-DONE TO TRUE
                       WHEN "SPLIT"    SET SPLIT-DONE TO TRUE
                       WHEN "MERGE"    SET MERGE-DONE TO TRUE
                       WHEN "VERIFY"   SET VERIFY-DONE TO TRUE
                       WHEN "BATCH"
                           IF SO-PARTITION >= 1 AND SO-PARTITION <= 8
                               SET PARTITION-DONE(SO-PARTITION)
                                   TO TRUE
                           END-IF
                   END-EVALUATE
           END-EVALUATE
           EXIT.

      ******************************************************************
      * STORE-LOGGED-DATASET
      * A later record for the same dataset replaces the earlier one -
      * INFILE, for one, is recorded by INBOUND and again by VALIDATE
      ******************************************************************
       STORE-LOGGED-DATASET.
           MOVE SO-DATASET-NAME TO WS-FP-DATASET
           PERFORM FIND-LOGGED-DATASET
           IF WS-LD-MATCH = 0 AND WS-LOGGED-COUNT < 40
               ADD 1 TO WS-LOGGED-COUNT
               MOVE WS-LOGGED-COUNT TO WS-LD-MATCH
           END-IF
           IF WS-LD-MATCH > 0
               MOVE SO-STAGE-NAME TO WS-LD-STAGE-NAME(WS-LD-MATCH)
               MOVE SO-PARTITION TO WS-LD-PARTITION(WS-LD-MATCH)
               MOVE SO-DATASET-NAME TO WS-LD-DATASET-NAME(WS-LD-MATCH)
               MOVE SO-RECORD-COUNT TO WS-LD-RECORD-COUNT(WS-LD-MATCH)
               MOVE SO-CHECK-TOTAL TO WS-LD-CHECK-TOTAL(WS-LD-MATCH)
           END-IF
           EXIT.

      ******************************************************************
      * FIND-LOGGED-DATASET
      ******************************************************************
       FIND-LOGGED-DATASET.
           MOVE 0 TO WS-LD-MATCH
           PERFORM VARYING WS-LD-INDEX FROM 1 BY 1
               UNTIL WS-LD-INDEX > WS-LOGGED-COUNT OR WS-LD-MATCH > 0
               IF WS-LD-DATASET-NAME(WS-LD-INDEX) = WS-FP-DATASET
                   MOVE WS-LD-INDEX TO WS-LD-MATCH
               END-IF
           END-PERFORM
           EXIT.

      ******************************************************************
      * SETTLE-RESUME-POINT
      * Stages run in order, so only the unbroken run of completed
      * stages from the start counts - anything after the first gap
      * is run again. BATCH partitions are the exception: each stands
      * on its own, so any finished partition is kept.
      ******************************************************************
       SETTLE-RESUME-POINT.
           IF NOT RC-INBOUND-ENVELOPED
               SET INBOUND-DONE TO TRUE
           END-IF
           IF NOT INBOUND-DONE
               MOVE 'N' TO WS-VALIDATE-DONE-SW
           END-IF
           IF NOT VALIDATE-DONE
               MOVE 'N' TO WS-PROFILE-DONE-SW
           END-IF
           IF NOT PROFILE-DONE
               MOVE 'N' TO WS-SPLIT-DONE-SW
           END-IF
           IF NOT SPLIT-DONE
               MOVE ALL 'N' TO WS-PART-DONE-TABLE
           END-IF
           MOVE 0 TO WS-PARTS-DONE-COUNT
           PERFORM VARYING WS-PART-INDEX FROM 1 BY 1
               UNTIL WS-PART-INDEX > RC-PARTITION-COUNT
               IF PARTITION-DONE(WS-PART-INDEX)
                   ADD 1 TO WS-PARTS-DONE-COUNT
               END-IF
           END-PERFORM
           IF WS-PARTS-DONE-COUNT < RC-PARTITION-COUNT
               MOVE 'N' TO WS-MERGE-DONE-SW
           END-IF
           IF NOT MERGE-DONE
               MOVE 'N' TO WS-VERIFY-DONE-SW
           END-IF

           EVALUATE TRUE
               WHEN NOT INBOUND-DONE
                   MOVE "INBOUND" TO WS-RESUME-STAGE
               WHEN NOT VALIDATE-DONE
                   MOVE "VALIDATE" TO WS-RESUME-STAGE
               WHEN NOT PROFILE-DONE
                   MOVE "ADDRPROF" TO WS-RESUME-STAGE
               WHEN NOT SPLIT-DONE
                   MOVE "SPLIT" TO WS-RESUME-STAGE
               WHEN WS-PARTS-DONE-COUNT < RC-PARTITION-COUNT
                   MOVE "BATCH" TO WS-RESUME-STAGE
               WHEN NOT MERGE-DONE
                   MOVE "MERGE" TO WS-RESUME-STAGE
               WHEN NOT VERIFY-DONE
                   MOVE "VERIFY" TO WS-RESUME-STAGE
               WHEN OTHER
                   SET NOTHING-TO-RESUME TO TRUE
                   SET RUN-GATE-REFUSED TO TRUE
           END-EVALUATE
           IF NOT NOTHING-TO-RESUME
               MOVE "IPC1400I" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "restarting run " WS-RUN-ID " of " WS-RUN-DATE
                   " at stage " WS-RESUME-STAGE
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               IF WS-RESUME-STAGE = "BATCH"
                   MOVE "IPC1401I" TO WS-OPSMSG-ID
                   MOVE WS-PARTS-DONE-COUNT TO WS-OPSMSG-NUMBER-1
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " of "
                       RC-PARTITION-COUNT " partitions already complete"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * VERIFY-COMPLETED-OUTPUTS
      * Every output a skipped stage left behind must still be there,
      * record for record, before anything is built on it. INFILE is
      * only held to that once SPLIT is still to run - after SPLIT the
      * chain restages partitions over it by design.
      ******************************************************************
       VERIFY-COMPLETED-OUTPUTS.
           MOVE "RESTART" TO WS-STAGE-NAME
           PERFORM VERIFY-ONE-LOGGED-DATASET
               VARYING WS-VERIFY-INDEX FROM 1 BY 1
               UNTIL WS-VERIFY-INDEX > WS-LOGGED-COUNT
                   OR CHAIN-FAILED
           IF NOT CHAIN-FAILED
               MOVE "IPC1402I" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "completed stages' outputs confirmed unchanged - "
                   "resuming at stage " WS-RESUME-STAGE
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           EXIT.

      ******************************************************************
      * VERIFY-ONE-LOGGED-DATASET
      ******************************************************************
       VERIFY-ONE-LOGGED-DATASET.
           MOVE 'N' TO WS-CHECK-THIS-SW
           EVALUATE WS-LD-STAGE-NAME(WS-VERIFY-INDEX)
               WHEN "INBOUND"
                   IF INBOUND-DONE AND NOT SPLIT-DONE
                       SET CHECK-THIS-DATASET TO TRUE
                   END-IF
               WHEN "VALIDATE"
                   IF VALIDATE-DONE AND NOT SPLIT-DONE
                       SET CHECK-THIS-DATASET TO TRUE
                   END-IF
               WHEN "SPLIT"
                   IF SPLIT-DONE
                       SET CHECK-THIS-DATASET TO TRUE
                   END-IF
               WHEN "BATCH"
                   IF WS-LD-PARTITION(WS-VERIFY-INDEX) >= 1
                       AND WS-LD-PARTITION(WS-VERIFY-INDEX) <= 8
                       IF PARTITION-DONE
                           (WS-LD-PARTITION(WS-VERIFY-INDEX))
                           SET CHECK-THIS-DATASET TO TRUE
                       END-IF
                   END-IF
               WHEN "MERGE"
                   IF MERGE-DONE
                       SET CHECK-THIS-DATASET TO TRUE
                   END-IF
           END-EVALUATE

           IF CHECK-THIS-DATASET
               MOVE WS-LD-DATASET-NAME(WS-VERIFY-INDEX)
                   TO WS-FP-DATASET
               PERFORM FINGERPRINT-DATASET
               IF NOT FP-DATASET-PRESENT
                   MOVE "IPC1403E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING WS-FP-DATASET " from stage "
                       WS-LD-STAGE-NAME(WS-VERIFY-INDEX) " is gone - "
                       "rerun the night without the restart flag"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET CHAIN-FAILED TO TRUE
               ELSE
               IF WS-FP-COUNT NOT = WS-LD-RECORD-COUNT(WS-VERIFY-INDEX)
                   OR WS-FP-TOTAL
                       NOT = WS-LD-CHECK-TOTAL(WS-VERIFY-INDEX)
                   MOVE "IPC1404E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING WS-FP-DATASET " has changed since stage "
                       WS-LD-STAGE-NAME(WS-VERIFY-INDEX) " completed - "
                       "rerun the night without the restart flag"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET CHAIN-FAILED TO TRUE
               END-IF
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * FINGERPRINT-DATASET
      * Record count and check total of WS-FP-DATASET - INFILE,
      * MERGEOUT, OUTEXTRACT, or one of the numbered PART, EXTRACT
      * and REJECT slots
      ******************************************************************
       FINGERPRINT-DATASET.
           MOVE 0 TO WS-FP-COUNT
           MOVE 0 TO WS-FP-TOTAL
           MOVE 'N' TO WS-FP-PRESENT-SW
           MOVE 'N' TO WS-COPY-EOF-SWITCH
           EVALUATE TRUE
               WHEN WS-FP-DATASET = "INFILE"
                   PERFORM FINGERPRINT-INFILE
               WHEN WS-FP-DATASET = "MERGEOUT"
                   PERFORM FINGERPRINT-MERGEOUT
               WHEN WS-FP-DATASET = "OUTEXTRACT"
                   PERFORM FINGERPRINT-OUTEXTRACT
               WHEN WS-FP-DATASET(1:4) = "PART"
                   MOVE WS-FP-DATASET(7:2) TO WS-FP-PARTITION
                   MOVE WS-FP-PARTITION TO WS-PART-INDEX
                   PERFORM FINGERPRINT-PART-SLOT
               WHEN WS-FP-DATASET(1:7) = "EXTRACT"
                   MOVE WS-FP-DATASET(8:2) TO WS-FP-PARTITION
                   MOVE WS-FP-PARTITION TO WS-PART-INDEX
                   PERFORM FINGERPRINT-EXTRACT-SLOT
               WHEN WS-FP-DATASET(1:6) = "REJECT"
                   MOVE WS-FP-DATASET(7:2) TO WS-FP-PARTITION
                   MOVE WS-FP-PARTITION TO WS-PART-INDEX
                   PERFORM FINGERPRINT-REJECT-SLOT
           END-EVALUATE
           EXIT.

      ******************************************************************
      * ADD-RECORD-TO-FINGERPRINT
      * The byte values of the record's significant text, summed to
      * fifteen digits the way IPCRYPT-ENVREC's trailer check total is
      ******************************************************************
       ADD-RECORD-TO-FINGERPRINT.
           ADD 1 TO WS-FP-COUNT
           IF WS-FP-RECORD = SPACES
               MOVE 0 TO WS-FP-LENGTH
           ELSE
               COMPUTE WS-FP-LENGTH = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-FP-RECORD TRAILING))
           END-IF
           PERFORM VARYING WS-FP-SCAN FROM 1 BY 1
               UNTIL WS-FP-SCAN > WS-FP-LENGTH
               COMPUTE WS-FP-TOTAL = FUNCTION MOD(
                   WS-FP-TOTAL
                   + FUNCTION ORD(WS-FP-RECORD(WS-FP-SCAN:1))
                   - 1, 1000000000000000)
           END-PERFORM
           EXIT.

      ******************************************************************
      * FINGERPRINT-INFILE
      ******************************************************************
       FINGERPRINT-INFILE.
           OPEN INPUT DRIVER-INFILE
           IF WS-SLOT-STATUS = "00"
               SET FP-DATASET-PRESENT TO TRUE
               PERFORM UNTIL END-OF-COPY
                   READ DRIVER-INFILE
                       AT END
                           SET END-OF-COPY TO TRUE
                       NOT AT END
                           MOVE DRV-INFILE-RECORD TO WS-FP-RECORD
                           PERFORM ADD-RECORD-TO-FINGERPRINT
                   END-READ
               END-PERFORM
               CLOSE DRIVER-INFILE
           END-IF
           EXIT.

      ******************************************************************
      * FINGERPRINT-MERGEOUT
      ******************************************************************
       FINGERPRINT-MERGEOUT.
           OPEN INPUT DRIVER-MERGEOUT-FILE
           IF WS-SLOT-STATUS = "00"
               SET FP-DATASET-PRESENT TO TRUE
               PERFORM UNTIL END-OF-COPY
                   READ DRIVER-MERGEOUT-FILE
                       AT END
                           SET END-OF-COPY TO TRUE
                       NOT AT END
                           MOVE DRV-MERGEOUT-RECORD TO WS-FP-RECORD
                           PERFORM ADD-RECORD-TO-FINGERPRINT
                   END-READ
               END-PERFORM
               CLOSE DRIVER-MERGEOUT-FILE
           END-IF
           EXIT.

      ******************************************************************
      * FINGERPRINT-OUTEXTRACT
      ******************************************************************
       FINGERPRINT-OUTEXTRACT.
           OPEN INPUT DRIVER-OUTEXTRACT-FILE
           IF WS-SLOT-STATUS = "00"
               SET FP-DATASET-PRESENT TO TRUE
               PERFORM UNTIL END-OF-COPY
                   READ DRIVER-OUTEXTRACT-FILE
                       AT END
                           SET END-OF-COPY TO TRUE
                       NOT AT END
                           MOVE DRV-OUTEXTRACT-RECORD TO WS-FP-RECORD
                           PERFORM ADD-RECORD-TO-FINGERPRINT
                   END-READ
               END-PERFORM
               CLOSE DRIVER-OUTEXTRACT-FILE
           END-IF
           EXIT.

      ******************************************************************
      * FINGERPRINT-PART-SLOT
      * Read through READ-CURRENT-PART-SLOT, exactly as the partition
      * is staged over INFILE for its pass
      ******************************************************************
       FINGERPRINT-PART-SLOT.
           EVALUATE WS-PART-INDEX
               WHEN 1 OPEN INPUT PART-FILE-1
               WHEN 2 OPEN INPUT PART-FILE-2
               WHEN 3 OPEN INPUT PART-FILE-3
               WHEN 4 OPEN INPUT PART-FILE-4
               WHEN 5 OPEN INPUT PART-FILE-5
               WHEN 6 OPEN INPUT PART-FILE-6
               WHEN 7 OPEN INPUT PART-FILE-7
               WHEN 8 OPEN INPUT PART-FILE-8
           END-EVALUATE
           IF WS-SLOT-STATUS = "00"
               SET FP-DATASET-PRESENT TO TRUE
               PERFORM UNTIL END-OF-COPY
                   PERFORM READ-CURRENT-PART-SLOT
                   IF NOT END-OF-COPY
                       MOVE DRV-INFILE-RECORD TO WS-FP-RECORD
                       PERFORM ADD-RECORD-TO-FINGERPRINT
                   END-IF
               END-PERFORM
               EVALUATE WS-PART-INDEX
                   WHEN 1 CLOSE PART-FILE-1
                   WHEN 2 CLOSE PART-FILE-2
                   WHEN 3 CLOSE PART-FILE-3
                   WHEN 4 CLOSE PART-FILE-4
                   WHEN 5 CLOSE PART-FILE-5
                   WHEN 6 CLOSE PART-FILE-6
                   WHEN 7 CLOSE PART-FILE-7
                   WHEN 8 CLOSE PART-FILE-8
               END-EVALUATE
           END-IF
           EXIT.

      ******************************************************************
      * FINGERPRINT-EXTRACT-SLOT
      ******************************************************************
       FINGERPRINT-EXTRACT-SLOT.
           EVALUATE WS-PART-INDEX
               WHEN 1 OPEN INPUT EXTRACT-FILE-1
               WHEN 2 OPEN INPUT EXTRACT-FILE-2
               WHEN 3 OPEN INPUT EXTRACT-FILE-3
               WHEN 4 OPEN INPUT EXTRACT-FILE-4
               WHEN 5 OPEN INPUT EXTRACT-FILE-5
               WHEN 6 OPEN INPUT EXTRACT-FILE-6
               WHEN 7 OPEN INPUT EXTRACT-FILE-7
               WHEN 8 OPEN INPUT EXTRACT-FILE-8
           END-EVALUATE
           IF WS-SLOT-STATUS = "00"
               SET FP-DATASET-PRESENT TO TRUE
               PERFORM UNTIL END-OF-COPY
                   PERFORM READ-CURRENT-EXTRACT-SLOT
                   IF NOT END-OF-COPY
                       PERFORM ADD-RECORD-TO-FINGERPRINT
                   END-IF
               END-PERFORM
               EVALUATE WS-PART-INDEX
                   WHEN 1 CLOSE EXTRACT-FILE-1
                   WHEN 2 CLOSE EXTRACT-FILE-2
                   WHEN 3 CLOSE EXTRACT-FILE-3
                   WHEN 4 CLOSE EXTRACT-FILE-4
                   WHEN 5 CLOSE EXTRACT-FILE-5
                   WHEN 6 CLOSE EXTRACT-FILE-6
                   WHEN 7 CLOSE EXTRACT-FILE-7
                   WHEN 8 CLOSE EXTRACT-FILE-8
               END-EVALUATE
           END-IF
           EXIT.

      ******************************************************************
      * READ-CURRENT-EXTRACT-SLOT
      ******************************************************************
       READ-CURRENT-EXTRACT-SLOT.
           MOVE SPACES TO WS-FP-RECORD
           EVALUATE WS-PART-INDEX
               WHEN 1
                   READ EXTRACT-FILE-1
                       AT END SET END-OF-COPY TO TRUE
                       NOT AT END MOVE EXT-RECORD-1 TO WS-FP-RECORD
                   END-READ
               WHEN 2
                   READ EXTRACT-FILE-2
                       AT END SET END-OF-COPY TO TRUE
                       NOT AT END MOVE EXT-RECORD-2 TO WS-FP-RECORD
                   END-READ
               WHEN 3
                   READ EXTRACT-FILE-3
                       AT END SET END-OF-COPY TO TRUE
                       NOT AT END MOVE EXT-RECORD-3 TO WS-FP-RECORD
                   END-READ
               WHEN 4
                   READ EXTRACT-FILE-4
                       AT END SET END-OF-COPY TO TRUE
                       NOT AT END MOVE EXT-RECORD-4 TO WS-FP-RECORD
                   END-READ
               WHEN 5
                   READ EXTRACT-FILE-5
                       AT END SET END-OF-COPY TO TRUE
                       NOT AT END MOVE EXT-RECORD-5 TO WS-FP-RECORD
                   END-READ
               WHEN 6
                   READ EXTRACT-FILE-6
                       AT END SET END-OF-COPY TO TRUE
                       NOT AT END MOVE EXT-RECORD-6 TO WS-FP-RECORD
                   END-READ
               WHEN 7
                   READ EXTRACT-FILE-7
                       AT END SET END-OF-COPY TO TRUE
                       NOT AT END MOVE EXT-RECORD-7 TO WS-FP-RECORD
                   END-READ
               WHEN 8
                   READ EXTRACT-FILE-8
                       AT END SET END-OF-COPY TO TRUE
                       NOT AT END MOVE EXT-RECORD-8 TO WS-FP-RECORD
                   END-READ
           END-EVALUATE
           EXIT.

      ******************************************************************
      * FINGERPRINT-REJECT-SLOT
      ******************************************************************
       FINGERPRINT-REJECT-SLOT.
           EVALUATE WS-PART-INDEX
               WHEN 1 OPEN INPUT REJECT-SLOT-1
               WHEN 2 OPEN INPUT REJECT-SLOT-2
               WHEN 3 OPEN INPUT REJECT-SLOT-3
               WHEN 4 OPEN INPUT REJECT-SLOT-4
               WHEN 5 OPEN INPUT REJECT-SLOT-5
               WHEN 6 OPEN INPUT REJECT-SLOT-6
               WHEN 7 OPEN INPUT REJECT-SLOT-7
               WHEN 8 OPEN INPUT REJECT-SLOT-8
           END-EVALUATE
           IF WS-SLOT-STATUS = "00"
               SET FP-DATASET-PRESENT TO TRUE
               PERFORM UNTIL END-OF-COPY
                   PERFORM READ-CURRENT-REJECT-SLOT
                   IF NOT END-OF-COPY
                       PERFORM ADD-RECORD-TO-FINGERPRINT
                   END-IF
               END-PERFORM
               EVALUATE WS-PART-INDEX
                   WHEN 1 CLOSE REJECT-SLOT-1
                   WHEN 2 CLOSE REJECT-SLOT-2
                   WHEN 3 CLOSE REJECT-SLOT-3
                   WHEN 4 CLOSE REJECT-SLOT-4
                   WHEN 5 CLOSE REJECT-SLOT-5
                   WHEN 6 CLOSE REJECT-SLOT-6
                   WHEN 7 CLOSE REJECT-SLOT-7
                   WHEN 8 CLOSE REJECT-SLOT-8
               END-EVALUATE
           END-IF
           EXIT.

      ******************************************************************
      * READ-CURRENT-REJECT-SLOT
      ******************************************************************
       READ-CURRENT-REJECT-SLOT.
           MOVE SPACES TO WS-FP-RECORD
           EVALUATE WS-PART-INDEX
               WHEN 1
                   READ REJECT-SLOT-1
                       AT END SET END-OF-COPY TO TRUE
                       NOT AT END MOVE REJ-RECORD-1 TO WS-FP-RECORD
                   END-READ
               WHEN 2
                   READ REJECT-SLOT-2
                       AT END SET END-OF-COPY TO TRUE
                       NOT AT END MOVE REJ-RECORD-2 TO WS-FP-RECORD
                   END-READ
               WHEN 3
                   READ REJECT-SLOT-3
                       AT END SET END-OF-COPY TO TRUE
                       NOT AT END MOVE REJ-RECORD-3 TO WS-FP-RECORD
                   END-READ
               WHEN 4
                   READ REJECT-SLOT-4
                       AT END SET END-OF-COPY TO TRUE
                       NOT AT END MOVE REJ-RECORD-4 TO WS-FP-RECORD
                   END-READ
               WHEN 5
                   READ REJECT-SLOT-5
                       AT END SET END-OF-COPY TO TRUE
                       NOT AT END MOVE REJ-RECORD-5 TO WS-FP-RECORD
                   END-READ
               WHEN 6
                   READ REJECT-SLOT-6
                       AT END SET END-OF-COPY TO TRUE
                       NOT AT END MOVE REJ-RECORD-6 TO WS-FP-RECORD
                   END-READ
               WHEN 7
                   READ REJECT-SLOT-7
                       AT END SET END-OF-COPY TO TRUE
                       NOT AT END MOVE REJ-RECORD-7 TO WS-FP-RECORD
                   END-READ
               WHEN 8
                   READ REJECT-SLOT-8
                       AT END SET END-OF-COPY TO TRUE
                       NOT AT END MOVE REJ-RECORD-8 TO WS-FP-RECORD
                   END-READ
           END-EVALUATE
           EXIT.


      ******************************************************************
      * LOAD-STAGE-TIMING-HISTORY
      * Read STAGETIME for the most recent 31 completed runs of each
      * stage (of each BATCH partition, for BATCH) and settle each
      * stage's median elapsed time. A stage with no history yet
      * projects as taking no time at all.
      ******************************************************************
       LOAD-STAGE-TIMING-HISTORY.
           MOVE "INBOUND"  TO WS-TS-NAME(1)
           MOVE "VALIDATE" TO WS-TS-NAME(2)
           MOVE "ADDRPROF" TO WS-TS-NAME(3)
           MOVE "SPLIT"    TO WS-TS-NAME(4)
           MOVE "BATCH"    TO WS-TS-NAME(5)
           MOVE "MERGE"    TO WS-TS-NAME(6)
           MOVE "VERIFY"   TO WS-TS-NAME(7)
           MOVE "DELIVER"  TO WS-TS-NAME(8)
           PERFORM VARYING WS-TS-INDEX FROM 1 BY 1
               UNTIL WS-TS-INDEX > 8
               MOVE 0 TO WS-TS-SAMPLES(WS-TS-INDEX)
               MOVE 0 TO WS-TS-MEDIAN(WS-TS-INDEX)
           END-PERFORM

           MOVE 'N' TO WS-GATE-EOF-SWITCH
           OPEN INPUT STAGE-TIMING-FILE
           IF WS-STAGETIME-STATUS NOT = "00"
               MOVE "IPC1405W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "no STAGETIME history yet - finish projections "
                   "start from tonight's timings"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET END-OF-GATE-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-GATE-FILE
               READ STAGE-TIMING-FILE
                   AT END
                       SET END-OF-GATE-FILE TO TRUE
                   NOT AT END
                       IF ST-STAGE-COMPLETED
                           PERFORM ADD-STAGE-TIMING-SAMPLE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STAGETIME-STATUS = "00" OR WS-STAGETIME-STATUS = "10"
               CLOSE STAGE-TIMING-FILE
           END-IF

           PERFORM SETTLE-STAGE-MEDIAN
               VARYING WS-TS-INDEX FROM 1 BY 1
               UNTIL WS-TS-INDEX > 8
           EXIT.

      ******************************************************************
      * ADD-STAGE-TIMING-SAMPLE
      * Once a stage holds 31 samples the oldest drops off the front
      ******************************************************************
       ADD-STAGE-TIMING-SAMPLE.
           MOVE ST-STAGE-NAME TO WS-TS-LOOKUP
           PERFORM FIND-TIMED-STAGE
           IF WS-TS-MATCH > 0
               IF WS-TS-SAMPLES(WS-TS-MATCH) < 31
                   ADD 1 TO WS-TS-SAMPLES(WS-TS-MATCH)
               ELSE
                   PERFORM VARYING WS-SORT-I FROM 1 BY 1
                       UNTIL WS-SORT-I > 30
                       MOVE WS-TS-ELAPSED(WS-TS-MATCH, WS-SORT-I + 1)
                           TO WS-TS-ELAPSED(WS-TS-MATCH, WS-SORT-I)
                   END-PERFORM
               END-IF
               MOVE ST-ELAPSED-SECONDS TO WS-TS-ELAPSED(WS-TS-MATCH,
                   WS-TS-SAMPLES(WS-TS-MATCH))
           END-IF
           EXIT.

      ******************************************************************
      * FIND-TIMED-STAGE
      * WS-TS-MATCH is WS-TS-LOOKUP's place in the chain, zero when
      * it is not a timed stage
      ******************************************************************
       FIND-TIMED-STAGE.
           MOVE 0 TO WS-TS-MATCH
           PERFORM VARYING WS-TS-INDEX FROM 1 BY 1
               UNTIL WS-TS-INDEX > 8 OR WS-TS-MATCH > 0
               IF WS-TS-NAME(WS-TS-INDEX) = WS-TS-LOOKUP
                   MOVE WS-TS-INDEX TO WS-TS-MATCH
               END-IF
           END-PERFORM
           EXIT.

      ******************************************************************
      * SETTLE-STAGE-MEDIAN
      * Sort a copy of WS-TS-INDEX's samples and take the middle one -
      * the mean of the middle two when the count is even
      ******************************************************************
       SETTLE-STAGE-MEDIAN.
           IF WS-TS-SAMPLES(WS-TS-INDEX) > 0
               PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-TS-SAMPLES(WS-TS-INDEX)
                   MOVE WS-TS-ELAPSED(WS-TS-INDEX, WS-SORT-I)
                       TO WS-SORT-VALUE(WS-SORT-I)
               END-PERFORM
               PERFORM VARYING WS-SORT-I FROM 2 BY 1
                   UNTIL WS-SORT-I > WS-TS-SAMPLES(WS-TS-INDEX)
                   MOVE WS-SORT-VALUE(WS-SORT-I) TO WS-SORT-HOLD
                   MOVE WS-SORT-I TO WS-SORT-J
                   PERFORM UNTIL WS-SORT-J < 2
                       OR WS-SORT-VALUE(WS-SORT-J - 1) <= WS-SORT-HOLD
                       MOVE WS-SORT-VALUE(WS-SORT-J - 1)
                           TO WS-SORT-VALUE(WS-SORT-J)
                       SUBTRACT 1 FROM WS-SORT-J
                   END-PERFORM
                   MOVE WS-SORT-HOLD TO WS-SORT-VALUE(WS-SORT-J)
               END-PERFORM
               IF FUNCTION MOD(WS-TS-SAMPLES(WS-TS-INDEX), 2) = 1
                   COMPUTE WS-SORT-I =
                       (WS-TS-SAMPLES(WS-TS-INDEX) + 1) / 2
                   MOVE WS-SORT-VALUE(WS-SORT-I)
                       TO WS-TS-MEDIAN(WS-TS-INDEX)
               ELSE
                   COMPUTE WS-SORT-I = WS-TS-SAMPLES(WS-TS-INDEX) / 2
                   COMPUTE WS-TS-MEDIAN(WS-TS-INDEX) =
                       (WS-SORT-VALUE(WS-SORT-I)
                        + WS-SORT-VALUE(WS-SORT-I + 1)) / 2
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * RESOLVE-DELIVERY-DEADLINE
      * The RUNCTL deadline is a time of day; the night's deadline is
      * the first occurrence of it after the chain started - the next
      * morning for a chain that starts in the evening. A restart
      * keeps the original start, so it keeps the original deadline.
      ******************************************************************
       RESOLVE-DELIVERY-DEADLINE.
           MOVE SPACES TO WS-DEADLINE-AT
           MOVE 0 TO WS-DEADLINE-SECONDS
           IF RC-DELIVERY-DEADLINE = SPACES
               MOVE "IPC1406W" TO WS-OPSMSG-ID
               MOVE "no delivery deadline on RUNCTL - SLA alerting off"
                   TO WS-OPSMSG-TEXT
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
           IF RC-DELIVERY-DEADLINE IS NOT NUMERIC
               OR RC-DELIVERY-DEADLINE(1:2) > "23"
               OR RC-DELIVERY-DEADLINE(3:2) > "59"
               MOVE "IPC1407W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "RUNCTL delivery deadline " RC-DELIVERY-DEADLINE
                   " is not a valid hhmm - SLA alerting off"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               IF WS-RUN-ID = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP-TEXT
               ELSE
                   MOVE WS-RUN-ID TO WS-STAMP-TEXT
               END-IF
               PERFORM STAMP-TO-SECONDS
               MOVE WS-STAMP-SECONDS TO WS-NOW-SECONDS
               MOVE RC-DELIVERY-DEADLINE(1:2) TO WS-STAMP-HH
               MOVE RC-DELIVERY-DEADLINE(3:2) TO WS-STAMP-MI
               MOVE 0 TO WS-STAMP-SS
               PERFORM STAMP-TO-SECONDS
               IF WS-STAMP-SECONDS < WS-NOW-SECONDS
                   ADD 86400 TO WS-STAMP-SECONDS
               END-IF
               MOVE WS-STAMP-SECONDS TO WS-DEADLINE-SECONDS
               PERFORM SECONDS-TO-STAMP
               MOVE WS-STAMP-TEXT TO WS-DEADLINE-AT
               MOVE "IPC1408I" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "delivery deadline " WS-DEADLINE-AT
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           END-IF
           EXIT.

      ******************************************************************
      * WRITE-STAGE-TIMING
      * Append the current stage's timing (outcome WS-TIMING-OUTCOME)
      * to STAGETIME, projecting the night's finish first when the
      * stage completed. Like STAGELOG, a record that cannot be
      * written only costs history, so the night carries on. An
      * intraday increment or roll-up is not timed.
      ******************************************************************
       WRITE-STAGE-TIMING.
           IF NOT RC-INTRADAY-RUN
               PERFORM BUILD-STAGE-TIMING
           END-IF
           EXIT.

      ******************************************************************
      * BUILD-STAGE-TIMING
      ******************************************************************
       BUILD-STAGE-TIMING.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-AT
           MOVE WS-NOW-AT TO WS-STAMP-TEXT
           PERFORM STAMP-TO-SECONDS
           MOVE WS-STAMP-SECONDS TO WS-NOW-SECONDS
           MOVE WS-STAGE-STARTED-AT TO WS-STAMP-TEXT
           PERFORM STAMP-TO-SECONDS
           IF WS-STAMP-SECONDS > WS-NOW-SECONDS
               MOVE 0 TO WS-ELAPSED-SECONDS
           ELSE
               COMPUTE WS-ELAPSED-SECONDS =
                   WS-NOW-SECONDS - WS-STAMP-SECONDS
           END-IF

           MOVE SPACES TO STAGE-TIMING-RECORD
           MOVE WS-RUN-DATE TO ST-RUN-DATE
           MOVE WS-RUN-ID TO ST-RUN-ID
           MOVE WS-STAGE-NAME TO ST-STAGE-NAME
           MOVE WS-LOG-PARTITION TO ST-PARTITION
           MOVE WS-TIMING-OUTCOME TO ST-OUTCOME
           MOVE WS-STAGE-STARTED-AT TO ST-STARTED-AT
           MOVE WS-NOW-AT TO ST-ENDED-AT
           MOVE WS-ELAPSED-SECONDS TO ST-ELAPSED-SECONDS
           MOVE WS-DEADLINE-AT TO ST-DEADLINE-AT
           MOVE 'N' TO ST-PROJECTED-BREACH
           IF ST-STAGE-COMPLETED AND WS-DEADLINE-AT NOT = SPACES
               PERFORM PROJECT-NIGHT-FINISH
               MOVE WS-PROJECTED-AT TO ST-PROJECTED-FINISH
               IF PROJECTION-PAST-DEADLINE
                   SET ST-BREACH-PROJECTED TO TRUE
               END-IF
           END-IF

           OPEN EXTEND STAGE-TIMING-FILE
           IF WS-STAGETIME-STATUS NOT = "00"
               OPEN OUTPUT STAGE-TIMING-FILE
           END-IF
           IF WS-STAGETIME-STATUS NOT = "00"
               MOVE "IPC1409W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "STAGETIME not updated for stage " WS-STAGE-NAME
                   " (status " WS-STAGETIME-STATUS ")"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               WRITE STAGE-TIMING-RECORD
               CLOSE STAGE-TIMING-FILE
           END-IF
           EXIT.

      ******************************************************************
      * PROJECT-NIGHT-FINISH
      * Now, plus the median of every stage still to run - BATCH once
      * for each partition still to come, and the delivery that
      * follows the chain. The first projection past the deadline
      * raises the SLA alert; the night runs on regardless.
      ******************************************************************
       PROJECT-NIGHT-FINISH.
           MOVE WS-STAGE-NAME TO WS-TS-LOOKUP
           PERFORM FIND-TIMED-STAGE
           MOVE WS-TS-MATCH TO WS-TS-CURRENT
           MOVE 0 TO WS-REMAINING-SECONDS
           MOVE 'N' TO WS-BREACH-NOW-SW
           IF WS-TS-CURRENT > 0
               PERFORM VARYING WS-TS-INDEX FROM WS-TS-CURRENT BY 1
                   UNTIL WS-TS-INDEX > 8
                   EVALUATE TRUE
                       WHEN WS-TS-INDEX = 5 AND WS-TS-CURRENT = 5
                           IF RC-PARTITION-COUNT > WS-LOG-PARTITION
                               COMPUTE WS-REMAINING-PARTS =
                                   RC-PARTITION-COUNT - WS-LOG-PARTITION
                           ELSE
                               MOVE 0 TO WS-REMAINING-PARTS
                           END-IF
                           COMPUTE WS-REMAINING-SECONDS =
                               WS-REMAINING-SECONDS
                               + WS-TS-MEDIAN(5) * WS-REMAINING-PARTS
                       WHEN WS-TS-INDEX = WS-TS-CURRENT
                           CONTINUE
                       WHEN WS-TS-INDEX = 5
                           COMPUTE WS-REMAINING-SECONDS =
                               WS-REMAINING-SECONDS
                               + WS-TS-MEDIAN(5) * RC-PARTITION-COUNT
                       WHEN OTHER
                           ADD WS-TS-MEDIAN(WS-TS-INDEX)
                               TO WS-REMAINING-SECONDS
                   END-EVALUATE
               END-PERFORM
           END-IF
           COMPUTE WS-PROJECTED-SECONDS =
               WS-NOW-SECONDS + WS-REMAINING-SECONDS
           MOVE WS-PROJECTED-SECONDS TO WS-STAMP-SECONDS
           PERFORM SECONDS-TO-STAMP
           MOVE WS-STAMP-TEXT TO WS-PROJECTED-AT
           MOVE "IPC1410I" TO WS-OPSMSG-ID
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "after " WS-TS-LOOKUP " projected finish "
               WS-PROJECTED-AT " deadline " WS-DEADLINE-AT
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE

           IF WS-PROJECTED-SECONDS > WS-DEADLINE-SECONDS
               SET PROJECTION-PAST-DEADLINE TO TRUE
               IF NOT SLA-ALERT-RAISED
                   SET SLA-ALERT-RAISED TO TRUE
                   MOVE "IPC1411E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "*** SLA ALERT - NIGHT " WS-RUN-DATE
                       " PROJECTED TO FINISH " WS-PROJECTED-AT
                       " PAST DELIVERY DEADLINE " WS-DEADLINE-AT " ***"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * STAMP-TO-SECONDS
      * WS-STAMP-TEXT (yyyymmddhhmmss) as seconds since the start of
      * the Gregorian calendar; zero for a stamp that is not one
      ******************************************************************
       STAMP-TO-SECONDS.
           IF WS-STAMP-TEXT IS NOT NUMERIC
               OR WS-STAMP-DATE < 16010101
               MOVE 0 TO WS-STAMP-SECONDS
           ELSE
               COMPUTE WS-STAMP-SECONDS =
                   FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
                   + WS-STAMP-HH * 3600 + WS-STAMP-MI * 60
                   + WS-STAMP-SS
           END-IF
           EXIT.

      ******************************************************************
      * SECONDS-TO-STAMP
      * WS-STAMP-SECONDS back into WS-STAMP-TEXT
      ******************************************************************
       SECONDS-TO-STAMP.
           DIVIDE WS-STAMP-SECONDS BY 86400 GIVING WS-STAMP-DAY
               REMAINDER WS-STAMP-REMAINDER
           COMPUTE WS-STAMP-DATE =
               FUNCTION DATE-OF-INTEGER(WS-STAMP-DAY)
           DIVIDE WS-STAMP-REMAINDER BY 3600 GIVING WS-STAMP-HH
               REMAINDER WS-STAMP-REMAINDER
           DIVIDE WS-STAMP-REMAINDER BY 60 GIVING WS-STAMP-MI
               REMAINDER WS-STAMP-SS
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      * - filed under the night's STAGELOG run-id once there is one,
      * which every stage this driver CALLs then shares
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-DRIVER" TO WS-OPSMSG-PROGRAM
           MOVE WS-RUN-ID TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-DRIVER.
