      ******************************************************************
      * IPCRYPT-ADDRHIST - Anonymized Address History
      * Each night's extract stands alone, so "is this anonymized
      * address new tonight, or have we seen it for months?" had no
      * answer short of joining months of files. This job keeps the
      * answer: the ADDRHIST keyed file holds one entry per
      * DETERMINISTIC BO-OUTPUT-VALUE and key-id - first-seen date,
      * last-seen date, nights active and cumulative occurrences -
      * and folds the night's MERGEOUT into it. The companion report
      * ADDRHISTRPT then lists the addresses new tonight, those
      * returning after a dormancy gap, and those that went dormant
      * since the last update, the gap in days taken from HISTPARM.
      * Only DETERMINISTIC values are kept - ND/NDX output differs on
      * every run and has no history to speak of - and only the
      * anonymized value is ever stored.
      * DETERMINISTIC output under one key says nothing about output
      * under the next, so a history stays under a single key-id:
      * when the night's key-id differs from the one the history was
      * built under, every entry is discarded and the history starts
      * again under the new key, said so plainly on the report. A
      * night already folded in is refused rather than counted twice.
      * Return code 8 when the night cannot be applied (no key-id,
      * already applied), 12 when ADDRHIST is locked or unusable or
      * MERGEOUT cannot be read.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-ADDRHIST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNU-LINUX.
       OBJECT-COMPUTER. GNU-LINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-PARM-FILE ASSIGN TO "HISTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT MERGE-OUTPUT-FILE ASSIGN TO "MERGEOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGEOUT-STATUS.
      * ADDRESS-HISTORY-KSDS - OPTIONAL so the first night of the
      * history's life creates it
           SELECT OPTIONAL ADDRESS-HISTORY-KSDS ASSIGN TO "ADDRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-HISTORY-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT HISTORY-REPORT-FILE ASSIGN TO "ADDRHISTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * HISTORY-PARM-FILE - optional. HP-RUN-KEY-ID names the key-id
      * the night's extract is under (spaces: the key-id of the last
      * completed BATCH encryption run on RUNHIST, as IPCRYPT-DELIVER
      * resolves it); HP-RUN-DATE the night being applied (spaces:
      * today); HP-DORMANT-DAYS the gap that makes an address dormant
      * (zero: 30); HP-LIST-LIMIT how many addresses each report
      * section lists before summarizing the rest (zero: 100).
      ******************************************************************
       FD  HISTORY-PARM-FILE
           RECORDING MODE IS F.
       01  HISTORY-PARM-RECORD.
           05  HP-RUN-KEY-ID        PIC X(08).
           05  HP-RUN-DATE          PIC X(08).
           05  HP-DORMANT-DAYS      PIC 9(03).
           05  HP-LIST-LIMIT        PIC 9(05).

       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-RUNHIST.cpy".

       FD  MERGE-OUTPUT-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-BATOUT.cpy".

      ******************************************************************
      * ADDRESS-HISTORY-KSDS - one entry per anonymized value and
      * key-id. AH-PRIOR-SEEN-DATE is the last night seen before the
      * latest one, so a return after a gap can still be measured
      * once the entry has been updated. The all-spaces key holds
      * the history's control record instead: the key-id the history
      * is under, when it started, and the last night applied.
      ******************************************************************
       FD  ADDRESS-HISTORY-KSDS.
       01  ADDRESS-HISTORY-RECORD.
           05  AH-HISTORY-KEY.
               10  AH-OUTPUT-VALUE      PIC X(64).
               10  AH-KEY-ID            PIC X(08).
           05  AH-FIRST-SEEN-DATE   PIC X(08).
           05  AH-LAST-SEEN-DATE    PIC X(08).
           05  AH-PRIOR-SEEN-DATE   PIC X(08).
           05  AH-NIGHTS-ACTIVE     PIC 9(05).
           05  AH-OCCURRENCES       PIC 9(11).
       01  HISTORY-CONTROL-RECORD.
           05  HC-CONTROL-KEY       PIC X(72).
           05  HC-KEY-ID            PIC X(08).
           05  HC-STARTED-DATE      PIC X(08).
           05  HC-LAST-APPLIED-DATE PIC X(08).
           05  FILLER               PIC X(16).

       FD  HISTORY-REPORT-FILE
           RECORDING MODE IS F.
       01  HISTORY-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-PARM-STATUS       PIC X(02).
           05  WS-RUNHIST-STATUS    PIC X(02).
           05  WS-MERGEOUT-STATUS   PIC X(02).
           05  WS-HISTORY-STATUS    PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01).
               88  END-OF-FILE-SW   VALUE 'Y'.
           05  WS-ABORT-SWITCH      PIC X(01) VALUE 'N'.
               88  HISTORY-ABORTED  VALUE 'Y'.
           05  WS-REFUSED-SWITCH    PIC X(01) VALUE 'N'.
               88  NIGHT-REFUSED    VALUE 'Y'.
           05  WS-RESTART-SWITCH    PIC X(01) VALUE 'N'.
               88  HISTORY-RESTARTED VALUE 'Y'.
           05  WS-HISTORY-OPEN-SW   PIC X(01) VALUE 'N'.
               88  HISTORY-IS-OPEN  VALUE 'Y'.
      * which listing LIST-HISTORY-SECTION is producing
           05  WS-SECTION-SWITCH    PIC X(01).
               88  SECTION-NEW      VALUE 'N'.
               88  SECTION-RETURNING VALUE 'R'.
               88  SECTION-DORMANT  VALUE 'D'.
           05  WS-LISTED-SWITCH     PIC X(01).
               88  ENTRY-QUALIFIES  VALUE 'Y'.

       01  WS-RUN-VALUES.
           05  WS-RUN-KEY-ID        PIC X(08) VALUE SPACES.
           05  WS-RUN-DATE          PIC X(08).
           05  WS-DORMANT-DAYS      PIC 9(03) COMP.
           05  WS-LIST-LIMIT        PIC 9(05) COMP.
           05  WS-PRIOR-KEY-ID      PIC X(08) VALUE SPACES.
           05  WS-PRIOR-APPLIED-DATE PIC X(08) VALUE SPACES.

      ******************************************************************
      * RUN-LOCK WORK AREA - ADDRHIST is registered on LOCKREG via
      * IPCRYPT-LOCK for the whole update, so two updates (a rerun
      * submitted over a running one) cannot interleave
      ******************************************************************
       01  WS-LOCK-WORK.
           05  WS-LOCK-FUNCTION     PIC X(08).
           05  WS-LOCK-RESOURCE     PIC X(10) VALUE "ADDRHIST".
           05  WS-LOCK-HOLDER       PIC X(22) VALUE SPACES.
           05  WS-LOCK-STATUS       PIC X(01).
               88  WS-LOCK-OK       VALUE 'Y'.
               88  WS-LOCK-BUSY     VALUE 'B'.
           05  WS-LOCK-OTHER        PIC X(22).
           05  WS-LOCK-HELD-SW      PIC X(01) VALUE 'N'.
               88  HOLDING-RUN-LOCK VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ROWS-READ         PIC 9(09) COMP VALUE 0.
           05  WS-ROWS-APPLIED      PIC 9(09) COMP VALUE 0.
           05  WS-ROWS-SKIPPED      PIC 9(09) COMP VALUE 0.
           05  WS-ENTRIES-DISCARDED PIC 9(09) COMP VALUE 0.
           05  WS-COUNT-NEW         PIC 9(09) COMP VALUE 0.
           05  WS-COUNT-RETURNING   PIC 9(09) COMP VALUE 0.
           05  WS-COUNT-SEEN        PIC 9(09) COMP VALUE 0.
           05  WS-COUNT-NEW-DORMANT PIC 9(09) COMP VALUE 0.
           05  WS-COUNT-DORMANT     PIC 9(09) COMP VALUE 0.
           05  WS-COUNT-ENTRIES     PIC 9(09) COMP VALUE 0.
           05  WS-SECTION-COUNT     PIC 9(09) COMP VALUE 0.

      ******************************************************************
      * DATE WORK - day numbers for the gap and dormancy arithmetic
      ******************************************************************
       01  WS-DATE-WORK.
           05  WS-RUN-INTEGER       PIC 9(08) COMP.
           05  WS-PRIOR-RUN-INTEGER PIC 9(08) COMP.
           05  WS-SEEN-INTEGER      PIC 9(08) COMP.
           05  WS-GAP-DAYS          PIC 9(08) COMP.
           05  WS-PRIOR-GAP-DAYS    PIC 9(08) COMP.
           05  WS-GAP-DISP          PIC Z(04)9.
           05  WS-NIGHTS-DISP       PIC Z(04)9.
           05  WS-OCCURS-DISP       PIC Z(10)9.

       01  WS-REPORT-NUMBER         PIC Z(08)9.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-ADDRHIST-ENTRY
      ******************************************************************
       MAIN-ADDRHIST-ENTRY.
           MOVE "IPC0201I" TO WS-OPSMSG-ID
           MOVE "starting address history update" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE

           PERFORM READ-HISTORY-PARM
           IF NOT HISTORY-ABORTED AND NOT NIGHT-REFUSED
               PERFORM ACQUIRE-HISTORY-LOCK
           END-IF
           IF NOT HISTORY-ABORTED AND NOT NIGHT-REFUSED
               PERFORM OPEN-HISTORY-CONTROL
           END-IF
           IF NOT HISTORY-ABORTED AND NOT NIGHT-REFUSED
               PERFORM APPLY-NIGHTLY-EXTRACT
           END-IF
           IF NOT HISTORY-ABORTED AND NOT NIGHT-REFUSED
               PERFORM WRITE-HISTORY-REPORT
           END-IF
           IF HISTORY-IS-OPEN
               CLOSE ADDRESS-HISTORY-KSDS
           END-IF

           IF HOLDING-RUN-LOCK
               MOVE "RELEASE" TO WS-LOCK-FUNCTION
               CALL 'IPCRYPT-LOCK' USING WS-LOCK-FUNCTION
                   WS-LOCK-RESOURCE WS-LOCK-HOLDER
                   WS-LOCK-STATUS WS-LOCK-OTHER
               END-CALL
           END-IF

           MOVE "IPC0202I" TO WS-OPSMSG-ID
           MOVE WS-ROWS-APPLIED TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "rows applied      = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC0203I" TO WS-OPSMSG-ID
           MOVE WS-COUNT-NEW TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "new tonight       = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC0204I" TO WS-OPSMSG-ID
           MOVE WS-COUNT-RETURNING TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "returning         = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC0205I" TO WS-OPSMSG-ID
           MOVE WS-COUNT-NEW-DORMANT TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "newly dormant     = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           EVALUATE TRUE
               WHEN HISTORY-ABORTED
                   MOVE 12 TO RETURN-CODE
               WHEN NIGHT-REFUSED
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           MOVE "IPC0206I" TO WS-OPSMSG-ID
           MOVE "history update complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
      * READ-HISTORY-PARM
      * Defaults for everything the parm leaves blank; the key-id
      * falls back to RUNHIST's last completed encryption run
      ******************************************************************
       READ-HISTORY-PARM.
           MOVE SPACES TO HISTORY-PARM-RECORD
           OPEN INPUT HISTORY-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ HISTORY-PARM-FILE
                   AT END
                       MOVE SPACES TO HISTORY-PARM-RECORD
               END-READ
               CLOSE HISTORY-PARM-FILE
           END-IF

           MOVE HP-RUN-KEY-ID TO WS-RUN-KEY-ID
           IF HP-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ELSE
               MOVE HP-RUN-DATE TO WS-RUN-DATE
           END-IF
           IF HP-DORMANT-DAYS NUMERIC AND HP-DORMANT-DAYS > 0
               MOVE HP-DORMANT-DAYS TO WS-DORMANT-DAYS
           ELSE
               MOVE 30 TO WS-DORMANT-DAYS
           END-IF
           IF HP-LIST-LIMIT NUMERIC AND HP-LIST-LIMIT > 0
               MOVE HP-LIST-LIMIT TO WS-LIST-LIMIT
           ELSE
               MOVE 100 TO WS-LIST-LIMIT
           END-IF

           IF WS-RUN-DATE NOT NUMERIC
               MOVE "IPC0207E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "run date " WS-RUN-DATE " is not a date, night "
                   "refused"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET NIGHT-REFUSED TO TRUE
           ELSE
               COMPUTE WS-RUN-INTEGER = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-RUN-DATE))
           END-IF

           IF WS-RUN-KEY-ID = SPACES
               PERFORM FIND-LAST-RUN-KEY-ID
           END-IF
           IF WS-RUN-KEY-ID = SPACES
               MOVE "IPC0208E" TO WS-OPSMSG-ID
               MOVE "no key-id on HISTPARM or RUNHIST - night refused"
                   TO WS-OPSMSG-TEXT
               PERFORM ISSUE-OPS-MESSAGE
               SET NIGHT-REFUSED TO TRUE
           ELSE
               MOVE "IPC0209I" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "applying " WS-RUN-DATE " under key-id "
                   WS-RUN-KEY-ID
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           EXIT.

      ******************************************************************
      * FIND-LAST-RUN-KEY-ID
      ******************************************************************
       FIND-LAST-RUN-KEY-ID.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS NOT = "00"
               SET END-OF-FILE-SW TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FILE-SW
               READ RUN-HISTORY-FILE
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       IF RH-PROGRAM = "BATCH"
                           AND RH-COMPLETED
                           AND RH-OPERATION NOT = 'D'
                           AND RH-KEY-ID NOT = SPACES
                           MOVE RH-KEY-ID TO WS-RUN-KEY-ID
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RUNHIST-STATUS NOT = "35"
               CLOSE RUN-HISTORY-FILE
           END-IF
           EXIT.

      ******************************************************************
      * ACQUIRE-HISTORY-LOCK
      ******************************************************************
       ACQUIRE-HISTORY-LOCK.
           MOVE SPACES TO WS-LOCK-HOLDER
           STRING "ADDRHIST" FUNCTION CURRENT-DATE(1:14)
               DELIMITED BY SIZE INTO WS-LOCK-HOLDER
           END-STRING
           MOVE "ACQUIRE" TO WS-LOCK-FUNCTION
           CALL 'IPCRYPT-LOCK' USING WS-LOCK-FUNCTION
               WS-LOCK-RESOURCE WS-LOCK-HOLDER
               WS-LOCK-STATUS WS-LOCK-OTHER
           END-CALL
           IF WS-LOCK-BUSY
               MOVE "IPC0210E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "ADDRHIST is locked by " WS-LOCK-OTHER
                   " - rerun when it finishes, or clear a stale lock "
                   "through IPCRYPT-LOCKMAINT"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET HISTORY-ABORTED TO TRUE
           ELSE
               MOVE 'Y' TO WS-LOCK-HELD-SW
           END-IF
           EXIT.

      ******************************************************************
      * OPEN-HISTORY-CONTROL
      * Read (or, on the history's first night, create) the control
      * record; a different key-id restarts the history, and a night
      * no later than the last one applied is refused
      ******************************************************************
       OPEN-HISTORY-CONTROL.
           OPEN I-O ADDRESS-HISTORY-KSDS
           IF WS-HISTORY-STATUS NOT = "00"
               AND WS-HISTORY-STATUS NOT = "05"
               MOVE "IPC0211C" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "ADDRHIST not usable (status " WS-HISTORY-STATUS
                   "), aborting"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET HISTORY-ABORTED TO TRUE
           ELSE
               SET HISTORY-IS-OPEN TO TRUE
               MOVE SPACES TO HC-CONTROL-KEY
               READ ADDRESS-HISTORY-KSDS
                   KEY IS AH-HISTORY-KEY
                   INVALID KEY
                       PERFORM START-NEW-HISTORY
                   NOT INVALID KEY
                       MOVE HC-KEY-ID TO WS-PRIOR-KEY-ID
                       MOVE HC-LAST-APPLIED-DATE
                           TO WS-PRIOR-APPLIED-DATE
               END-READ
           END-IF

           IF HISTORY-IS-OPEN AND NOT HISTORY-ABORTED
               AND WS-PRIOR-KEY-ID NOT = WS-RUN-KEY-ID
               PERFORM RESTART-HISTORY-UNDER-NEW-KEY
           END-IF

           IF HISTORY-IS-OPEN AND NOT HISTORY-ABORTED
               AND WS-PRIOR-APPLIED-DATE NOT = SPACES
               AND WS-PRIOR-APPLIED-DATE >= WS-RUN-DATE
               MOVE "IPC0212E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "history already applied through "
                   WS-PRIOR-APPLIED-DATE " - night " WS-RUN-DATE
                   " refused rather than counted twice"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET NIGHT-REFUSED TO TRUE
           END-IF

           IF WS-PRIOR-APPLIED-DATE NOT = SPACES
               AND WS-PRIOR-APPLIED-DATE NUMERIC
               COMPUTE WS-PRIOR-RUN-INTEGER = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-PRIOR-APPLIED-DATE))
           ELSE
               MOVE 0 TO WS-PRIOR-RUN-INTEGER
           END-IF
           EXIT.

      ******************************************************************
      * START-NEW-HISTORY
      ******************************************************************
       START-NEW-HISTORY.
           MOVE "IPC0213I" TO WS-OPSMSG-ID
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "starting a new history under key-id " WS-RUN-KEY-ID
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE SPACES TO HISTORY-CONTROL-RECORD
           MOVE WS-RUN-KEY-ID TO HC-KEY-ID
           MOVE WS-RUN-DATE TO HC-STARTED-DATE
           WRITE HISTORY-CONTROL-RECORD
               INVALID KEY
                   MOVE "IPC0214C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "ADDRHIST control record could not be "
                       "written, aborting"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET HISTORY-ABORTED TO TRUE
           END-WRITE
           MOVE WS-RUN-KEY-ID TO WS-PRIOR-KEY-ID
           MOVE SPACES TO WS-PRIOR-APPLIED-DATE
           EXIT.

      ******************************************************************
      * RESTART-HISTORY-UNDER-NEW-KEY
      * Every entry goes - values under the old key can never match a
      * value under the new one, and keeping them would only let the
      * old key's nights leak into the new key's counts
      ******************************************************************
       RESTART-HISTORY-UNDER-NEW-KEY.
           MOVE "IPC0215I" TO WS-OPSMSG-ID
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "key-id changed from " WS-PRIOR-KEY-ID " to "
               WS-RUN-KEY-ID " - history restarted"
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           SET HISTORY-RESTARTED TO TRUE
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE SPACES TO AH-HISTORY-KEY
           START ADDRESS-HISTORY-KSDS KEY IS > AH-HISTORY-KEY
               INVALID KEY
                   SET END-OF-FILE-SW TO TRUE
           END-START
           PERFORM UNTIL END-OF-FILE-SW
               READ ADDRESS-HISTORY-KSDS NEXT RECORD
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       DELETE ADDRESS-HISTORY-KSDS RECORD
                       END-DELETE
                       ADD 1 TO WS-ENTRIES-DISCARDED
               END-READ
           END-PERFORM

           MOVE SPACES TO HISTORY-CONTROL-RECORD
           MOVE WS-RUN-KEY-ID TO HC-KEY-ID
           MOVE WS-RUN-DATE TO HC-STARTED-DATE
           REWRITE HISTORY-CONTROL-RECORD
               INVALID KEY
                   MOVE "IPC0216C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "ADDRHIST control record could not be "
                       "rewritten, aborting"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET HISTORY-ABORTED TO TRUE
           END-REWRITE
           MOVE SPACES TO WS-PRIOR-APPLIED-DATE
           EXIT.

      ******************************************************************
      * APPLY-NIGHTLY-EXTRACT
      * Fold every usable MERGEOUT row into its entry, then stamp the
      * control record with the night applied
      ******************************************************************
       APPLY-NIGHTLY-EXTRACT.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MERGE-OUTPUT-FILE
           IF WS-MERGEOUT-STATUS NOT = "00"
               MOVE "IPC0217C" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "MERGEOUT not usable (status " WS-MERGEOUT-STATUS
                   "), aborting"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET HISTORY-ABORTED TO TRUE
               SET END-OF-FILE-SW TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FILE-SW
               READ MERGE-OUTPUT-FILE
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       IF BO-MODE-USED = "DETERMINISTIC"
                           AND BO-STATUS-CODE = 0
                           AND BO-OUTPUT-VALUE NOT = SPACES
                           PERFORM APPLY-ONE-EXTRACT-ROW
                       ELSE
                           ADD 1 TO WS-ROWS-SKIPPED
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MERGEOUT-STATUS = "00" OR WS-MERGEOUT-STATUS = "10"
               CLOSE MERGE-OUTPUT-FILE
           END-IF

           IF NOT HISTORY-ABORTED
               MOVE SPACES TO HC-CONTROL-KEY
               READ ADDRESS-HISTORY-KSDS
                   KEY IS AH-HISTORY-KEY
                   INVALID KEY
                       SET HISTORY-ABORTED TO TRUE
               END-READ
               IF NOT HISTORY-ABORTED
                   MOVE WS-RUN-DATE TO HC-LAST-APPLIED-DATE
                   REWRITE HISTORY-CONTROL-RECORD
                       INVALID KEY
                           SET HISTORY-ABORTED TO TRUE
                   END-REWRITE
               END-IF
               IF HISTORY-ABORTED
                   MOVE "IPC0218C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "ADDRHIST control record could not be "
                       "updated, aborting"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * APPLY-ONE-EXTRACT-ROW
      * First sight writes a new entry; the first sight tonight of a
      * known entry opens a new active night; later sights tonight
      * only add to the occurrences
      ******************************************************************
       APPLY-ONE-EXTRACT-ROW.
           ADD 1 TO WS-ROWS-APPLIED
           MOVE BO-OUTPUT-VALUE TO AH-OUTPUT-VALUE
           MOVE WS-RUN-KEY-ID TO AH-KEY-ID
           READ ADDRESS-HISTORY-KSDS
               KEY IS AH-HISTORY-KEY
               INVALID KEY
                   MOVE WS-RUN-DATE TO AH-FIRST-SEEN-DATE
                   MOVE WS-RUN-DATE TO AH-LAST-SEEN-DATE
                   MOVE SPACES TO AH-PRIOR-SEEN-DATE
                   MOVE 1 TO AH-NIGHTS-ACTIVE
                   MOVE 1 TO AH-OCCURRENCES
                   WRITE ADDRESS-HISTORY-RECORD
                       INVALID KEY
                           MOVE "IPC0219W" TO WS-OPSMSG-ID
                           MOVE SPACES TO WS-OPSMSG-TEXT
                           STRING "entry could not be written (status "
                               WS-HISTORY-STATUS ")"
                               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                           END-STRING
                           PERFORM ISSUE-OPS-MESSAGE
                   END-WRITE
               NOT INVALID KEY
                   IF AH-LAST-SEEN-DATE NOT = WS-RUN-DATE
                       MOVE AH-LAST-SEEN-DATE TO AH-PRIOR-SEEN-DATE
                       MOVE WS-RUN-DATE TO AH-LAST-SEEN-DATE
                       ADD 1 TO AH-NIGHTS-ACTIVE
                   END-IF
                   ADD 1 TO AH-OCCURRENCES
                   REWRITE ADDRESS-HISTORY-RECORD
                       INVALID KEY
                           MOVE "IPC0220W" TO WS-OPSMSG-ID
                           MOVE SPACES TO WS-OPSMSG-TEXT
                           STRING "entry could not be rewritten "
                               "(status " WS-HISTORY-STATUS ")"
                               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                           END-STRING
                           PERFORM ISSUE-OPS-MESSAGE
                   END-REWRITE
           END-READ
           EXIT.

      ******************************************************************
      * WRITE-HISTORY-REPORT
      * Totals first, then one listing each for the new, returning
      * and newly dormant addresses - each a pass over the history
      * in key order, capped at the list limit
      ******************************************************************
       WRITE-HISTORY-REPORT.
           PERFORM COUNT-HISTORY-ENTRIES

           OPEN OUTPUT HISTORY-REPORT-FILE
           MOVE SPACES TO HISTORY-REPORT-LINE
           STRING "IPCRYPT-ADDRHIST ANONYMIZED ADDRESS HISTORY FOR "
               WS-RUN-DATE " UNDER KEY-ID " WS-RUN-KEY-ID
               DELIMITED BY SIZE INTO HISTORY-REPORT-LINE
           END-STRING
           WRITE HISTORY-REPORT-LINE
           MOVE SPACES TO HISTORY-REPORT-LINE
           WRITE HISTORY-REPORT-LINE

           IF HISTORY-RESTARTED
               MOVE SPACES TO HISTORY-REPORT-LINE
               STRING "  *** KEY-ID CHANGED FROM " WS-PRIOR-KEY-ID
                   " - HISTORY RESTARTED TONIGHT ***"
                   DELIMITED BY SIZE INTO HISTORY-REPORT-LINE
               END-STRING
               WRITE HISTORY-REPORT-LINE
               MOVE WS-ENTRIES-DISCARDED TO WS-REPORT-NUMBER
               MOVE SPACES TO HISTORY-REPORT-LINE
               STRING "  ENTRIES DISCARDED     : " WS-REPORT-NUMBER
                   DELIMITED BY SIZE INTO HISTORY-REPORT-LINE
               END-STRING
               WRITE HISTORY-REPORT-LINE
           END-IF

           MOVE WS-DORMANT-DAYS TO WS-REPORT-NUMBER
           MOVE SPACES TO HISTORY-REPORT-LINE
           STRING "  DORMANCY GAP (DAYS)   : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO HISTORY-REPORT-LINE
           WRITE HISTORY-REPORT-LINE

           MOVE WS-ROWS-READ TO WS-REPORT-NUMBER
           MOVE SPACES TO HISTORY-REPORT-LINE
           STRING "  MERGEOUT ROWS READ    : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO HISTORY-REPORT-LINE
           WRITE HISTORY-REPORT-LINE

           MOVE WS-ROWS-APPLIED TO WS-REPORT-NUMBER
           MOVE SPACES TO HISTORY-REPORT-LINE
           STRING "  ROWS APPLIED          : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO HISTORY-REPORT-LINE
           WRITE HISTORY-REPORT-LINE

           MOVE WS-ROWS-SKIPPED TO WS-REPORT-NUMBER
           MOVE SPACES TO HISTORY-REPORT-LINE
           STRING "  ROWS SKIPPED          : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO HISTORY-REPORT-LINE
           WRITE HISTORY-REPORT-LINE

           MOVE WS-COUNT-SEEN TO WS-REPORT-NUMBER
           MOVE SPACES TO HISTORY-REPORT-LINE
           STRING "  ADDRESSES SEEN TONIGHT: " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO HISTORY-REPORT-LINE
           WRITE HISTORY-REPORT-LINE

           MOVE WS-COUNT-NEW TO WS-REPORT-NUMBER
           MOVE SPACES TO HISTORY-REPORT-LINE
           STRING "    NEW                 : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO HISTORY-REPORT-LINE
           WRITE HISTORY-REPORT-LINE

           MOVE WS-COUNT-RETURNING TO WS-REPORT-NUMBER
           MOVE SPACES TO HISTORY-REPORT-LINE
           STRING "    RETURNING AFTER GAP : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO HISTORY-REPORT-LINE
           WRITE HISTORY-REPORT-LINE

           MOVE WS-COUNT-NEW-DORMANT TO WS-REPORT-NUMBER
           MOVE SPACES TO HISTORY-REPORT-LINE
           STRING "  NEWLY DORMANT         : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO HISTORY-REPORT-LINE
           WRITE HISTORY-REPORT-LINE

           MOVE WS-COUNT-DORMANT TO WS-REPORT-NUMBER
           MOVE SPACES TO HISTORY-REPORT-LINE
           STRING "  DORMANT IN TOTAL      : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO HISTORY-REPORT-LINE
           WRITE HISTORY-REPORT-LINE

           MOVE WS-COUNT-ENTRIES TO WS-REPORT-NUMBER
           MOVE SPACES TO HISTORY-REPORT-LINE
           STRING "  ENTRIES IN HISTORY    : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO HISTORY-REPORT-LINE
           WRITE HISTORY-REPORT-LINE

           SET SECTION-NEW TO TRUE
           PERFORM LIST-HISTORY-SECTION
           SET SECTION-RETURNING TO TRUE
           PERFORM LIST-HISTORY-SECTION
           SET SECTION-DORMANT TO TRUE
           PERFORM LIST-HISTORY-SECTION

           CLOSE HISTORY-REPORT-FILE
           EXIT.

      ******************************************************************
      * COUNT-HISTORY-ENTRIES
      * One pass classifying every entry for the totals
      ******************************************************************
       COUNT-HISTORY-ENTRIES.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE SPACES TO AH-HISTORY-KEY
           START ADDRESS-HISTORY-KSDS KEY IS > AH-HISTORY-KEY
               INVALID KEY
                   SET END-OF-FILE-SW TO TRUE
           END-START
           PERFORM UNTIL END-OF-FILE-SW
               READ ADDRESS-HISTORY-KSDS NEXT RECORD
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-ENTRIES
                       IF AH-LAST-SEEN-DATE = WS-RUN-DATE
                           ADD 1 TO WS-COUNT-SEEN
                       END-IF
                       SET SECTION-NEW TO TRUE
                       PERFORM JUDGE-ONE-HISTORY-ENTRY
                       IF ENTRY-QUALIFIES
                           ADD 1 TO WS-COUNT-NEW
                       END-IF
                       SET SECTION-RETURNING TO TRUE
                       PERFORM JUDGE-ONE-HISTORY-ENTRY
                       IF ENTRY-QUALIFIES
                           ADD 1 TO WS-COUNT-RETURNING
                       END-IF
                       SET SECTION-DORMANT TO TRUE
                       PERFORM JUDGE-ONE-HISTORY-ENTRY
                       IF ENTRY-QUALIFIES
                           ADD 1 TO WS-COUNT-NEW-DORMANT
                       END-IF
                       IF AH-LAST-SEEN-DATE NOT = WS-RUN-DATE
                           AND WS-GAP-DAYS > WS-DORMANT-DAYS
                           ADD 1 TO WS-COUNT-DORMANT
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

      ******************************************************************
      * JUDGE-ONE-HISTORY-ENTRY
      * Whether the current entry belongs in the section switched on:
      *   NEW       - first seen tonight
      *   RETURNING - seen tonight after more than the dormancy gap
      *   DORMANT   - not seen for more than the gap, and not yet that
      *               long as of the last night applied, so it is
      *               listed once, the night it crosses
      * WS-GAP-DAYS is left as the days since the entry was last seen
      * (or, for a returning entry, the length of the gap it ended)
      ******************************************************************
       JUDGE-ONE-HISTORY-ENTRY.
           MOVE 'N' TO WS-LISTED-SWITCH
           MOVE 0 TO WS-GAP-DAYS
           EVALUATE TRUE
               WHEN SECTION-NEW
                   IF AH-FIRST-SEEN-DATE = WS-RUN-DATE
                       SET ENTRY-QUALIFIES TO TRUE
                   END-IF
               WHEN SECTION-RETURNING
                   IF AH-LAST-SEEN-DATE = WS-RUN-DATE
                       AND AH-PRIOR-SEEN-DATE NUMERIC
                       COMPUTE WS-SEEN-INTEGER = FUNCTION
                           INTEGER-OF-DATE
                           (FUNCTION NUMVAL(AH-PRIOR-SEEN-DATE))
                       COMPUTE WS-GAP-DAYS =
                           WS-RUN-INTEGER - WS-SEEN-INTEGER
                       IF WS-GAP-DAYS > WS-DORMANT-DAYS
                           SET ENTRY-QUALIFIES TO TRUE
                       END-IF
                   END-IF
               WHEN SECTION-DORMANT
                   IF AH-LAST-SEEN-DATE NOT = WS-RUN-DATE
                       AND AH-LAST-SEEN-DATE NUMERIC
                       COMPUTE WS-SEEN-INTEGER = FUNCTION
                           INTEGER-OF-DATE
                           (FUNCTION NUMVAL(AH-LAST-SEEN-DATE))
                       COMPUTE WS-GAP-DAYS =
                           WS-RUN-INTEGER - WS-SEEN-INTEGER
                       IF WS-PRIOR-RUN-INTEGER > WS-SEEN-INTEGER
                           COMPUTE WS-PRIOR-GAP-DAYS =
                               WS-PRIOR-RUN-INTEGER - WS-SEEN-INTEGER
                       ELSE
                           MOVE 0 TO WS-PRIOR-GAP-DAYS
                       END-IF
                       IF WS-GAP-DAYS > WS-DORMANT-DAYS
                           AND WS-PRIOR-GAP-DAYS <= WS-DORMANT-DAYS
                           SET ENTRY-QUALIFIES TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE
           EXIT.

      ******************************************************************
      * LIST-HISTORY-SECTION
      ******************************************************************
       LIST-HISTORY-SECTION.
           MOVE SPACES TO HISTORY-REPORT-LINE
           WRITE HISTORY-REPORT-LINE
           EVALUATE TRUE
               WHEN SECTION-NEW
                   MOVE "NEW TONIGHT            OCCURRENCES  ADDRESS"
                       TO HISTORY-REPORT-LINE
               WHEN SECTION-RETURNING
                   MOVE "RETURNING  FIRST SEEN  LAST BEFORE  GAP DAYS"
                       & "  ADDRESS" TO HISTORY-REPORT-LINE
               WHEN SECTION-DORMANT
                   MOVE "NEWLY DORMANT  LAST SEEN  NIGHTS ACTIVE"
                       & "  ADDRESS" TO HISTORY-REPORT-LINE
           END-EVALUATE
           WRITE HISTORY-REPORT-LINE

           MOVE 0 TO WS-SECTION-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE SPACES TO AH-HISTORY-KEY
           START ADDRESS-HISTORY-KSDS KEY IS > AH-HISTORY-KEY
               INVALID KEY
                   SET END-OF-FILE-SW TO TRUE
           END-START
           PERFORM UNTIL END-OF-FILE-SW
               READ ADDRESS-HISTORY-KSDS NEXT RECORD
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       PERFORM JUDGE-ONE-HISTORY-ENTRY
                       IF ENTRY-QUALIFIES
                           ADD 1 TO WS-SECTION-COUNT
                           IF WS-SECTION-COUNT <= WS-LIST-LIMIT
                               PERFORM WRITE-ONE-HISTORY-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-SECTION-COUNT = 0
               MOVE "  NONE" TO HISTORY-REPORT-LINE
               WRITE HISTORY-REPORT-LINE
           END-IF
           IF WS-SECTION-COUNT > WS-LIST-LIMIT
               COMPUTE WS-REPORT-NUMBER =
                   WS-SECTION-COUNT - WS-LIST-LIMIT
               MOVE SPACES TO HISTORY-REPORT-LINE
               STRING "  ... AND " WS-REPORT-NUMBER " MORE"
                   DELIMITED BY SIZE INTO HISTORY-REPORT-LINE
               END-STRING
               WRITE HISTORY-REPORT-LINE
           END-IF
           EXIT.

      ******************************************************************
      * WRITE-ONE-HISTORY-LINE
      ******************************************************************
       WRITE-ONE-HISTORY-LINE.
           MOVE SPACES TO HISTORY-REPORT-LINE
           EVALUATE TRUE
               WHEN SECTION-NEW
                   MOVE AH-OCCURRENCES TO WS-OCCURS-DISP
                   STRING "  " AH-FIRST-SEEN-DATE "            "
                       WS-OCCURS-DISP "  "
                       FUNCTION TRIM(AH-OUTPUT-VALUE)
                       DELIMITED BY SIZE INTO HISTORY-REPORT-LINE
                   END-STRING
               WHEN SECTION-RETURNING
                   MOVE WS-GAP-DAYS TO WS-GAP-DISP
                   STRING "           " AH-FIRST-SEEN-DATE "    "
                       AH-PRIOR-SEEN-DATE "        " WS-GAP-DISP
                       "  " FUNCTION TRIM(AH-OUTPUT-VALUE)
                       DELIMITED BY SIZE INTO HISTORY-REPORT-LINE
                   END-STRING
               WHEN SECTION-DORMANT
                   MOVE AH-NIGHTS-ACTIVE TO WS-NIGHTS-DISP
                   STRING "               " AH-LAST-SEEN-DATE
                       "          " WS-NIGHTS-DISP "  "
                       FUNCTION TRIM(AH-OUTPUT-VALUE)
                       DELIMITED BY SIZE INTO HISTORY-REPORT-LINE
                   END-STRING
           END-EVALUATE
           WRITE HISTORY-REPORT-LINE
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-ADDRHIST" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-ADDRHIST.
