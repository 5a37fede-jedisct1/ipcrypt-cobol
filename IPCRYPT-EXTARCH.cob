      ******************************************************************
      * IPCRYPT-EXTARCH - Extract Archive Generation Close and
      * Retention Housekeeping
      * Runs after IPCRYPT-DELIVER. The merged extract (MERGEOUT,
      * which the chain also stages as OUTEXTRACT) and every partner
      * file as it was sent (PARTNER01-08, envelope lines and all)
      * are appended to the cumulative extract archive as the next
      * numbered generation, and one EXTCAT catalog record is written
      * for it: run date, the RUNHIST run the extract came from and
      * its key-id, record count and check total, and each partner
      * it went to with that file's own count, check total and key.
      * "Send partner X the file they got on March 3 again" is then
      * an IPCRYPT-EXTRTRV job, not a restore ticket to storage.
      *
      * A partner file is archived only when it is the file the
      * delivery manifest recorded for this run - the same count and
      * check total on DLVRMANIFEST, dated no earlier than the run;
      * anything else is reported and left out, since the archive
      * must never claim a partner was sent something it was not.
      * A run already archived (same run date and RUNHIST run) is
      * not archived twice.
      *
      * The same pass applies the retention periods on EXTRETAIN:
      * the merged extract and each partner's slice are kept for the
      * days configured for them ("*EXTRACT" for the merged extract,
      * a partner id for that partner, "*DEFAULT" for any partner not
      * named) counted from the run date. An expired slice is still
      * kept while a legal hold in force covers its run date or
      * names its key-id. A slice with no period configured is kept,
      * and an unreadable EXTRETAIN or LEGALHOLD purges nothing at
      * all - nothing is purged on a guess. Catalog records outlive
      * their rows, carrying the date each slice was purged.
      *
      * Archive and catalog are rolled old-master/new-master the way
      * IPCRYPT-AUDHSK rolls the audit archive: EXTARCH and EXTCAT are
      * read, EXTARCHNEW and EXTCATNEW written, and the scheduler's
      * dataset management swaps the new masters into place.
      * EXTARCRPT lists what was archived, purged and held. Return
      * code 4 when a partner file was left out, no RUNHIST run was
      * found, the run was already archived or nothing could be
      * purged; 8 when there was no MERGEOUT to archive.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-EXTARCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNU-LINUX.
       OBJECT-COMPUTER. GNU-LINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ARCHIVE-PARM-FILE - optional; names the run date to archive
      * when it is not the latest completed extract run on RUNHIST
           SELECT ARCHIVE-PARM-FILE ASSIGN TO "EXTARCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCPARM-STATUS.
           SELECT MERGED-EXTRACT-FILE ASSIGN TO "MERGEOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGEOUT-STATUS.
           SELECT PARTNER-SUB-FILE ASSIGN TO "PARTNERSUB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTNERSUB-STATUS.
           SELECT DELIVERY-MANIFEST-FILE ASSIGN TO "DLVRMANIFEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT RETENTION-RULE-FILE ASSIGN TO "EXTRETAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETAIN-STATUS.
           SELECT LEGALHOLD-FILE ASSIGN TO "LEGALHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGALHOLD-STATUS.
           SELECT EXTRACT-ARCHIVE-OLD ASSIGN TO "EXTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT EXTRACT-ARCHIVE-NEW ASSIGN TO "EXTARCHNEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRACT-CATALOG-OLD ASSIGN TO "EXTCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT EXTRACT-CATALOG-NEW ASSIGN TO "EXTCATNEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-REPORT-FILE ASSIGN TO "EXTARCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARTNER-FILE-1 ASSIGN TO "PARTNER01"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT PARTNER-FILE-2 ASSIGN TO "PARTNER02"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT PARTNER-FILE-3 ASSIGN TO "PARTNER03"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT PARTNER-FILE-4 ASSIGN TO "PARTNER04"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT PARTNER-FILE-5 ASSIGN TO "PARTNER05"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT PARTNER-FILE-6 ASSIGN TO "PARTNER06"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT PARTNER-FILE-7 ASSIGN TO "PARTNER07"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.
           SELECT PARTNER-FILE-8 ASSIGN TO "PARTNER08"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ARCHIVE-PARM-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-PARM-RECORD.
           05  AP-RUN-DATE          PIC X(08).

       FD  MERGED-EXTRACT-FILE
           RECORDING MODE IS F.
       01  MERGED-EXTRACT-RECORD    PIC X(200).

      * Only the partner id is wanted here - slot order is decided
      * exactly as IPCRYPT-DELIVER decides it
       FD  PARTNER-SUB-FILE
           RECORDING MODE IS F.
       01  PARTNER-SUB-RECORD.
           05  PS-PARTNER-ID        PIC X(08).
           05  FILLER               PIC X(105).

       FD  DELIVERY-MANIFEST-FILE
           RECORDING MODE IS F.
       01  DELIVERY-MANIFEST-RECORD.
           05  DM-RUN-DATE          PIC X(08).
           05  DM-PARTNER-ID        PIC X(08).
           05  DM-RECORD-COUNT      PIC 9(09).
           05  DM-CHECK-TOTAL       PIC 9(15).
           05  DM-KEY-ID            PIC X(08).

       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-RUNHIST.cpy".

      ******************************************************************
      * RETENTION-RULE-FILE - one record per slice class: "*EXTRACT"
      * for the merged extract, a partner id, or "*DEFAULT" for every
      * partner not named; days counted from the run date
      ******************************************************************
       FD  RETENTION-RULE-FILE
           RECORDING MODE IS F.
       01  RETENTION-RULE-RECORD.
           05  RT-SLICE-ID          PIC X(08).
           05  RT-RETAIN-DAYS       PIC 9(05).

       FD  LEGALHOLD-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-LEGALHOLD.cpy".

       FD  EXTRACT-ARCHIVE-OLD
           RECORDING MODE IS F.
       COPY "IPCRYPT-EXTARCH.cpy".

       FD  EXTRACT-ARCHIVE-NEW
           RECORDING MODE IS F.
       01  EXTRACT-ARCHIVE-NEW-RECORD PIC X(230).

       FD  EXTRACT-CATALOG-OLD
           RECORDING MODE IS F.
       COPY "IPCRYPT-EXTCAT.cpy".

       FD  EXTRACT-CATALOG-NEW
           RECORDING MODE IS F.
       01  EXTRACT-CATALOG-NEW-RECORD PIC X(476).

       FD  ARCHIVE-REPORT-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-REPORT-LINE      PIC X(80).

       FD  PARTNER-FILE-1 RECORDING MODE IS F.
       01  PARTNER-RECORD-1         PIC X(200).
       FD  PARTNER-FILE-2 RECORDING MODE IS F.
       01  PARTNER-RECORD-2         PIC X(200).
       FD  PARTNER-FILE-3 RECORDING MODE IS F.
       01  PARTNER-RECORD-3         PIC X(200).
       FD  PARTNER-FILE-4 RECORDING MODE IS F.
       01  PARTNER-RECORD-4         PIC X(200).
       FD  PARTNER-FILE-5 RECORDING MODE IS F.
       01  PARTNER-RECORD-5         PIC X(200).
       FD  PARTNER-FILE-6 RECORDING MODE IS F.
       01  PARTNER-RECORD-6         PIC X(200).
       FD  PARTNER-FILE-7 RECORDING MODE IS F.
       01  PARTNER-RECORD-7         PIC X(200).
       FD  PARTNER-FILE-8 RECORDING MODE IS F.
       01  PARTNER-RECORD-8         PIC X(200).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-ARCPARM-STATUS    PIC X(02).
           05  WS-MERGEOUT-STATUS   PIC X(02).
           05  WS-PARTNERSUB-STATUS PIC X(02).
           05  WS-MANIFEST-STATUS   PIC X(02).
           05  WS-RUNHIST-STATUS    PIC X(02).
           05  WS-RETAIN-STATUS     PIC X(02).
           05  WS-LEGALHOLD-STATUS  PIC X(02).
           05  WS-ARCHIVE-STATUS    PIC X(02).
           05  WS-CATALOG-STATUS    PIC X(02).
           05  WS-SLOT-STATUS       PIC X(02).
           05  WS-EOF-SWITCH        PIC X(01).
               88  END-OF-FILE-SW   VALUE 'Y'.
           05  WS-RULES-SW          PIC X(01) VALUE 'N'.
               88  RULES-UNREADABLE VALUE 'Y'.
           05  WS-HOLDS-SW          PIC X(01) VALUE 'N'.
               88  HOLDS-UNREADABLE VALUE 'Y'.
           05  WS-ARCHIVED-SW       PIC X(01) VALUE 'N'.
               88  RUN-ALREADY-ARCHIVED VALUE 'Y'.
           05  WS-RUN-FOUND-SW      PIC X(01) VALUE 'N'.
               88  EXTRACT-RUN-FOUND VALUE 'Y'.
           05  WS-NO-EXTRACT-SW     PIC X(01) VALUE 'N'.
               88  NO-EXTRACT-TO-ARCHIVE VALUE 'Y'.
           05  WS-WARNING-SW        PIC X(01) VALUE 'N'.
               88  ARCHIVE-WARNING  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ROWS-KEPT         PIC 9(09) COMP VALUE 0.
           05  WS-ROWS-PURGED       PIC 9(09) COMP VALUE 0.
           05  WS-ROWS-ARCHIVED     PIC 9(09) COMP VALUE 0.
           05  WS-SLICES-HELD       PIC 9(04) COMP VALUE 0.
           05  WS-PARTNERS-ARCHIVED PIC 9(02) COMP VALUE 0.

       01  WS-GENERATION-CONTROL.
           05  WS-HIGHEST-GENERATION PIC 9(06) COMP VALUE 0.
           05  WS-NEW-GENERATION    PIC 9(06) VALUE 0.
           05  WS-PRIOR-GENERATION  PIC 9(06) VALUE 0.
           05  WS-TODAY-DATE        PIC X(08).
           05  WS-TODAY-INTEGER     PIC 9(07) COMP.
           05  WS-ARCHIVED-AT       PIC X(14).

      ******************************************************************
      * THE RUN BEING ARCHIVED - the latest completed extract run on
      * RUNHIST (BATCH or the intraday ROLLUP; never a decrypt or an
      * hourly increment), or that run for the EXTARCPARM date
      ******************************************************************
       01  WS-RUN-WORK.
           05  WS-PARM-RUN-DATE     PIC X(08) VALUE SPACES.
           05  WS-RUN-DATE          PIC X(08).
           05  WS-RUN-TIMESTAMP     PIC X(14) VALUE SPACES.
           05  WS-RUN-KEY-ID        PIC X(08) VALUE SPACES.

      ******************************************************************
      * RETENTION RULES
      ******************************************************************
       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT        PIC 9(02) COMP VALUE 0.
           05  WS-RULE-ENTRY OCCURS 50 TIMES.
               10  WS-RL-SLICE-ID   PIC X(08).
               10  WS-RL-DAYS       PIC 9(05).
       01  WS-RULE-INDEX            PIC 9(02) COMP.

      ******************************************************************
      * LEGAL HOLDS IN FORCE - a dated range (open-ended ranges run
      * to the highest date) and/or up to five key-ids
      ******************************************************************
       01  WS-HOLD-TABLE.
           05  WS-HOLD-COUNT        PIC 9(02) COMP VALUE 0.
           05  WS-HOLD-ENTRY OCCURS 50 TIMES.
               10  WS-HD-MATTER-REF PIC X(20).
               10  WS-HD-FROM-DATE  PIC X(08).
               10  WS-HD-TO-DATE    PIC X(08).
               10  WS-HD-KEY-ID     PIC X(08) OCCURS 5 TIMES.
       01  WS-HOLD-INDEX            PIC 9(02) COMP.
       01  WS-HOLD-KEY-INDEX        PIC 9(02) COMP.

      ******************************************************************
      * ONE SLICE UNDER JUDGEMENT - set up by the catalog pass
      ******************************************************************
       01  WS-JUDGE-WORK.
           05  WS-JG-SLICE-ID       PIC X(08).
           05  WS-JG-KEY-ID         PIC X(08).
           05  WS-JG-DAYS           PIC 9(05).
           05  WS-JG-RULE-SW        PIC X(01).
               88  WS-JG-HAS-RULE   VALUE 'Y'.
           05  WS-JG-RUN-INTEGER    PIC 9(07) COMP.
           05  WS-JG-MATTER-REF     PIC X(20).
           05  WS-JG-VERDICT        PIC X(01).
               88  WS-JG-KEEP       VALUE 'K'.
               88  WS-JG-PURGE      VALUE 'P'.
               88  WS-JG-HELD       VALUE 'H'.

      ******************************************************************
      * SLICES PURGED THIS RUN - generation and slice, found on the
      * catalog pass so the archive pass knows which rows to drop
      ******************************************************************
       01  WS-PURGE-TABLE.
           05  WS-PURGE-COUNT       PIC 9(04) COMP VALUE 0.
           05  WS-PURGE-ENTRY OCCURS 2000 TIMES.
               10  WS-PG-GENERATION PIC 9(06).
               10  WS-PG-SLICE-ID   PIC X(08).
       01  WS-PURGE-INDEX           PIC 9(04) COMP.
       01  WS-PURGE-CACHE.
           05  WS-PC-GENERATION     PIC 9(06) VALUE 0.
           05  WS-PC-SLICE-ID       PIC X(08) VALUE SPACES.
           05  WS-PC-PURGE-SW       PIC X(01) VALUE 'N'.
               88  WS-PC-PURGED     VALUE 'Y'.
       01  WS-CAT-INDEX             PIC 9(02) COMP.

      ******************************************************************
      * TONIGHT'S PARTNER SLOTS - slot order as IPCRYPT-DELIVER fills
      * them, each with the manifest's record of what was sent and
      * what the file on hand actually holds
      ******************************************************************
       01  WS-PARTNER-TABLE.
           05  WS-PARTNER-COUNT     PIC 9(02) COMP VALUE 0.
           05  WS-PARTNER-ENTRY OCCURS 8 TIMES.
               10  WS-PT-PARTNER-ID PIC X(08).
               10  WS-PT-MANIFEST-SW PIC X(01).
                   88  WS-PT-ON-MANIFEST VALUE 'Y'.
               10  WS-PT-DM-RUN-DATE PIC X(08).
               10  WS-PT-DM-RECORDS PIC 9(09).
               10  WS-PT-DM-CHECK-TOTAL PIC 9(15).
               10  WS-PT-DM-KEY-ID  PIC X(08).
               10  WS-PT-FILE-SW    PIC X(01).
                   88  WS-PT-FILE-PRESENT VALUE 'Y'.
               10  WS-PT-RECORDS    PIC 9(09) COMP.
               10  WS-PT-CHECK-TOTAL PIC 9(15) COMP.
               10  WS-PT-ENVELOPE-SW PIC X(01).
               10  WS-PT-VERDICT    PIC X(20).
       01  WS-PARTNER-INDEX         PIC 9(02) COMP.
       01  WS-SLOT-RECORD           PIC X(200).

      ******************************************************************
      * CHECK-TOTAL SCRATCH - the byte-value sum IPCRYPT-DELIVER
      * writes to the manifest and IPCRYPT-ENVCHK recomputes
      ******************************************************************
       01  WS-CHECK-WORK.
           05  WS-CHECK-RECORD      PIC X(200).
           05  WS-ROW-SUM           PIC 9(07) COMP.
           05  WS-ENV-SCAN          PIC 9(04) COMP.
           05  WS-ENV-TEXT-LENGTH   PIC 9(04) COMP.
           05  WS-EXTRACT-RECORDS   PIC 9(09) COMP VALUE 0.
           05  WS-EXTRACT-CHECK-TOTAL PIC 9(15) COMP VALUE 0.

       01  WS-REPORT-NUMBER         PIC Z(08)9.
       01  WS-REPORT-DAYS           PIC Z(04)9.
       01  WS-GENERATION-DISP       PIC 9(06).

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-EXTARCH-ENTRY
      ******************************************************************
       MAIN-EXTARCH-ENTRY.
           MOVE "IPC1801I" TO WS-OPSMSG-ID
           MOVE "starting extract archive close" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ARCHIVED-AT
           MOVE WS-ARCHIVED-AT(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WS-TODAY-DATE))

           PERFORM READ-ARCHIVE-PARM
           PERFORM FIND-EXTRACT-RUN
           PERFORM LOAD-RETENTION-RULES
           PERFORM LOAD-LEGAL-HOLDS

           OPEN OUTPUT ARCHIVE-REPORT-FILE
           PERFORM WRITE-REPORT-HEADING

           OPEN OUTPUT EXTRACT-CATALOG-NEW
           PERFORM ROLL-CATALOG
           OPEN OUTPUT EXTRACT-ARCHIVE-NEW
           PERFORM COPY-RETAINED-ROWS

           IF RUN-ALREADY-ARCHIVED
               MOVE WS-PRIOR-GENERATION TO WS-GENERATION-DISP
               MOVE "IPC1802I" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "run " WS-RUN-DATE " " WS-RUN-TIMESTAMP
                   " is already archived as generation "
                   WS-GENERATION-DISP
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET ARCHIVE-WARNING TO TRUE
           ELSE
               PERFORM ARCHIVE-TONIGHT
           END-IF

           CLOSE EXTRACT-ARCHIVE-NEW
           CLOSE EXTRACT-CATALOG-NEW

           PERFORM WRITE-REPORT-SUMMARY
           CLOSE ARCHIVE-REPORT-FILE

           MOVE "IPC1803I" TO WS-OPSMSG-ID
           MOVE WS-ROWS-ARCHIVED TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "rows archived   = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC1804I" TO WS-OPSMSG-ID
           MOVE WS-ROWS-KEPT TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "old rows kept   = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC1805I" TO WS-OPSMSG-ID
           MOVE WS-ROWS-PURGED TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "rows purged     = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC1806I" TO WS-OPSMSG-ID
           MOVE WS-SLICES-HELD TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "slices on hold  = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           IF RULES-UNREADABLE OR HOLDS-UNREADABLE
               MOVE "IPC1807W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "*** EXTRETAIN OR LEGALHOLD NOT READABLE - "
                   "NOTHING PURGED ***"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET ARCHIVE-WARNING TO TRUE
           END-IF
           IF NO-EXTRACT-TO-ARCHIVE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF ARCHIVE-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE "IPC1808I" TO WS-OPSMSG-ID
           MOVE "archive close complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
      * READ-ARCHIVE-PARM
      ******************************************************************
       READ-ARCHIVE-PARM.
           OPEN INPUT ARCHIVE-PARM-FILE
           IF WS-ARCPARM-STATUS = "00"
               READ ARCHIVE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AP-RUN-DATE IS NUMERIC
                           MOVE AP-RUN-DATE TO WS-PARM-RUN-DATE
                       END-IF
               END-READ
               CLOSE ARCHIVE-PARM-FILE
           END-IF
           EXIT.

      ******************************************************************
      * FIND-EXTRACT-RUN
      * The last qualifying run on the registry is the one MERGEOUT
      * holds; a partitioned night's BATCH records share date and
      * key, so the last of them serves
      ******************************************************************
       FIND-EXTRACT-RUN.
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
                       IF (RH-PROGRAM = "BATCH"
                               OR RH-PROGRAM = "ROLLUP")
                           AND RH-COMPLETED
                           AND RH-OPERATION NOT = 'D'
                           AND NOT RH-INCREMENT-RUN
                           AND (WS-PARM-RUN-DATE = SPACES
                               OR RH-RUN-TIMESTAMP(1:8)
                                   = WS-PARM-RUN-DATE)
                           SET EXTRACT-RUN-FOUND TO TRUE
                           MOVE RH-RUN-TIMESTAMP TO WS-RUN-TIMESTAMP
                           MOVE RH-KEY-ID TO WS-RUN-KEY-ID
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RUNHIST-STATUS NOT = "35"
               CLOSE RUN-HISTORY-FILE
           END-IF

           IF EXTRACT-RUN-FOUND
               MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE
           ELSE
               IF WS-PARM-RUN-DATE NOT = SPACES
                   MOVE WS-PARM-RUN-DATE TO WS-RUN-DATE
               ELSE
                   MOVE WS-TODAY-DATE TO WS-RUN-DATE
               END-IF
               MOVE "IPC1809W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "no completed extract run for " WS-RUN-DATE
                   " on RUNHIST - archived without run timestamp or "
                   "key-id"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET ARCHIVE-WARNING TO TRUE
           END-IF
           EXIT.

      ******************************************************************
      * LOAD-RETENTION-RULES
      * No EXTRETAIN at all, or more rules than the table takes, and
      * the periods cannot be honoured - nothing is purged
      ******************************************************************
       LOAD-RETENTION-RULES.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RETENTION-RULE-FILE
           IF WS-RETAIN-STATUS NOT = "00"
               MOVE "IPC1810W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "EXTRETAIN not usable (status " WS-RETAIN-STATUS
                   ")"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET RULES-UNREADABLE TO TRUE
               SET END-OF-FILE-SW TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FILE-SW
               READ RETENTION-RULE-FILE
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       IF RT-SLICE-ID NOT = SPACES
                           AND RT-RETAIN-DAYS IS NUMERIC
                           PERFORM ADD-ONE-RETENTION-RULE
                       ELSE
                           MOVE "IPC1811W" TO WS-OPSMSG-ID
                           MOVE SPACES TO WS-OPSMSG-TEXT
                           STRING "EXTRETAIN rule for " RT-SLICE-ID
                               " not usable - skipped"
                               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                           END-STRING
                           PERFORM ISSUE-OPS-MESSAGE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RETAIN-STATUS = "00" OR WS-RETAIN-STATUS = "10"
               CLOSE RETENTION-RULE-FILE
           END-IF
           EXIT.

      ******************************************************************
      * ADD-ONE-RETENTION-RULE
      ******************************************************************
       ADD-ONE-RETENTION-RULE.
           IF WS-RULE-COUNT >= 50
               IF NOT RULES-UNREADABLE
                   MOVE "IPC1812W" TO WS-OPSMSG-ID
                   MOVE "more than 50 retention rules on EXTRETAIN"
                       TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
               SET RULES-UNREADABLE TO TRUE
           ELSE
               ADD 1 TO WS-RULE-COUNT
               MOVE RT-SLICE-ID TO WS-RL-SLICE-ID(WS-RULE-COUNT)
               MOVE RT-RETAIN-DAYS TO WS-RL-DAYS(WS-RULE-COUNT)
           END-IF
           EXIT.

      ******************************************************************
      * LOAD-LEGAL-HOLDS
      * Holds in force today, dated or naming key-ids; no register at
      * all means no holds
      ******************************************************************
       LOAD-LEGAL-HOLDS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT LEGALHOLD-FILE
           EVALUATE WS-LEGALHOLD-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   SET END-OF-FILE-SW TO TRUE
               WHEN OTHER
                   MOVE "IPC1813W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "LEGALHOLD not usable (status "
                       WS-LEGALHOLD-STATUS ")"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET HOLDS-UNREADABLE TO TRUE
                   SET END-OF-FILE-SW TO TRUE
           END-EVALUATE
           PERFORM UNTIL END-OF-FILE-SW
               READ LEGALHOLD-FILE
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       IF LH-RELEASE-DATE = SPACES
                           OR LH-RELEASE-DATE > WS-TODAY-DATE
                           PERFORM ADD-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LEGALHOLD-STATUS = "00" OR WS-LEGALHOLD-STATUS = "10"
               CLOSE LEGALHOLD-FILE
           END-IF
           EXIT.

      ******************************************************************
      * ADD-ONE-HOLD
      * A register with more holds than the table takes cannot be
      * judged safely, so it is treated as unreadable
      ******************************************************************
       ADD-ONE-HOLD.
           IF WS-HOLD-COUNT >= 50
               IF NOT HOLDS-UNREADABLE
                   MOVE "IPC1814W" TO WS-OPSMSG-ID
                   MOVE "more than 50 legal holds in force"
                       TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
               SET HOLDS-UNREADABLE TO TRUE
           ELSE
               ADD 1 TO WS-HOLD-COUNT
               MOVE LH-MATTER-REF TO WS-HD-MATTER-REF(WS-HOLD-COUNT)
               MOVE LH-FROM-DATE TO WS-HD-FROM-DATE(WS-HOLD-COUNT)
               IF LH-TO-DATE = SPACES
                   MOVE "99999999" TO WS-HD-TO-DATE(WS-HOLD-COUNT)
               ELSE
                   MOVE LH-TO-DATE TO WS-HD-TO-DATE(WS-HOLD-COUNT)
               END-IF
               PERFORM VARYING WS-HOLD-KEY-INDEX FROM 1 BY 1
                   UNTIL WS-HOLD-KEY-INDEX > 5
                   MOVE LH-KEY-ID(WS-HOLD-KEY-INDEX) TO
                       WS-HD-KEY-ID(WS-HOLD-COUNT WS-HOLD-KEY-INDEX)
               END-PERFORM
           END-IF
           EXIT.

      ******************************************************************
      * WRITE-REPORT-HEADING
      ******************************************************************
       WRITE-REPORT-HEADING.
           MOVE "IPCRYPT-EXTARCH EXTRACT ARCHIVE GENERATION CLOSE"
               TO ARCHIVE-REPORT-LINE
           WRITE ARCHIVE-REPORT-LINE
           MOVE SPACES TO ARCHIVE-REPORT-LINE
           STRING "RUN " WS-ARCHIVED-AT(1:8) " " WS-ARCHIVED-AT(9:6)
               "   EXTRACT RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO ARCHIVE-REPORT-LINE
           END-STRING
           WRITE ARCHIVE-REPORT-LINE
           MOVE SPACES TO ARCHIVE-REPORT-LINE
           WRITE ARCHIVE-REPORT-LINE
           MOVE "RETENTION" TO ARCHIVE-REPORT-LINE
           WRITE ARCHIVE-REPORT-LINE
           IF RULES-UNREADABLE OR HOLDS-UNREADABLE
               MOVE "  EXTRETAIN OR LEGALHOLD NOT READABLE - NOTHING "
                   & "PURGED" TO ARCHIVE-REPORT-LINE
               WRITE ARCHIVE-REPORT-LINE
           END-IF
           EXIT.

      ******************************************************************
      * ROLL-CATALOG
      * Old-master pass of the catalog: every record is carried to
      * the new master, with today's date stamped on each slice the
      * retention periods now expire; the highest generation is
      * remembered so tonight's numbers after it
      ******************************************************************
       ROLL-CATALOG.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT EXTRACT-CATALOG-OLD
           IF WS-CATALOG-STATUS NOT = "00"
               SET END-OF-FILE-SW TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FILE-SW
               READ EXTRACT-CATALOG-OLD
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       PERFORM ROLL-ONE-CATALOG-RECORD
                       WRITE EXTRACT-CATALOG-NEW-RECORD
                           FROM EXTRACT-CATALOG-RECORD
               END-READ
           END-PERFORM
           IF WS-CATALOG-STATUS NOT = "35"
               CLOSE EXTRACT-CATALOG-OLD
           END-IF
           EXIT.

      ******************************************************************
      * ROLL-ONE-CATALOG-RECORD
      ******************************************************************
       ROLL-ONE-CATALOG-RECORD.
           IF XC-GENERATION > WS-HIGHEST-GENERATION
               MOVE XC-GENERATION TO WS-HIGHEST-GENERATION
           END-IF
           IF XC-RUN-DATE = WS-RUN-DATE
               AND XC-RUNHIST-TIMESTAMP = WS-RUN-TIMESTAMP
               SET RUN-ALREADY-ARCHIVED TO TRUE
               MOVE XC-GENERATION TO WS-PRIOR-GENERATION
           END-IF
           IF NOT RULES-UNREADABLE AND NOT HOLDS-UNREADABLE
               IF XC-PURGED-DATE = SPACES
                   MOVE "*EXTRACT" TO WS-JG-SLICE-ID
                   MOVE XC-KEY-ID TO WS-JG-KEY-ID
                   PERFORM JUDGE-ONE-SLICE
                   IF WS-JG-PURGE
                       MOVE WS-TODAY-DATE TO XC-PURGED-DATE
                   END-IF
               END-IF
               PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
                   UNTIL WS-CAT-INDEX > XC-PARTNER-COUNT
                       OR WS-CAT-INDEX > 8
                   IF XC-PARTNER-PURGED-DATE(WS-CAT-INDEX) = SPACES
                       MOVE XC-PARTNER-ID(WS-CAT-INDEX)
                           TO WS-JG-SLICE-ID
                       MOVE XC-PARTNER-KEY-ID(WS-CAT-INDEX)
                           TO WS-JG-KEY-ID
                       PERFORM JUDGE-ONE-SLICE
                       IF WS-JG-PURGE
                           MOVE WS-TODAY-DATE
                               TO XC-PARTNER-PURGED-DATE(WS-CAT-INDEX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

      ******************************************************************
      * JUDGE-ONE-SLICE
      * Kept while inside its period or with no period configured;
      * past it, held when a hold covers the run date or names the
      * slice's key-id, else purged - provided the purge table has
      * room to carry the decision to the archive pass
      ******************************************************************
       JUDGE-ONE-SLICE.
           SET WS-JG-KEEP TO TRUE
           MOVE 'N' TO WS-JG-RULE-SW
           PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > WS-RULE-COUNT
                   OR WS-JG-HAS-RULE
               IF WS-RL-SLICE-ID(WS-RULE-INDEX) = WS-JG-SLICE-ID
                   MOVE 'Y' TO WS-JG-RULE-SW
                   MOVE WS-RL-DAYS(WS-RULE-INDEX) TO WS-JG-DAYS
               END-IF
           END-PERFORM
           IF NOT WS-JG-HAS-RULE AND WS-JG-SLICE-ID NOT = "*EXTRACT"
               PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
                   UNTIL WS-RULE-INDEX > WS-RULE-COUNT
                       OR WS-JG-HAS-RULE
                   IF WS-RL-SLICE-ID(WS-RULE-INDEX) = "*DEFAULT"
                       MOVE 'Y' TO WS-JG-RULE-SW
                       MOVE WS-RL-DAYS(WS-RULE-INDEX) TO WS-JG-DAYS
                   END-IF
               END-PERFORM
           END-IF

           IF WS-JG-HAS-RULE AND XC-RUN-DATE IS NUMERIC
               COMPUTE WS-JG-RUN-INTEGER = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(XC-RUN-DATE))
               IF WS-JG-RUN-INTEGER + WS-JG-DAYS < WS-TODAY-INTEGER
                   SET WS-JG-PURGE TO TRUE
               END-IF
           END-IF

           IF WS-JG-PURGE
               PERFORM CHECK-SLICE-HOLDS
           END-IF
           IF WS-JG-PURGE
               IF WS-PURGE-COUNT >= 2000
      * more expiries than one pass can carry - the rest wait for
      * the next night's run
                   SET WS-JG-KEEP TO TRUE
               ELSE
                   ADD 1 TO WS-PURGE-COUNT
                   MOVE XC-GENERATION
                       TO WS-PG-GENERATION(WS-PURGE-COUNT)
                   MOVE WS-JG-SLICE-ID
                       TO WS-PG-SLICE-ID(WS-PURGE-COUNT)
                   PERFORM WRITE-PURGE-LINE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * CHECK-SLICE-HOLDS
      * The first matter found is the one reported
      ******************************************************************
       CHECK-SLICE-HOLDS.
           PERFORM VARYING WS-HOLD-INDEX FROM 1 BY 1
               UNTIL WS-HOLD-INDEX > WS-HOLD-COUNT
                   OR WS-JG-HELD
               IF WS-HD-FROM-DATE(WS-HOLD-INDEX) NOT = SPACES
                   AND XC-RUN-DATE >= WS-HD-FROM-DATE(WS-HOLD-INDEX)
                   AND XC-RUN-DATE <= WS-HD-TO-DATE(WS-HOLD-INDEX)
                   SET WS-JG-HELD TO TRUE
               END-IF
               PERFORM VARYING WS-HOLD-KEY-INDEX FROM 1 BY 1
                   UNTIL WS-HOLD-KEY-INDEX > 5 OR WS-JG-HELD
                   IF WS-JG-KEY-ID NOT = SPACES
                       AND WS-HD-KEY-ID(WS-HOLD-INDEX WS-HOLD-KEY-INDEX)
                           = WS-JG-KEY-ID
                       SET WS-JG-HELD TO TRUE
                   END-IF
               END-PERFORM
               IF WS-JG-HELD
                   MOVE WS-HD-MATTER-REF(WS-HOLD-INDEX)
                       TO WS-JG-MATTER-REF
               END-IF
           END-PERFORM
           IF WS-JG-HELD
               ADD 1 TO WS-SLICES-HELD
               MOVE XC-GENERATION TO WS-GENERATION-DISP
               MOVE SPACES TO ARCHIVE-REPORT-LINE
               STRING "  GEN " WS-GENERATION-DISP " " XC-RUN-DATE " "
                   WS-JG-SLICE-ID " PAST RETENTION, HELD BY "
                   WS-JG-MATTER-REF
                   DELIMITED BY SIZE INTO ARCHIVE-REPORT-LINE
               END-STRING
               WRITE ARCHIVE-REPORT-LINE
           END-IF
           EXIT.

      ******************************************************************
      * WRITE-PURGE-LINE
      ******************************************************************
       WRITE-PURGE-LINE.
           MOVE XC-GENERATION TO WS-GENERATION-DISP
           MOVE WS-JG-DAYS TO WS-REPORT-DAYS
           MOVE SPACES TO ARCHIVE-REPORT-LINE
           STRING "  GEN " WS-GENERATION-DISP " " XC-RUN-DATE " "
               WS-JG-SLICE-ID " PURGED - RETENTION " WS-REPORT-DAYS
               " DAYS"
               DELIMITED BY SIZE INTO ARCHIVE-REPORT-LINE
           END-STRING
           WRITE ARCHIVE-REPORT-LINE
           EXIT.

      ******************************************************************
      * COPY-RETAINED-ROWS
      * Old-master pass of the archive: every row of a slice the
      * catalog pass did not purge goes to the new master. A slice's
      * rows sit together, so the last decision is tried before the
      * purge table is searched.
      ******************************************************************
       COPY-RETAINED-ROWS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT EXTRACT-ARCHIVE-OLD
           IF WS-ARCHIVE-STATUS NOT = "00"
               SET END-OF-FILE-SW TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FILE-SW
               READ EXTRACT-ARCHIVE-OLD
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       PERFORM COPY-ONE-ARCHIVE-ROW
               END-READ
           END-PERFORM
           IF WS-ARCHIVE-STATUS NOT = "35"
               CLOSE EXTRACT-ARCHIVE-OLD
           END-IF
           IF WS-ROWS-PURGED > 0
               MOVE "IPC1815I" TO WS-OPSMSG-ID
               MOVE WS-ROWS-PURGED TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "purged " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   " rows from slices past retention"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           EXIT.

      ******************************************************************
      * COPY-ONE-ARCHIVE-ROW
      ******************************************************************
       COPY-ONE-ARCHIVE-ROW.
           IF XA-GENERATION NOT = WS-PC-GENERATION
               OR XA-SLICE-ID NOT = WS-PC-SLICE-ID
               MOVE XA-GENERATION TO WS-PC-GENERATION
               MOVE XA-SLICE-ID TO WS-PC-SLICE-ID
               MOVE 'N' TO WS-PC-PURGE-SW
               PERFORM VARYING WS-PURGE-INDEX FROM 1 BY 1
                   UNTIL WS-PURGE-INDEX > WS-PURGE-COUNT
                       OR WS-PC-PURGED
                   IF WS-PG-GENERATION(WS-PURGE-INDEX) = XA-GENERATION
                       AND WS-PG-SLICE-ID(WS-PURGE-INDEX)
                           = XA-SLICE-ID
                       MOVE 'Y' TO WS-PC-PURGE-SW
                   END-IF
               END-PERFORM
           END-IF
           IF WS-PC-PURGED
               ADD 1 TO WS-ROWS-PURGED
           ELSE
               ADD 1 TO WS-ROWS-KEPT
               WRITE EXTRACT-ARCHIVE-NEW-RECORD
                   FROM EXTRACT-ARCHIVE-RECORD
           END-IF
           EXIT.

      ******************************************************************
      * ARCHIVE-TONIGHT
      * The merged extract first, then each partner file that proves
      * out against the manifest, then the generation's catalog
      * record
      ******************************************************************
       ARCHIVE-TONIGHT.
           COMPUTE WS-NEW-GENERATION = WS-HIGHEST-GENERATION + 1
           MOVE SPACES TO EXTRACT-CATALOG-RECORD
           MOVE WS-NEW-GENERATION TO XC-GENERATION
           MOVE WS-RUN-DATE TO XC-RUN-DATE
           MOVE WS-RUN-TIMESTAMP TO XC-RUNHIST-TIMESTAMP
           MOVE WS-RUN-KEY-ID TO XC-KEY-ID
           MOVE WS-ARCHIVED-AT TO XC-ARCHIVED-AT
           MOVE 0 TO XC-PARTNER-COUNT

           PERFORM ARCHIVE-MERGED-EXTRACT
           IF NOT NO-EXTRACT-TO-ARCHIVE
               PERFORM LOAD-PARTNER-SLOTS
               PERFORM LOAD-MANIFEST-ENTRIES
               PERFORM VARYING WS-PARTNER-INDEX FROM 1 BY 1
                   UNTIL WS-PARTNER-INDEX > WS-PARTNER-COUNT
                   PERFORM PROVE-PARTNER-FILE
                   IF WS-PT-VERDICT(WS-PARTNER-INDEX) = "ARCHIVED"
                       PERFORM ARCHIVE-PARTNER-FILE
                   END-IF
               END-PERFORM
               MOVE WS-EXTRACT-RECORDS TO XC-RECORD-COUNT
               MOVE WS-EXTRACT-CHECK-TOTAL TO XC-CHECK-TOTAL
               WRITE EXTRACT-CATALOG-NEW-RECORD
                   FROM EXTRACT-CATALOG-RECORD
           END-IF
           EXIT.

      ******************************************************************
      * ARCHIVE-MERGED-EXTRACT
      ******************************************************************
       ARCHIVE-MERGED-EXTRACT.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MERGED-EXTRACT-FILE
           IF WS-MERGEOUT-STATUS NOT = "00"
               MOVE "IPC1816E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "MERGEOUT not usable (status " WS-MERGEOUT-STATUS
                   ") - no generation archived"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET NO-EXTRACT-TO-ARCHIVE TO TRUE
               SET END-OF-FILE-SW TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FILE-SW
               READ MERGED-EXTRACT-FILE
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       MOVE MERGED-EXTRACT-RECORD TO WS-CHECK-RECORD
                       PERFORM SUM-CHECK-RECORD
                       ADD 1 TO WS-EXTRACT-RECORDS
                       COMPUTE WS-EXTRACT-CHECK-TOTAL = FUNCTION MOD(
                           WS-EXTRACT-CHECK-TOTAL + WS-ROW-SUM,
                           1000000000000000)
                       MOVE "*EXTRACT" TO XA-SLICE-ID
                       PERFORM WRITE-TONIGHT-ROW
               END-READ
           END-PERFORM
           IF WS-MERGEOUT-STATUS NOT = "35"
               CLOSE MERGED-EXTRACT-FILE
           END-IF
           EXIT.

      ******************************************************************
      * WRITE-TONIGHT-ROW
      * WS-CHECK-RECORD and XA-SLICE-ID in
      ******************************************************************
       WRITE-TONIGHT-ROW.
           MOVE WS-NEW-GENERATION TO XA-GENERATION
           MOVE WS-RUN-DATE TO XA-RUN-DATE
           MOVE 'N' TO XA-ERASED-FLAG
           MOVE 0 TO XA-ORIGINAL-SUM
           MOVE WS-CHECK-RECORD TO XA-RECORD-IMAGE
           WRITE EXTRACT-ARCHIVE-NEW-RECORD FROM EXTRACT-ARCHIVE-RECORD
           ADD 1 TO WS-ROWS-ARCHIVED
           EXIT.

      ******************************************************************
      * SUM-CHECK-RECORD
      * Same byte-value sum as IPCRYPT-DELIVER's ADD-RECORD-TO-CHECK-
      * TOTAL, for one record: WS-CHECK-RECORD in, WS-ROW-SUM out
      ******************************************************************
       SUM-CHECK-RECORD.
           MOVE 0 TO WS-ROW-SUM
           COMPUTE WS-ENV-TEXT-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(WS-CHECK-RECORD))
           PERFORM VARYING WS-ENV-SCAN FROM 1 BY 1
               UNTIL WS-ENV-SCAN > WS-ENV-TEXT-LENGTH
               COMPUTE WS-ROW-SUM = WS-ROW-SUM
                   + FUNCTION ORD(WS-CHECK-RECORD(WS-ENV-SCAN:1)) - 1
           END-PERFORM
           EXIT.

      ******************************************************************
      * LOAD-PARTNER-SLOTS
      * Slot order exactly as IPCRYPT-DELIVER fills PARTNER01-08:
      * rules without a partner id skipped, eight slots at most
      ******************************************************************
       LOAD-PARTNER-SLOTS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PARTNER-SUB-FILE
           IF WS-PARTNERSUB-STATUS NOT = "00"
               MOVE "IPC1817E" TO WS-OPSMSG-ID
               MOVE "PARTNERSUB not usable - no partner files archived"
                   TO WS-OPSMSG-TEXT
               PERFORM ISSUE-OPS-MESSAGE
               SET ARCHIVE-WARNING TO TRUE
               SET END-OF-FILE-SW TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FILE-SW
               READ PARTNER-SUB-FILE
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       IF PS-PARTNER-ID NOT = SPACES
                           AND WS-PARTNER-COUNT < 8
                           ADD 1 TO WS-PARTNER-COUNT
                           MOVE WS-PARTNER-COUNT TO WS-PARTNER-INDEX
                           MOVE PS-PARTNER-ID
                               TO WS-PT-PARTNER-ID(WS-PARTNER-INDEX)
                           MOVE 'N'
                               TO WS-PT-MANIFEST-SW(WS-PARTNER-INDEX)
                           MOVE 'N' TO WS-PT-FILE-SW(WS-PARTNER-INDEX)
                           MOVE SPACES
                               TO WS-PT-VERDICT(WS-PARTNER-INDEX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PARTNERSUB-STATUS NOT = "35"
               CLOSE PARTNER-SUB-FILE
           END-IF
           EXIT.

      ******************************************************************
      * LOAD-MANIFEST-ENTRIES
      * A partner's last manifest record describes the file now in
      * its slot
      ******************************************************************
       LOAD-MANIFEST-ENTRIES.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT DELIVERY-MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               SET END-OF-FILE-SW TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FILE-SW
               READ DELIVERY-MANIFEST-FILE
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-PARTNER-INDEX FROM 1 BY 1
                           UNTIL WS-PARTNER-INDEX > WS-PARTNER-COUNT
                           IF WS-PT-PARTNER-ID(WS-PARTNER-INDEX)
                               = DM-PARTNER-ID
                               PERFORM NOTE-MANIFEST-ENTRY
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           IF WS-MANIFEST-STATUS NOT = "35"
               CLOSE DELIVERY-MANIFEST-FILE
           END-IF
           EXIT.

      ******************************************************************
      * NOTE-MANIFEST-ENTRY
      ******************************************************************
       NOTE-MANIFEST-ENTRY.
           MOVE 'Y' TO WS-PT-MANIFEST-SW(WS-PARTNER-INDEX)
           MOVE DM-RUN-DATE TO WS-PT-DM-RUN-DATE(WS-PARTNER-INDEX)
           MOVE DM-RECORD-COUNT TO WS-PT-DM-RECORDS(WS-PARTNER-INDEX)
           MOVE DM-CHECK-TOTAL
               TO WS-PT-DM-CHECK-TOTAL(WS-PARTNER-INDEX)
           MOVE DM-KEY-ID TO WS-PT-DM-KEY-ID(WS-PARTNER-INDEX)
           EXIT.

      ******************************************************************
      * PROVE-PARTNER-FILE
      * First pass of the slot: count and sum the body the way the
      * delivery did, and hold the result against the manifest
      ******************************************************************
       PROVE-PARTNER-FILE.
           MOVE 0 TO WS-PT-RECORDS(WS-PARTNER-INDEX)
           MOVE 0 TO WS-PT-CHECK-TOTAL(WS-PARTNER-INDEX)
           MOVE 'N' TO WS-PT-ENVELOPE-SW(WS-PARTNER-INDEX)
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM OPEN-PARTNER-SLOT
           IF WS-SLOT-STATUS = "00"
               MOVE 'Y' TO WS-PT-FILE-SW(WS-PARTNER-INDEX)
           ELSE
               SET END-OF-FILE-SW TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FILE-SW
               PERFORM READ-PARTNER-SLOT
               IF NOT END-OF-FILE-SW
                   IF WS-SLOT-RECORD(1:3) = "HDR"
                       OR WS-SLOT-RECORD(1:3) = "TRL"
                       MOVE 'Y' TO WS-PT-ENVELOPE-SW(WS-PARTNER-INDEX)
                   ELSE
                       MOVE WS-SLOT-RECORD TO WS-CHECK-RECORD
                       PERFORM SUM-CHECK-RECORD
                       ADD 1 TO WS-PT-RECORDS(WS-PARTNER-INDEX)
                       COMPUTE WS-PT-CHECK-TOTAL(WS-PARTNER-INDEX) =
                           FUNCTION MOD(
                           WS-PT-CHECK-TOTAL(WS-PARTNER-INDEX)
                           + WS-ROW-SUM, 1000000000000000)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PT-FILE-PRESENT(WS-PARTNER-INDEX)
               PERFORM CLOSE-PARTNER-SLOT
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-PT-FILE-PRESENT(WS-PARTNER-INDEX)
                   AND NOT WS-PT-ON-MANIFEST(WS-PARTNER-INDEX)
                   MOVE "NOT DELIVERED"
                       TO WS-PT-VERDICT(WS-PARTNER-INDEX)
               WHEN NOT WS-PT-FILE-PRESENT(WS-PARTNER-INDEX)
                   MOVE "FILE MISSING"
                       TO WS-PT-VERDICT(WS-PARTNER-INDEX)
               WHEN NOT WS-PT-ON-MANIFEST(WS-PARTNER-INDEX)
                   OR WS-PT-DM-RUN-DATE(WS-PARTNER-INDEX) < WS-RUN-DATE
                   MOVE "NOT ON MANIFEST" TO
                       WS-PT-VERDICT(WS-PARTNER-INDEX)
               WHEN WS-PT-RECORDS(WS-PARTNER-INDEX)
                       NOT = WS-PT-DM-RECORDS(WS-PARTNER-INDEX)
                   OR WS-PT-CHECK-TOTAL(WS-PARTNER-INDEX)
                       NOT = WS-PT-DM-CHECK-TOTAL(WS-PARTNER-INDEX)
                   MOVE "MANIFEST MISMATCH" TO
                       WS-PT-VERDICT(WS-PARTNER-INDEX)
               WHEN OTHER
                   MOVE "ARCHIVED" TO WS-PT-VERDICT(WS-PARTNER-INDEX)
           END-EVALUATE
           IF WS-PT-VERDICT(WS-PARTNER-INDEX) NOT = "ARCHIVED"
               AND WS-PT-VERDICT(WS-PARTNER-INDEX) NOT = "NOT DELIVERED"
               MOVE "IPC1818W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "partner " WS-PT-PARTNER-ID(WS-PARTNER-INDEX)
                   " file not archived - "
                   WS-PT-VERDICT(WS-PARTNER-INDEX)
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET ARCHIVE-WARNING TO TRUE
           END-IF
           EXIT.

      ******************************************************************
      * ARCHIVE-PARTNER-FILE
      * Second pass of a proven slot: every line as sent, then the
      * partner's entry on the catalog record
      ******************************************************************
       ARCHIVE-PARTNER-FILE.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM OPEN-PARTNER-SLOT
           PERFORM UNTIL END-OF-FILE-SW
               PERFORM READ-PARTNER-SLOT
               IF NOT END-OF-FILE-SW
                   MOVE WS-SLOT-RECORD TO WS-CHECK-RECORD
                   MOVE WS-PT-PARTNER-ID(WS-PARTNER-INDEX)
                       TO XA-SLICE-ID
                   PERFORM WRITE-TONIGHT-ROW
               END-IF
           END-PERFORM
           PERFORM CLOSE-PARTNER-SLOT

           ADD 1 TO XC-PARTNER-COUNT
           ADD 1 TO WS-PARTNERS-ARCHIVED
           MOVE XC-PARTNER-COUNT TO WS-CAT-INDEX
           MOVE WS-PT-PARTNER-ID(WS-PARTNER-INDEX)
               TO XC-PARTNER-ID(WS-CAT-INDEX)
           MOVE WS-PT-DM-KEY-ID(WS-PARTNER-INDEX)
               TO XC-PARTNER-KEY-ID(WS-CAT-INDEX)
           MOVE WS-PT-RECORDS(WS-PARTNER-INDEX)
               TO XC-PARTNER-RECORDS(WS-CAT-INDEX)
           MOVE WS-PT-CHECK-TOTAL(WS-PARTNER-INDEX)
               TO XC-PARTNER-CHECK-TOTAL(WS-CAT-INDEX)
           MOVE WS-PT-ENVELOPE-SW(WS-PARTNER-INDEX)
               TO XC-PARTNER-ENVELOPED(WS-CAT-INDEX)
           MOVE SPACES TO XC-PARTNER-PURGED-DATE(WS-CAT-INDEX)
           EXIT.

      ******************************************************************
      * OPEN-PARTNER-SLOT / READ-PARTNER-SLOT / CLOSE-PARTNER-SLOT
      * WS-PARTNER-INDEX names the slot; a read at end sets the
      * end-of-file switch
      ******************************************************************
       OPEN-PARTNER-SLOT.
           EVALUATE WS-PARTNER-INDEX
               WHEN 1 OPEN INPUT PARTNER-FILE-1
               WHEN 2 OPEN INPUT PARTNER-FILE-2
               WHEN 3 OPEN INPUT PARTNER-FILE-3
               WHEN 4 OPEN INPUT PARTNER-FILE-4
               WHEN 5 OPEN INPUT PARTNER-FILE-5
               WHEN 6 OPEN INPUT PARTNER-FILE-6
               WHEN 7 OPEN INPUT PARTNER-FILE-7
               WHEN 8 OPEN INPUT PARTNER-FILE-8
           END-EVALUATE
           EXIT.

       READ-PARTNER-SLOT.
           EVALUATE WS-PARTNER-INDEX
               WHEN 1
                   READ PARTNER-FILE-1 INTO WS-SLOT-RECORD
                       AT END SET END-OF-FILE-SW TO TRUE
                   END-READ
               WHEN 2
                   READ PARTNER-FILE-2 INTO WS-SLOT-RECORD
                       AT END SET END-OF-FILE-SW TO TRUE
                   END-READ
               WHEN 3
                   READ PARTNER-FILE-3 INTO WS-SLOT-RECORD
                       AT END SET END-OF-FILE-SW TO TRUE
                   END-READ
               WHEN 4
                   READ PARTNER-FILE-4 INTO WS-SLOT-RECORD
                       AT END SET END-OF-FILE-SW TO TRUE
                   END-READ
               WHEN 5
                   READ PARTNER-FILE-5 INTO WS-SLOT-RECORD
                       AT END SET END-OF-FILE-SW TO TRUE
                   END-READ
               WHEN 6
                   READ PARTNER-FILE-6 INTO WS-SLOT-RECORD
                       AT END SET END-OF-FILE-SW TO TRUE
                   END-READ
               WHEN 7
                   READ PARTNER-FILE-7 INTO WS-SLOT-RECORD
                       AT END SET END-OF-FILE-SW TO TRUE
                   END-READ
               WHEN 8
                   READ PARTNER-FILE-8 INTO WS-SLOT-RECORD
                       AT END SET END-OF-FILE-SW TO TRUE
                   END-READ
           END-EVALUATE
           EXIT.

       CLOSE-PARTNER-SLOT.
           EVALUATE WS-PARTNER-INDEX
               WHEN 1 CLOSE PARTNER-FILE-1
               WHEN 2 CLOSE PARTNER-FILE-2
               WHEN 3 CLOSE PARTNER-FILE-3
               WHEN 4 CLOSE PARTNER-FILE-4
               WHEN 5 CLOSE PARTNER-FILE-5
               WHEN 6 CLOSE PARTNER-FILE-6
               WHEN 7 CLOSE PARTNER-FILE-7
               WHEN 8 CLOSE PARTNER-FILE-8
           END-EVALUATE
           EXIT.

      ******************************************************************
      * WRITE-REPORT-SUMMARY
      ******************************************************************
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO ARCHIVE-REPORT-LINE
           WRITE ARCHIVE-REPORT-LINE
           MOVE WS-ROWS-PURGED TO WS-REPORT-NUMBER
           STRING "  ROWS PURGED       : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO ARCHIVE-REPORT-LINE
           END-STRING
           WRITE ARCHIVE-REPORT-LINE
           MOVE SPACES TO ARCHIVE-REPORT-LINE
           MOVE WS-ROWS-KEPT TO WS-REPORT-NUMBER
           STRING "  OLD ROWS KEPT     : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO ARCHIVE-REPORT-LINE
           END-STRING
           WRITE ARCHIVE-REPORT-LINE
           MOVE SPACES TO ARCHIVE-REPORT-LINE
           WRITE ARCHIVE-REPORT-LINE

           MOVE "GENERATION" TO ARCHIVE-REPORT-LINE
           WRITE ARCHIVE-REPORT-LINE
           MOVE SPACES TO ARCHIVE-REPORT-LINE
           EVALUATE TRUE
               WHEN RUN-ALREADY-ARCHIVED
                   MOVE WS-PRIOR-GENERATION TO WS-GENERATION-DISP
                   STRING "  RUN ALREADY ARCHIVED AS GENERATION "
                       WS-GENERATION-DISP " - NOTHING ADDED"
                       DELIMITED BY SIZE INTO ARCHIVE-REPORT-LINE
                   END-STRING
                   WRITE ARCHIVE-REPORT-LINE
               WHEN NO-EXTRACT-TO-ARCHIVE
                   MOVE "  NO MERGEOUT - NO GENERATION ARCHIVED"
                       TO ARCHIVE-REPORT-LINE
                   WRITE ARCHIVE-REPORT-LINE
               WHEN OTHER
                   PERFORM WRITE-GENERATION-LINES
           END-EVALUATE
           EXIT.

      ******************************************************************
      * WRITE-GENERATION-LINES
      ******************************************************************
       WRITE-GENERATION-LINES.
           MOVE WS-NEW-GENERATION TO WS-GENERATION-DISP
           STRING "  GEN " WS-GENERATION-DISP " RUN DATE " WS-RUN-DATE
               " RUNHIST " WS-RUN-TIMESTAMP " KEY-ID " WS-RUN-KEY-ID
               DELIMITED BY SIZE INTO ARCHIVE-REPORT-LINE
           END-STRING
           WRITE ARCHIVE-REPORT-LINE
           MOVE SPACES TO ARCHIVE-REPORT-LINE
           MOVE WS-EXTRACT-RECORDS TO WS-REPORT-NUMBER
           STRING "  *EXTRACT  RECORDS " WS-REPORT-NUMBER
               "  CHECK TOTAL " XC-CHECK-TOTAL "  ARCHIVED"
               DELIMITED BY SIZE INTO ARCHIVE-REPORT-LINE
           END-STRING
           WRITE ARCHIVE-REPORT-LINE
           PERFORM VARYING WS-PARTNER-INDEX FROM 1 BY 1
               UNTIL WS-PARTNER-INDEX > WS-PARTNER-COUNT
               MOVE SPACES TO ARCHIVE-REPORT-LINE
               MOVE WS-PT-RECORDS(WS-PARTNER-INDEX) TO WS-REPORT-NUMBER
               STRING "  " WS-PT-PARTNER-ID(WS-PARTNER-INDEX)
                   "  RECORDS " WS-REPORT-NUMBER
                   "  " WS-PT-VERDICT(WS-PARTNER-INDEX)
                   DELIMITED BY SIZE INTO ARCHIVE-REPORT-LINE
               END-STRING
               WRITE ARCHIVE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO ARCHIVE-REPORT-LINE
           MOVE WS-ROWS-ARCHIVED TO WS-REPORT-NUMBER
           STRING "  ROWS ARCHIVED     : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO ARCHIVE-REPORT-LINE
           END-STRING
           WRITE ARCHIVE-REPORT-LINE
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-EXTARCH" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-EXTARCH.
