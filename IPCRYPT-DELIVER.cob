      * record per file is appended to DLVRMANIFEST - partner, date,
      * record count, check total - so we can prove later exactly
      * what each partner was sent.
      * A partner whose subscription names its own KEYSTORE key-id
      * does not get the night's run-key values: each BO-OUTPUT-VALUE
      * is decrypted under the run key (DLVRPARM, or else the last
      * completed BATCH run on RUNHIST) and re-encrypted under the
      * partner's key through IPCRYPT-LIB, so two partners comparing
      * files cannot join them on a shared DETERMINISTIC value. The
      * manifest records the key-id each file was produced under,
      * RUNHIST gets a DELIVER entry per re-keyed file, and the
      * AUDITLOG shows the calls as delivery re-encryptions
      * (DLVRDEC/DLVRENC), not as disclosures.
      * Delivery runs after the nightly chain, so it appends its own
      * STAGETIME timing record, filed under the night STAGELOG holds,
      * for the driver's finish projections and the SLA report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-DELIVER.
           SELECT DELIVERY-MANIFEST-FILE ASSIGN TO "DLVRMANIFEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
      * DELIVER-PARM-FILE - optional; names the key-id the night's
      * extract was produced under when RUNHIST's last completed
      * BATCH run is not the one being delivered
           SELECT DELIVER-PARM-FILE ASSIGN TO "DLVRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLVRPARM-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
      * STAGE-OUTCOME-FILE / STAGE-TIMING-FILE - the night's run-id
      * and run date are read from the STAGELOG header so the
      * delivery's timing is filed with the rest of that night's
           SELECT STAGE-OUTCOME-FILE ASSIGN TO "STAGELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGELOG-STATUS.
           SELECT STAGE-TIMING-FILE ASSIGN TO "STAGETIME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGETIME-STATUS.
           SELECT PARTNER-FILE-1 ASSIGN TO "PARTNER01"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARTNER-FILE-2 ASSIGN TO "PARTNER02"
      * PARTNER-SUB-FILE - one record per partner, slot order: which
      * source systems (up to five 4-byte codes, spaces take all),
      * which modes (up to two, spaces take all), optionally one
      * CIDR prefix the original address must fall inside,
      * whether the partner's file is enveloped, and whether it takes
      * the watchlist category.
      * PS-WATCHLIST-FLAG - 'Y' when the partner is subscribed to the
      * security watchlist category carried on each extract record
      * (BO-WATCH-CATEGORY); every other partner receives the field
      * as spaces. Records written before the flag existed read back
      * as spaces, i.e. not subscribed.
      * PS-KEY-ID - the partner's own KEYSTORE key-id; when present,
      * every value in the partner's file is re-encrypted from the
      * run key onto this key. Spaces (and records written before the
      * field existed) deliver the run-key values as always.
      ******************************************************************
       FD  PARTNER-SUB-FILE
           RECORDING MODE IS F.
           05  PS-SUBNET-CIDR       PIC X(43).
           05  PS-ENVELOPE-FLAG     PIC X(01).
               88  PS-WANTS-ENVELOPE VALUE 'Y'.
           05  PS-WATCHLIST-FLAG    PIC X(01).
               88  PS-WANTS-WATCHLIST VALUE 'Y'.
           05  PS-KEY-ID            PIC X(08).

       FD  DELIVERY-MANIFEST-FILE
           RECORDING MODE IS F.
           05  DM-PARTNER-ID        PIC X(08).
           05  DM-RECORD-COUNT      PIC 9(09).
           05  DM-CHECK-TOTAL       PIC 9(15).
      * DM-KEY-ID - the key-id the partner file's values are under:
      * the partner's own key when re-keyed, else the run key
           05  DM-KEY-ID            PIC X(08).

       FD  DELIVER-PARM-FILE
           RECORDING MODE IS F.
       01  DELIVER-PARM-RECORD.
           05  DP-RUN-KEY-ID        PIC X(08).

       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-RUNHIST.cpy".

       FD  STAGE-OUTCOME-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-STAGELOG.cpy".

       FD  STAGE-TIMING-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-STAGETIME.cpy".

       FD  PARTNER-FILE-1 RECORDING MODE IS F.
       01  PARTNER-RECORD-1         PIC X(200).
           05  WS-MERGEOUT-STATUS   PIC X(02).
           05  WS-PARTNERSUB-STATUS PIC X(02).
           05  WS-MANIFEST-STATUS   PIC X(02).
           05  WS-DLVRPARM-STATUS   PIC X(02).
           05  WS-RUNHIST-STATUS    PIC X(02).
           05  WS-STAGELOG-STATUS   PIC X(02).
           05  WS-STAGETIME-STATUS  PIC X(02).
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  END-OF-FILE-SW   VALUE 'Y'.
           05  WS-ABORT-SWITCH      PIC X(01) VALUE 'N'.
               10  WS-PT-START-BLOCK PIC X(16).
               10  WS-PT-END-BLOCK  PIC X(16).
               10  WS-PT-ENVELOPE-SW PIC X(01).
               10  WS-PT-WATCHLIST-SW PIC X(01).
                   88  WS-PT-WANTS-WATCHLIST VALUE 'Y'.
               10  WS-PT-WATCH-COUNT PIC 9(09) COMP.
               10  WS-PT-RECORD-COUNT PIC 9(09) COMP.
               10  WS-PT-CHECK-TOTAL PIC 9(15) COMP.
               10  WS-PT-KEY-ID     PIC X(08).
               10  WS-PT-REKEY-SW   PIC X(01).
                   88  WS-PT-REKEYED VALUE 'Y'.
               10  WS-PT-KEY        PIC X(32).
               10  WS-PT-KEY-LENGTH PIC 9(02) COMP.
               10  WS-PT-REKEY-FAILED PIC 9(09) COMP.

      ******************************************************************
      * DELIVERY RE-KEY WORK - the run key every value in MERGEOUT is
      * under, and the current record's value decrypted under it,
      * taken once per record however many re-keyed partners it
      * reaches
      ******************************************************************
       COPY "IPCRYPT-REQUEST.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       01  WS-REKEY-WORK.
           05  WS-REKEY-PARTNERS    PIC 9(02) COMP VALUE 0.
           05  WS-RUN-KEY-ID        PIC X(08) VALUE SPACES.
           05  WS-RUN-KEY           PIC X(32).
           05  WS-RUN-KEY-LENGTH    PIC 9(02) COMP.
           05  WS-KEYLOOKUP-KEY     PIC X(32).
           05  WS-KEYLOOKUP-LENGTH  PIC 9(02) COMP.
           05  WS-KEYLOOKUP-STATUS  PIC X(01).
               88  WS-KEYLOOKUP-FOUND     VALUE 'Y'.
               88  WS-KEYLOOKUP-NOT-FOUND VALUE 'N'.
               88  WS-KEYLOOKUP-RETIRED   VALUE 'R'.
               88  WS-KEYLOOKUP-EXPIRED   VALUE 'E'.
           05  WS-KEYLOOKUP-PREDECESSOR PIC X(08).
           05  WS-RECORD-OUTPUT-VALUE PIC X(64).
           05  WS-RECORD-STATUS-CODE PIC 9(02).
           05  WS-PLAIN-SW          PIC X(01).
               88  PLAIN-NOT-TAKEN  VALUE 'N'.
               88  PLAIN-AVAILABLE  VALUE 'Y'.
               88  PLAIN-FAILED     VALUE 'F'.
           05  WS-PLAIN-ADDRESS     PIC X(64).
           05  WS-PLAIN-STATUS      PIC 9(02).
           05  WS-SEPARATOR-COUNT   PIC 9(02) COMP.
           05  WS-TWEAK-HEX-LEN     PIC 9(02) COMP.
           05  WS-TOTAL-HEX-LEN     PIC 9(03) COMP.
           05  WS-ACTUAL-HEX-LEN    PIC 9(03) COMP.
           05  WS-RUN-TWEAK         PIC X(16).
           05  WS-RUN-TWEAK-LENGTH  PIC 9(02) COMP.
           05  WS-CIPHER-IP-TEXT    PIC X(64).
           05  WS-SLOT-NAME         PIC X(10).
           05  WS-SLOT-DIGIT        PIC 9(01).
           05  WS-REKEY-FAILURES    PIC 9(09) COMP VALUE 0.

      ******************************************************************
      * RULE-MATCH SCRATCH FOR THE CURRENT RECORD
           05  WS-ADDRESS-BLOCK     PIC X(16).
           05  WS-BLOCK-OK-SW       PIC X(01).
               88  ADDRESS-BLOCK-OK VALUE 'Y'.
           05  WS-RECORD-WATCH-CATEGORY PIC X(04).

      ******************************************************************
      * CIDR PARSE SCRATCH - same start/end block derivation the

       01  WS-RUN-DATE              PIC X(08).

       01  WS-TIMING-WORK.
           05  WS-DELIVER-STARTED-AT PIC X(14).
           05  WS-DELIVER-ENDED-AT  PIC X(14).
           05  WS-STAMP-TEXT        PIC X(14).
           05  WS-STAMP-PARTS REDEFINES WS-STAMP-TEXT.
               10  WS-STAMP-DATE    PIC 9(08).
               10  WS-STAMP-HH      PIC 9(02).
               10  WS-STAMP-MI      PIC 9(02).
               10  WS-STAMP-SS      PIC 9(02).
           05  WS-STARTED-SECONDS   PIC 9(12) COMP.
           05  WS-ENDED-SECONDS     PIC 9(12) COMP.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-DELIVER-ENTRY
      ******************************************************************
       MAIN-DELIVER-ENTRY.
           MOVE "IPC1001I" TO WS-OPSMSG-ID
           MOVE "starting partner delivery router" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DELIVER-STARTED-AT

           PERFORM LOAD-PARTNER-TABLE
           IF WS-PARTNER-COUNT = 0
               MOVE "IPC1002C" TO WS-OPSMSG-ID
               MOVE "no usable PARTNERSUB rules, aborting"
                   TO WS-OPSMSG-TEXT
               PERFORM ISSUE-OPS-MESSAGE
               SET ROUTER-ABORTED TO TRUE
           END-IF
           IF NOT ROUTER-ABORTED AND WS-REKEY-PARTNERS > 0
               PERFORM RESOLVE-DELIVERY-KEYS
           END-IF

           IF NOT ROUTER-ABORTED
               PERFORM OPEN-PARTNER-FILES
                   PERFORM WRITE-PARTNER-TRAILERS
                   PERFORM CLOSE-PARTNER-FILES
                   PERFORM APPEND-DELIVERY-MANIFEST
                   IF WS-REKEY-PARTNERS > 0
                       PERFORM WRITE-DELIVERY-RUN-HISTORY
                   END-IF
               END-IF
           END-IF

           MOVE "IPC1003I" TO WS-OPSMSG-ID
           MOVE WS-RECORDS-READ TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "records read   = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC1004I" TO WS-OPSMSG-ID
           MOVE WS-RECORDS-ROUTED TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "records routed = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           IF ROUTER-ABORTED
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-REKEY-FAILURES > 0
                   MOVE "IPC1005W" TO WS-OPSMSG-ID
                   MOVE WS-REKEY-FAILURES TO WS-OPSMSG-NUMBER-1
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " value(s) "
                       "could not be re-keyed and went out blank with "
                       "their failing status"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM WRITE-DELIVERY-TIMING
           MOVE "IPC1006I" TO WS-OPSMSG-ID
           MOVE "routing complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
      * WRITE-DELIVERY-TIMING
      * The delivery's elapsed time, filed under the night on the
      * STAGELOG header - or today, with no run-id, when there is no
      * STAGELOG. A record that cannot be written only costs history.
      ******************************************************************
       WRITE-DELIVERY-TIMING.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DELIVER-ENDED-AT
           MOVE SPACES TO STAGE-TIMING-RECORD
           MOVE WS-RUN-DATE TO ST-RUN-DATE
           OPEN INPUT STAGE-OUTCOME-FILE
           IF WS-STAGELOG-STATUS = "00"
               READ STAGE-OUTCOME-FILE
                   NOT AT END
                       IF SO-RUN-HEADER
                           MOVE SO-RUN-ID TO ST-RUN-ID
                           MOVE SO-RUN-DATE TO ST-RUN-DATE
                       END-IF
               END-READ
               CLOSE STAGE-OUTCOME-FILE
           END-IF

           MOVE WS-DELIVER-STARTED-AT TO WS-STAMP-TEXT
           COMPUTE WS-STARTED-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
               + WS-STAMP-HH * 3600 + WS-STAMP-MI * 60 + WS-STAMP-SS
           MOVE WS-DELIVER-ENDED-AT TO WS-STAMP-TEXT
           COMPUTE WS-ENDED-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
               + WS-STAMP-HH * 3600 + WS-STAMP-MI * 60 + WS-STAMP-SS

           MOVE "DELIVER" TO ST-STAGE-NAME
           MOVE 0 TO ST-PARTITION
           IF ROUTER-ABORTED
               SET ST-STAGE-FAILED TO TRUE
           ELSE
               SET ST-STAGE-COMPLETED TO TRUE
           END-IF
           MOVE WS-DELIVER-STARTED-AT TO ST-STARTED-AT
           MOVE WS-DELIVER-ENDED-AT TO ST-ENDED-AT
           COMPUTE ST-ELAPSED-SECONDS =
               WS-ENDED-SECONDS - WS-STARTED-SECONDS
           MOVE 'N' TO ST-PROJECTED-BREACH

           OPEN EXTEND STAGE-TIMING-FILE
           IF WS-STAGETIME-STATUS NOT = "00"
               OPEN OUTPUT STAGE-TIMING-FILE
           END-IF
           IF WS-STAGETIME-STATUS NOT = "00"
               MOVE "IPC1007W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "STAGETIME not updated (status "
                   WS-STAGETIME-STATUS ")"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               WRITE STAGE-TIMING-RECORD
               CLOSE STAGE-TIMING-FILE
           END-IF
           EXIT.

      ******************************************************************
      * LOAD-PARTNER-TABLE
      ******************************************************************
      ******************************************************************
       LOAD-ONE-PARTNER-RULE.
           IF PS-PARTNER-ID = SPACES
               MOVE "IPC1008W" TO WS-OPSMSG-ID
               MOVE "PARTNERSUB rule without a partner id skipped"
                   TO WS-OPSMSG-TEXT
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
           IF WS-PARTNER-COUNT >= 8
               MOVE "IPC1009W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "only eight partner slots - rule for "
                   PS-PARTNER-ID " skipped"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               ADD 1 TO WS-PARTNER-COUNT
               MOVE WS-PARTNER-COUNT TO WS-PARTNER-INDEX
               END-PERFORM
               MOVE PS-ENVELOPE-FLAG
                   TO WS-PT-ENVELOPE-SW(WS-PARTNER-INDEX)
               MOVE PS-WATCHLIST-FLAG
                   TO WS-PT-WATCHLIST-SW(WS-PARTNER-INDEX)
               MOVE 0 TO WS-PT-WATCH-COUNT(WS-PARTNER-INDEX)
               MOVE 0 TO WS-PT-RECORD-COUNT(WS-PARTNER-INDEX)
               MOVE 0 TO WS-PT-CHECK-TOTAL(WS-PARTNER-INDEX)
               MOVE 0 TO WS-PT-REKEY-FAILED(WS-PARTNER-INDEX)
               MOVE PS-KEY-ID TO WS-PT-KEY-ID(WS-PARTNER-INDEX)
               IF PS-KEY-ID NOT = SPACES
                   MOVE 'Y' TO WS-PT-REKEY-SW(WS-PARTNER-INDEX)
                   ADD 1 TO WS-REKEY-PARTNERS
               ELSE
                   MOVE 'N' TO WS-PT-REKEY-SW(WS-PARTNER-INDEX)
               END-IF
               MOVE 'N' TO WS-PT-SUBNET-SW(WS-PARTNER-INDEX)
               IF PS-SUBNET-CIDR NOT = SPACES
                   PERFORM PARSE-PARTNER-SUBNET

           IF WS-UTIL-STATUS NOT = 'Y'
               OR WS-CP-PREFIX-LEN > 128
               MOVE "IPC1010I" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "subnet rule unparseable for " PS-PARTNER-ID
                   " - routing on the other criteria"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               MOVE WS-CALL-PARAM-2(1:16) TO WS-CP-START-WORK
               MOVE WS-CALL-PARAM-2(1:16) TO WS-CP-END-WORK
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MERGED-EXTRACT-FILE
           IF WS-MERGEOUT-STATUS NOT = "00"
               MOVE "IPC1011E" TO WS-OPSMSG-ID
               MOVE "no MERGEOUT to route" TO WS-OPSMSG-TEXT
               PERFORM ISSUE-OPS-MESSAGE
               SET END-OF-FILE-SW TO TRUE
               SET ROUTER-ABORTED TO TRUE
           END-IF
      ******************************************************************
       ROUTE-ONE-RECORD.
           MOVE 'N' TO WS-BLOCK-OK-SW
           MOVE BO-WATCH-CATEGORY TO WS-RECORD-WATCH-CATEGORY
           MOVE BO-OUTPUT-VALUE TO WS-RECORD-OUTPUT-VALUE
           MOVE BO-STATUS-CODE TO WS-RECORD-STATUS-CODE
           SET PLAIN-NOT-TAKEN TO TRUE
           PERFORM VARYING WS-PARTNER-INDEX FROM 1 BY 1
               UNTIL WS-PARTNER-INDEX > WS-PARTNER-COUNT
               PERFORM MATCH-PARTNER-RULES

      ******************************************************************
      * WRITE-TO-PARTNER-SLOT
      * The watchlist category only goes to a partner subscribed for
      * it; anyone else gets the field blanked before it is written
      * and counted into the check total. A re-keyed partner's value
      * is carried onto its own key first; the run-key value is put
      * back for the next partner the record reaches.
      ******************************************************************
       WRITE-TO-PARTNER-SLOT.
           MOVE WS-RECORD-OUTPUT-VALUE TO BO-OUTPUT-VALUE
           MOVE WS-RECORD-STATUS-CODE TO BO-STATUS-CODE
           IF WS-PT-REKEYED(WS-PARTNER-INDEX)
               AND BO-STATUS-CODE = 0
               AND BO-OUTPUT-VALUE NOT = SPACES
               PERFORM REKEY-VALUE-FOR-PARTNER
           END-IF
           IF WS-PT-WANTS-WATCHLIST(WS-PARTNER-INDEX)
               MOVE WS-RECORD-WATCH-CATEGORY TO BO-WATCH-CATEGORY
               IF BO-WATCH-CATEGORY NOT = SPACES
                   ADD 1 TO WS-PT-WATCH-COUNT(WS-PARTNER-INDEX)
               END-IF
           ELSE
               MOVE SPACES TO BO-WATCH-CATEGORY
           END-IF
           MOVE BATOUT-RECORD TO WS-ROUTED-RECORD
           ADD 1 TO WS-PT-RECORD-COUNT(WS-PARTNER-INDEX)
           PERFORM ADD-RECORD-TO-CHECK-TOTAL
                   MOVE WS-RUN-DATE TO EH-RUN-DATE
                   MOVE FUNCTION CURRENT-DATE(1:14) TO EH-RUN-ID
                   MOVE "DELIVERY" TO EH-MODE
                   MOVE WS-PT-PARTNER-ID(WS-PARTNER-INDEX)
                       TO EH-PARTNER-ID
                   MOVE SPACES TO WS-ROUTED-RECORD
                   MOVE ENVELOPE-HEADER-RECORD
                       TO WS-ROUTED-RECORD(1:49)
                   PERFORM WRITE-CURRENT-PARTNER-RECORD
               END-IF
           END-PERFORM
                   TO DM-RECORD-COUNT
               MOVE WS-PT-CHECK-TOTAL(WS-PARTNER-INDEX)
                   TO DM-CHECK-TOTAL
               IF WS-PT-REKEYED(WS-PARTNER-INDEX)
                   MOVE WS-PT-KEY-ID(WS-PARTNER-INDEX) TO DM-KEY-ID
               ELSE
                   MOVE WS-RUN-KEY-ID TO DM-KEY-ID
               END-IF
               WRITE DELIVERY-MANIFEST-RECORD
               MOVE "IPC1012I" TO WS-OPSMSG-ID
               MOVE WS-PT-RECORD-COUNT(WS-PARTNER-INDEX) TO
                   WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING WS-PT-PARTNER-ID(WS-PARTNER-INDEX) " sent "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " records"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               IF WS-PT-WANTS-WATCHLIST(WS-PARTNER-INDEX)
                   MOVE "IPC1013I" TO WS-OPSMSG-ID
                   MOVE WS-PT-WATCH-COUNT(WS-PARTNER-INDEX) TO
                       WS-OPSMSG-NUMBER-1
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING WS-PT-PARTNER-ID(WS-PARTNER-INDEX) " "
                       FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " carried a "
                       "watchlist category"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
               IF WS-PT-REKEYED(WS-PARTNER-INDEX)
                   MOVE "IPC1014W" TO WS-OPSMSG-ID
                   MOVE WS-PT-REKEY-FAILED(WS-PARTNER-INDEX) TO
                       WS-OPSMSG-NUMBER-1
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING WS-PT-PARTNER-ID(WS-PARTNER-INDEX)
                       " re-keyed onto " WS-PT-KEY-ID(WS-PARTNER-INDEX)
                       ", " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                       " value(s) failed"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-PERFORM
           CLOSE DELIVERY-MANIFEST-FILE
           EXIT.

      ******************************************************************
      * RESOLVE-DELIVERY-KEYS
      * The run key first - from DLVRPARM, or else the key-id of the
      * last completed BATCH encryption run on RUNHIST - then every
      * re-keyed partner's own key. Any key that cannot be resolved
      * stops the delivery: a partner must never be sent run-key
      * values it was promised would be on its own key, and, as in
      * IPCRYPT-REKEY, nothing is encrypted onto a key that is
      * retired or outside its window.
      ******************************************************************
       RESOLVE-DELIVERY-KEYS.
           OPEN INPUT DELIVER-PARM-FILE
           IF WS-DLVRPARM-STATUS = "00"
               READ DELIVER-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DP-RUN-KEY-ID TO WS-RUN-KEY-ID
               END-READ
               CLOSE DELIVER-PARM-FILE
           END-IF
           IF WS-RUN-KEY-ID = SPACES
               PERFORM FIND-LAST-RUN-KEY-ID
           END-IF

           IF WS-RUN-KEY-ID = SPACES
               MOVE "IPC1015C" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "no run key-id on DLVRPARM or RUNHIST - cannot "
                   "re-key partner files, aborting"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET ROUTER-ABORTED TO TRUE
           ELSE
               CALL 'IPCRYPT-KEYLOOKUP' USING WS-RUN-KEY-ID
                   WS-RUN-KEY WS-RUN-KEY-LENGTH WS-KEYLOOKUP-STATUS
                   WS-KEYLOOKUP-PREDECESSOR
               END-CALL
               IF WS-KEYLOOKUP-NOT-FOUND
                   MOVE "IPC1016C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "run key-id " WS-RUN-KEY-ID " not found, "
                       "aborting"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET ROUTER-ABORTED TO TRUE
               ELSE
                   MOVE "IPC1017I" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "extract is under run key-id " WS-RUN-KEY-ID
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF

           PERFORM VARYING WS-PARTNER-INDEX FROM 1 BY 1
               UNTIL WS-PARTNER-INDEX > WS-PARTNER-COUNT
                   OR ROUTER-ABORTED
               IF WS-PT-REKEYED(WS-PARTNER-INDEX)
                   PERFORM RESOLVE-ONE-PARTNER-KEY
               END-IF
           END-PERFORM
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
      * RESOLVE-ONE-PARTNER-KEY
      * A partner key that is the run key itself re-keys nothing
      ******************************************************************
       RESOLVE-ONE-PARTNER-KEY.
           IF WS-PT-KEY-ID(WS-PARTNER-INDEX) = WS-RUN-KEY-ID
               MOVE "IPC1018I" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING WS-PT-PARTNER-ID(WS-PARTNER-INDEX) " key-id is "
                   "the run key - delivered without re-keying"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               MOVE 'N' TO WS-PT-REKEY-SW(WS-PARTNER-INDEX)
               SUBTRACT 1 FROM WS-REKEY-PARTNERS
           ELSE
               CALL 'IPCRYPT-KEYLOOKUP' USING
                   WS-PT-KEY-ID(WS-PARTNER-INDEX)
                   WS-KEYLOOKUP-KEY WS-KEYLOOKUP-LENGTH
                   WS-KEYLOOKUP-STATUS WS-KEYLOOKUP-PREDECESSOR
               END-CALL
               IF WS-KEYLOOKUP-FOUND
                   MOVE WS-KEYLOOKUP-KEY
                       TO WS-PT-KEY(WS-PARTNER-INDEX)
                   MOVE WS-KEYLOOKUP-LENGTH
                       TO WS-PT-KEY-LENGTH(WS-PARTNER-INDEX)
               ELSE
                   MOVE "IPC1019C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "partner " WS-PT-PARTNER-ID(WS-PARTNER-INDEX)
                       " key-id " WS-PT-KEY-ID(WS-PARTNER-INDEX)
                       " is not usable (status " WS-KEYLOOKUP-STATUS
                       "), aborting"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET ROUTER-ABORTED TO TRUE
               END-IF
               MOVE SPACES TO WS-KEYLOOKUP-KEY
           END-IF
           EXIT.

      ******************************************************************
      * REKEY-VALUE-FOR-PARTNER
      * A value that cannot be carried onto the partner's key goes
      * out blank with the failing status, the way IPCRYPT-REKEY
      * writes a row it could not rotate - never still under the run
      * key
      ******************************************************************
       REKEY-VALUE-FOR-PARTNER.
           IF PLAIN-NOT-TAKEN
               PERFORM DECRYPT-UNDER-RUN-KEY
           END-IF
           IF PLAIN-AVAILABLE
               PERFORM ENCRYPT-UNDER-PARTNER-KEY
           ELSE
               MOVE WS-PLAIN-STATUS TO BO-STATUS-CODE
           END-IF
           IF BO-STATUS-CODE NOT = 0
               MOVE SPACES TO BO-OUTPUT-VALUE
               ADD 1 TO WS-PT-REKEY-FAILED(WS-PARTNER-INDEX)
               ADD 1 TO WS-REKEY-FAILURES
           END-IF
           EXIT.

      ******************************************************************
      * DECRYPT-UNDER-RUN-KEY
      * ND/NDX values are the spec's tweak+ciphertext hex, split the
      * way IPCRYPT-REKEY splits them; every other reversible mode's
      * value is address text and decrypts as it stands. SUBNET is a
      * one-way bucket with nothing to decrypt, so the partner's
      * bucket is cut afresh from the record's own source address.
      ******************************************************************
       DECRYPT-UNDER-RUN-KEY.
           SET PLAIN-FAILED TO TRUE
           MOVE SPACES TO WS-PLAIN-ADDRESS
           MOVE 0 TO WS-PLAIN-STATUS
           EVALUATE BO-MODE-USED
               WHEN "SUBNET"
                   MOVE BO-ORIGINAL-IP TO WS-PLAIN-ADDRESS
                   SET PLAIN-AVAILABLE TO TRUE
               WHEN "ND"
               WHEN "NDX"
                   PERFORM DECRYPT-HEX-VALUE
               WHEN OTHER
                   MOVE SPACES TO WS-IPCRYPT-REQUEST
                   SET WS-DECRYPT TO TRUE
                   SET WS-PURPOSE-DELIVERY-REKEY TO TRUE
                   MOVE BO-MODE-USED TO WS-MODE OF WS-IPCRYPT-REQUEST
                   MOVE BO-OUTPUT-VALUE
                       TO WS-INPUT-IP OF WS-IPCRYPT-REQUEST
                   MOVE WS-RUN-KEY TO WS-KEY OF WS-IPCRYPT-REQUEST
                   MOVE WS-RUN-KEY-LENGTH
                       TO WS-KEY-LENGTH OF WS-IPCRYPT-REQUEST
                   CALL 'IPCRYPT-LIB' USING WS-IPCRYPT-REQUEST
                   PERFORM TAKE-DECRYPT-RESULT
           END-EVALUATE
           EXIT.

      ******************************************************************
      * DECRYPT-HEX-VALUE
      ******************************************************************
       DECRYPT-HEX-VALUE.
           IF BO-MODE-USED = "ND"
               MOVE 16 TO WS-TWEAK-HEX-LEN
               MOVE 8 TO WS-RUN-TWEAK-LENGTH
               MOVE 48 TO WS-TOTAL-HEX-LEN
           ELSE
               MOVE 32 TO WS-TWEAK-HEX-LEN
               MOVE 16 TO WS-RUN-TWEAK-LENGTH
               MOVE 64 TO WS-TOTAL-HEX-LEN
           END-IF
           MOVE 0 TO WS-SEPARATOR-COUNT
           INSPECT BO-OUTPUT-VALUE TALLYING WS-SEPARATOR-COUNT
               FOR ALL "." ALL ":"
           COMPUTE WS-ACTUAL-HEX-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(BO-OUTPUT-VALUE))
      * address-text ND output carries no tweak and cannot be
      * decrypted by anyone
           IF WS-SEPARATOR-COUNT > 0
               OR WS-ACTUAL-HEX-LEN NOT = WS-TOTAL-HEX-LEN
               MOVE 4 TO WS-PLAIN-STATUS
           ELSE
               MOVE "CONVERT-HEX-STRING-TO-BYTES" TO WS-CALL-FUNCTION
               MOVE SPACES TO WS-CALL-PARAM-1
               MOVE BO-OUTPUT-VALUE(1:WS-TWEAK-HEX-LEN)
                   TO WS-CALL-PARAM-1
               MOVE SPACES TO WS-CALL-PARAM-2
               CALL 'IPCRYPT-UTILS' USING WS-CALL-FUNCTION
                   WS-CALL-PARAM-1 WS-CALL-PARAM-2 WS-CALL-PARAM-3
                   WS-UTIL-STATUS
               END-CALL
               MOVE WS-CALL-PARAM-2(1:16) TO WS-RUN-TWEAK

               MOVE "CONVERT-HEX-STRING-TO-BYTES" TO WS-CALL-FUNCTION
               MOVE SPACES TO WS-CALL-PARAM-1
               MOVE BO-OUTPUT-VALUE(WS-TWEAK-HEX-LEN + 1:32)
                   TO WS-CALL-PARAM-1
               MOVE SPACES TO WS-CALL-PARAM-2
               CALL 'IPCRYPT-UTILS' USING WS-CALL-FUNCTION
                   WS-CALL-PARAM-1 WS-CALL-PARAM-2 WS-CALL-PARAM-3
                   WS-UTIL-STATUS
               END-CALL

               MOVE "BYTES-TO-IP" TO WS-CALL-FUNCTION
               MOVE WS-CALL-PARAM-2 TO WS-CALL-PARAM-1
               MOVE SPACES TO WS-CALL-PARAM-2
               MOVE SPACES TO WS-CALL-PARAM-3
               CALL 'IPCRYPT-UTILS' USING WS-CALL-FUNCTION
                   WS-CALL-PARAM-1 WS-CALL-PARAM-2 WS-CALL-PARAM-3
                   WS-UTIL-STATUS
               END-CALL
               MOVE SPACES TO WS-CIPHER-IP-TEXT
               MOVE WS-CALL-PARAM-2(1:39) TO WS-CIPHER-IP-TEXT

               MOVE SPACES TO WS-IPCRYPT-REQUEST
               SET WS-DECRYPT TO TRUE
               SET WS-PURPOSE-DELIVERY-REKEY TO TRUE
               MOVE BO-MODE-USED TO WS-MODE OF WS-IPCRYPT-REQUEST
               MOVE WS-CIPHER-IP-TEXT
                   TO WS-INPUT-IP OF WS-IPCRYPT-REQUEST
               MOVE WS-RUN-KEY TO WS-KEY OF WS-IPCRYPT-REQUEST
               MOVE WS-RUN-KEY-LENGTH
                   TO WS-KEY-LENGTH OF WS-IPCRYPT-REQUEST
               MOVE WS-RUN-TWEAK TO WS-TWEAK OF WS-IPCRYPT-REQUEST
               MOVE WS-RUN-TWEAK-LENGTH
                   TO WS-TWEAK-LENGTH OF WS-IPCRYPT-REQUEST
               CALL 'IPCRYPT-LIB' USING WS-IPCRYPT-REQUEST
               PERFORM TAKE-DECRYPT-RESULT
           END-IF
           EXIT.

      ******************************************************************
      * TAKE-DECRYPT-RESULT
      ******************************************************************
       TAKE-DECRYPT-RESULT.
           IF IPCRYPT-SUCCESS OF WS-IPCRYPT-REQUEST
               MOVE WS-OUTPUT OF WS-IPCRYPT-REQUEST TO WS-PLAIN-ADDRESS
               SET PLAIN-AVAILABLE TO TRUE
           ELSE
               MOVE WS-STATUS-CODE OF WS-IPCRYPT-REQUEST
                   TO WS-PLAIN-STATUS
           END-IF
           EXIT.

      ******************************************************************
      * ENCRYPT-UNDER-PARTNER-KEY
      * ND/NDX take a fresh tweak per partner - a shared tweak would
      * itself be a join key - and go out in the same hex form the
      * extract carries
      ******************************************************************
       ENCRYPT-UNDER-PARTNER-KEY.
           MOVE SPACES TO WS-IPCRYPT-REQUEST
           SET WS-ENCRYPT TO TRUE
           SET WS-PURPOSE-DELIVERY-REKEY TO TRUE
           MOVE BO-MODE-USED TO WS-MODE OF WS-IPCRYPT-REQUEST
           MOVE WS-PLAIN-ADDRESS TO WS-INPUT-IP OF WS-IPCRYPT-REQUEST
           MOVE WS-PT-KEY(WS-PARTNER-INDEX)
               TO WS-KEY OF WS-IPCRYPT-REQUEST
           MOVE WS-PT-KEY-LENGTH(WS-PARTNER-INDEX)
               TO WS-KEY-LENGTH OF WS-IPCRYPT-REQUEST
           MOVE 0 TO WS-TWEAK-LENGTH OF WS-IPCRYPT-REQUEST
           IF BO-MODE-USED = "ND" OR BO-MODE-USED = "NDX"
               SET WS-ND-FORMAT-HEX OF WS-IPCRYPT-REQUEST TO TRUE
           END-IF
           CALL 'IPCRYPT-LIB' USING WS-IPCRYPT-REQUEST
           IF IPCRYPT-SUCCESS OF WS-IPCRYPT-REQUEST
               IF WS-ND-FORMAT-HEX OF WS-IPCRYPT-REQUEST
                   MOVE WS-OUTPUT-HEX OF WS-IPCRYPT-REQUEST
                       TO BO-OUTPUT-VALUE
               ELSE
                   MOVE WS-OUTPUT OF WS-IPCRYPT-REQUEST
                       TO BO-OUTPUT-VALUE
               END-IF
           ELSE
               MOVE WS-STATUS-CODE OF WS-IPCRYPT-REQUEST
                   TO BO-STATUS-CODE
           END-IF
           EXIT.

      ******************************************************************
      * WRITE-DELIVERY-RUN-HISTORY
      * One RUNHIST entry per re-keyed partner file, so "which key-id
      * was the file we sent partner X on March 3 under" has the same
      * permanent answer the nightly run's own entry gives
      ******************************************************************
       WRITE-DELIVERY-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS NOT = "00"
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-PARTNER-INDEX FROM 1 BY 1
               UNTIL WS-PARTNER-INDEX > WS-PARTNER-COUNT
               IF WS-PT-REKEYED(WS-PARTNER-INDEX)
                   MOVE SPACES TO RUNHIST-RECORD
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO RH-RUN-TIMESTAMP
                   MOVE "DELIVER" TO RH-PROGRAM
                   MOVE 'E' TO RH-OPERATION
                   MOVE "DELIVERY" TO RH-MODE
                   MOVE WS-PT-KEY-ID(WS-PARTNER-INDEX) TO RH-KEY-ID
                   MOVE "MERGEOUT" TO RH-INPUT-NAME
                   MOVE SPACES TO WS-SLOT-NAME
                   MOVE WS-PARTNER-INDEX TO WS-SLOT-DIGIT
                   STRING "PARTNER0" WS-SLOT-DIGIT
                       DELIMITED BY SIZE INTO WS-SLOT-NAME
                   END-STRING
                   MOVE WS-SLOT-NAME TO RH-OUTPUT-NAME
                   MOVE WS-PT-RECORD-COUNT(WS-PARTNER-INDEX)
                       TO RH-RECORDS-READ
                   MOVE WS-PT-RECORD-COUNT(WS-PARTNER-INDEX)
                       TO RH-RECORDS-WRITTEN
                   MOVE WS-PT-REKEY-FAILED(WS-PARTNER-INDEX)
                       TO RH-RECORDS-FAILED
                   COMPUTE RH-COUNT-SUCCESS =
                       WS-PT-RECORD-COUNT(WS-PARTNER-INDEX)
                       - WS-PT-REKEY-FAILED(WS-PARTNER-INDEX)
                   MOVE 0 TO RH-COUNT-INV-MODE
                   MOVE 0 TO RH-COUNT-INV-IP
                   MOVE 0 TO RH-COUNT-INV-KEY
                   MOVE 0 TO RH-COUNT-INV-TWEAK
                   MOVE 0 TO RH-COUNT-NDX-KEY-LEN
                   SET RH-FRESH-RUN TO TRUE
                   SET RH-COMPLETED TO TRUE
                   WRITE RUNHIST-RECORD
               END-IF
           END-PERFORM
           CLOSE RUN-HISTORY-FILE
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-DELIVER" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-DELIVER.
