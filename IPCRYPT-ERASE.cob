      ******************************************************************
      * IPCRYPT-ERASE - Data-Subject Erasure
      * When a customer exercises the right to erasure we have to
      * prove their address is gone from everything we retain. The
      * raw address sits as a key or a field in four keyed files and
      * in both extract archives; this job removes it from all of
      * them in one controlled step:
      *   - OUTKSDS     entries whose original address matches are
      *                 deleted;
      *   - REVKSDS     entries whose original address matches are
      *                 deleted;
      *   - TRANSKSDS   entries whose original address matches are
      *                 deleted;
      *   - OUTTOKEN    holds no address at all - the entry is found
      *                 by deriving the address's token under the MAC
      *                 key the token runs use (PARM-MAC-KEY-ID, named
      *                 here on ERASEPARM) exactly the way IPCRYPT-
      *                 BATCH derives it, and deleted;
      *   - MERGEARCH   the archived extract is rewritten old-master/
      *                 new-master to MERGEARCHNEW with each matching
      *                 row's original address and anonymized value
      *                 blanked - the row itself stays, so the
      *                 archive's record count still reconciles;
      *   - EXTARCH     the generation archive of extracts and partner
      *                 files is rolled the same way to EXTARCHNEW,
      *                 each matching row blanked and marked erased
      *                 with its share of the check total kept, so the
      *                 generation still proves against EXTCAT.
      * Addresses are compared as their 16-byte IP-TO-BYTES blocks,
      * so "2001:db8::1" on the request finds "2001:DB8:0:0:0:0:0:1"
      * on file.
      *
      * ERASEREQ carries one address per record with the case
      * reference it belongs to. ERASECERT is the certificate: per
      * case, per file, what was found and what was removed, and
      * whether the file could be searched at all. ERASEREG is the
      * permanent erasure register for the regulator - one record per
      * requested address, appended and never rewritten. Neither the
      * certificate, the register nor the console ever shows the
      * address being erased; an erasure record that re-recorded it
      * would defeat itself.
      *
      * Return code 4 when a requested address would not parse or
      * OUTTOKEN could not be searched for want of a MAC key, 8 when
      * any file was present but could not be searched or a match
      * could not be removed, 12 when a keyed file was locked by
      * another job and nothing was touched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-ERASE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNU-LINUX.
       OBJECT-COMPUTER. GNU-LINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ERASE-PARM-FILE - one record: the MAC key-id OUTTOKEN's
      * tokens are derived under
           SELECT ERASE-PARM-FILE ASSIGN TO "ERASEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASEPARM-STATUS.
           SELECT ERASE-REQUEST-FILE ASSIGN TO "ERASEREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASEREQ-STATUS.
           SELECT IP-OUTPUT-KSDS ASSIGN TO "OUTKSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KSDS-ORIGINAL-ADDRESS
               FILE STATUS IS WS-OUTKSDS-STATUS.
           SELECT REVERSE-LOOKUP-KSDS ASSIGN TO "REVKSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RV-LOOKUP-KEY
               FILE STATUS IS WS-REVKSDS-STATUS.
           SELECT TRANSLATION-KSDS ASSIGN TO "TRANSKSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-ORIGINAL-ADDRESS
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT IP-OUTPUT-TOKEN-KSDS ASSIGN TO "OUTTOKEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TK-TOKEN
               FILE STATUS IS WS-TOKEN-STATUS.
           SELECT ARCHIVED-EXTRACT-OLD ASSIGN TO "MERGEARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT ARCHIVED-EXTRACT-NEW ASSIGN TO "MERGEARCHNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHNEW-STATUS.
           SELECT EXTRACT-ARCHIVE-OLD ASSIGN TO "EXTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTARCH-STATUS.
           SELECT EXTRACT-ARCHIVE-NEW ASSIGN TO "EXTARCHNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTARCHNEW-STATUS.
           SELECT ERASURE-CERTIFICATE-FILE ASSIGN TO "ERASECERT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERASURE-REGISTER-FILE ASSIGN TO "ERASEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASEREG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ERASE-PARM-FILE
           RECORDING MODE IS F.
       01  ERASE-PARM-RECORD.
           05  EP-MAC-KEY-ID        PIC X(08).

      ******************************************************************
      * ERASE-REQUEST-FILE - one address per record, with the case
      * reference the erasure is recorded against and the date the
      * data subject's request was received
      ******************************************************************
       FD  ERASE-REQUEST-FILE
           RECORDING MODE IS F.
       01  ERASE-REQUEST-RECORD.
           05  ER-CASE-REF          PIC X(20).
           05  ER-RECEIVED-DATE     PIC X(08).
           05  ER-ADDRESS           PIC X(64).

       FD  IP-OUTPUT-KSDS.
       01  KSDS-OUTPUT-RECORD.
           05  KSDS-ORIGINAL-ADDRESS    PIC X(64).
           05  KSDS-ANONYMIZED-ADDRESS  PIC X(64).

       FD  REVERSE-LOOKUP-KSDS.
       01  REV-LOOKUP-RECORD.
           05  RV-LOOKUP-KEY.
               10  RV-ANONYMIZED-ADDRESS PIC X(64).
               10  RV-MODE-USED          PIC X(16).
           05  RV-ORIGINAL-ADDRESS       PIC X(64).
      * RV-KEY-ID: the key-id that produced the value, spaces for a
      * raw hex key - what a decrypt-scope check is asked about
           05  RV-KEY-ID                 PIC X(08).

       FD  TRANSLATION-KSDS.
       01  TRANSLATION-RECORD.
           05  TR-ORIGINAL-ADDRESS  PIC X(64).
           05  TR-KEY-ID            PIC X(08).
           05  TR-OUTPUT-VALUE      PIC X(64).

       FD  IP-OUTPUT-TOKEN-KSDS.
       01  TOKEN-OUTPUT-RECORD.
           05  TK-TOKEN                 PIC X(32).
           05  TK-ANONYMIZED-ADDRESS    PIC X(64).

       FD  ARCHIVED-EXTRACT-OLD
           RECORDING MODE IS F.
       COPY "IPCRYPT-BATOUT.cpy".

       FD  ARCHIVED-EXTRACT-NEW
           RECORDING MODE IS F.
       01  ARCHIVED-EXTRACT-NEW-RECORD PIC X(175).

       FD  EXTRACT-ARCHIVE-OLD
           RECORDING MODE IS F.
       COPY "IPCRYPT-EXTARCH.cpy".

       FD  EXTRACT-ARCHIVE-NEW
           RECORDING MODE IS F.
       01  EXTRACT-ARCHIVE-NEW-RECORD PIC X(230).

       FD  ERASURE-CERTIFICATE-FILE
           RECORDING MODE IS F.
       01  ERASURE-CERTIFICATE-LINE PIC X(132).

      ******************************************************************
      * ERASURE-REGISTER-FILE - one record per requested address:
      * when it was erased, under which case, its line on the request,
      * how many entries each file gave up, and whether every file
      * was searched ('C') or the erasure is incomplete ('I')
      ******************************************************************
       FD  ERASURE-REGISTER-FILE
           RECORDING MODE IS F.
       01  ERASURE-REGISTER-RECORD.
           05  EG-ERASED-TIMESTAMP  PIC X(14).
           05  EG-CASE-REF          PIC X(20).
           05  EG-RECEIVED-DATE     PIC X(08).
           05  EG-REQUEST-LINE      PIC 9(04).
           05  EG-OUTKSDS-REMOVED   PIC 9(09).
           05  EG-REVKSDS-REMOVED   PIC 9(09).
           05  EG-TRANSKSDS-REMOVED PIC 9(09).
           05  EG-OUTTOKEN-REMOVED  PIC 9(09).
           05  EG-ARCHIVE-BLANKED   PIC 9(09).
           05  EG-RESULT            PIC X(01).
               88  EG-COMPLETE      VALUE 'C'.
               88  EG-INCOMPLETE    VALUE 'I'.
               88  EG-INVALID       VALUE 'X'.
      * EG-EXTARCH-BLANKED - rows blanked on the generation archive;
      * records written before it existed read back as spaces
           05  EG-EXTARCH-BLANKED   PIC 9(09).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-ERASEPARM-STATUS  PIC X(02).
           05  WS-ERASEREQ-STATUS   PIC X(02).
           05  WS-OUTKSDS-STATUS    PIC X(02).
           05  WS-REVKSDS-STATUS    PIC X(02).
           05  WS-TRANS-STATUS      PIC X(02).
           05  WS-TOKEN-STATUS      PIC X(02).
           05  WS-ARCHIVE-STATUS    PIC X(02).
           05  WS-ARCHNEW-STATUS    PIC X(02).
           05  WS-EXTARCH-STATUS    PIC X(02).
           05  WS-EXTARCHNEW-STATUS PIC X(02).
           05  WS-ERASEREG-STATUS   PIC X(02).
           05  WS-DELETE-STATUS     PIC X(02).
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  END-OF-FILE-SW   VALUE 'Y'.
           05  WS-ABORT-SWITCH      PIC X(01) VALUE 'N'.
               88  ERASURE-ABORTED  VALUE 'Y'.
           05  WS-MAC-KEY-SW        PIC X(01) VALUE 'N'.
               88  MAC-KEY-READY    VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-REQUESTS-READ     PIC 9(09) COMP VALUE 0.
           05  WS-REQUESTS-DROPPED  PIC 9(09) COMP VALUE 0.
           05  WS-INVALID-COUNT     PIC 9(09) COMP VALUE 0.
           05  WS-NOT-REMOVED       PIC 9(09) COMP VALUE 0.
           05  WS-ENTRIES-SCANNED   PIC 9(09) COMP VALUE 0.

      ******************************************************************
      * FILES ERASED FROM - fixed order; the per-address found and
      * removed counts below are carried in exactly this order. State
      * S searched, P not present (nothing held, nothing to erase),
      * U present but not usable, N not searched.
      ******************************************************************
       01  WS-FILE-NAME-DATA.
           05  FILLER               PIC X(10) VALUE "OUTKSDS".
           05  FILLER               PIC X(10) VALUE "REVKSDS".
           05  FILLER               PIC X(10) VALUE "TRANSKSDS".
           05  FILLER               PIC X(10) VALUE "OUTTOKEN".
           05  FILLER               PIC X(10) VALUE "MERGEARCH".
           05  FILLER               PIC X(10) VALUE "EXTARCH".
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-DATA.
           05  WS-FILE-NAME         PIC X(10) OCCURS 6 TIMES.
       01  WS-FILE-STATE-TABLE.
           05  WS-FILE-STATE        PIC X(01) OCCURS 6 TIMES.
       01  WS-FILE-INDEX            PIC 9(02) COMP.
       01  WS-CURRENT-FILE          PIC 9(02) COMP.

      ******************************************************************
      * REQUEST TABLE - each requested address as its comparison
      * block, with what each file gave up for it
      ******************************************************************
       01  WS-REQUEST-CONTROL.
           05  WS-RQ-COUNT          PIC 9(04) COMP VALUE 0.
           05  WS-RQ-INDEX          PIC 9(04) COMP.
           05  WS-RQ-MATCH          PIC 9(04) COMP.
       01  WS-REQUEST-TABLE.
           05  WS-RQ-ENTRY OCCURS 200 TIMES.
               10  WS-RQ-CASE-REF   PIC X(20).
               10  WS-RQ-RECEIVED   PIC X(08).
               10  WS-RQ-LINE       PIC 9(04).
               10  WS-RQ-CASE-SLOT  PIC 9(02) COMP.
               10  WS-RQ-VALID-SW   PIC X(01).
                   88  WS-RQ-VALID  VALUE 'Y'.
               10  WS-RQ-BLOCK      PIC X(16).
               10  WS-RQ-TOKEN      PIC X(32).
               10  WS-RQ-FOUND      PIC 9(09) COMP OCCURS 6 TIMES.
               10  WS-RQ-REMOVED    PIC 9(09) COMP OCCURS 6 TIMES.

      ******************************************************************
      * CASE TABLE - the certificate is written per case reference
      ******************************************************************
       01  WS-CASE-CONTROL.
           05  WS-CASE-COUNT        PIC 9(02) COMP VALUE 0.
           05  WS-CASE-INDEX        PIC 9(02) COMP.
           05  WS-CASE-MATCH        PIC 9(02) COMP.
       01  WS-CASE-TABLE.
           05  WS-CASE-ENTRY OCCURS 50 TIMES.
               10  WS-CS-CASE-REF   PIC X(20).
               10  WS-CS-ADDRESSES  PIC 9(04) COMP.
               10  WS-CS-INVALID    PIC 9(04) COMP.
               10  WS-CS-FOUND      PIC 9(09) COMP OCCURS 6 TIMES.
               10  WS-CS-REMOVED    PIC 9(09) COMP OCCURS 6 TIMES.

      ******************************************************************
      * ADDRESS MATCH WORK - a file entry's address text turned into
      * its block, and the request it belongs to (0 = none)
      ******************************************************************
       01  WS-MATCH-WORK.
           05  WS-MATCH-TEXT        PIC X(64).
           05  WS-MATCH-BLOCK       PIC X(16).

      ******************************************************************
      * GENERATION ARCHIVE ROW - a body row of EXTARCH is an extract
      * record in the IPCRYPT-BATOUT layout; the check-total scratch
      * is the byte-value sum IPCRYPT-DELIVER seals the manifest with
      ******************************************************************
       01  WS-ARCHIVE-ROW.
           05  WS-AR-RECORD-NUMBER  PIC 9(09).
           05  WS-AR-ORIGINAL-IP    PIC X(64).
           05  WS-AR-MODE-USED      PIC X(16).
           05  WS-AR-OUTPUT-VALUE   PIC X(64).
           05  FILLER               PIC X(47).
       01  WS-CHECK-WORK.
           05  WS-ROW-SUM           PIC 9(07) COMP.
           05  WS-ENV-SCAN          PIC 9(04) COMP.
           05  WS-ENV-TEXT-LENGTH   PIC 9(04) COMP.

       01  WS-UTILS-CALL-WORK.
           05  WS-CALL-FUNCTION     PIC X(30).
           05  WS-CALL-PARAM-1      PIC X(64).
           05  WS-CALL-PARAM-2      PIC X(64).
           05  WS-CALL-PARAM-3      PIC X(64).
           05  WS-CALL-PARAM-4      PIC X(64).
           05  WS-UTIL-STATUS       PIC X(01).

      ******************************************************************
      * TOKEN WORK - the MAC key resolved from the KEYSTORE under
      * its own key-id, never the anonymization key
      ******************************************************************
       01  WS-TOKEN-WORK.
           05  WS-MAC-KEY-ID        PIC X(08) VALUE SPACES.
           05  WS-MAC-KEY           PIC X(16).
           05  WS-KEYLOOKUP-KEY     PIC X(32).
           05  WS-KEYLOOKUP-LENGTH  PIC 9(02) COMP.
           05  WS-KEYLOOKUP-STATUS  PIC X(01).
               88  WS-KEYLOOKUP-NOT-FOUND VALUE 'N'.
           05  WS-KEYLOOKUP-PREDECESSOR PIC X(08).

      ******************************************************************
      * RUN-LOCK WORK AREA - OUTKSDS and TRANSKSDS are the resources
      * IPCRYPT-BATCH registers on LOCKREG while it writes them; an
      * erasure running under a live batch would have its deletions
      * written straight back
      ******************************************************************
       01  WS-LOCK-WORK.
           05  WS-LOCK-FUNCTION     PIC X(08).
           05  WS-LOCK-RESOURCE     PIC X(10).
           05  WS-LOCK-HOLDER       PIC X(22) VALUE SPACES.
           05  WS-LOCK-STATUS       PIC X(01).
               88  WS-LOCK-OK       VALUE 'Y'.
               88  WS-LOCK-BUSY     VALUE 'B'.
           05  WS-LOCK-OTHER        PIC X(22).
           05  WS-LOCK-OUTKSDS-SW   PIC X(01) VALUE 'N'.
               88  HOLDING-OUTKSDS-LOCK VALUE 'Y'.
           05  WS-LOCK-TRANS-SW     PIC X(01) VALUE 'N'.
               88  HOLDING-TRANS-LOCK VALUE 'Y'.

       01  WS-RUN-TIMESTAMP         PIC X(14).
       01  WS-STATE-TEXT            PIC X(12).
       01  WS-REPORT-NUMBER         PIC Z(08)9.
       01  WS-REPORT-NUMBER-2       PIC Z(08)9.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-ERASE-ENTRY
      ******************************************************************
       MAIN-ERASE-ENTRY.
           MOVE "IPC1701I" TO WS-OPSMSG-ID
           MOVE "starting data-subject erasure" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
               UNTIL WS-FILE-INDEX > 6
               MOVE 'N' TO WS-FILE-STATE(WS-FILE-INDEX)
           END-PERFORM

           PERFORM READ-ERASE-PARM
           PERFORM LOAD-ERASURE-REQUESTS
           IF WS-ERASEREQ-STATUS NOT = "00"
               AND WS-ERASEREQ-STATUS NOT = "10"
               MOVE "IPC1702E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "no ERASEREQ file to work (status "
                   WS-ERASEREQ-STATUS ")"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-RQ-COUNT = 0
               MOVE "IPC1703W" TO WS-OPSMSG-ID
               MOVE "ERASEREQ holds no requests" TO WS-OPSMSG-TEXT
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               PERFORM ACQUIRE-ERASURE-LOCKS
               IF NOT ERASURE-ABORTED
                   PERFORM ERASE-FROM-OUTPUT-KSDS
                   PERFORM ERASE-FROM-REVERSE-KSDS
                   PERFORM ERASE-FROM-TRANSLATION-KSDS
                   PERFORM ERASE-FROM-TOKEN-KSDS
                   PERFORM ERASE-FROM-ARCHIVED-EXTRACT
                   PERFORM ERASE-FROM-EXTRACT-ARCHIVE
                   PERFORM RELEASE-ERASURE-LOCKS
                   PERFORM TALLY-CASE-TOTALS
                   PERFORM WRITE-ERASURE-CERTIFICATE
                   PERFORM APPEND-ERASURE-REGISTER
               END-IF
               PERFORM SET-ERASURE-RETURN-CODE
           END-IF
           END-IF
           MOVE "IPC1704I" TO WS-OPSMSG-ID
           MOVE "erasure complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
      * READ-ERASE-PARM
      ******************************************************************
       READ-ERASE-PARM.
           OPEN INPUT ERASE-PARM-FILE
           IF WS-ERASEPARM-STATUS = "00"
               READ ERASE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EP-MAC-KEY-ID TO WS-MAC-KEY-ID
               END-READ
               CLOSE ERASE-PARM-FILE
           END-IF
           EXIT.

      ******************************************************************
      * LOAD-ERASURE-REQUESTS
      ******************************************************************
       LOAD-ERASURE-REQUESTS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ERASE-REQUEST-FILE
           IF WS-ERASEREQ-STATUS NOT = "00"
               SET END-OF-FILE-SW TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FILE-SW
               READ ERASE-REQUEST-FILE
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REQUESTS-READ
                       PERFORM LOAD-ONE-ERASURE-REQUEST
               END-READ
           END-PERFORM
           IF WS-ERASEREQ-STATUS NOT = "35"
               CLOSE ERASE-REQUEST-FILE
           END-IF
           EXIT.

      ******************************************************************
      * LOAD-ONE-ERASURE-REQUEST
      * A request with no case reference cannot be certified and is
      * refused; one whose address will not parse is still recorded
      * against its case, as invalid, so the certificate says so
      ******************************************************************
       LOAD-ONE-ERASURE-REQUEST.
           IF ER-CASE-REF = SPACES
               ADD 1 TO WS-REQUESTS-DROPPED
               MOVE "IPC1705W" TO WS-OPSMSG-ID
               MOVE WS-REQUESTS-READ TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "request line " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   " has no case reference - not worked"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
           IF WS-RQ-COUNT >= 200
               ADD 1 TO WS-REQUESTS-DROPPED
               MOVE "IPC1706W" TO WS-OPSMSG-ID
               MOVE WS-REQUESTS-READ TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "request table full - line "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " not worked"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               PERFORM FIND-CASE-SLOT
               IF WS-CASE-MATCH = 0
                   ADD 1 TO WS-REQUESTS-DROPPED
                   MOVE "IPC1707W" TO WS-OPSMSG-ID
                   MOVE WS-REQUESTS-READ TO WS-OPSMSG-NUMBER-1
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "case table full - line "
                       FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " not worked"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               ELSE
                   ADD 1 TO WS-RQ-COUNT
                   MOVE ER-CASE-REF TO WS-RQ-CASE-REF(WS-RQ-COUNT)
                   MOVE ER-RECEIVED-DATE TO WS-RQ-RECEIVED(WS-RQ-COUNT)
                   MOVE WS-REQUESTS-READ TO WS-RQ-LINE(WS-RQ-COUNT)
                   MOVE WS-CASE-MATCH TO WS-RQ-CASE-SLOT(WS-RQ-COUNT)
                   MOVE SPACES TO WS-RQ-TOKEN(WS-RQ-COUNT)
                   PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
                       UNTIL WS-FILE-INDEX > 6
                       MOVE 0 TO WS-RQ-FOUND(WS-RQ-COUNT, WS-FILE-INDEX)
                       MOVE 0
                           TO WS-RQ-REMOVED(WS-RQ-COUNT, WS-FILE-INDEX)
                   END-PERFORM
                   ADD 1 TO WS-CS-ADDRESSES(WS-CASE-MATCH)
                   MOVE ER-ADDRESS TO WS-MATCH-TEXT
                   PERFORM ADDRESS-TEXT-TO-BLOCK
                   IF WS-UTIL-STATUS = 'Y' AND ER-ADDRESS NOT = SPACES
                       MOVE 'Y' TO WS-RQ-VALID-SW(WS-RQ-COUNT)
                       MOVE WS-MATCH-BLOCK TO WS-RQ-BLOCK(WS-RQ-COUNT)
                   ELSE
                       MOVE 'N' TO WS-RQ-VALID-SW(WS-RQ-COUNT)
                       MOVE LOW-VALUES TO WS-RQ-BLOCK(WS-RQ-COUNT)
                       ADD 1 TO WS-INVALID-COUNT
                       ADD 1 TO WS-CS-INVALID(WS-CASE-MATCH)
                       MOVE "IPC1708W" TO WS-OPSMSG-ID
                       MOVE WS-REQUESTS-READ TO WS-OPSMSG-NUMBER-1
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "case " ER-CASE-REF " line "
                           FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                           " is not a valid address - not erased"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   END-IF
               END-IF
           END-IF
           END-IF
           EXIT.

      ******************************************************************
      * FIND-CASE-SLOT
      ******************************************************************
       FIND-CASE-SLOT.
           MOVE 0 TO WS-CASE-MATCH
           PERFORM VARYING WS-CASE-INDEX FROM 1 BY 1
               UNTIL WS-CASE-INDEX > WS-CASE-COUNT
                   OR WS-CASE-MATCH > 0
               IF WS-CS-CASE-REF(WS-CASE-INDEX) = ER-CASE-REF
                   MOVE WS-CASE-INDEX TO WS-CASE-MATCH
               END-IF
           END-PERFORM
           IF WS-CASE-MATCH = 0 AND WS-CASE-COUNT < 50
               ADD 1 TO WS-CASE-COUNT
               MOVE WS-CASE-COUNT TO WS-CASE-MATCH
               MOVE ER-CASE-REF TO WS-CS-CASE-REF(WS-CASE-MATCH)
               MOVE 0 TO WS-CS-ADDRESSES(WS-CASE-MATCH)
               MOVE 0 TO WS-CS-INVALID(WS-CASE-MATCH)
           END-IF
           EXIT.

      ******************************************************************
      * ADDRESS-TEXT-TO-BLOCK
      * WS-MATCH-TEXT in, WS-MATCH-BLOCK and WS-UTIL-STATUS out
      ******************************************************************
       ADDRESS-TEXT-TO-BLOCK.
           MOVE "IP-TO-BYTES" TO WS-CALL-FUNCTION
           MOVE SPACES TO WS-CALL-PARAM-1
           MOVE WS-MATCH-TEXT TO WS-CALL-PARAM-1
           MOVE SPACES TO WS-CALL-PARAM-2
           CALL 'IPCRYPT-UTILS' USING WS-CALL-FUNCTION
               WS-CALL-PARAM-1 WS-CALL-PARAM-2 WS-CALL-PARAM-3
               WS-UTIL-STATUS
           END-CALL
           MOVE WS-CALL-PARAM-2(1:16) TO WS-MATCH-BLOCK
           MOVE SPACES TO WS-CALL-PARAM-1
           EXIT.

      ******************************************************************
      * MATCH-FILE-ADDRESS
      * WS-MATCH-TEXT (an address read off a file) in; WS-RQ-MATCH
      * out - the requested address it is, or 0
      ******************************************************************
       MATCH-FILE-ADDRESS.
           MOVE 0 TO WS-RQ-MATCH
           ADD 1 TO WS-ENTRIES-SCANNED
           IF WS-MATCH-TEXT NOT = SPACES
               PERFORM ADDRESS-TEXT-TO-BLOCK
               IF WS-UTIL-STATUS = 'Y'
                   PERFORM VARYING WS-RQ-INDEX FROM 1 BY 1
                       UNTIL WS-RQ-INDEX > WS-RQ-COUNT
                           OR WS-RQ-MATCH > 0
                       IF WS-RQ-VALID(WS-RQ-INDEX)
                           AND WS-RQ-BLOCK(WS-RQ-INDEX) =
                               WS-MATCH-BLOCK
                           MOVE WS-RQ-INDEX TO WS-RQ-MATCH
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           IF WS-RQ-MATCH > 0
               ADD 1 TO WS-RQ-FOUND(WS-RQ-MATCH, WS-CURRENT-FILE)
           END-IF
           EXIT.

      ******************************************************************
      * ACQUIRE-ERASURE-LOCKS
      ******************************************************************
       ACQUIRE-ERASURE-LOCKS.
           MOVE SPACES TO WS-LOCK-HOLDER
           STRING "ERASE-" FUNCTION CURRENT-DATE(1:14)
               DELIMITED BY SIZE INTO WS-LOCK-HOLDER
           END-STRING
           MOVE "OUTKSDS" TO WS-LOCK-RESOURCE
           PERFORM ACQUIRE-ONE-ERASURE-LOCK
           IF WS-LOCK-OK
               MOVE 'Y' TO WS-LOCK-OUTKSDS-SW
               MOVE "TRANSKSDS" TO WS-LOCK-RESOURCE
               PERFORM ACQUIRE-ONE-ERASURE-LOCK
               IF WS-LOCK-OK
                   MOVE 'Y' TO WS-LOCK-TRANS-SW
               END-IF
           END-IF
           IF ERASURE-ABORTED
               PERFORM RELEASE-ERASURE-LOCKS
           END-IF
           EXIT.

      ******************************************************************
      * ACQUIRE-ONE-ERASURE-LOCK
      ******************************************************************
       ACQUIRE-ONE-ERASURE-LOCK.
           MOVE "ACQUIRE" TO WS-LOCK-FUNCTION
           CALL 'IPCRYPT-LOCK' USING WS-LOCK-FUNCTION
               WS-LOCK-RESOURCE WS-LOCK-HOLDER
               WS-LOCK-STATUS WS-LOCK-OTHER
           END-CALL
           IF WS-LOCK-BUSY
               MOVE "IPC1709E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING WS-LOCK-RESOURCE " is locked by " WS-LOCK-OTHER
                   " - rerun when it finishes, or clear a stale lock "
                   "through IPCRYPT-LOCKMAINT"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET ERASURE-ABORTED TO TRUE
           END-IF
           EXIT.

      ******************************************************************
      * RELEASE-ERASURE-LOCKS
      ******************************************************************
       RELEASE-ERASURE-LOCKS.
           MOVE "RELEASE" TO WS-LOCK-FUNCTION
           IF HOLDING-OUTKSDS-LOCK
               MOVE "OUTKSDS" TO WS-LOCK-RESOURCE
               CALL 'IPCRYPT-LOCK' USING WS-LOCK-FUNCTION
                   WS-LOCK-RESOURCE WS-LOCK-HOLDER
                   WS-LOCK-STATUS WS-LOCK-OTHER
               END-CALL
               MOVE 'N' TO WS-LOCK-OUTKSDS-SW
           END-IF
           IF HOLDING-TRANS-LOCK
               MOVE "TRANSKSDS" TO WS-LOCK-RESOURCE
               CALL 'IPCRYPT-LOCK' USING WS-LOCK-FUNCTION
                   WS-LOCK-RESOURCE WS-LOCK-HOLDER
                   WS-LOCK-STATUS WS-LOCK-OTHER
               END-CALL
               MOVE 'N' TO WS-LOCK-TRANS-SW
           END-IF
           EXIT.

      ******************************************************************
      * ERASE-FROM-OUTPUT-KSDS
      * A file that does not exist holds nothing to erase; one that
      * exists but will not open leaves the erasure incomplete
      ******************************************************************
       ERASE-FROM-OUTPUT-KSDS.
           MOVE 1 TO WS-CURRENT-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN I-O IP-OUTPUT-KSDS
           EVALUATE WS-OUTKSDS-STATUS
               WHEN "00"
                   MOVE 'S' TO WS-FILE-STATE(WS-CURRENT-FILE)
               WHEN "35"
                   MOVE 'P' TO WS-FILE-STATE(WS-CURRENT-FILE)
                   SET END-OF-FILE-SW TO TRUE
               WHEN OTHER
                   MOVE 'U' TO WS-FILE-STATE(WS-CURRENT-FILE)
                   MOVE "IPC1710E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "OUTKSDS not usable (status "
                       WS-OUTKSDS-STATUS ")"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET END-OF-FILE-SW TO TRUE
           END-EVALUATE
           PERFORM UNTIL END-OF-FILE-SW
               READ IP-OUTPUT-KSDS NEXT RECORD
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       MOVE KSDS-ORIGINAL-ADDRESS TO WS-MATCH-TEXT
                       PERFORM MATCH-FILE-ADDRESS
                       IF WS-RQ-MATCH > 0
                           DELETE IP-OUTPUT-KSDS
                           PERFORM COUNT-ONE-REMOVAL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FILE-STATE(WS-CURRENT-FILE) = 'S'
               CLOSE IP-OUTPUT-KSDS
           END-IF
           EXIT.

      ******************************************************************
      * COUNT-ONE-REMOVAL
      * The DELETE just issued against the current file - the
      * archive's blanking cannot fail once the row is read
      ******************************************************************
       COUNT-ONE-REMOVAL.
           EVALUATE WS-CURRENT-FILE
               WHEN 1
                   MOVE WS-OUTKSDS-STATUS TO WS-DELETE-STATUS
               WHEN 2
                   MOVE WS-REVKSDS-STATUS TO WS-DELETE-STATUS
               WHEN 3
                   MOVE WS-TRANS-STATUS TO WS-DELETE-STATUS
               WHEN 4
                   MOVE WS-TOKEN-STATUS TO WS-DELETE-STATUS
               WHEN OTHER
                   MOVE "00" TO WS-DELETE-STATUS
           END-EVALUATE
           IF WS-DELETE-STATUS = "00"
               ADD 1 TO WS-RQ-REMOVED(WS-RQ-MATCH, WS-CURRENT-FILE)
           ELSE
               ADD 1 TO WS-NOT-REMOVED
               MOVE "IPC1711E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "case " WS-RQ-CASE-REF(WS-RQ-MATCH) " line "
                   WS-RQ-LINE(WS-RQ-MATCH) " - entry found on "
                   WS-FILE-NAME(WS-CURRENT-FILE) " but not removed"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           EXIT.

      ******************************************************************
      * ERASE-FROM-REVERSE-KSDS
      ******************************************************************
       ERASE-FROM-REVERSE-KSDS.
           MOVE 2 TO WS-CURRENT-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN I-O REVERSE-LOOKUP-KSDS
           EVALUATE WS-REVKSDS-STATUS
               WHEN "00"
                   MOVE 'S' TO WS-FILE-STATE(WS-CURRENT-FILE)
               WHEN "35"
                   MOVE 'P' TO WS-FILE-STATE(WS-CURRENT-FILE)
                   SET END-OF-FILE-SW TO TRUE
               WHEN OTHER
                   MOVE 'U' TO WS-FILE-STATE(WS-CURRENT-FILE)
                   MOVE "IPC1712E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "REVKSDS not usable (status "
                       WS-REVKSDS-STATUS ")"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET END-OF-FILE-SW TO TRUE
           END-EVALUATE
           PERFORM UNTIL END-OF-FILE-SW
               READ REVERSE-LOOKUP-KSDS NEXT RECORD
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       MOVE RV-ORIGINAL-ADDRESS TO WS-MATCH-TEXT
                       PERFORM MATCH-FILE-ADDRESS
                       IF WS-RQ-MATCH > 0
                           DELETE REVERSE-LOOKUP-KSDS
                           PERFORM COUNT-ONE-REMOVAL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FILE-STATE(WS-CURRENT-FILE) = 'S'
               CLOSE REVERSE-LOOKUP-KSDS
           END-IF
           EXIT.

      ******************************************************************
      * ERASE-FROM-TRANSLATION-KSDS
      ******************************************************************
       ERASE-FROM-TRANSLATION-KSDS.
           MOVE 3 TO WS-CURRENT-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN I-O TRANSLATION-KSDS
           EVALUATE WS-TRANS-STATUS
               WHEN "00"
                   MOVE 'S' TO WS-FILE-STATE(WS-CURRENT-FILE)
               WHEN "35"
                   MOVE 'P' TO WS-FILE-STATE(WS-CURRENT-FILE)
                   SET END-OF-FILE-SW TO TRUE
               WHEN OTHER
                   MOVE 'U' TO WS-FILE-STATE(WS-CURRENT-FILE)
                   MOVE "IPC1713E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "TRANSKSDS not usable (status "
                       WS-TRANS-STATUS ")"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET END-OF-FILE-SW TO TRUE
           END-EVALUATE
           PERFORM UNTIL END-OF-FILE-SW
               READ TRANSLATION-KSDS NEXT RECORD
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       MOVE TR-ORIGINAL-ADDRESS TO WS-MATCH-TEXT
                       PERFORM MATCH-FILE-ADDRESS
                       IF WS-RQ-MATCH > 0
                           DELETE TRANSLATION-KSDS
                           PERFORM COUNT-ONE-REMOVAL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FILE-STATE(WS-CURRENT-FILE) = 'S'
               CLOSE TRANSLATION-KSDS
           END-IF
           EXIT.

      ******************************************************************
      * ERASE-FROM-TOKEN-KSDS
      * No address to scan for - each valid request's token is
      * derived and read directly, one random read per address
      ******************************************************************
       ERASE-FROM-TOKEN-KSDS.
           MOVE 4 TO WS-CURRENT-FILE
           OPEN I-O IP-OUTPUT-TOKEN-KSDS
           EVALUATE WS-TOKEN-STATUS
               WHEN "00"
                   PERFORM RESOLVE-ERASURE-MAC-KEY
                   IF MAC-KEY-READY
                       MOVE 'S' TO WS-FILE-STATE(WS-CURRENT-FILE)
                       PERFORM VARYING WS-RQ-INDEX FROM 1 BY 1
                           UNTIL WS-RQ-INDEX > WS-RQ-COUNT
                           IF WS-RQ-VALID(WS-RQ-INDEX)
                               PERFORM ERASE-ONE-TOKEN-ENTRY
                           END-IF
                       END-PERFORM
                   END-IF
                   CLOSE IP-OUTPUT-TOKEN-KSDS
               WHEN "35"
                   MOVE 'P' TO WS-FILE-STATE(WS-CURRENT-FILE)
               WHEN OTHER
                   MOVE 'U' TO WS-FILE-STATE(WS-CURRENT-FILE)
                   MOVE "IPC1714E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "OUTTOKEN not usable (status " WS-TOKEN-STATUS
                       ")"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
           END-EVALUATE
           MOVE LOW-VALUES TO WS-MAC-KEY
           EXIT.

      ******************************************************************
      * RESOLVE-ERASURE-MAC-KEY
      * Same rules IPCRYPT-BATCH's RESOLVE-MAC-KEY applies: a
      * 16-byte KEYSTORE entry under its own key-id. A retired or
      * expired MAC key still finds the tokens it made.
      ******************************************************************
       RESOLVE-ERASURE-MAC-KEY.
           IF WS-MAC-KEY-ID = SPACES
               MOVE "IPC1715W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "ERASEPARM names no MAC key-id - OUTTOKEN not "
                   "searched"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               CALL 'IPCRYPT-KEYLOOKUP' USING WS-MAC-KEY-ID
                   WS-KEYLOOKUP-KEY WS-KEYLOOKUP-LENGTH
                   WS-KEYLOOKUP-STATUS WS-KEYLOOKUP-PREDECESSOR
               END-CALL
               IF WS-KEYLOOKUP-NOT-FOUND
                   MOVE "IPC1716E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "MAC key-id " WS-MAC-KEY-ID " not found - "
                       "OUTTOKEN not searched"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               ELSE
               IF WS-KEYLOOKUP-LENGTH NOT = 16
                   MOVE "IPC1717W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "MAC key-id " WS-MAC-KEY-ID " is not a "
                       "16-byte key - OUTTOKEN not searched"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               ELSE
                   MOVE WS-KEYLOOKUP-KEY(1:16) TO WS-MAC-KEY
                   SET MAC-KEY-READY TO TRUE
               END-IF
               END-IF
               MOVE SPACES TO WS-KEYLOOKUP-KEY
           END-IF
           EXIT.

      ******************************************************************
      * ERASE-ONE-TOKEN-ENTRY
      * Token = hex of AES(MAC key, address block), exactly as
      * IPCRYPT-BATCH's WRITE-TOKEN-OUTPUT-RECORD builds it
      ******************************************************************
       ERASE-ONE-TOKEN-ENTRY.
           MOVE 'AES-ENCRYPT-BLOCK' TO WS-CALL-FUNCTION
           MOVE SPACES TO WS-CALL-PARAM-1
           MOVE WS-RQ-BLOCK(WS-RQ-INDEX) TO WS-CALL-PARAM-1(1:16)
           MOVE SPACES TO WS-CALL-PARAM-2
           MOVE WS-MAC-KEY TO WS-CALL-PARAM-2(1:16)
           MOVE SPACES TO WS-CALL-PARAM-3
           MOVE SPACES TO WS-CALL-PARAM-4
           CALL 'IPCRYPT-AES' USING WS-CALL-FUNCTION
               WS-CALL-PARAM-1 WS-CALL-PARAM-2 WS-CALL-PARAM-3
               WS-CALL-PARAM-4
           END-CALL

           MOVE 'BYTES-TO-HEX-STRING' TO WS-CALL-FUNCTION
           MOVE SPACES TO WS-CALL-PARAM-1
           MOVE WS-CALL-PARAM-2(1:16) TO WS-CALL-PARAM-1(1:16)
           MOVE SPACES TO WS-CALL-PARAM-2
           MOVE SPACES TO WS-CALL-PARAM-3
           MOVE "16" TO WS-CALL-PARAM-3(1:2)
           CALL 'IPCRYPT-UTILS' USING WS-CALL-FUNCTION
               WS-CALL-PARAM-1 WS-CALL-PARAM-2 WS-CALL-PARAM-3
               WS-UTIL-STATUS
           END-CALL
           MOVE WS-CALL-PARAM-2(1:32) TO WS-RQ-TOKEN(WS-RQ-INDEX)

           MOVE WS-RQ-TOKEN(WS-RQ-INDEX) TO TK-TOKEN
           READ IP-OUTPUT-TOKEN-KSDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-RQ-INDEX TO WS-RQ-MATCH
                   ADD 1 TO WS-RQ-FOUND(WS-RQ-MATCH, WS-CURRENT-FILE)
                   DELETE IP-OUTPUT-TOKEN-KSDS
                   PERFORM COUNT-ONE-REMOVAL
           END-READ
           EXIT.

      ******************************************************************
      * ERASE-FROM-ARCHIVED-EXTRACT
      * Old-master/new-master, as IPCRYPT-AUDHSK rolls its archive:
      * every row is copied to MERGEARCHNEW, a matching row with its
      * original address and anonymized value blanked, and the
      * scheduler swaps the new master into place
      ******************************************************************
       ERASE-FROM-ARCHIVED-EXTRACT.
           MOVE 5 TO WS-CURRENT-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ARCHIVED-EXTRACT-OLD
           EVALUATE WS-ARCHIVE-STATUS
               WHEN "00"
                   OPEN OUTPUT ARCHIVED-EXTRACT-NEW
                   IF WS-ARCHNEW-STATUS = "00"
                       MOVE 'S' TO WS-FILE-STATE(WS-CURRENT-FILE)
                   ELSE
                       MOVE 'U' TO WS-FILE-STATE(WS-CURRENT-FILE)
                       MOVE "IPC1718E" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "MERGEARCHNEW cannot be written (status "
                           WS-ARCHNEW-STATUS ")"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                       SET END-OF-FILE-SW TO TRUE
                   END-IF
               WHEN "35"
                   MOVE 'P' TO WS-FILE-STATE(WS-CURRENT-FILE)
                   SET END-OF-FILE-SW TO TRUE
               WHEN OTHER
                   MOVE 'U' TO WS-FILE-STATE(WS-CURRENT-FILE)
                   MOVE "IPC1719E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "MERGEARCH not usable (status "
                       WS-ARCHIVE-STATUS ")"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET END-OF-FILE-SW TO TRUE
           END-EVALUATE
           PERFORM UNTIL END-OF-FILE-SW
               READ ARCHIVED-EXTRACT-OLD
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       MOVE BO-ORIGINAL-IP TO WS-MATCH-TEXT
                       PERFORM MATCH-FILE-ADDRESS
                       IF WS-RQ-MATCH > 0
                           MOVE SPACES TO BO-ORIGINAL-IP
                           MOVE SPACES TO BO-OUTPUT-VALUE
                           PERFORM COUNT-ONE-REMOVAL
                       END-IF
                       WRITE ARCHIVED-EXTRACT-NEW-RECORD
                           FROM BATOUT-RECORD
               END-READ
           END-PERFORM
           IF WS-ARCHIVE-STATUS NOT = "35"
               CLOSE ARCHIVED-EXTRACT-OLD
           END-IF
           IF WS-FILE-STATE(WS-CURRENT-FILE) = 'S'
               CLOSE ARCHIVED-EXTRACT-NEW
           END-IF
           EXIT.

      ******************************************************************
      * ERASE-FROM-EXTRACT-ARCHIVE
      * The generation archive, rolled to EXTARCHNEW the same way;
      * envelope header and trailer lines carry no address. A
      * matching row keeps its place, marked erased, with the byte
      * sum it contributed as sent, so IPCRYPT-EXTRTRV can still
      * prove the generation against EXTCAT.
      ******************************************************************
       ERASE-FROM-EXTRACT-ARCHIVE.
           MOVE 6 TO WS-CURRENT-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT EXTRACT-ARCHIVE-OLD
           EVALUATE WS-EXTARCH-STATUS
               WHEN "00"
                   OPEN OUTPUT EXTRACT-ARCHIVE-NEW
                   IF WS-EXTARCHNEW-STATUS = "00"
                       MOVE 'S' TO WS-FILE-STATE(WS-CURRENT-FILE)
                   ELSE
                       MOVE 'U' TO WS-FILE-STATE(WS-CURRENT-FILE)
                       MOVE "IPC1720E" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "EXTARCHNEW cannot be written (status "
                           WS-EXTARCHNEW-STATUS ")"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                       SET END-OF-FILE-SW TO TRUE
                   END-IF
               WHEN "35"
                   MOVE 'P' TO WS-FILE-STATE(WS-CURRENT-FILE)
                   SET END-OF-FILE-SW TO TRUE
               WHEN OTHER
                   MOVE 'U' TO WS-FILE-STATE(WS-CURRENT-FILE)
                   MOVE "IPC1721E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "EXTARCH not usable (status "
                       WS-EXTARCH-STATUS ")"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET END-OF-FILE-SW TO TRUE
           END-EVALUATE
           PERFORM UNTIL END-OF-FILE-SW
               READ EXTRACT-ARCHIVE-OLD
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       IF XA-RECORD-IMAGE(1:3) NOT = "HDR"
                           AND XA-RECORD-IMAGE(1:3) NOT = "TRL"
                           AND NOT XA-ERASED
                           PERFORM ERASE-ONE-ARCHIVE-ROW
                       END-IF
                       WRITE EXTRACT-ARCHIVE-NEW-RECORD
                           FROM EXTRACT-ARCHIVE-RECORD
               END-READ
           END-PERFORM
           IF WS-EXTARCH-STATUS NOT = "35"
               CLOSE EXTRACT-ARCHIVE-OLD
           END-IF
           IF WS-FILE-STATE(WS-CURRENT-FILE) = 'S'
               CLOSE EXTRACT-ARCHIVE-NEW
           END-IF
           EXIT.

      ******************************************************************
      * ERASE-ONE-ARCHIVE-ROW
      ******************************************************************
       ERASE-ONE-ARCHIVE-ROW.
           MOVE XA-RECORD-IMAGE TO WS-ARCHIVE-ROW
           MOVE WS-AR-ORIGINAL-IP TO WS-MATCH-TEXT
           PERFORM MATCH-FILE-ADDRESS
           IF WS-RQ-MATCH > 0
               MOVE 0 TO WS-ROW-SUM
               COMPUTE WS-ENV-TEXT-LENGTH =
                   FUNCTION LENGTH(FUNCTION TRIM(XA-RECORD-IMAGE))
               PERFORM VARYING WS-ENV-SCAN FROM 1 BY 1
                   UNTIL WS-ENV-SCAN > WS-ENV-TEXT-LENGTH
                   COMPUTE WS-ROW-SUM = WS-ROW-SUM
                       + FUNCTION ORD(XA-RECORD-IMAGE(WS-ENV-SCAN:1))
                       - 1
               END-PERFORM
               MOVE WS-ROW-SUM TO XA-ORIGINAL-SUM
               MOVE SPACES TO WS-AR-ORIGINAL-IP
               MOVE SPACES TO WS-AR-OUTPUT-VALUE
               MOVE WS-ARCHIVE-ROW TO XA-RECORD-IMAGE
               SET XA-ERASED TO TRUE
               PERFORM COUNT-ONE-REMOVAL
           END-IF
           EXIT.

      ******************************************************************
      * TALLY-CASE-TOTALS
      ******************************************************************
       TALLY-CASE-TOTALS.
           PERFORM VARYING WS-CASE-INDEX FROM 1 BY 1
               UNTIL WS-CASE-INDEX > WS-CASE-COUNT
               PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
                   UNTIL WS-FILE-INDEX > 6
                   MOVE 0 TO WS-CS-FOUND(WS-CASE-INDEX, WS-FILE-INDEX)
                   MOVE 0
                       TO WS-CS-REMOVED(WS-CASE-INDEX, WS-FILE-INDEX)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-RQ-INDEX FROM 1 BY 1
               UNTIL WS-RQ-INDEX > WS-RQ-COUNT
               MOVE WS-RQ-CASE-SLOT(WS-RQ-INDEX) TO WS-CASE-INDEX
               PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
                   UNTIL WS-FILE-INDEX > 6
                   ADD WS-RQ-FOUND(WS-RQ-INDEX, WS-FILE-INDEX)
                       TO WS-CS-FOUND(WS-CASE-INDEX, WS-FILE-INDEX)
                   ADD WS-RQ-REMOVED(WS-RQ-INDEX, WS-FILE-INDEX)
                       TO WS-CS-REMOVED(WS-CASE-INDEX, WS-FILE-INDEX)
               END-PERFORM
           END-PERFORM
           EXIT.

      ******************************************************************
      * WRITE-ERASURE-CERTIFICATE
      * Per case: each file, its search state, and found/removed
      ******************************************************************
       WRITE-ERASURE-CERTIFICATE.
           OPEN OUTPUT ERASURE-CERTIFICATE-FILE
           MOVE SPACES TO ERASURE-CERTIFICATE-LINE
           STRING "IPCRYPT-ERASE DATA-SUBJECT ERASURE CERTIFICATE - "
               "RUN " WS-RUN-TIMESTAMP(1:8) " " WS-RUN-TIMESTAMP(9:6)
               DELIMITED BY SIZE INTO ERASURE-CERTIFICATE-LINE
           END-STRING
           WRITE ERASURE-CERTIFICATE-LINE
           MOVE SPACES TO ERASURE-CERTIFICATE-LINE
           WRITE ERASURE-CERTIFICATE-LINE
           PERFORM VARYING WS-CASE-INDEX FROM 1 BY 1
               UNTIL WS-CASE-INDEX > WS-CASE-COUNT
               PERFORM WRITE-ONE-CASE-CERTIFICATE
           END-PERFORM

           MOVE SPACES TO ERASURE-CERTIFICATE-LINE
           WRITE ERASURE-CERTIFICATE-LINE
           MOVE WS-REQUESTS-READ TO WS-REPORT-NUMBER
           STRING "  REQUEST LINES READ     : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO ERASURE-CERTIFICATE-LINE
           END-STRING
           WRITE ERASURE-CERTIFICATE-LINE
           MOVE SPACES TO ERASURE-CERTIFICATE-LINE
           MOVE WS-REQUESTS-DROPPED TO WS-REPORT-NUMBER
           STRING "  LINES NOT WORKED       : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO ERASURE-CERTIFICATE-LINE
           END-STRING
           WRITE ERASURE-CERTIFICATE-LINE
           MOVE SPACES TO ERASURE-CERTIFICATE-LINE
           MOVE WS-ENTRIES-SCANNED TO WS-REPORT-NUMBER
           STRING "  FILE ENTRIES EXAMINED  : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO ERASURE-CERTIFICATE-LINE
           END-STRING
           WRITE ERASURE-CERTIFICATE-LINE
           MOVE SPACES TO ERASURE-CERTIFICATE-LINE
           MOVE WS-NOT-REMOVED TO WS-REPORT-NUMBER
           STRING "  FOUND BUT NOT REMOVED  : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO ERASURE-CERTIFICATE-LINE
           END-STRING
           WRITE ERASURE-CERTIFICATE-LINE
           IF WS-FILE-STATE(5) = 'S'
               MOVE SPACES TO ERASURE-CERTIFICATE-LINE
               STRING "  MERGEARCHNEW MUST REPLACE MERGEARCH FOR THE "
                   "ARCHIVE ERASURE TO STAND"
                   DELIMITED BY SIZE INTO ERASURE-CERTIFICATE-LINE
               END-STRING
               WRITE ERASURE-CERTIFICATE-LINE
           END-IF
           IF WS-FILE-STATE(6) = 'S'
               MOVE SPACES TO ERASURE-CERTIFICATE-LINE
               STRING "  EXTARCHNEW MUST REPLACE EXTARCH FOR THE "
                   "GENERATION ARCHIVE ERASURE TO STAND"
                   DELIMITED BY SIZE INTO ERASURE-CERTIFICATE-LINE
               END-STRING
               WRITE ERASURE-CERTIFICATE-LINE
           END-IF
           CLOSE ERASURE-CERTIFICATE-FILE
           EXIT.

      ******************************************************************
      * WRITE-ONE-CASE-CERTIFICATE
      ******************************************************************
       WRITE-ONE-CASE-CERTIFICATE.
           MOVE SPACES TO ERASURE-CERTIFICATE-LINE
           MOVE WS-CS-ADDRESSES(WS-CASE-INDEX) TO WS-REPORT-NUMBER
           MOVE WS-CS-INVALID(WS-CASE-INDEX) TO WS-REPORT-NUMBER-2
           STRING "CASE " WS-CS-CASE-REF(WS-CASE-INDEX)
               "  ADDRESSES " WS-REPORT-NUMBER
               "  NOT VALID " WS-REPORT-NUMBER-2
               DELIMITED BY SIZE INTO ERASURE-CERTIFICATE-LINE
           END-STRING
           WRITE ERASURE-CERTIFICATE-LINE
           MOVE SPACES TO ERASURE-CERTIFICATE-LINE
           STRING "  FILE        SEARCH          FOUND    REMOVED"
               DELIMITED BY SIZE INTO ERASURE-CERTIFICATE-LINE
           END-STRING
           WRITE ERASURE-CERTIFICATE-LINE
           PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
               UNTIL WS-FILE-INDEX > 6
               PERFORM WRITE-ONE-FILE-LINE
           END-PERFORM
           MOVE SPACES TO ERASURE-CERTIFICATE-LINE
           WRITE ERASURE-CERTIFICATE-LINE
           EXIT.

      ******************************************************************
      * WRITE-ONE-FILE-LINE
      ******************************************************************
       WRITE-ONE-FILE-LINE.
           EVALUATE WS-FILE-STATE(WS-FILE-INDEX)
               WHEN 'S'
                   MOVE "SEARCHED" TO WS-STATE-TEXT
               WHEN 'P'
                   MOVE "NOT PRESENT" TO WS-STATE-TEXT
               WHEN 'U'
                   MOVE "NOT USABLE" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE "NOT SEARCHED" TO WS-STATE-TEXT
           END-EVALUATE
           MOVE SPACES TO ERASURE-CERTIFICATE-LINE
           MOVE WS-CS-FOUND(WS-CASE-INDEX, WS-FILE-INDEX)
               TO WS-REPORT-NUMBER
           MOVE WS-CS-REMOVED(WS-CASE-INDEX, WS-FILE-INDEX)
               TO WS-REPORT-NUMBER-2
           STRING "  " WS-FILE-NAME(WS-FILE-INDEX) "  " WS-STATE-TEXT
               " " WS-REPORT-NUMBER "  " WS-REPORT-NUMBER-2
               DELIMITED BY SIZE INTO ERASURE-CERTIFICATE-LINE
           END-STRING
           WRITE ERASURE-CERTIFICATE-LINE
           EXIT.

      ******************************************************************
      * APPEND-ERASURE-REGISTER
      * Complete only when every file was either searched or not
      * there to hold anything, and nothing found stayed behind
      ******************************************************************
       APPEND-ERASURE-REGISTER.
           OPEN EXTEND ERASURE-REGISTER-FILE
           IF WS-ERASEREG-STATUS NOT = "00"
               OPEN OUTPUT ERASURE-REGISTER-FILE
           END-IF
           PERFORM VARYING WS-RQ-INDEX FROM 1 BY 1
               UNTIL WS-RQ-INDEX > WS-RQ-COUNT
               MOVE SPACES TO ERASURE-REGISTER-RECORD
               MOVE WS-RUN-TIMESTAMP TO EG-ERASED-TIMESTAMP
               MOVE WS-RQ-CASE-REF(WS-RQ-INDEX) TO EG-CASE-REF
               MOVE WS-RQ-RECEIVED(WS-RQ-INDEX) TO EG-RECEIVED-DATE
               MOVE WS-RQ-LINE(WS-RQ-INDEX) TO EG-REQUEST-LINE
               MOVE WS-RQ-REMOVED(WS-RQ-INDEX, 1) TO EG-OUTKSDS-REMOVED
               MOVE WS-RQ-REMOVED(WS-RQ-INDEX, 2) TO EG-REVKSDS-REMOVED
               MOVE WS-RQ-REMOVED(WS-RQ-INDEX, 3)
                   TO EG-TRANSKSDS-REMOVED
               MOVE WS-RQ-REMOVED(WS-RQ-INDEX, 4) TO EG-OUTTOKEN-REMOVED
               MOVE WS-RQ-REMOVED(WS-RQ-INDEX, 5) TO EG-ARCHIVE-BLANKED
               MOVE WS-RQ-REMOVED(WS-RQ-INDEX, 6) TO EG-EXTARCH-BLANKED
               SET EG-COMPLETE TO TRUE
               IF NOT WS-RQ-VALID(WS-RQ-INDEX)
                   SET EG-INVALID TO TRUE
               ELSE
                   PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
                       UNTIL WS-FILE-INDEX > 6
                       IF (WS-FILE-STATE(WS-FILE-INDEX) NOT = 'S'
                               AND WS-FILE-STATE(WS-FILE-INDEX)
                                   NOT = 'P')
                           OR WS-RQ-REMOVED(WS-RQ-INDEX, WS-FILE-INDEX)
                               NOT = WS-RQ-FOUND(WS-RQ-INDEX,
                                   WS-FILE-INDEX)
                           SET EG-INCOMPLETE TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               WRITE ERASURE-REGISTER-RECORD
           END-PERFORM
           CLOSE ERASURE-REGISTER-FILE
           EXIT.

      ******************************************************************
      * SET-ERASURE-RETURN-CODE
      ******************************************************************
       SET-ERASURE-RETURN-CODE.
           MOVE 'N' TO WS-UTIL-STATUS
           PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
               UNTIL WS-FILE-INDEX > 6
               IF WS-FILE-STATE(WS-FILE-INDEX) = 'U'
                   MOVE 'Y' TO WS-UTIL-STATUS
               END-IF
           END-PERFORM
           MOVE "IPC1722I" TO WS-OPSMSG-ID
           MOVE WS-RQ-COUNT TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "addresses requested = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC1723I" TO WS-OPSMSG-ID
           MOVE WS-INVALID-COUNT TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "not valid           = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC1724I" TO WS-OPSMSG-ID
           MOVE WS-NOT-REMOVED TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "found, not removed  = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           EVALUATE TRUE
               WHEN ERASURE-ABORTED
                   MOVE "IPC1725E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "*** NOTHING ERASED - A KEYED FILE IS IN USE "
                       "***"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 12 TO RETURN-CODE
               WHEN WS-UTIL-STATUS = 'Y' OR WS-NOT-REMOVED > 0
                   MOVE "IPC1726E" TO WS-OPSMSG-ID
                   MOVE "*** ERASURE INCOMPLETE - SEE ERASECERT ***"
                       TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-INVALID-COUNT > 0
                   OR WS-REQUESTS-DROPPED > 0
                   OR WS-FILE-STATE(4) = 'N'
                   MOVE "IPC1727W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "*** SOME REQUESTS COULD NOT BE WORKED IN "
                       "FULL - SEE ERASECERT ***"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-ERASE" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-ERASE.
