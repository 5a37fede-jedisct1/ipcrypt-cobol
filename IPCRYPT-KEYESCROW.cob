      ******************************************************************
      * IPCRYPT-KEYESCROW - Disaster-Recovery Key Escrow Export
      * Writes every KEYSTORE key - active and retired alike, since
      * the archive still needs the retired ones - out for offsite
      * vaulting, so losing the KEYSTORE and the MASTERKEY together
      * no longer strands every archived extract and every REKEY
      * path. Each key is unwrapped from the master key where it is
      * stored that way, given its IPCRYPT-KEYWRAP check value,
      * wrapped again under the separate ESCROWKEY key-encrypting
      * key, and the wrapped result split into two custodian shares:
      * a random pad on ESCSHRA, the wrapped key XOR that pad on
      * ESCSHRB (layout IPCRYPT-ESCROW.cpy). One share alone, or
      * both without the ESCROWKEY, gives up nothing; the check value
      * on both lets IPCRYPT-KEYRESTORE prove each key it rebuilds.
      *
      * ESCPARM names the two custodians, who must be distinct,
      * active OPERAUTH entries; each share file carries its own
      * custodian on its header. The export is all or nothing -
      * every key is prepared in storage first and the share files
      * are only written once all of them have succeeded, so a
      * vault never receives a partial escrow. Every key escrowed,
      * and the run itself, is logged to KEYCHGLOG with both
      * custodians; no key material or share ever reaches a log or
      * the console.
      * Return code 0 escrowed, 8 a key could not be escrowed (nothing
      * written), 12 ESCPARM, custodians, ESCROWKEY, MASTERKEY or
      * KEYSTORE not usable (nothing written).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-KEYESCROW.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNU-LINUX.
       OBJECT-COMPUTER. GNU-LINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCROW-PARM-FILE ASSIGN TO "ESCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCPARM-STATUS.
           SELECT KEYSTORE-FILE ASSIGN TO "KEYSTORE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYSTORE-STATUS.
           SELECT ESCROW-SHARE-A ASSIGN TO "ESCSHRA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHARE-A-STATUS.
           SELECT ESCROW-SHARE-B ASSIGN TO "ESCSHRB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHARE-B-STATUS.
           SELECT KEY-CHANGE-LOG ASSIGN TO "KEYCHGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYCHGLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * ESCROW-PARM-FILE - one record: the two custodian IDs
      ******************************************************************
       FD  ESCROW-PARM-FILE
           RECORDING MODE IS F.
       01  ESCROW-PARM-RECORD.
           05  EP-CUSTODIAN-A       PIC X(08).
           05  FILLER               PIC X(01).
           05  EP-CUSTODIAN-B       PIC X(08).

       FD  KEYSTORE-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-KEYSTORE.cpy".

       FD  ESCROW-SHARE-A
           RECORDING MODE IS F.
       COPY "IPCRYPT-ESCROW.cpy".

       FD  ESCROW-SHARE-B
           RECORDING MODE IS F.
       01  ESCROW-SHARE-B-RECORD        PIC X(159).

       FD  KEY-CHANGE-LOG
           RECORDING MODE IS F.
       01  KEY-CHANGE-LOG-LINE          PIC X(180).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-ESCPARM-STATUS    PIC X(02).
           05  WS-KEYSTORE-STATUS   PIC X(02).
           05  WS-SHARE-A-STATUS    PIC X(02).
           05  WS-SHARE-B-STATUS    PIC X(02).
           05  WS-KEYCHGLOG-STATUS  PIC X(02).
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  END-OF-KEYSTORE  VALUE 'Y'.
           05  WS-ABORT-SWITCH      PIC X(01) VALUE 'N'.
               88  ESCROW-ABORTED   VALUE 'Y'.
           05  WS-KEY-FAIL-SWITCH   PIC X(01) VALUE 'N'.
               88  ESCROW-KEY-FAILED VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-KEYS-READ         PIC 9(03) COMP VALUE 0.
           05  WS-KEYS-ESCROWED     PIC 9(03) COMP VALUE 0.

      ******************************************************************
      * IN-STORAGE COPY OF THE KEYSTORE - same whole-file handling
      * as IPCRYPT-KEYMAINT - and, beside each key, the two shares
      * and the check value prepared for it
      ******************************************************************
       01  WS-KEYSTORE-TABLE.
           05  WS-KEY-COUNT         PIC 9(03) COMP VALUE 0.
           05  WS-KEY-ENTRY OCCURS 100 TIMES.
               10  WS-ENTRY-RECORD  PIC X(200).
       01  WS-SHARE-TABLE.
           05  WS-SHARE-ENTRY OCCURS 100 TIMES.
               10  WS-SHARE-A-HEX   PIC X(64).
               10  WS-SHARE-B-HEX   PIC X(64).
               10  WS-SHARE-CHECK   PIC X(12).
       01  WS-LOAD-INDEX            PIC 9(03) COMP.

       01  WS-ESCROW-WORK.
           05  WS-EXPORT-STAMP      PIC X(14).
           05  WS-PLAIN-KEY-HEX     PIC X(64).
           05  WS-WRAPPED-KEY-HEX   PIC X(64).
           05  WS-PAD-HEX           PIC X(64).
           05  WS-CHECK-VALUE       PIC X(12).
           05  WS-FAIL-REASON       PIC X(40).
           05  WS-CHANGE-TIMESTAMP  PIC X(14).
           05  WS-COUNT-DISP        PIC 9(03).

      ******************************************************************
      * CUSTODIAN LOOKUP - both must be active OPERAUTH entries
      ******************************************************************
       01  WS-CUSTODIAN-AUTHORITY.
           05  WS-CUST-ID           PIC X(08).
           05  WS-CUST-ROLE         PIC X(01).
           05  WS-CUST-STATUS       PIC X(01).
               88  WS-CUST-FOUND        VALUE 'Y'.
               88  WS-CUST-INACTIVE     VALUE 'I'.

       01  WS-WRAP-OPERATION        PIC X(01).
       01  WS-WRAP-HEX-IN           PIC X(64).
       01  WS-WRAP-KEY-LENGTH       PIC 9(02) COMP.
       01  WS-WRAP-HEX-OUT          PIC X(64).
       01  WS-WRAP-STATUS           PIC X(01).
           88  WS-WRAP-OK           VALUE 'Y'.
           88  WS-WRAP-NO-MASTER    VALUE 'N'.

      ******************************************************************
      * SHARE-SPLIT WORK AREA - the pad is drawn a hex digit at a
      * time from the same approved entropy source IPCRYPT-LIB seeds
      * from the time-of-day clock, and the XOR is taken a bit at a
      * time with plain arithmetic, exactly as IPCRYPT-KEYMAINT
      * combines custodian components
      ******************************************************************
       01  WS-SPLIT-WORK.
           05  WS-ENTROPY-TIMESTAMP PIC X(21).
           05  WS-ENTROPY-SEED-DIGITS PIC 9(08).
           05  WS-ENTROPY-SEED-DISCARD PIC 9(01)V9(08) COMP.
           05  WS-RANDOM-DIGIT      PIC 9(02) COMP.
           05  WS-HEX-DIGIT-COUNT   PIC 9(03) COMP.
           05  WS-COMB-INDEX        PIC 9(03) COMP.
           05  WS-COMB-DIGIT-A      PIC 9(02) COMP.
           05  WS-COMB-DIGIT-B      PIC 9(02) COMP.
           05  WS-COMB-DIGIT-X      PIC 9(02) COMP.
           05  WS-COMB-BIT          PIC 9(02) COMP.
           05  WS-COMB-Q-A          PIC 9(02) COMP.
           05  WS-COMB-Q-B          PIC 9(02) COMP.
           05  WS-COMB-CHAR         PIC X(01).
           05  WS-HEX-DIGITS        PIC X(16) VALUE
               "0123456789abcdef".

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-KEYESCROW-ENTRY
      ******************************************************************
       MAIN-KEYESCROW-ENTRY.
           MOVE "IPC2701I" TO WS-OPSMSG-ID
           MOVE "starting key escrow export" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-EXPORT-STAMP
           OPEN EXTEND KEY-CHANGE-LOG
           IF WS-KEYCHGLOG-STATUS NOT = "00"
               OPEN OUTPUT KEY-CHANGE-LOG
           END-IF

           PERFORM READ-ESCROW-PARM
           IF NOT ESCROW-ABORTED
               PERFORM CHECK-ESCROW-KEY-PRESENT
           END-IF
           IF NOT ESCROW-ABORTED
               PERFORM LOAD-KEYSTORE-TABLE
           END-IF
           IF NOT ESCROW-ABORTED
               PERFORM SEED-APPROVED-ENTROPY-SOURCE
               PERFORM PREPARE-ONE-KEY-ESCROW
                   VARYING WS-LOAD-INDEX FROM 1 BY 1
                   UNTIL WS-LOAD-INDEX > WS-KEY-COUNT
                       OR ESCROW-KEY-FAILED
           END-IF
           IF NOT ESCROW-ABORTED AND NOT ESCROW-KEY-FAILED
               PERFORM WRITE-SHARE-FILES
           END-IF
           MOVE SPACES TO WS-PLAIN-KEY-HEX
           MOVE SPACES TO WS-WRAPPED-KEY-HEX
           MOVE SPACES TO WS-PAD-HEX
           INITIALIZE WS-SHARE-TABLE

           PERFORM WRITE-RUN-LOG-RECORD
           CLOSE KEY-CHANGE-LOG

           MOVE "IPC2702I" TO WS-OPSMSG-ID
           MOVE WS-KEYS-READ TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "keys read     = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC2703I" TO WS-OPSMSG-ID
           MOVE WS-KEYS-ESCROWED TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "keys escrowed = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           EVALUATE TRUE
               WHEN ESCROW-ABORTED
                   MOVE "IPC2704C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "*** " FUNCTION TRIM(WS-FAIL-REASON)
                       " - no shares written ***"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 12 TO RETURN-CODE
               WHEN ESCROW-KEY-FAILED
                   MOVE "IPC2705E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "*** " FUNCTION TRIM(WS-FAIL-REASON)
                       " - no shares written ***"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE "IPC2706I" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "shares ESCSHRA (" EP-CUSTODIAN-A ") and "
                       "ESCSHRB (" EP-CUSTODIAN-B ") written, export "
                       WS-EXPORT-STAMP
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
           END-EVALUATE
           MOVE "IPC2707I" TO WS-OPSMSG-ID
           MOVE "escrow export complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
      * READ-ESCROW-PARM
      * Two distinct custodians, each an active OPERAUTH entry - the
      * restore will demand both of them signed on
      ******************************************************************
       READ-ESCROW-PARM.
           MOVE SPACES TO ESCROW-PARM-RECORD
           OPEN INPUT ESCROW-PARM-FILE
           IF WS-ESCPARM-STATUS NOT = "00"
               SET ESCROW-ABORTED TO TRUE
               MOVE "ESCPARM not supplied" TO WS-FAIL-REASON
           ELSE
               READ ESCROW-PARM-FILE
                   AT END
                       SET ESCROW-ABORTED TO TRUE
                       MOVE "ESCPARM is empty" TO WS-FAIL-REASON
               END-READ
               CLOSE ESCROW-PARM-FILE
           END-IF
           MOVE FUNCTION UPPER-CASE(EP-CUSTODIAN-A) TO EP-CUSTODIAN-A
           MOVE FUNCTION UPPER-CASE(EP-CUSTODIAN-B) TO EP-CUSTODIAN-B

           IF NOT ESCROW-ABORTED
               IF EP-CUSTODIAN-A = SPACES OR EP-CUSTODIAN-B = SPACES
                   SET ESCROW-ABORTED TO TRUE
                   MOVE "both custodian IDs are required"
                       TO WS-FAIL-REASON
               ELSE
               IF EP-CUSTODIAN-A = EP-CUSTODIAN-B
                   SET ESCROW-ABORTED TO TRUE
                   MOVE "custodians must be two people"
                       TO WS-FAIL-REASON
               END-IF
               END-IF
           END-IF
           IF NOT ESCROW-ABORTED
               MOVE EP-CUSTODIAN-A TO WS-CUST-ID
               PERFORM CHECK-ONE-CUSTODIAN
           END-IF
           IF NOT ESCROW-ABORTED
               MOVE EP-CUSTODIAN-B TO WS-CUST-ID
               PERFORM CHECK-ONE-CUSTODIAN
           END-IF
           EXIT.

      ******************************************************************
      * CHECK-ONE-CUSTODIAN
      ******************************************************************
       CHECK-ONE-CUSTODIAN.
           MOVE SPACE TO WS-CUST-STATUS
           CALL 'IPCRYPT-AUTHLOOK' USING WS-CUST-ID
               WS-CUST-ROLE WS-CUST-STATUS
           END-CALL
           IF NOT WS-CUST-FOUND
               SET ESCROW-ABORTED TO TRUE
               MOVE SPACES TO WS-FAIL-REASON
               STRING "custodian " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CUST-ID) DELIMITED BY SIZE
                   " not an active operator" DELIMITED BY SIZE
                   INTO WS-FAIL-REASON
               END-STRING
           END-IF
           EXIT.

      ******************************************************************
      * CHECK-ESCROW-KEY-PRESENT
      * A wrap probe with a well-formed dummy key, as IPCRYPT-KEYCONV
      * probes for the master key, answers whether a usable ESCROWKEY
      * was supplied before any key is touched
      ******************************************************************
       CHECK-ESCROW-KEY-PRESENT.
           MOVE 'W' TO WS-WRAP-OPERATION
           MOVE ALL "0" TO WS-WRAP-HEX-IN
           MOVE SPACES TO WS-WRAP-HEX-IN(33:32)
           MOVE 16 TO WS-WRAP-KEY-LENGTH
           CALL 'IPCRYPT-KEYWRAP' USING WS-WRAP-OPERATION
               WS-WRAP-HEX-IN WS-WRAP-KEY-LENGTH
               WS-WRAP-HEX-OUT WS-WRAP-STATUS
           END-CALL
           IF NOT WS-WRAP-OK
               SET ESCROW-ABORTED TO TRUE
               MOVE "no usable ESCROWKEY supplied" TO WS-FAIL-REASON
           END-IF
           EXIT.

      ******************************************************************
      * LOAD-KEYSTORE-TABLE
      ******************************************************************
       LOAD-KEYSTORE-TABLE.
           OPEN INPUT KEYSTORE-FILE
           IF WS-KEYSTORE-STATUS NOT = "00"
               SET ESCROW-ABORTED TO TRUE
               MOVE "no KEYSTORE to escrow" TO WS-FAIL-REASON
               SET END-OF-KEYSTORE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-KEYSTORE
               READ KEYSTORE-FILE
                   AT END
                       SET END-OF-KEYSTORE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-KEYS-READ
                       IF WS-KEY-COUNT < 100
                           ADD 1 TO WS-KEY-COUNT
                           MOVE KEYSTORE-RECORD
                               TO WS-KEY-ENTRY(WS-KEY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-KEYSTORE-STATUS = "00" OR WS-KEYSTORE-STATUS = "10"
               CLOSE KEYSTORE-FILE
           END-IF
           IF NOT ESCROW-ABORTED AND WS-KEY-COUNT = 0
               SET ESCROW-ABORTED TO TRUE
               MOVE "KEYSTORE is empty" TO WS-FAIL-REASON
           END-IF
           IF NOT ESCROW-ABORTED AND WS-KEYS-READ > WS-KEY-COUNT
               SET ESCROW-ABORTED TO TRUE
               MOVE "KEYSTORE exceeds 100 keys" TO WS-FAIL-REASON
           END-IF
           EXIT.

      ******************************************************************
      * PREPARE-ONE-KEY-ESCROW
      * Plain key (unwrapped from the master key where stored that
      * way), its check value, the escrow wrap, and the two shares -
      * all held in storage until every key has made it this far
      ******************************************************************
       PREPARE-ONE-KEY-ESCROW.
           MOVE WS-KEY-ENTRY(WS-LOAD-INDEX) TO KEYSTORE-RECORD
           MOVE SPACES TO WS-PLAIN-KEY-HEX

           IF KS-KEY-LENGTH NOT = 16 AND KS-KEY-LENGTH NOT = 32
               SET ESCROW-KEY-FAILED TO TRUE
               MOVE "key length not 16 or 32" TO WS-FAIL-REASON
           ELSE
           IF KS-KEY-ENCRYPTED
               MOVE 'D' TO WS-WRAP-OPERATION
               MOVE KS-KEY-HEX TO WS-WRAP-HEX-IN
               MOVE KS-KEY-LENGTH TO WS-WRAP-KEY-LENGTH
               CALL 'IPCRYPT-KEYWRAP' USING WS-WRAP-OPERATION
                   WS-WRAP-HEX-IN WS-WRAP-KEY-LENGTH
                   WS-WRAP-HEX-OUT WS-WRAP-STATUS
               END-CALL
               IF WS-WRAP-OK
                   MOVE WS-WRAP-HEX-OUT TO WS-PLAIN-KEY-HEX
               ELSE
                   SET ESCROW-KEY-FAILED TO TRUE
                   MOVE "key will not unwrap under MASTERKEY"
                       TO WS-FAIL-REASON
               END-IF
           ELSE
               MOVE KS-KEY-HEX TO WS-PLAIN-KEY-HEX
           END-IF
           END-IF

           IF NOT ESCROW-KEY-FAILED
               MOVE 'C' TO WS-WRAP-OPERATION
               MOVE WS-PLAIN-KEY-HEX TO WS-WRAP-HEX-IN
               MOVE KS-KEY-LENGTH TO WS-WRAP-KEY-LENGTH
               CALL 'IPCRYPT-KEYWRAP' USING WS-WRAP-OPERATION
                   WS-WRAP-HEX-IN WS-WRAP-KEY-LENGTH
                   WS-WRAP-HEX-OUT WS-WRAP-STATUS
               END-CALL
               IF WS-WRAP-OK
                   MOVE WS-WRAP-HEX-OUT(1:12) TO WS-CHECK-VALUE
               ELSE
                   SET ESCROW-KEY-FAILED TO TRUE
                   MOVE "key hex does not decode" TO WS-FAIL-REASON
               END-IF
           END-IF

           IF NOT ESCROW-KEY-FAILED
               MOVE 'W' TO WS-WRAP-OPERATION
               MOVE WS-PLAIN-KEY-HEX TO WS-WRAP-HEX-IN
               MOVE KS-KEY-LENGTH TO WS-WRAP-KEY-LENGTH
               CALL 'IPCRYPT-KEYWRAP' USING WS-WRAP-OPERATION
                   WS-WRAP-HEX-IN WS-WRAP-KEY-LENGTH
                   WS-WRAP-HEX-OUT WS-WRAP-STATUS
               END-CALL
               MOVE SPACES TO WS-WRAP-HEX-IN
               MOVE SPACES TO WS-PLAIN-KEY-HEX
               IF WS-WRAP-OK
                   MOVE WS-WRAP-HEX-OUT TO WS-WRAPPED-KEY-HEX
               ELSE
                   SET ESCROW-KEY-FAILED TO TRUE
                   MOVE "key will not wrap under ESCROWKEY"
                       TO WS-FAIL-REASON
               END-IF
           END-IF

           IF ESCROW-KEY-FAILED
               PERFORM WRITE-KEY-REJECTED-LOG-RECORD
           ELSE
               COMPUTE WS-HEX-DIGIT-COUNT = KS-KEY-LENGTH * 2
               PERFORM SPLIT-WRAPPED-KEY
               MOVE WS-PAD-HEX TO WS-SHARE-A-HEX(WS-LOAD-INDEX)
               MOVE WS-WRAPPED-KEY-HEX TO WS-SHARE-B-HEX(WS-LOAD-INDEX)
               MOVE WS-CHECK-VALUE TO WS-SHARE-CHECK(WS-LOAD-INDEX)
           END-IF
           EXIT.

      ******************************************************************
      * SPLIT-WRAPPED-KEY
      * Draw the pad, then XOR it into the wrapped key in place - what
      * is left in WS-WRAPPED-KEY-HEX is share B
      ******************************************************************
       SPLIT-WRAPPED-KEY.
           MOVE SPACES TO WS-PAD-HEX
           PERFORM DRAW-ONE-PAD-DIGIT
               VARYING WS-COMB-INDEX FROM 1 BY 1
               UNTIL WS-COMB-INDEX > WS-HEX-DIGIT-COUNT
           PERFORM XOR-ONE-HEX-DIGIT
               VARYING WS-COMB-INDEX FROM 1 BY 1
               UNTIL WS-COMB-INDEX > WS-HEX-DIGIT-COUNT
           EXIT.

      ******************************************************************
      * DRAW-ONE-PAD-DIGIT
      ******************************************************************
       DRAW-ONE-PAD-DIGIT.
           COMPUTE WS-RANDOM-DIGIT = FUNCTION RANDOM * 16
           END-COMPUTE
           MOVE WS-HEX-DIGITS(WS-RANDOM-DIGIT + 1:1)
               TO WS-PAD-HEX(WS-COMB-INDEX:1)
           EXIT.

      ******************************************************************
      * XOR-ONE-HEX-DIGIT
      ******************************************************************
       XOR-ONE-HEX-DIGIT.
           MOVE WS-PAD-HEX(WS-COMB-INDEX:1) TO WS-COMB-CHAR
           PERFORM DECODE-ONE-HEX-DIGIT
           MOVE WS-COMB-DIGIT-X TO WS-COMB-DIGIT-A
           MOVE WS-WRAPPED-KEY-HEX(WS-COMB-INDEX:1) TO WS-COMB-CHAR
           PERFORM DECODE-ONE-HEX-DIGIT
           MOVE WS-COMB-DIGIT-X TO WS-COMB-DIGIT-B
           MOVE 0 TO WS-COMB-DIGIT-X
           MOVE 8 TO WS-COMB-BIT
           PERFORM 4 TIMES
               COMPUTE WS-COMB-Q-A = WS-COMB-DIGIT-A / WS-COMB-BIT
               COMPUTE WS-COMB-Q-B = WS-COMB-DIGIT-B / WS-COMB-BIT
               IF FUNCTION MOD(WS-COMB-Q-A, 2)
                   NOT = FUNCTION MOD(WS-COMB-Q-B, 2)
                   ADD WS-COMB-BIT TO WS-COMB-DIGIT-X
               END-IF
               DIVIDE 2 INTO WS-COMB-BIT
           END-PERFORM
           MOVE WS-HEX-DIGITS(WS-COMB-DIGIT-X + 1:1)
               TO WS-WRAPPED-KEY-HEX(WS-COMB-INDEX:1)
           EXIT.

      ******************************************************************
      * DECODE-ONE-HEX-DIGIT
      ******************************************************************
       DECODE-ONE-HEX-DIGIT.
           EVALUATE WS-COMB-CHAR
               WHEN '0' MOVE 0 TO WS-COMB-DIGIT-X
               WHEN '1' MOVE 1 TO WS-COMB-DIGIT-X
               WHEN '2' MOVE 2 TO WS-COMB-DIGIT-X
               WHEN '3' MOVE 3 TO WS-COMB-DIGIT-X
               WHEN '4' MOVE 4 TO WS-COMB-DIGIT-X
               WHEN '5' MOVE 5 TO WS-COMB-DIGIT-X
               WHEN '6' MOVE 6 TO WS-COMB-DIGIT-X
               WHEN '7' MOVE 7 TO WS-COMB-DIGIT-X
               WHEN '8' MOVE 8 TO WS-COMB-DIGIT-X
               WHEN '9' MOVE 9 TO WS-COMB-DIGIT-X
               WHEN 'a' WHEN 'A' MOVE 10 TO WS-COMB-DIGIT-X
               WHEN 'b' WHEN 'B' MOVE 11 TO WS-COMB-DIGIT-X
               WHEN 'c' WHEN 'C' MOVE 12 TO WS-COMB-DIGIT-X
               WHEN 'd' WHEN 'D' MOVE 13 TO WS-COMB-DIGIT-X
               WHEN 'e' WHEN 'E' MOVE 14 TO WS-COMB-DIGIT-X
               WHEN 'f' WHEN 'F' MOVE 15 TO WS-COMB-DIGIT-X
               WHEN OTHER
                   MOVE 0 TO WS-COMB-DIGIT-X
           END-EVALUATE
           EXIT.

      ******************************************************************
      * SEED-APPROVED-ENTROPY-SOURCE
      * Seeded once per run from the time-of-day clock, as
      * IPCRYPT-LIB seeds its random tweaks - never the unseeded,
      * fixed starting sequence
      ******************************************************************
       SEED-APPROVED-ENTROPY-SOURCE.
           MOVE FUNCTION CURRENT-DATE TO WS-ENTROPY-TIMESTAMP
           MOVE WS-ENTROPY-TIMESTAMP(9:8) TO WS-ENTROPY-SEED-DIGITS
           COMPUTE WS-ENTROPY-SEED-DISCARD =
               FUNCTION RANDOM(WS-ENTROPY-SEED-DIGITS)
           END-COMPUTE
           EXIT.

      ******************************************************************
      * WRITE-SHARE-FILES
      * Header, one KEY record per key, trailer - on both files, in
      * the same order, under the same export stamp
      ******************************************************************
       WRITE-SHARE-FILES.
           OPEN OUTPUT ESCROW-SHARE-A
           OPEN OUTPUT ESCROW-SHARE-B
           IF WS-SHARE-A-STATUS NOT = "00"
               OR WS-SHARE-B-STATUS NOT = "00"
               SET ESCROW-ABORTED TO TRUE
               MOVE "share files could not be opened"
                   TO WS-FAIL-REASON
           ELSE
               MOVE SPACES TO ESCROW-SHARE-RECORD
               SET ES-HEADER-RECORD TO TRUE
               MOVE WS-EXPORT-STAMP TO ES-EXPORT-STAMP
               MOVE "A" TO ES-SHARE-ID
               MOVE EP-CUSTODIAN-A TO ES-CUSTODIAN-ID
               MOVE EP-CUSTODIAN-B TO ES-OTHER-CUSTODIAN-ID
               WRITE ESCROW-SHARE-RECORD
               MOVE "B" TO ES-SHARE-ID
               MOVE EP-CUSTODIAN-B TO ES-CUSTODIAN-ID
               MOVE EP-CUSTODIAN-A TO ES-OTHER-CUSTODIAN-ID
               MOVE ESCROW-SHARE-RECORD TO ESCROW-SHARE-B-RECORD
               WRITE ESCROW-SHARE-B-RECORD

               PERFORM WRITE-ONE-KEY-SHARE-PAIR
                   VARYING WS-LOAD-INDEX FROM 1 BY 1
                   UNTIL WS-LOAD-INDEX > WS-KEY-COUNT

               MOVE SPACES TO ESCROW-SHARE-RECORD
               SET ES-TRAILER-RECORD TO TRUE
               MOVE WS-EXPORT-STAMP TO ES-EXPORT-STAMP
               MOVE WS-KEY-COUNT TO ES-KEY-COUNT
               MOVE "A" TO ES-SHARE-ID
               WRITE ESCROW-SHARE-RECORD
               MOVE "B" TO ES-SHARE-ID
               MOVE ESCROW-SHARE-RECORD TO ESCROW-SHARE-B-RECORD
               WRITE ESCROW-SHARE-B-RECORD
           END-IF
           IF WS-SHARE-A-STATUS = "00"
               CLOSE ESCROW-SHARE-A
           END-IF
           IF WS-SHARE-B-STATUS = "00"
               CLOSE ESCROW-SHARE-B
           END-IF
           EXIT.

      ******************************************************************
      * WRITE-ONE-KEY-SHARE-PAIR
      ******************************************************************
       WRITE-ONE-KEY-SHARE-PAIR.
           MOVE WS-KEY-ENTRY(WS-LOAD-INDEX) TO KEYSTORE-RECORD
           MOVE SPACES TO ESCROW-SHARE-RECORD
           SET ES-KEY-RECORD TO TRUE
           MOVE WS-EXPORT-STAMP TO ES-EXPORT-STAMP
           MOVE KS-KEY-ID TO ES-KEY-ID
           MOVE KS-KEY-LENGTH TO ES-KEY-LENGTH
           MOVE KS-STATUS TO ES-STATUS
           MOVE KS-DESCRIPTION TO ES-DESCRIPTION
           MOVE KS-EFFECTIVE-DATE TO ES-EFFECTIVE-DATE
           MOVE KS-EXPIRY-DATE TO ES-EXPIRY-DATE
           MOVE KS-PREDECESSOR-KEY-ID TO ES-PREDECESSOR-KEY-ID
           MOVE WS-SHARE-CHECK(WS-LOAD-INDEX) TO ES-CHECK-VALUE

           MOVE "A" TO ES-SHARE-ID
           MOVE WS-SHARE-A-HEX(WS-LOAD-INDEX) TO ES-SHARE-HEX
           WRITE ESCROW-SHARE-RECORD
           MOVE "B" TO ES-SHARE-ID
           MOVE WS-SHARE-B-HEX(WS-LOAD-INDEX) TO ES-SHARE-HEX
           MOVE ESCROW-SHARE-RECORD TO ESCROW-SHARE-B-RECORD
           WRITE ESCROW-SHARE-B-RECORD
           MOVE SPACES TO ES-SHARE-HEX

           ADD 1 TO WS-KEYS-ESCROWED
           MOVE WS-SHARE-CHECK(WS-LOAD-INDEX) TO WS-CHECK-VALUE
           PERFORM WRITE-KEY-APPLIED-LOG-RECORD
           MOVE "IPC2708I" TO WS-OPSMSG-ID
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "key-id " KS-KEY-ID " escrowed, check value "
               WS-CHECK-VALUE
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           EXIT.

      ******************************************************************
      * WRITE-KEY-APPLIED-LOG-RECORD
      * One KEYCHGLOG line per key escrowed - the key-id, both
      * custodians and the check value, never the key or a share
      ******************************************************************
       WRITE-KEY-APPLIED-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CHANGE-TIMESTAMP
           MOVE SPACES TO KEY-CHANGE-LOG-LINE
           STRING WS-CHANGE-TIMESTAMP DELIMITED BY SIZE
               " ACTION=ESCROWEXPORT KEYID=" DELIMITED BY SIZE
               FUNCTION TRIM(KS-KEY-ID) DELIMITED BY SIZE
               " RESULT=APPLIED CUSTA=" DELIMITED BY SIZE
               FUNCTION TRIM(EP-CUSTODIAN-A) DELIMITED BY SIZE
               " CUSTB=" DELIMITED BY SIZE
               FUNCTION TRIM(EP-CUSTODIAN-B) DELIMITED BY SIZE
               " CHECK=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CHECK-VALUE) DELIMITED BY SIZE
               INTO KEY-CHANGE-LOG-LINE
           END-STRING
           WRITE KEY-CHANGE-LOG-LINE
           EXIT.

      ******************************************************************
      * WRITE-KEY-REJECTED-LOG-RECORD
      ******************************************************************
       WRITE-KEY-REJECTED-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CHANGE-TIMESTAMP
           MOVE SPACES TO KEY-CHANGE-LOG-LINE
           STRING WS-CHANGE-TIMESTAMP DELIMITED BY SIZE
               " ACTION=ESCROWEXPORT KEYID=" DELIMITED BY SIZE
               FUNCTION TRIM(KS-KEY-ID) DELIMITED BY SIZE
               " RESULT=REJECTED REASON=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-FAIL-REASON) DELIMITED BY SIZE
               INTO KEY-CHANGE-LOG-LINE
           END-STRING
           WRITE KEY-CHANGE-LOG-LINE
           MOVE "IPC2709W" TO WS-OPSMSG-ID
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "key-id " KS-KEY-ID " not escrowed - "
               FUNCTION TRIM(WS-FAIL-REASON)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           EXIT.

      ******************************************************************
      * WRITE-RUN-LOG-RECORD
      * The run's own KEYCHGLOG line: the export stamp both share
      * files carry and the key count, or the reason nothing was
      * written
      ******************************************************************
       WRITE-RUN-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CHANGE-TIMESTAMP
           MOVE SPACES TO KEY-CHANGE-LOG-LINE
           IF ESCROW-ABORTED OR ESCROW-KEY-FAILED
               STRING WS-CHANGE-TIMESTAMP DELIMITED BY SIZE
                   " ACTION=ESCROWEXPORT KEYID=*" DELIMITED BY SIZE
                   " RESULT=REJECTED REASON=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FAIL-REASON) DELIMITED BY SIZE
                   INTO KEY-CHANGE-LOG-LINE
               END-STRING
           ELSE
               MOVE WS-KEYS-ESCROWED TO WS-COUNT-DISP
               STRING WS-CHANGE-TIMESTAMP DELIMITED BY SIZE
                   " ACTION=ESCROWEXPORT KEYID=*" DELIMITED BY SIZE
                   " RESULT=APPLIED CUSTA=" DELIMITED BY SIZE
                   FUNCTION TRIM(EP-CUSTODIAN-A) DELIMITED BY SIZE
                   " CUSTB=" DELIMITED BY SIZE
                   FUNCTION TRIM(EP-CUSTODIAN-B) DELIMITED BY SIZE
                   " KEYS=" DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   " EXPORT=" DELIMITED BY SIZE
                   WS-EXPORT-STAMP DELIMITED BY SIZE
                   INTO KEY-CHANGE-LOG-LINE
               END-STRING
           END-IF
           WRITE KEY-CHANGE-LOG-LINE
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-KEYESCROW" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-KEYESCROW.
