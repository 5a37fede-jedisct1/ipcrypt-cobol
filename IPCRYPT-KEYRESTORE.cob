      ******************************************************************
      * IPCRYPT-KEYRESTORE - Dual-Custodian Escrow Restore
      * Rebuilds a lost KEYSTORE from an IPCRYPT-KEYESCROW export.
      * Both custodians sign on at the console with their own
      * OPERAUTH ID and passphrase, each must be the custodian the
      * export named on that share, and both share files must be from
      * the same export. Every key is rebuilt by XORing the two shares
      * and unwrapping under the ESCROWKEY, then PROVED against the
      * check value the export recorded before it is wrapped again
      * under the current MASTERKEY for storage (plain hex, with a
      * console warning, when no master key is supplied - the same
      * fallback IPCRYPT-KEYMAINT takes).
      *
      * The restore is all or nothing and never overwrites: the
      * target KEYSTORE must be missing or empty, and it is written
      * only after every key has proved and both trailers agree.
      * Because the passphrase digest key itself lives in the
      * KEYSTORE, a sign-on that could not be checked for want of it
      * is checked again against the restored file straight after the
      * write; if either custodian then fails, the KEYSTORE is put
      * back empty, exactly as it was found. Every key restored, and
      * the run itself, is logged to KEYCHGLOG with both custodians;
      * no key material or share ever reaches a log or the console.
      * Return code 0 restored, 8 refused (nothing kept), 12 ESCROWKEY
      * missing or share files unusable.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-KEYRESTORE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNU-LINUX.
       OBJECT-COMPUTER. GNU-LINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCROW-SHARE-A ASSIGN TO "ESCSHRA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHARE-A-STATUS.
           SELECT ESCROW-SHARE-B ASSIGN TO "ESCSHRB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHARE-B-STATUS.
           SELECT KEYSTORE-FILE ASSIGN TO "KEYSTORE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYSTORE-STATUS.
           SELECT KEY-CHANGE-LOG ASSIGN TO "KEYCHGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYCHGLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ESCROW-SHARE-A
           RECORDING MODE IS F.
       COPY "IPCRYPT-ESCROW.cpy".

       FD  ESCROW-SHARE-B
           RECORDING MODE IS F.
       01  ESCROW-SHARE-B-RECORD        PIC X(159).

       FD  KEYSTORE-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-KEYSTORE.cpy".

       FD  KEY-CHANGE-LOG
           RECORDING MODE IS F.
       01  KEY-CHANGE-LOG-LINE          PIC X(180).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-SHARE-A-STATUS    PIC X(02).
           05  WS-SHARE-B-STATUS    PIC X(02).
           05  WS-KEYSTORE-STATUS   PIC X(02).
           05  WS-KEYCHGLOG-STATUS  PIC X(02).
           05  WS-REFUSE-SWITCH     PIC X(01) VALUE 'N'.
               88  RESTORE-REFUSED  VALUE 'Y'.
           05  WS-SETUP-SWITCH      PIC X(01) VALUE 'N'.
               88  RESTORE-SETUP-FAILED VALUE 'Y'.
           05  WS-PAIRS-DONE-SWITCH PIC X(01) VALUE 'N'.
               88  SHARE-PAIRS-DONE VALUE 'Y'.
           05  WS-MASTER-SWITCH     PIC X(01) VALUE 'N'.
               88  MASTER-KEY-AVAILABLE VALUE 'Y'.
           05  WS-KEPT-SWITCH       PIC X(01) VALUE 'N'.
               88  RESTORE-KEPT     VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-KEYS-PROVED       PIC 9(03) COMP VALUE 0.
           05  WS-COUNT-DISP        PIC 9(03).

      ******************************************************************
      * RESTORED KEYS - held in storage until every one has proved
      ******************************************************************
       01  WS-KEYSTORE-TABLE.
           05  WS-KEY-COUNT         PIC 9(03) COMP VALUE 0.
           05  WS-KEY-ENTRY OCCURS 100 TIMES.
               10  WS-ENTRY-RECORD  PIC X(200).
               10  WS-ENTRY-CHECK   PIC X(12).
       01  WS-LOAD-INDEX            PIC 9(03) COMP.

       01  WS-RESTORE-WORK.
           05  WS-SHARE-B-IMAGE.
               10  WSB-RECORD-TYPE  PIC X(03).
               10  WSB-SHARE-ID     PIC X(01).
               10  WSB-EXPORT-STAMP PIC X(14).
               10  WSB-KEY-ID       PIC X(08).
               10  WSB-KEY-LENGTH   PIC 9(02).
               10  FILLER           PIC X(55).
               10  WSB-SHARE-HEX    PIC X(64).
               10  WSB-CHECK-VALUE  PIC X(12).
           05  WSB-HEADER-BODY REDEFINES WS-SHARE-B-IMAGE.
               10  FILLER           PIC X(18).
               10  WSB-CUSTODIAN-ID PIC X(08).
               10  WSB-OTHER-CUSTODIAN-ID PIC X(08).
               10  FILLER           PIC X(125).
           05  WSB-TRAILER-BODY REDEFINES WS-SHARE-B-IMAGE.
               10  FILLER           PIC X(18).
               10  WSB-KEY-COUNT    PIC 9(03).
               10  FILLER           PIC X(138).
           05  WS-EXPORT-STAMP      PIC X(14).
           05  WS-PLAIN-KEY-HEX     PIC X(64).
           05  WS-WRAPPED-KEY-HEX   PIC X(64).
           05  WS-PAD-HEX           PIC X(64).
           05  WS-CHECK-VALUE       PIC X(12).
           05  WS-FAIL-REASON       PIC X(50).
           05  WS-CHANGE-TIMESTAMP  PIC X(14).
           05  WS-HEX-DIGIT-COUNT   PIC 9(03) COMP.

      ******************************************************************
      * CUSTODIAN SIGN-ON - each verified through IPCRYPT-AUTHLOOK.
      * WS-CUST-x-DEFERRED marks a sign-on that could only be
      * answered 'K' (no passphrase key - the KEYSTORE is what was
      * lost) and must be verified again once the KEYSTORE is back
      ******************************************************************
       01  WS-CUSTODIAN-AUTHORITY.
           05  WS-CUST-A-ID         PIC X(08).
           05  WS-CUST-A-PASSPHRASE PIC X(32).
           05  WS-CUST-A-DEFER-SW   PIC X(01) VALUE 'N'.
               88  WS-CUST-A-DEFERRED   VALUE 'Y'.
           05  WS-CUST-B-ID         PIC X(08).
           05  WS-CUST-B-PASSPHRASE PIC X(32).
           05  WS-CUST-B-DEFER-SW   PIC X(01) VALUE 'N'.
               88  WS-CUST-B-DEFERRED   VALUE 'Y'.
           05  WS-CUST-ID           PIC X(08).
           05  WS-CUST-PASSPHRASE   PIC X(32).
           05  WS-CUST-ROLE         PIC X(01).
           05  WS-CUST-STATUS       PIC X(01).
               88  WS-AUTH-FOUND        VALUE 'Y'.
               88  WS-AUTH-NOT-FOUND    VALUE 'N'.
               88  WS-AUTH-INACTIVE     VALUE 'I'.
               88  WS-AUTH-LOCKED       VALUE 'L'.
               88  WS-AUTH-EXPIRED      VALUE 'X'.
               88  WS-AUTH-BAD-PASSPHRASE VALUE 'P'.
               88  WS-AUTH-NO-PASSPHRASE VALUE 'U'.
               88  WS-AUTH-NO-DIGEST-KEY VALUE 'K'.
               88  WS-AUTH-VERIFY-REQUEST VALUE 'V'.
           05  WS-CUST-DEFER-SW     PIC X(01).
               88  WS-CUST-DEFERRED     VALUE 'Y'.
           05  WS-SIGNON-CALLER     PIC X(10) VALUE "KEYRESTORE".

       01  WS-WRAP-OPERATION        PIC X(01).
       01  WS-WRAP-HEX-IN           PIC X(64).
       01  WS-WRAP-KEY-LENGTH       PIC 9(02) COMP.
       01  WS-WRAP-HEX-OUT          PIC X(64).
       01  WS-WRAP-STATUS           PIC X(01).
           88  WS-WRAP-OK           VALUE 'Y'.

      ******************************************************************
      * SHARE-COMBINE WORK AREA - the same bit-at-a-time XOR
      * IPCRYPT-KEYMAINT uses for custodian components
      ******************************************************************
       01  WS-COMBINE-WORK.
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
      * MAIN-KEYRESTORE-ENTRY
      ******************************************************************
       MAIN-KEYRESTORE-ENTRY.
           MOVE "IPC3101I" TO WS-OPSMSG-ID
           MOVE "escrow restore - both custodians must sign on"
               TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           OPEN EXTEND KEY-CHANGE-LOG
           IF WS-KEYCHGLOG-STATUS NOT = "00"
               OPEN OUTPUT KEY-CHANGE-LOG
           END-IF

           PERFORM SIGN-ON-CUSTODIANS
           IF NOT RESTORE-REFUSED
               PERFORM CHECK-TARGET-KEYSTORE-EMPTY
           END-IF
           IF NOT RESTORE-REFUSED
               PERFORM CHECK-WRAPPING-KEYS
           END-IF
           IF NOT RESTORE-REFUSED
               PERFORM OPEN-AND-MATCH-SHARE-HEADERS
           END-IF
           IF NOT RESTORE-REFUSED
               PERFORM RESTORE-ONE-SHARE-PAIR
                   UNTIL SHARE-PAIRS-DONE OR RESTORE-REFUSED
           END-IF
           IF WS-SHARE-A-STATUS = "00" OR WS-SHARE-A-STATUS = "10"
               CLOSE ESCROW-SHARE-A
           END-IF
           IF WS-SHARE-B-STATUS = "00" OR WS-SHARE-B-STATUS = "10"
               CLOSE ESCROW-SHARE-B
           END-IF
           MOVE SPACES TO WS-PLAIN-KEY-HEX
           MOVE SPACES TO WS-WRAPPED-KEY-HEX
           MOVE SPACES TO WS-PAD-HEX
           MOVE SPACES TO WS-SHARE-B-IMAGE

           IF NOT RESTORE-REFUSED
               PERFORM WRITE-RESTORED-KEYSTORE
               PERFORM CONFIRM-DEFERRED-SIGN-ONS
           END-IF
           IF RESTORE-KEPT
               PERFORM WRITE-KEY-RESTORED-LOG-RECORD
                   VARYING WS-LOAD-INDEX FROM 1 BY 1
                   UNTIL WS-LOAD-INDEX > WS-KEY-COUNT
           END-IF
           MOVE SPACES TO WS-CUST-A-PASSPHRASE
           MOVE SPACES TO WS-CUST-B-PASSPHRASE
           MOVE SPACES TO WS-CUST-PASSPHRASE
           INITIALIZE WS-KEYSTORE-TABLE

           PERFORM WRITE-RUN-LOG-RECORD
           CLOSE KEY-CHANGE-LOG

           MOVE "IPC3102I" TO WS-OPSMSG-ID
           MOVE WS-KEYS-PROVED TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "keys proved = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           EVALUATE TRUE
               WHEN RESTORE-KEPT
                   MOVE "IPC3103I" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "KEYSTORE restored from export "
                       WS-EXPORT-STAMP
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   IF NOT MASTER-KEY-AVAILABLE
                       MOVE "IPC3104E" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "*** no usable MASTERKEY - keys stored "
                           "as plain hex; run IPCRYPT-KEYCONV once it "
                           "is supplied ***"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   END-IF
               WHEN RESTORE-SETUP-FAILED
                   MOVE "IPC3105C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "*** " FUNCTION TRIM(WS-FAIL-REASON)
                       " - nothing restored ***"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   MOVE "IPC3106E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "*** " FUNCTION TRIM(WS-FAIL-REASON)
                       " - nothing restored ***"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           MOVE "IPC3107I" TO WS-OPSMSG-ID
           MOVE "escrow restore complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
      * SIGN-ON-CUSTODIANS
      * Two different people, each verified by their own passphrase
      ******************************************************************
       SIGN-ON-CUSTODIANS.
           DISPLAY "Custodian A ID: " WITH NO ADVANCING
           ACCEPT WS-CUST-A-ID
           DISPLAY "Passphrase: " WITH NO ADVANCING
           ACCEPT WS-CUST-A-PASSPHRASE
           DISPLAY "Custodian B ID: " WITH NO ADVANCING
           ACCEPT WS-CUST-B-ID
           DISPLAY "Passphrase: " WITH NO ADVANCING
           ACCEPT WS-CUST-B-PASSPHRASE
           MOVE FUNCTION UPPER-CASE(WS-CUST-A-ID) TO WS-CUST-A-ID
           MOVE FUNCTION UPPER-CASE(WS-CUST-B-ID) TO WS-CUST-B-ID

           IF WS-CUST-A-ID = SPACES OR WS-CUST-B-ID = SPACES
               SET RESTORE-REFUSED TO TRUE
               MOVE "both custodians must sign on" TO WS-FAIL-REASON
           ELSE
           IF WS-CUST-A-ID = WS-CUST-B-ID
               SET RESTORE-REFUSED TO TRUE
               MOVE "custodians must be two people" TO WS-FAIL-REASON
           END-IF
           END-IF
           IF NOT RESTORE-REFUSED
               MOVE WS-CUST-A-ID TO WS-CUST-ID
               MOVE WS-CUST-A-PASSPHRASE TO WS-CUST-PASSPHRASE
               PERFORM VERIFY-ONE-CUSTODIAN
               MOVE WS-CUST-DEFER-SW TO WS-CUST-A-DEFER-SW
           END-IF
           IF NOT RESTORE-REFUSED
               MOVE WS-CUST-B-ID TO WS-CUST-ID
               MOVE WS-CUST-B-PASSPHRASE TO WS-CUST-PASSPHRASE
               PERFORM VERIFY-ONE-CUSTODIAN
               MOVE WS-CUST-DEFER-SW TO WS-CUST-B-DEFER-SW
           END-IF
           EXIT.

      ******************************************************************
      * VERIFY-ONE-CUSTODIAN
      * 'K' is the one answer not refused outright: with the KEYSTORE
      * gone there is no passphrase key to check against yet, so the
      * check is deferred to CONFIRM-DEFERRED-SIGN-ONS
      ******************************************************************
       VERIFY-ONE-CUSTODIAN.
           MOVE 'N' TO WS-CUST-DEFER-SW
           SET WS-AUTH-VERIFY-REQUEST TO TRUE
           CALL 'IPCRYPT-AUTHLOOK' USING WS-CUST-ID
               WS-CUST-ROLE WS-CUST-STATUS
               WS-CUST-PASSPHRASE WS-SIGNON-CALLER
           END-CALL
           MOVE SPACES TO WS-CUST-PASSPHRASE
           EVALUATE TRUE
               WHEN WS-AUTH-FOUND
                   CONTINUE
               WHEN WS-AUTH-NO-DIGEST-KEY
                   SET WS-CUST-DEFERRED TO TRUE
                   MOVE "IPC3108I" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "passphrase for " WS-CUST-ID " will be "
                       "checked against the restored KEYSTORE"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN WS-AUTH-NOT-FOUND
                   SET RESTORE-REFUSED TO TRUE
                   MOVE SPACES TO WS-FAIL-REASON
                   STRING "custodian " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CUST-ID) DELIMITED BY SIZE
                       " is not in the authority file"
                           DELIMITED BY SIZE
                       INTO WS-FAIL-REASON
                   END-STRING
               WHEN WS-AUTH-INACTIVE
                   SET RESTORE-REFUSED TO TRUE
                   MOVE SPACES TO WS-FAIL-REASON
                   STRING "custodian " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CUST-ID) DELIMITED BY SIZE
                       " is no longer active" DELIMITED BY SIZE
                       INTO WS-FAIL-REASON
                   END-STRING
               WHEN WS-AUTH-LOCKED
                   SET RESTORE-REFUSED TO TRUE
                   MOVE SPACES TO WS-FAIL-REASON
                   STRING "custodian " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CUST-ID) DELIMITED BY SIZE
                       " is locked out" DELIMITED BY SIZE
                       INTO WS-FAIL-REASON
                   END-STRING
               WHEN WS-AUTH-EXPIRED
                   SET RESTORE-REFUSED TO TRUE
                   MOVE SPACES TO WS-FAIL-REASON
                   STRING "passphrase for " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CUST-ID) DELIMITED BY SIZE
                       " has expired" DELIMITED BY SIZE
                       INTO WS-FAIL-REASON
                   END-STRING
               WHEN WS-AUTH-NO-PASSPHRASE
                   SET RESTORE-REFUSED TO TRUE
                   MOVE SPACES TO WS-FAIL-REASON
                   STRING "custodian " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CUST-ID) DELIMITED BY SIZE
                       " has no passphrase set" DELIMITED BY SIZE
                       INTO WS-FAIL-REASON
                   END-STRING
               WHEN OTHER
                   SET RESTORE-REFUSED TO TRUE
                   MOVE "custodian ID or passphrase not accepted"
                       TO WS-FAIL-REASON
           END-EVALUATE
           EXIT.

      ******************************************************************
      * CHECK-TARGET-KEYSTORE-EMPTY
      * A restore only ever fills an empty KEYSTORE - it must never
      * roll a live one back to an older export
      ******************************************************************
       CHECK-TARGET-KEYSTORE-EMPTY.
           OPEN INPUT KEYSTORE-FILE
           IF WS-KEYSTORE-STATUS = "00"
               READ KEYSTORE-FILE
                   NOT AT END
                       SET RESTORE-REFUSED TO TRUE
                       MOVE "KEYSTORE is not empty - will not overwrite"
                           TO WS-FAIL-REASON
               END-READ
               CLOSE KEYSTORE-FILE
           END-IF
           EXIT.

      ******************************************************************
      * CHECK-WRAPPING-KEYS
      * A dummy unwrap answers whether the ESCROWKEY is here (nothing
      * can be restored without it); a dummy wrap answers whether the
      * restored keys can go back under the MASTERKEY
      ******************************************************************
       CHECK-WRAPPING-KEYS.
           MOVE 'U' TO WS-WRAP-OPERATION
           MOVE ALL "0" TO WS-WRAP-HEX-IN
           MOVE SPACES TO WS-WRAP-HEX-IN(33:32)
           MOVE 16 TO WS-WRAP-KEY-LENGTH
           CALL 'IPCRYPT-KEYWRAP' USING WS-WRAP-OPERATION
               WS-WRAP-HEX-IN WS-WRAP-KEY-LENGTH
               WS-WRAP-HEX-OUT WS-WRAP-STATUS
           END-CALL
           IF NOT WS-WRAP-OK
               SET RESTORE-REFUSED TO TRUE
               SET RESTORE-SETUP-FAILED TO TRUE
               MOVE "no usable ESCROWKEY supplied" TO WS-FAIL-REASON
           END-IF

           MOVE 'E' TO WS-WRAP-OPERATION
           MOVE ALL "0" TO WS-WRAP-HEX-IN
           MOVE SPACES TO WS-WRAP-HEX-IN(33:32)
           CALL 'IPCRYPT-KEYWRAP' USING WS-WRAP-OPERATION
               WS-WRAP-HEX-IN WS-WRAP-KEY-LENGTH
               WS-WRAP-HEX-OUT WS-WRAP-STATUS
           END-CALL
           IF WS-WRAP-OK
               SET MASTER-KEY-AVAILABLE TO TRUE
           END-IF
           EXIT.

      ******************************************************************
      * OPEN-AND-MATCH-SHARE-HEADERS
      * Share A and share B of the same export, each held by the
      * custodian who signed on for it
      ******************************************************************
       OPEN-AND-MATCH-SHARE-HEADERS.
           OPEN INPUT ESCROW-SHARE-A
           OPEN INPUT ESCROW-SHARE-B
           IF WS-SHARE-A-STATUS NOT = "00"
               OR WS-SHARE-B-STATUS NOT = "00"
               SET RESTORE-REFUSED TO TRUE
               SET RESTORE-SETUP-FAILED TO TRUE
               MOVE "ESCSHRA and ESCSHRB are both required"
                   TO WS-FAIL-REASON
           ELSE
               PERFORM READ-NEXT-SHARE-PAIR
           END-IF

           IF NOT RESTORE-REFUSED
               IF NOT ES-HEADER-RECORD OR WSB-RECORD-TYPE NOT = "HDR"
                   SET RESTORE-REFUSED TO TRUE
                   SET RESTORE-SETUP-FAILED TO TRUE
                   MOVE "share file has no escrow header"
                       TO WS-FAIL-REASON
               ELSE
               IF ES-SHARE-ID NOT = "A" OR WSB-SHARE-ID NOT = "B"
                   SET RESTORE-REFUSED TO TRUE
                   SET RESTORE-SETUP-FAILED TO TRUE
                   MOVE "ESCSHRA/ESCSHRB hold the wrong shares"
                       TO WS-FAIL-REASON
               ELSE
               IF ES-EXPORT-STAMP NOT = WSB-EXPORT-STAMP
                   SET RESTORE-REFUSED TO TRUE
                   MOVE "shares come from different exports"
                       TO WS-FAIL-REASON
               ELSE
               IF ES-CUSTODIAN-ID NOT = WS-CUST-A-ID
                   OR WSB-CUSTODIAN-ID NOT = WS-CUST-B-ID
                   SET RESTORE-REFUSED TO TRUE
                   MOVE SPACES TO WS-FAIL-REASON
                   STRING "export names custodians " DELIMITED BY SIZE
                       FUNCTION TRIM(ES-CUSTODIAN-ID) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       FUNCTION TRIM(WSB-CUSTODIAN-ID)
                           DELIMITED BY SIZE
                       INTO WS-FAIL-REASON
                   END-STRING
               ELSE
                   MOVE ES-EXPORT-STAMP TO WS-EXPORT-STAMP
                   MOVE "IPC3109I" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "restoring export " WS-EXPORT-STAMP
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * READ-NEXT-SHARE-PAIR
      * One record from each file; running out on either side before
      * the trailers is a damaged export
      ******************************************************************
       READ-NEXT-SHARE-PAIR.
           READ ESCROW-SHARE-A
               AT END
                   SET RESTORE-REFUSED TO TRUE
                   MOVE "ESCSHRA ends before its trailer"
                       TO WS-FAIL-REASON
           END-READ
           READ ESCROW-SHARE-B
               AT END
                   SET RESTORE-REFUSED TO TRUE
                   MOVE "ESCSHRB ends before its trailer"
                       TO WS-FAIL-REASON
               NOT AT END
                   MOVE ESCROW-SHARE-B-RECORD TO WS-SHARE-B-IMAGE
           END-READ
           EXIT.

      ******************************************************************
      * RESTORE-ONE-SHARE-PAIR
      * Both shares must describe the same key under the same export;
      * the pair at the trailers closes the restore off
      ******************************************************************
       RESTORE-ONE-SHARE-PAIR.
           PERFORM READ-NEXT-SHARE-PAIR
           IF NOT RESTORE-REFUSED
               IF ES-TRAILER-RECORD AND WSB-RECORD-TYPE = "TRL"
                   PERFORM CHECK-SHARE-TRAILERS
                   SET SHARE-PAIRS-DONE TO TRUE
               ELSE
               IF NOT ES-KEY-RECORD OR WSB-RECORD-TYPE NOT = "KEY"
                   SET RESTORE-REFUSED TO TRUE
                   MOVE "share files are out of step"
                       TO WS-FAIL-REASON
               ELSE
               IF ES-KEY-ID NOT = WSB-KEY-ID
                   OR ES-CHECK-VALUE NOT = WSB-CHECK-VALUE
                   OR ES-EXPORT-STAMP NOT = WSB-EXPORT-STAMP
                   OR ES-KEY-LENGTH NOT = WSB-KEY-LENGTH
                   SET RESTORE-REFUSED TO TRUE
                   MOVE SPACES TO WS-FAIL-REASON
                   STRING "shares disagree at key-id " DELIMITED BY SIZE
                       FUNCTION TRIM(ES-KEY-ID) DELIMITED BY SIZE
                       INTO WS-FAIL-REASON
                   END-STRING
               ELSE
               IF WS-KEY-COUNT >= 100
                   SET RESTORE-REFUSED TO TRUE
                   MOVE "export holds more than 100 keys"
                       TO WS-FAIL-REASON
               ELSE
                   PERFORM REBUILD-AND-PROVE-KEY
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * REBUILD-AND-PROVE-KEY
      * XOR the shares back into the escrow-wrapped key, unwrap it,
      * and prove the result against the recorded check value before
      * it is wrapped for storage
      ******************************************************************
       REBUILD-AND-PROVE-KEY.
           IF ES-KEY-LENGTH NOT = 16 AND ES-KEY-LENGTH NOT = 32
               SET RESTORE-REFUSED TO TRUE
               MOVE SPACES TO WS-FAIL-REASON
               STRING "bad key length at key-id " DELIMITED BY SIZE
                   FUNCTION TRIM(ES-KEY-ID) DELIMITED BY SIZE
                   INTO WS-FAIL-REASON
               END-STRING
           ELSE
               MOVE ES-SHARE-HEX TO WS-PAD-HEX
               MOVE WSB-SHARE-HEX TO WS-WRAPPED-KEY-HEX
               COMPUTE WS-HEX-DIGIT-COUNT = ES-KEY-LENGTH * 2
               PERFORM XOR-ONE-HEX-DIGIT
                   VARYING WS-COMB-INDEX FROM 1 BY 1
                   UNTIL WS-COMB-INDEX > WS-HEX-DIGIT-COUNT
               MOVE SPACES TO WS-PAD-HEX

               MOVE 'U' TO WS-WRAP-OPERATION
               MOVE WS-WRAPPED-KEY-HEX TO WS-WRAP-HEX-IN
               MOVE ES-KEY-LENGTH TO WS-WRAP-KEY-LENGTH
               CALL 'IPCRYPT-KEYWRAP' USING WS-WRAP-OPERATION
                   WS-WRAP-HEX-IN WS-WRAP-KEY-LENGTH
                   WS-WRAP-HEX-OUT WS-WRAP-STATUS
               END-CALL
               MOVE SPACES TO WS-WRAPPED-KEY-HEX
               MOVE WS-WRAP-HEX-OUT TO WS-PLAIN-KEY-HEX

               MOVE 'C' TO WS-WRAP-OPERATION
               MOVE WS-PLAIN-KEY-HEX TO WS-WRAP-HEX-IN
               CALL 'IPCRYPT-KEYWRAP' USING WS-WRAP-OPERATION
                   WS-WRAP-HEX-IN WS-WRAP-KEY-LENGTH
                   WS-WRAP-HEX-OUT WS-WRAP-STATUS
               END-CALL
               MOVE WS-WRAP-HEX-OUT(1:12) TO WS-CHECK-VALUE
               IF NOT WS-WRAP-OK OR WS-CHECK-VALUE NOT = ES-CHECK-VALUE
                   SET RESTORE-REFUSED TO TRUE
                   MOVE SPACES TO WS-FAIL-REASON
                   STRING "check value mismatch at key-id "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(ES-KEY-ID) DELIMITED BY SIZE
                       INTO WS-FAIL-REASON
                   END-STRING
               ELSE
                   PERFORM STORE-PROVED-KEY
               END-IF
           END-IF
           MOVE SPACES TO WS-PLAIN-KEY-HEX
           MOVE SPACES TO WS-WRAP-HEX-IN
           MOVE SPACES TO WS-WRAP-HEX-OUT
           EXIT.

      ******************************************************************
      * STORE-PROVED-KEY
      * Key metadata exactly as exported; the key itself wrapped
      * under the current master key where there is one
      ******************************************************************
       STORE-PROVED-KEY.
           MOVE SPACES TO KEYSTORE-RECORD
           MOVE ES-KEY-ID TO KS-KEY-ID
           MOVE ES-KEY-LENGTH TO KS-KEY-LENGTH
           MOVE ES-STATUS TO KS-STATUS
           MOVE ES-DESCRIPTION TO KS-DESCRIPTION
           MOVE ES-EFFECTIVE-DATE TO KS-EFFECTIVE-DATE
           MOVE ES-EXPIRY-DATE TO KS-EXPIRY-DATE
           MOVE ES-PREDECESSOR-KEY-ID TO KS-PREDECESSOR-KEY-ID
           IF MASTER-KEY-AVAILABLE
               MOVE 'E' TO WS-WRAP-OPERATION
               MOVE WS-PLAIN-KEY-HEX TO WS-WRAP-HEX-IN
               CALL 'IPCRYPT-KEYWRAP' USING WS-WRAP-OPERATION
                   WS-WRAP-HEX-IN WS-WRAP-KEY-LENGTH
                   WS-WRAP-HEX-OUT WS-WRAP-STATUS
               END-CALL
               MOVE WS-WRAP-HEX-OUT TO KS-KEY-HEX
               SET KS-KEY-ENCRYPTED TO TRUE
           ELSE
               MOVE WS-PLAIN-KEY-HEX TO KS-KEY-HEX
               MOVE SPACE TO KS-KEY-ENC-FLAG
           END-IF
           ADD 1 TO WS-KEY-COUNT
           MOVE KEYSTORE-RECORD TO WS-ENTRY-RECORD(WS-KEY-COUNT)
           MOVE WS-CHECK-VALUE TO WS-ENTRY-CHECK(WS-KEY-COUNT)
           MOVE SPACES TO KEYSTORE-RECORD
           ADD 1 TO WS-KEYS-PROVED
           MOVE "IPC3110I" TO WS-OPSMSG-ID
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "key-id " ES-KEY-ID " proved, check value "
               WS-CHECK-VALUE
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           EXIT.

      ******************************************************************
      * CHECK-SHARE-TRAILERS
      * Both trailers must carry the count of keys actually restored
      ******************************************************************
       CHECK-SHARE-TRAILERS.
           IF ES-KEY-COUNT NOT = WSB-KEY-COUNT
               OR ES-KEY-COUNT NOT = WS-KEY-COUNT
               OR ES-EXPORT-STAMP NOT = WSB-EXPORT-STAMP
               SET RESTORE-REFUSED TO TRUE
               MOVE "trailer key counts do not agree"
                   TO WS-FAIL-REASON
           ELSE
           IF WS-KEY-COUNT = 0
               SET RESTORE-REFUSED TO TRUE
               MOVE "export holds no keys" TO WS-FAIL-REASON
           END-IF
           END-IF
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
      * WRITE-RESTORED-KEYSTORE
      ******************************************************************
       WRITE-RESTORED-KEYSTORE.
           OPEN OUTPUT KEYSTORE-FILE
           IF WS-KEYSTORE-STATUS NOT = "00"
               SET RESTORE-REFUSED TO TRUE
               MOVE "KEYSTORE could not be opened for output"
                   TO WS-FAIL-REASON
           ELSE
               PERFORM VARYING WS-LOAD-INDEX FROM 1 BY 1
                   UNTIL WS-LOAD-INDEX > WS-KEY-COUNT
                   MOVE WS-ENTRY-RECORD(WS-LOAD-INDEX)
                       TO KEYSTORE-RECORD
                   WRITE KEYSTORE-RECORD
               END-PERFORM
               CLOSE KEYSTORE-FILE
               SET RESTORE-KEPT TO TRUE
           END-IF
           MOVE SPACES TO KEYSTORE-RECORD
           EXIT.

      ******************************************************************
      * CONFIRM-DEFERRED-SIGN-ONS
      * A sign-on that could not be checked before the KEYSTORE was
      * back is checked now; if it fails, the restore is undone by
      * emptying the KEYSTORE again - the state it was found in
      ******************************************************************
       CONFIRM-DEFERRED-SIGN-ONS.
           IF RESTORE-KEPT AND WS-CUST-A-DEFERRED
               MOVE WS-CUST-A-ID TO WS-CUST-ID
               MOVE WS-CUST-A-PASSPHRASE TO WS-CUST-PASSPHRASE
               PERFORM VERIFY-ONE-CUSTODIAN
               IF WS-CUST-DEFERRED
                   SET RESTORE-REFUSED TO TRUE
                   MOVE "passphrase key not among the restored keys"
                       TO WS-FAIL-REASON
               END-IF
           END-IF
           IF RESTORE-KEPT AND WS-CUST-B-DEFERRED
               AND NOT RESTORE-REFUSED
               MOVE WS-CUST-B-ID TO WS-CUST-ID
               MOVE WS-CUST-B-PASSPHRASE TO WS-CUST-PASSPHRASE
               PERFORM VERIFY-ONE-CUSTODIAN
               IF WS-CUST-DEFERRED
                   SET RESTORE-REFUSED TO TRUE
                   MOVE "passphrase key not among the restored keys"
                       TO WS-FAIL-REASON
               END-IF
           END-IF
           IF RESTORE-KEPT AND RESTORE-REFUSED
               OPEN OUTPUT KEYSTORE-FILE
               CLOSE KEYSTORE-FILE
               MOVE 'N' TO WS-KEPT-SWITCH
               MOVE 0 TO WS-KEYS-PROVED
               MOVE "IPC3111E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "custodian sign-on failed against the restored "
                   "KEYSTORE - restore undone"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           EXIT.

      ******************************************************************
      * WRITE-KEY-RESTORED-LOG-RECORD
      * One KEYCHGLOG line per key restored - key-id, both custodians
      * and the proved check value, never the key or a share
      ******************************************************************
       WRITE-KEY-RESTORED-LOG-RECORD.
           MOVE WS-ENTRY-RECORD(WS-LOAD-INDEX) TO KEYSTORE-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CHANGE-TIMESTAMP
           MOVE SPACES TO KEY-CHANGE-LOG-LINE
           STRING WS-CHANGE-TIMESTAMP DELIMITED BY SIZE
               " ACTION=ESCROWRESTORE KEYID=" DELIMITED BY SIZE
               FUNCTION TRIM(KS-KEY-ID) DELIMITED BY SIZE
               " RESULT=APPLIED CUSTA=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUST-A-ID) DELIMITED BY SIZE
               " CUSTB=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUST-B-ID) DELIMITED BY SIZE
               " CHECK=" DELIMITED BY SIZE
               WS-ENTRY-CHECK(WS-LOAD-INDEX) DELIMITED BY SIZE
               INTO KEY-CHANGE-LOG-LINE
           END-STRING
           WRITE KEY-CHANGE-LOG-LINE
           MOVE SPACES TO KEYSTORE-RECORD
           EXIT.

      ******************************************************************
      * WRITE-RUN-LOG-RECORD
      * The run's own KEYCHGLOG line, kept or refused
      ******************************************************************
       WRITE-RUN-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CHANGE-TIMESTAMP
           MOVE SPACES TO KEY-CHANGE-LOG-LINE
           IF RESTORE-KEPT
               MOVE WS-KEYS-PROVED TO WS-COUNT-DISP
               STRING WS-CHANGE-TIMESTAMP DELIMITED BY SIZE
                   " ACTION=ESCROWRESTORE KEYID=*" DELIMITED BY SIZE
                   " RESULT=APPLIED CUSTA=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CUST-A-ID) DELIMITED BY SIZE
                   " CUSTB=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CUST-B-ID) DELIMITED BY SIZE
                   " KEYS=" DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   " EXPORT=" DELIMITED BY SIZE
                   WS-EXPORT-STAMP DELIMITED BY SIZE
                   INTO KEY-CHANGE-LOG-LINE
               END-STRING
           ELSE
               STRING WS-CHANGE-TIMESTAMP DELIMITED BY SIZE
                   " ACTION=ESCROWRESTORE KEYID=*" DELIMITED BY SIZE
                   " CUSTA=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CUST-A-ID) DELIMITED BY SIZE
                   " CUSTB=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CUST-B-ID) DELIMITED BY SIZE
                   " RESULT=REJECTED REASON=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FAIL-REASON) DELIMITED BY SIZE
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
           MOVE "IPCRYPT-KEYRESTORE" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-KEYRESTORE.
