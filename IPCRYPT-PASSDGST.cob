      ******************************************************************
      * IPCRYPT-PASSDGST - Operator Passphrase Digest Helper
      * Turns an operator ID and passphrase into the one-way keyed
      * digest OPERAUTH holds in OA-PASS-DIGEST, so the passphrase
      * itself is never stored anywhere. IPCRYPT-OPERMAINT calls it
      * to set a passphrase and IPCRYPT-AUTHLOOK to verify one at
      * sign-on - one derivation, so the two can never disagree.
      * The digest is a CBC-MAC: the operator ID, the passphrase
      * (space-padded to 32) and a fixed 8-byte label make exactly
      * three AES-128 blocks, chained under the KEYSTORE's dedicated
      * OPERPASS key - never an anonymization key - and the final
      * block is returned as 32 hex characters. The operator ID in
      * the first block means two operators choosing the same
      * passphrase still get different digests.
      * Status 'K' when the OPERPASS key cannot be had (missing,
      * retired, expired, or not a 16-byte key): no digest is
      * returned and the caller must refuse whatever it was doing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-PASSDGST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNU-LINUX.
       OBJECT-COMPUTER. GNU-LINUX.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-KEYLOOKUP-KEY-ID      PIC X(08) VALUE "OPERPASS".
       01  WS-KEYLOOKUP-KEY         PIC X(32).
       01  WS-KEYLOOKUP-KEY-LENGTH  PIC 9(02) COMP.
       01  WS-KEYLOOKUP-STATUS      PIC X(01).
           88  WS-KEYLOOKUP-FOUND       VALUE 'Y'.
       01  WS-KEYLOOKUP-PREDECESSOR PIC X(08).

      ******************************************************************
      * DIGEST WORK AREA - the three message blocks and the running
      * chain value
      ******************************************************************
       01  WS-DIGEST-MESSAGE.
           05  WS-MSG-OPERATOR      PIC X(08).
           05  WS-MSG-PASSPHRASE    PIC X(32).
           05  WS-MSG-LABEL         PIC X(08).
       01  WS-MESSAGE-BLOCKS REDEFINES WS-DIGEST-MESSAGE.
           05  WS-MSG-BLOCK OCCURS 3 TIMES PIC X(16).
       01  WS-DIGEST-KEY            PIC X(16).
       01  WS-CHAIN-BLOCK           PIC X(16).
       01  WS-BLOCK-INDEX           PIC 9(01) COMP.

       01  WS-CRYPTO-CALL.
           05  WS-CRYPTO-FUNCTION   PIC X(30).
           05  WS-CRYPTO-PARAM-1    PIC X(64).
           05  WS-CRYPTO-PARAM-2    PIC X(64).
           05  WS-CRYPTO-PARAM-3    PIC X(64).
           05  WS-CRYPTO-PARAM-4    PIC X(64).
           05  WS-CRYPTO-STATUS     PIC X(01).

       LINKAGE SECTION.
       01  LS-DIGEST-OPERATOR-ID    PIC X(08).
       01  LS-DIGEST-PASSPHRASE     PIC X(32).
       01  LS-DIGEST-HEX            PIC X(32).
       01  LS-DIGEST-STATUS         PIC X(01).
           88  LS-DIGEST-OK         VALUE 'Y'.
           88  LS-DIGEST-NO-KEY     VALUE 'K'.

       PROCEDURE DIVISION USING LS-DIGEST-OPERATOR-ID
                               LS-DIGEST-PASSPHRASE
                               LS-DIGEST-HEX
                               LS-DIGEST-STATUS.

      ******************************************************************
      * MAIN-PASSDGST-ENTRY
      ******************************************************************
       MAIN-PASSDGST-ENTRY.
           MOVE SPACES TO LS-DIGEST-HEX
           SET LS-DIGEST-NO-KEY TO TRUE

           CALL 'IPCRYPT-KEYLOOKUP' USING WS-KEYLOOKUP-KEY-ID
               WS-KEYLOOKUP-KEY WS-KEYLOOKUP-KEY-LENGTH
               WS-KEYLOOKUP-STATUS WS-KEYLOOKUP-PREDECESSOR
           END-CALL
           IF WS-KEYLOOKUP-FOUND AND WS-KEYLOOKUP-KEY-LENGTH = 16
               MOVE WS-KEYLOOKUP-KEY(1:16) TO WS-DIGEST-KEY
               MOVE SPACES TO WS-KEYLOOKUP-KEY
               PERFORM COMPUTE-PASSPHRASE-DIGEST
               SET LS-DIGEST-OK TO TRUE
           END-IF
           GOBACK.

      ******************************************************************
      * COMPUTE-PASSPHRASE-DIGEST
      * chain = AES(key, chain XOR block), from a zero chain, over
      * the three blocks; the last chain value is the digest
      ******************************************************************
       COMPUTE-PASSPHRASE-DIGEST.
           MOVE LS-DIGEST-OPERATOR-ID TO WS-MSG-OPERATOR
           MOVE LS-DIGEST-PASSPHRASE TO WS-MSG-PASSPHRASE
           MOVE "OPERAUTH" TO WS-MSG-LABEL
           MOVE LOW-VALUES TO WS-CHAIN-BLOCK

           PERFORM VARYING WS-BLOCK-INDEX FROM 1 BY 1
               UNTIL WS-BLOCK-INDEX > 3
               MOVE "XOR-BLOCKS" TO WS-CRYPTO-FUNCTION
               MOVE SPACES TO WS-CRYPTO-PARAM-1
               MOVE SPACES TO WS-CRYPTO-PARAM-2
               MOVE WS-MSG-BLOCK(WS-BLOCK-INDEX)
                   TO WS-CRYPTO-PARAM-1(1:16)
               MOVE WS-CHAIN-BLOCK TO WS-CRYPTO-PARAM-2(1:16)
               CALL 'IPCRYPT-UTILS' USING WS-CRYPTO-FUNCTION
                   WS-CRYPTO-PARAM-1 WS-CRYPTO-PARAM-2
                   WS-CRYPTO-PARAM-3 WS-CRYPTO-STATUS
               END-CALL

               MOVE 'AES-ENCRYPT-BLOCK' TO WS-CRYPTO-FUNCTION
               MOVE WS-CRYPTO-PARAM-2(1:16) TO WS-CRYPTO-PARAM-1(1:16)
               MOVE WS-DIGEST-KEY TO WS-CRYPTO-PARAM-2(1:16)
               MOVE SPACES TO WS-CRYPTO-PARAM-3
               MOVE SPACES TO WS-CRYPTO-PARAM-4
               CALL 'IPCRYPT-AES' USING WS-CRYPTO-FUNCTION
                   WS-CRYPTO-PARAM-1 WS-CRYPTO-PARAM-2
                   WS-CRYPTO-PARAM-3 WS-CRYPTO-PARAM-4
               END-CALL
               MOVE WS-CRYPTO-PARAM-2(1:16) TO WS-CHAIN-BLOCK
           END-PERFORM

           MOVE 'BYTES-TO-HEX-STRING' TO WS-CRYPTO-FUNCTION
           MOVE SPACES TO WS-CRYPTO-PARAM-1
           MOVE WS-CHAIN-BLOCK TO WS-CRYPTO-PARAM-1(1:16)
           MOVE SPACES TO WS-CRYPTO-PARAM-2
           MOVE SPACES TO WS-CRYPTO-PARAM-3
           MOVE "16" TO WS-CRYPTO-PARAM-3(1:2)
           CALL 'IPCRYPT-UTILS' USING WS-CRYPTO-FUNCTION
               WS-CRYPTO-PARAM-1 WS-CRYPTO-PARAM-2
               WS-CRYPTO-PARAM-3 WS-CRYPTO-STATUS
           END-CALL
           MOVE WS-CRYPTO-PARAM-2(1:32) TO LS-DIGEST-HEX

           MOVE SPACES TO WS-DIGEST-MESSAGE
           MOVE LOW-VALUES TO WS-DIGEST-KEY
           EXIT.

       END PROGRAM IPCRYPT-PASSDGST.
