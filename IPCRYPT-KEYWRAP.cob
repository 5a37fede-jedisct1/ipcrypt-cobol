      * 128-bit key, two independent blocks for a 256-bit one), hex
      * text in and hex text out so the KEYSTORE record layout never
      * changes shape.
      *
      * The disaster-recovery escrow (IPCRYPT-KEYESCROW and
      * IPCRYPT-KEYRESTORE) wraps the same way under a second,
      * separate key-encrypting key on the ESCROWKEY dataset, so the
      * vaulted copies never depend on the MASTERKEY they exist to
      * outlive. The key check value both escrow jobs prove keys
      * against is taken here too: the first six hex digits of a
      * zero block enciphered under each 16-byte half of the key -
      * enough to tell a key from any other, never enough to
      * recover it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-KEYWRAP.
           SELECT MASTER-KEY-FILE ASSIGN TO "MASTERKEY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTERKEY-STATUS.
           SELECT ESCROW-KEY-FILE ASSIGN TO "ESCROWKEY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCROWKEY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  MASTER-KEY-RECORD.
           05  MK-KEY-HEX           PIC X(32).

      ******************************************************************
      * ESCROW-KEY-FILE - the escrow key-encrypting key, same shape
      * as MASTERKEY, held and vaulted apart from it
      ******************************************************************
       FD  ESCROW-KEY-FILE
           RECORDING MODE IS F.
       01  ESCROW-KEY-RECORD.
           05  EK-KEY-HEX           PIC X(32).

       WORKING-STORAGE SECTION.

       01  WS-MASTERKEY-STATUS  PIC X(02).
       01  WS-ESCROWKEY-STATUS  PIC X(02).
       01  WS-KEK-HEX           PIC X(32).
       01  WS-UTIL-STATUS       PIC X(01).
      * WS-MASTER-KEY - whichever key-encrypting key this call
      * wraps under: the master key, or the escrow key
       01  WS-MASTER-KEY        PIC X(16).
       01  WS-KEY-BYTES         PIC X(32).
       01  WS-BLOCK-INDEX       PIC 9(02) COMP.

       LINKAGE SECTION.
      * LS-WRAP-OPERATION: 'E' encrypts plain key hex for storage,
      * 'D' decrypts stored hex back to plain for use; 'W' and 'U'
      * do the same under the escrow key instead; 'C' returns the
      * plain key's check value (6 hex digits per 16-byte half) in
      * LS-WRAP-HEX-OUT and needs no key-encrypting key at all
       01  LS-WRAP-OPERATION    PIC X(01).
       01  LS-WRAP-HEX-IN       PIC X(64).
       01  LS-WRAP-KEY-LENGTH   PIC 9(02) COMP.
       01  LS-WRAP-HEX-OUT      PIC X(64).
      * LS-WRAP-STATUS: 'Y' wrapped/unwrapped, 'N' no usable
      * MASTERKEY (or, for 'W'/'U', ESCROWKEY) dataset supplied to
      * this job, 'X' the key hex or length did not decode
       01  LS-WRAP-STATUS       PIC X(01).
           88  LS-WRAP-OK           VALUE 'Y'.
           88  LS-WRAP-NO-MASTER    VALUE 'N'.
           END-IF

           IF LS-WRAP-OK
               EVALUATE LS-WRAP-OPERATION
                   WHEN 'C'
                       CONTINUE
                   WHEN 'W'
                   WHEN 'U'
                       PERFORM READ-ESCROW-KEY
                   WHEN OTHER
                       PERFORM READ-MASTER-KEY
               END-EVALUATE
           END-IF
           IF LS-WRAP-OK
               PERFORM DECODE-INPUT-HEX
           END-IF
           IF LS-WRAP-OK
               COMPUTE WS-BLOCK-COUNT = LS-WRAP-KEY-LENGTH / 16
               IF LS-WRAP-OPERATION = 'C'
                   PERFORM CHECK-VALUE-ONE-BLOCK
                       VARYING WS-BLOCK-INDEX FROM 1 BY 1
                       UNTIL WS-BLOCK-INDEX > WS-BLOCK-COUNT
               ELSE
                   PERFORM WRAP-ONE-BLOCK
                       VARYING WS-BLOCK-INDEX FROM 1 BY 1
                       UNTIL WS-BLOCK-INDEX > WS-BLOCK-COUNT
                   PERFORM ENCODE-OUTPUT-HEX
               END-IF
           END-IF
           GOBACK.

               CLOSE MASTER-KEY-FILE
           END-IF
           IF LS-WRAP-OK
               MOVE MK-KEY-HEX TO WS-KEK-HEX
               PERFORM DECODE-KEY-ENCRYPTING-KEY
           END-IF
           EXIT.

      ******************************************************************
      * READ-ESCROW-KEY
      * Same rule as READ-MASTER-KEY, for the escrow key
      ******************************************************************
       READ-ESCROW-KEY.
           OPEN INPUT ESCROW-KEY-FILE
           IF WS-ESCROWKEY-STATUS NOT = "00"
               SET LS-WRAP-NO-MASTER TO TRUE
           ELSE
               READ ESCROW-KEY-FILE
                   AT END
                       SET LS-WRAP-NO-MASTER TO TRUE
               END-READ
               CLOSE ESCROW-KEY-FILE
           END-IF
           IF LS-WRAP-OK
               MOVE EK-KEY-HEX TO WS-KEK-HEX
               PERFORM DECODE-KEY-ENCRYPTING-KEY
           END-IF
           EXIT.

      ******************************************************************
      * DECODE-KEY-ENCRYPTING-KEY
      ******************************************************************
       DECODE-KEY-ENCRYPTING-KEY.
           IF WS-KEK-HEX = SPACES
               SET LS-WRAP-NO-MASTER TO TRUE
           ELSE
               MOVE "CONVERT-HEX-STRING-TO-BYTES"
                   TO WS-CALL-FUNCTION
               MOVE SPACES TO WS-CALL-PARAM-1
               MOVE WS-KEK-HEX TO WS-CALL-PARAM-1(1:32)
               MOVE SPACES TO WS-CALL-PARAM-2
               CALL 'IPCRYPT-UTILS' USING WS-CALL-FUNCTION
                   WS-CALL-PARAM-1 WS-CALL-PARAM-2 WS-CALL-PARAM-3
                   WS-UTIL-STATUS
               END-CALL
               IF WS-UTIL-STATUS NOT = 'Y'
                   SET LS-WRAP-NO-MASTER TO TRUE
               ELSE
                   MOVE WS-CALL-PARAM-2(1:16) TO WS-MASTER-KEY
               END-IF
           END-IF
           EXIT.
      ******************************************************************
       WRAP-ONE-BLOCK.
           COMPUTE WS-BLOCK-OFFSET = (WS-BLOCK-INDEX - 1) * 16 + 1
           IF LS-WRAP-OPERATION = 'D' OR LS-WRAP-OPERATION = 'U'
               MOVE "AES-DECRYPT-BLOCK" TO WS-CALL-FUNCTION
           ELSE
               MOVE "AES-ENCRYPT-BLOCK" TO WS-CALL-FUNCTION
               TO WS-KEY-BYTES(WS-BLOCK-OFFSET:16)
           EXIT.

      ******************************************************************
      * CHECK-VALUE-ONE-BLOCK
      * A zero block enciphered under this 16-byte half of the key;
      * its first six hex digits are the half's check value
      ******************************************************************
       CHECK-VALUE-ONE-BLOCK.
           COMPUTE WS-BLOCK-OFFSET = (WS-BLOCK-INDEX - 1) * 16 + 1
           MOVE "AES-ENCRYPT-BLOCK" TO WS-CALL-FUNCTION
           MOVE SPACES TO WS-CALL-PARAM-1
           MOVE LOW-VALUES TO WS-CALL-PARAM-1(1:16)
           MOVE SPACES TO WS-CALL-PARAM-2
           MOVE WS-KEY-BYTES(WS-BLOCK-OFFSET:16)
               TO WS-CALL-PARAM-2(1:16)
           CALL 'IPCRYPT-AES' USING WS-CALL-FUNCTION
               WS-CALL-PARAM-1 WS-CALL-PARAM-2 WS-CALL-PARAM-3
               WS-CALL-PARAM-4
           END-CALL
           MOVE "BYTES-TO-HEX-STRING" TO WS-CALL-FUNCTION
           MOVE SPACES TO WS-CALL-PARAM-1
           MOVE WS-CALL-PARAM-2(1:16) TO WS-CALL-PARAM-1(1:16)
           MOVE SPACES TO WS-CALL-PARAM-2
           MOVE SPACES TO WS-CALL-PARAM-3
           MOVE "16" TO WS-CALL-PARAM-3(1:2)
           CALL 'IPCRYPT-UTILS' USING WS-CALL-FUNCTION
               WS-CALL-PARAM-1 WS-CALL-PARAM-2 WS-CALL-PARAM-3
               WS-UTIL-STATUS
           END-CALL
           COMPUTE WS-BLOCK-OFFSET = (WS-BLOCK-INDEX - 1) * 6 + 1
           MOVE WS-CALL-PARAM-2(1:6)
               TO LS-WRAP-HEX-OUT(WS-BLOCK-OFFSET:6)
           EXIT.

      ******************************************************************
      * ENCODE-OUTPUT-HEX
      ******************************************************************
