           05  WS-TWEAK         PIC X(16).
           05  WS-INPUT-BLOCK   PIC X(16).
           05  WS-OUTPUT-BLOCK  PIC X(16).
      * IDTOKEN chaining state and symbol strings - key-derived, and
      * the plain symbols are the identifier itself, so they are wiped
      * and verified along with the rest of this group
           05  WS-IDT-STATE     PIC X(16).
           05  WS-IDT-PLAIN-SYM PIC 9(03) COMP OCCURS 64 TIMES.
           05  WS-IDT-MID-SYM   PIC 9(03) COMP OCCURS 64 TIMES.
           05  WS-IDT-TOKEN-SYM PIC 9(03) COMP OCCURS 64 TIMES.

       01  WS-WORK-VARS.
           05  WS-I             PIC 9(03) COMP.
           05  WS-SUMM-MODE-SUBNET         PIC 9(09) COMP VALUE 0.
           05  WS-SUMM-MODE-PREFIX         PIC 9(09) COMP VALUE 0.
           05  WS-SUMM-MODE-IPV4FPE        PIC 9(09) COMP VALUE 0.
           05  WS-SUMM-MODE-IDTOKEN        PIC 9(09) COMP VALUE 0.
           05  WS-SUMM-MODE-INVALID        PIC 9(09) COMP VALUE 0.
           05  WS-SUMM-ERR-SUCCESS         PIC 9(09) COMP VALUE 0.
           05  WS-SUMM-ERR-INV-MODE        PIC 9(09) COMP VALUE 0.
           05  WS-FPE-ROUND-OUTPUT  PIC X(02).
           05  WS-FPE-XOR-RESULT    PIC X(02).

      ******************************************************************
      * IDTOKEN-MODE WORK AREA
      * The token alphabet: position 1 ('~') is the pad symbol that
      * fills an identifier out to the full 64 positions, positions
      * 2-68 are the characters an identifier may use - letters,
      * digits and . - _ @ + , enough for e-mail addresses, login
      * names and account numbers while keeping every token free of
      * the blanks, commas, pipes and quotes the log feeds delimit on.
      * Every token position is one of these 68 symbols.
      ******************************************************************
       01  WS-IDTOKEN-WORK.
           05  WS-IDT-ALPHABET.
               10  FILLER           PIC X(37) VALUE
                   "~0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
               10  FILLER           PIC X(31) VALUE
                   "abcdefghijklmnopqrstuvwxyz.-_@+".
           05  WS-IDT-RADIX         PIC 9(03) COMP VALUE 68.
           05  WS-IDT-POS           PIC 9(03) COMP.
           05  WS-IDT-LENGTH        PIC 9(03) COMP.
           05  WS-IDT-TALLY         PIC 9(03) COMP.
           05  WS-IDT-KEYSTREAM     PIC 9(03) COMP.
           05  WS-IDT-CHAIN-SYM     PIC 9(03) COMP.
           05  WS-IDT-PASS          PIC X(01).
           05  WS-IDT-PAD-SW        PIC X(01).
               88  IDT-PAD-SEEN     VALUE 'Y'.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       LINKAGE SECTION.
       COPY "IPCRYPT-REQUEST.cpy".

           IF NOT SELFTEST-ALREADY-RUN
               PERFORM RUN-POWER-UP-SELFTEST
               IF SELFTEST-FAILED
                   MOVE "IPC3201C" TO WS-OPSMSG-ID
                   MOVE "POWER-UP SELF-TEST FAILED - ABORTING RUN"
                       TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               WHEN "IPV4FPE"
                   PERFORM HANDLE-IPV4FPE-MODE
                   ADD 1 TO WS-SUMM-MODE-IPV4FPE
               WHEN "IDTOKEN"
                   PERFORM HANDLE-IDTOKEN-MODE
                   ADD 1 TO WS-SUMM-MODE-IDTOKEN
               WHEN OTHER
                   SET ERROR-INVALID-MODE TO TRUE
                   MOVE "Unsupported mode" TO WS-ERROR-MESSAGE
               SET LS-ZEROIZATION-CONFIRMED TO TRUE
           ELSE
               SET LS-ZEROIZATION-NOT-CONFIRMED TO TRUE
               MOVE "IPC3202E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "ZEROIZATION NOT CONFIRMED - crypto working "
                   "storage was not all-zero after SECURE-CLEANUP"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           EXIT.

      * operation, mode, and status code, deliberately never the key
      * or the address - so a security review can reconstruct who
      * called IPCRYPT-LIB, when, and with what result, without the
      * log itself becoming sensitive key-bearing material. A call
      * made to re-key a value for a partner delivery is logged as
      * DLVRDEC/DLVRENC, never as a plain DECRYPT a reviewer would
      * read as a disclosure.
      ******************************************************************
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-TIMESTAMP
           MOVE LS-STATUS-CODE TO WS-AUDIT-STATUS-DISP

           EVALUATE TRUE
               WHEN LS-PURPOSE-DELIVERY-REKEY AND LS-DECRYPT
                   MOVE "DLVRDEC" TO WS-AUDIT-OPERATION
               WHEN LS-PURPOSE-DELIVERY-REKEY AND LS-ENCRYPT
                   MOVE "DLVRENC" TO WS-AUDIT-OPERATION
               WHEN LS-ENCRYPT
                   MOVE "ENCRYPT" TO WS-AUDIT-OPERATION
               WHEN LS-DECRYPT
               DELIMITED BY SIZE INTO SUMMARY-LINE
           WRITE SUMMARY-LINE

           MOVE WS-SUMM-MODE-IDTOKEN TO WS-SUMMARY-REPORT-NUMBER
           MOVE SPACES TO SUMMARY-LINE
           STRING "  IDTOKEN               : " WS-SUMMARY-REPORT-NUMBER
               DELIMITED BY SIZE INTO SUMMARY-LINE
           WRITE SUMMARY-LINE

           MOVE WS-SUMM-MODE-INVALID TO WS-SUMMARY-REPORT-NUMBER
           MOVE SPACES TO SUMMARY-LINE
           STRING "  INVALID MODE REQUEST : " WS-SUMMARY-REPORT-NUMBER
           MOVE 0 TO WS-SUMM-MODE-SUBNET
           MOVE 0 TO WS-SUMM-MODE-PREFIX
           MOVE 0 TO WS-SUMM-MODE-IPV4FPE
           MOVE 0 TO WS-SUMM-MODE-IDTOKEN
           MOVE 0 TO WS-SUMM-MODE-INVALID
           MOVE 0 TO WS-SUMM-ERR-SUCCESS
           MOVE 0 TO WS-SUMM-ERR-INV-MODE
               WHEN "SUBNET"
               WHEN "PREFIX"
               WHEN "IPV4FPE"
               WHEN "IDTOKEN"
                   CONTINUE
               WHEN OTHER
                   SET ERROR-INVALID-MODE TO TRUE
                   EXIT
           END-EVALUATE

      * IDTOKEN takes the identifier as text in LS-INPUT-IP and hands
      * the token back as text in LS-OUTPUT - a hex-encoded raw block
      * has no meaning to it
           IF LS-MODE = "IDTOKEN" AND LS-RAW-BLOCK-ACTIVE
               SET ERROR-INVALID-MODE TO TRUE
               MOVE "IDTOKEN mode does not take raw-block input"
                   TO WS-ERROR-MESSAGE
               EXIT
           END-IF

      * SUBNET is a one-way rollup bucket, not a reversible cipher
      * mode - there is no host portion left to recover once it has
      * been zeroed out, so a decrypt request against it is rejected
           MOVE WS-CALL-PARAM-2(1:2) TO WS-FPE-XOR-RESULT
           EXIT.

      ******************************************************************
      * HANDLE-IDTOKEN-MODE
      * Tokenize a variable-length identifier - e-mail address, login
      * name, account number - of up to 64 characters into a fixed
      * 64-character token drawn from the WS-IDT-ALPHABET symbols, and
      * back. The identifier is padded out to 64 symbols with the pad
      * symbol, so every token is the same width whatever the length
      * of the identifier behind it, then enciphered in two chained
      * passes over the symbol string: a forward pass that adds to
      * each symbol (mod 68) a keystream value drawn from an AES chain
      * over every symbol before it, then a backward pass doing the
      * same over every symbol after it. After both passes every
      * token symbol depends on every identifier symbol, and the same
      * identifier under the same key always gives the same token.
      * Decryption runs the two passes in reverse, rebuilding each
      * chain from the symbols as it recovers them. A token that does
      * not decode to an identifier followed only by padding was not
      * produced under this key and is rejected.
      ******************************************************************
       HANDLE-IDTOKEN-MODE.
           SET IPCRYPT-SUCCESS TO TRUE

           IF LS-ENCRYPT
               PERFORM IDT-MAP-IDENTIFIER
           ELSE
               PERFORM IDT-MAP-TOKEN
           END-IF

           IF IPCRYPT-SUCCESS
               IF LS-ENCRYPT
                   MOVE '1' TO WS-IDT-PASS
                   PERFORM IDT-SEED-STATE
                   PERFORM IDT-ENCRYPT-FORWARD
                       VARYING WS-IDT-POS FROM 1 BY 1
                       UNTIL WS-IDT-POS > 64
                   MOVE '2' TO WS-IDT-PASS
                   PERFORM IDT-SEED-STATE
                   PERFORM IDT-ENCRYPT-BACKWARD
                       VARYING WS-IDT-POS FROM 64 BY -1
                       UNTIL WS-IDT-POS < 1
                   PERFORM IDT-BUILD-TOKEN-TEXT
               ELSE
                   MOVE '2' TO WS-IDT-PASS
                   PERFORM IDT-SEED-STATE
                   PERFORM IDT-DECRYPT-BACKWARD
                       VARYING WS-IDT-POS FROM 64 BY -1
                       UNTIL WS-IDT-POS < 1
                   MOVE '1' TO WS-IDT-PASS
                   PERFORM IDT-SEED-STATE
                   PERFORM IDT-DECRYPT-FORWARD
                       VARYING WS-IDT-POS FROM 1 BY 1
                       UNTIL WS-IDT-POS > 64
                   PERFORM IDT-BUILD-IDENTIFIER-TEXT
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * IDT-MAP-IDENTIFIER
      * Identifier text to symbols: up to the last non-blank character
      * each character must be one of the identifier symbols (an
      * embedded blank or any other character rejects the request),
      * and the positions after it take the pad symbol
      ******************************************************************
       IDT-MAP-IDENTIFIER.
           MOVE 0 TO WS-IDT-LENGTH
           PERFORM VARYING WS-IDT-POS FROM 64 BY -1
               UNTIL WS-IDT-POS < 1 OR WS-IDT-LENGTH > 0
               IF LS-INPUT-IP(WS-IDT-POS:1) NOT = SPACE
                   MOVE WS-IDT-POS TO WS-IDT-LENGTH
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IDT-POS FROM 1 BY 1
               UNTIL WS-IDT-POS > 64
               IF WS-IDT-POS > WS-IDT-LENGTH
                   MOVE 0 TO WS-IDT-PLAIN-SYM(WS-IDT-POS)
               ELSE
                   MOVE 0 TO WS-IDT-TALLY
                   INSPECT WS-IDT-ALPHABET TALLYING WS-IDT-TALLY
                       FOR CHARACTERS
                       BEFORE INITIAL LS-INPUT-IP(WS-IDT-POS:1)
                   IF WS-IDT-TALLY = 0
                       OR WS-IDT-TALLY NOT < WS-IDT-RADIX
                       SET ERROR-INVALID-IP TO TRUE
                       MOVE "Identifier character outside token set"
                           TO WS-ERROR-MESSAGE
                   ELSE
                       MOVE WS-IDT-TALLY
                           TO WS-IDT-PLAIN-SYM(WS-IDT-POS)
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      ******************************************************************
      * IDT-MAP-TOKEN
      * Token text to symbols: all 64 positions must be token symbols
      ******************************************************************
       IDT-MAP-TOKEN.
           PERFORM VARYING WS-IDT-POS FROM 1 BY 1
               UNTIL WS-IDT-POS > 64
               MOVE 0 TO WS-IDT-TALLY
               INSPECT WS-IDT-ALPHABET TALLYING WS-IDT-TALLY
                   FOR CHARACTERS
                   BEFORE INITIAL LS-INPUT-IP(WS-IDT-POS:1)
               IF WS-IDT-TALLY NOT < WS-IDT-RADIX
                   SET ERROR-INVALID-IP TO TRUE
                   MOVE "Not a 64-character IDTOKEN token"
                       TO WS-ERROR-MESSAGE
               ELSE
                   MOVE WS-IDT-TALLY TO WS-IDT-TOKEN-SYM(WS-IDT-POS)
               END-IF
           END-PERFORM
           EXIT.

      ******************************************************************
      * IDT-SEED-STATE
      * Start a pass's chain from AES of a fixed label and the pass
      * number, so the two passes never share a keystream
      ******************************************************************
       IDT-SEED-STATE.
           MOVE ALL X"00" TO WS-CALL-PARAM-1(1:16)
           MOVE "IDTOKEN" TO WS-CALL-PARAM-1(1:7)
           MOVE WS-IDT-PASS TO WS-CALL-PARAM-1(16:1)
           PERFORM IDT-ENCRYPT-STATE-BLOCK
           EXIT.

      ******************************************************************
      * IDT-ADVANCE-STATE
      * Fold the symbol just enciphered or recovered at WS-IDT-POS
      * into the chain: next state = AES(first 13 bytes of the current
      * state || symbol || position || pass)
      ******************************************************************
       IDT-ADVANCE-STATE.
           MOVE WS-IDT-STATE(1:13) TO WS-CALL-PARAM-1(1:13)
           MOVE FUNCTION CHAR(WS-IDT-CHAIN-SYM + 1)
               TO WS-CALL-PARAM-1(14:1)
           MOVE FUNCTION CHAR(WS-IDT-POS + 1) TO WS-CALL-PARAM-1(15:1)
           MOVE WS-IDT-PASS TO WS-CALL-PARAM-1(16:1)
           PERFORM IDT-ENCRYPT-STATE-BLOCK
           EXIT.

      ******************************************************************
      * IDT-ENCRYPT-STATE-BLOCK
      ******************************************************************
       IDT-ENCRYPT-STATE-BLOCK.
           MOVE 'AES-ENCRYPT-BLOCK' TO WS-CALL-FUNCTION
           MOVE WS-KEY-128 TO WS-CALL-PARAM-2(1:16)
           MOVE SPACES TO WS-CALL-PARAM-3
           MOVE SPACES TO WS-CALL-PARAM-4
           CALL 'IPCRYPT-AES' USING WS-CALL-FUNCTION
               WS-CALL-PARAM-1 WS-CALL-PARAM-2 WS-CALL-PARAM-3
               WS-CALL-PARAM-4
           END-CALL
           MOVE WS-CALL-PARAM-2(1:16) TO WS-IDT-STATE
           EXIT.

      ******************************************************************
      * IDT-TAKE-KEYSTREAM
      * The first two state bytes as a 16-bit value, reduced mod 68
      ******************************************************************
       IDT-TAKE-KEYSTREAM.
           COMPUTE WS-IDT-KEYSTREAM = FUNCTION MOD(
               (FUNCTION ORD(WS-IDT-STATE(1:1)) - 1) * 256
               + FUNCTION ORD(WS-IDT-STATE(2:1)) - 1, WS-IDT-RADIX)
           EXIT.

      ******************************************************************
      * IDT-ENCRYPT-FORWARD - first pass, chained on the identifier
      ******************************************************************
       IDT-ENCRYPT-FORWARD.
           PERFORM IDT-TAKE-KEYSTREAM
           COMPUTE WS-IDT-MID-SYM(WS-IDT-POS) = FUNCTION MOD(
               WS-IDT-PLAIN-SYM(WS-IDT-POS) + WS-IDT-KEYSTREAM,
               WS-IDT-RADIX)
           MOVE WS-IDT-PLAIN-SYM(WS-IDT-POS) TO WS-IDT-CHAIN-SYM
           PERFORM IDT-ADVANCE-STATE
           EXIT.

      ******************************************************************
      * IDT-ENCRYPT-BACKWARD - second pass, chained on the first
      * pass's output from the end of the string
      ******************************************************************
       IDT-ENCRYPT-BACKWARD.
           PERFORM IDT-TAKE-KEYSTREAM
           COMPUTE WS-IDT-TOKEN-SYM(WS-IDT-POS) = FUNCTION MOD(
               WS-IDT-MID-SYM(WS-IDT-POS) + WS-IDT-KEYSTREAM,
               WS-IDT-RADIX)
           MOVE WS-IDT-MID-SYM(WS-IDT-POS) TO WS-IDT-CHAIN-SYM
           PERFORM IDT-ADVANCE-STATE
           EXIT.

      ******************************************************************
      * IDT-DECRYPT-BACKWARD - undo the second pass
      ******************************************************************
       IDT-DECRYPT-BACKWARD.
           PERFORM IDT-TAKE-KEYSTREAM
           COMPUTE WS-IDT-MID-SYM(WS-IDT-POS) = FUNCTION MOD(
               WS-IDT-TOKEN-SYM(WS-IDT-POS) + WS-IDT-RADIX
               - WS-IDT-KEYSTREAM, WS-IDT-RADIX)
           MOVE WS-IDT-MID-SYM(WS-IDT-POS) TO WS-IDT-CHAIN-SYM
           PERFORM IDT-ADVANCE-STATE
           EXIT.

      ******************************************************************
      * IDT-DECRYPT-FORWARD - undo the first pass
      ******************************************************************
       IDT-DECRYPT-FORWARD.
           PERFORM IDT-TAKE-KEYSTREAM
           COMPUTE WS-IDT-PLAIN-SYM(WS-IDT-POS) = FUNCTION MOD(
               WS-IDT-MID-SYM(WS-IDT-POS) + WS-IDT-RADIX
               - WS-IDT-KEYSTREAM, WS-IDT-RADIX)
           MOVE WS-IDT-PLAIN-SYM(WS-IDT-POS) TO WS-IDT-CHAIN-SYM
           PERFORM IDT-ADVANCE-STATE
           EXIT.

      ******************************************************************
      * IDT-BUILD-TOKEN-TEXT
      ******************************************************************
       IDT-BUILD-TOKEN-TEXT.
           MOVE SPACES TO WS-OUTPUT-STRING
           PERFORM VARYING WS-IDT-POS FROM 1 BY 1
               UNTIL WS-IDT-POS > 64
               MOVE WS-IDT-ALPHABET(WS-IDT-TOKEN-SYM(WS-IDT-POS) + 1:1)
                   TO WS-OUTPUT-STRING(WS-IDT-POS:1)
           END-PERFORM
           EXIT.

      ******************************************************************
      * IDT-BUILD-IDENTIFIER-TEXT
      * The recovered symbols must be at least one identifier symbol
      * followed by nothing but padding
      ******************************************************************
       IDT-BUILD-IDENTIFIER-TEXT.
           MOVE SPACES TO WS-OUTPUT-STRING
           MOVE 'N' TO WS-IDT-PAD-SW
           MOVE 0 TO WS-IDT-LENGTH
           PERFORM VARYING WS-IDT-POS FROM 1 BY 1
               UNTIL WS-IDT-POS > 64
               IF WS-IDT-PLAIN-SYM(WS-IDT-POS) = 0
                   SET IDT-PAD-SEEN TO TRUE
               ELSE
                   IF IDT-PAD-SEEN
                       SET ERROR-INVALID-IP TO TRUE
                   ELSE
                       MOVE WS-IDT-ALPHABET(
                           WS-IDT-PLAIN-SYM(WS-IDT-POS) + 1:1)
                           TO WS-OUTPUT-STRING(WS-IDT-POS:1)
                       MOVE WS-IDT-POS TO WS-IDT-LENGTH
                   END-IF
               END-IF
           END-PERFORM
           IF WS-IDT-LENGTH = 0
               SET ERROR-INVALID-IP TO TRUE
           END-IF
           IF NOT IPCRYPT-SUCCESS
               MOVE SPACES TO WS-OUTPUT-STRING
               MOVE "Token does not decode under this key"
                   TO WS-ERROR-MESSAGE
           END-IF
           EXIT.

      ******************************************************************
      * HANDLE-ND-MODE
      * Process ND mode encryption/decryption using KIASU-BC
           END-IF
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-LIB" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-LIB.
