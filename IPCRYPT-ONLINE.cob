      * key (or key-id), and address at the console, calls IPCRYPT-LIB
      * once, and displays the result immediately - no PARMFILE, no
      * INFILE/OUTFILE, no throwaway batch job to write and submit.
      * A DECRYPT is further held to the operator's OPERSCOPE grants,
      * checked through IPCRYPT-AUTHLOOK against the key-id named
      * (and again against a predecessor before the fallback retry
      * may use it); a raw hex key needs an all-keys grant.
      * Repeats until the operator enters QUIT at the operation prompt.
      * Every transaction run is logged to MENULOG against the signed-
      * on operator, for the monthly chargeback.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-ONLINE.
      * SESSION-LOG - the same MENULOG IPCRYPT-MENU appends to; a
      * refused DECRYPT lands here as an operator-stamped record,
      * because the console DISPLAY alone left the quarterly access
      * review (IPCRYPT-OPERRPT) with no decrypt refusals to report;
      * every transaction run lands here too, as EVENT=TRANS
           SELECT SESSION-LOG ASSIGN TO "MENULOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENULOG-STATUS.
           05  WS-IN-KEY-OR-ID      PIC X(64).
           05  WS-IN-TWEAK-HEX      PIC X(32).
           05  WS-IN-ADDRESS        PIC X(64).
      * WS-LOG-FUNCTION - the operation as the operator chose it; a
      * LOOKUP's recompute rewrites WS-IN-OPERATION to ENCRYPT
           05  WS-LOG-FUNCTION      PIC X(08).

      ******************************************************************
      * WORKING VARIABLES
               88  WS-AUTH-FOUND        VALUE 'Y'.
               88  WS-AUTH-NOT-FOUND    VALUE 'N'.
               88  WS-AUTH-INACTIVE     VALUE 'I'.
               88  WS-AUTH-LOCKED       VALUE 'L'.
               88  WS-AUTH-EXPIRED      VALUE 'X'.
               88  WS-AUTH-BAD-PASSPHRASE VALUE 'P'.
               88  WS-AUTH-NO-PASSPHRASE VALUE 'U'.
               88  WS-AUTH-NO-DIGEST-KEY VALUE 'K'.
               88  WS-AUTH-VERIFY-REQUEST VALUE 'V'.
           05  WS-SIGNON-PASSPHRASE PIC X(32).
           05  WS-SIGNON-CALLER     PIC X(10) VALUE "ONLINE".
      * WS-SCOPE-* - one decrypt-scope question to IPCRYPT-AUTHLOOK;
      * a key-id of spaces stands for a raw hex key
           05  WS-SCOPE-KEY-ID      PIC X(08).
           05  WS-SCOPE-ROLE        PIC X(01).
           05  WS-SCOPE-STATUS      PIC X(01).
               88  WS-SCOPE-REQUEST     VALUE 'S'.
               88  WS-SCOPE-GRANTED     VALUE 'Y'.
      * WS-CALLER-PTR - whether IPCRYPT-MENU passed a signed-on
      * identity; run standalone nothing is passed and the session
      * prompts for its own sign-on as it always has
           05  WS-FIRST-STATUS      PIC 9(02) COMP.
           05  WS-DOT-SCAN          PIC 9(02) COMP.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       LINKAGE SECTION.
      * LS-MENU-OPERATOR - the identity IPCRYPT-MENU validated at
      * its single sign-on, carried through so the operator is not
      * MAIN-ONLINE-ENTRY
      ******************************************************************
       MAIN-ONLINE-ENTRY.
           MOVE "IPC3701I" TO WS-OPSMSG-ID
           MOVE "interactive address lookup" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           PERFORM SIGN-ON-OPERATOR
           IF WS-AUTH-FOUND
               DISPLAY "Enter QUIT at the Operation prompt to exit."
                   PERFORM PROMPT-AND-PROCESS-ONE-REQUEST
               END-PERFORM
           END-IF
           MOVE "IPC3702I" TO WS-OPSMSG-ID
           MOVE "session ended" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
      * SIGN-ON-OPERATOR
      * Resolve the operator against the shared OPERAUTH file before
      * any prompt is honoured; an unknown or inactive ID ends the
      * session immediately. Run standalone the operator also gives
      * a passphrase, which IPCRYPT-AUTHLOOK verifies (and counts
      * toward lockout); an identity carried in from IPCRYPT-MENU was
      * verified there and is only looked up
      ******************************************************************
       SIGN-ON-OPERATOR.
           SET WS-CALLER-PTR TO ADDRESS OF LS-MENU-OPERATOR
           IF WS-CALLER-PTR NOT = NULL
               AND LS-MENU-OPERATOR NOT = SPACES
               MOVE LS-MENU-OPERATOR TO WS-SIGNON-OPERATOR
               CALL 'IPCRYPT-AUTHLOOK' USING WS-SIGNON-OPERATOR
                   WS-OPERATOR-ROLE WS-AUTH-STATUS
               END-CALL
           ELSE
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-SIGNON-OPERATOR
               MOVE FUNCTION UPPER-CASE(WS-SIGNON-OPERATOR)
                   TO WS-SIGNON-OPERATOR
               DISPLAY "Passphrase: " WITH NO ADVANCING
               ACCEPT WS-SIGNON-PASSPHRASE
               SET WS-AUTH-VERIFY-REQUEST TO TRUE
               CALL 'IPCRYPT-AUTHLOOK' USING WS-SIGNON-OPERATOR
                   WS-OPERATOR-ROLE WS-AUTH-STATUS
                   WS-SIGNON-PASSPHRASE WS-SIGNON-CALLER
               END-CALL
           END-IF
           EVALUATE TRUE
               WHEN WS-AUTH-FOUND
                   CONTINUE
               WHEN WS-AUTH-NOT-FOUND
                   MOVE "IPC3703E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "operator " WS-SIGNON-OPERATOR " is not in "
                       "the authority file - session refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN WS-AUTH-INACTIVE
                   MOVE "IPC3704E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "operator " WS-SIGNON-OPERATOR " is no "
                       "longer active - session refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN WS-AUTH-LOCKED
                   MOVE "IPC3705E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "operator " WS-SIGNON-OPERATOR " is locked "
                       "out - have it reset through IPCRYPT-OPERMAINT"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN WS-AUTH-EXPIRED
                   MOVE "IPC3706E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "passphrase for " WS-SIGNON-OPERATOR
                       " has expired - have a new one set through "
                       "IPCRYPT-OPERMAINT"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN WS-AUTH-NO-PASSPHRASE
                   MOVE "IPC3707E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "operator " WS-SIGNON-OPERATOR " has no "
                       "passphrase set - session refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN WS-AUTH-NO-DIGEST-KEY
                   MOVE "IPC3708E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "passphrase key unavailable in KEYSTORE - "
                       "session refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN OTHER
                   MOVE "IPC3709E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "operator ID or passphrase not accepted - "
                       "session refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
           END-EVALUATE
           EXIT.

           ELSE
           IF WS-IN-OPERATION = "LOOKUP"
               PERFORM LOOKUP-STORED-RESULT
               MOVE "LOOKUP" TO WS-LOG-FUNCTION
               PERFORM WRITE-TRANSACTION-LINE
           ELSE
           IF WS-IN-OPERATION = "DECRYPT"
               AND NOT OPERATOR-MAY-DECRYPT
               MOVE "IPC3710E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "operator " WS-SIGNON-OPERATOR " holds an "
                   "encrypt-only role - DECRYPT refused; route the "
                   "request through IPCRYPT-DISCLOSURE"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               PERFORM WRITE-DECRYPT-REFUSAL
           ELSE
               DISPLAY "Mode (DETERMINISTIC/ND/NDX): " WITH NO ADVANCING
               DISPLAY "Address: " WITH NO ADVANCING
               ACCEPT WS-IN-ADDRESS

               IF WS-IN-OPERATION = "DECRYPT"
                   PERFORM CHECK-NAMED-KEY-SCOPE
               ELSE
                   SET WS-SCOPE-GRANTED TO TRUE
               END-IF
               IF WS-SCOPE-GRANTED
                   PERFORM BUILD-ONLINE-REQUEST
                   PERFORM SHOW-ONLINE-RESULT
                   MOVE WS-IN-OPERATION TO WS-LOG-FUNCTION
                   PERFORM WRITE-TRANSACTION-LINE
               END-IF
           END-IF
           END-IF
           END-IF
           EXIT.

      ******************************************************************
      * CHECK-NAMED-KEY-SCOPE
      * The key-id the operator typed, taken the way BUILD-ONLINE-
      * REQUEST will take it - a raw hex key names none
      ******************************************************************
       CHECK-NAMED-KEY-SCOPE.
           MOVE SPACES TO WS-SCOPE-KEY-ID
           COMPUTE WS-KEY-OR-ID-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(WS-IN-KEY-OR-ID))
           IF WS-KEY-OR-ID-LENGTH <= 8
               MOVE WS-IN-KEY-OR-ID(1:WS-KEY-OR-ID-LENGTH)
                   TO WS-SCOPE-KEY-ID
           END-IF
           PERFORM CHECK-DECRYPT-KEY-SCOPE
           IF NOT WS-SCOPE-GRANTED
               IF WS-SCOPE-KEY-ID = SPACES
                   MOVE "IPC3711E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "a raw hex key needs an all-keys decrypt "
                       "scope - DECRYPT refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               ELSE
                   MOVE "IPC3712E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "key-id " WS-SCOPE-KEY-ID " is outside "
                       "operator " WS-SIGNON-OPERATOR "'s decrypt "
                       "scope - DECRYPT refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * CHECK-DECRYPT-KEY-SCOPE
      * IPCRYPT-AUTHLOOK answers, and logs a refusal to MENULOG
      * itself
      ******************************************************************
       CHECK-DECRYPT-KEY-SCOPE.
           SET WS-SCOPE-REQUEST TO TRUE
           CALL 'IPCRYPT-AUTHLOOK' USING WS-SIGNON-OPERATOR
               WS-SCOPE-ROLE WS-SCOPE-STATUS
               WS-SIGNON-PASSPHRASE WS-SIGNON-CALLER
               WS-SCOPE-KEY-ID
           END-CALL
           EXIT.

      ******************************************************************
      * WRITE-DECRYPT-REFUSAL
      * One operator-stamped MENULOG line per refused DECRYPT, in
           CLOSE SESSION-LOG
           EXIT.

      ******************************************************************
      * WRITE-TRANSACTION-LINE
      * One operator-stamped MENULOG line per transaction run, in the
      * same shape as a refusal, so IPCRYPT-CHGBACK can charge each
      * operator's month of console work to its business unit
      ******************************************************************
       WRITE-TRANSACTION-LINE.
           OPEN EXTEND SESSION-LOG
           IF WS-MENULOG-STATUS NOT = "00"
               OPEN OUTPUT SESSION-LOG
           END-IF
           MOVE SPACES TO SESSION-LOG-LINE
           STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
               " OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SIGNON-OPERATOR) DELIMITED BY SIZE
               " EVENT=TRANS" DELIMITED BY SIZE
               " FUNCTION=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOG-FUNCTION) DELIMITED BY SIZE
               INTO SESSION-LOG-LINE
           END-STRING
           WRITE SESSION-LOG-LINE
           CLOSE SESSION-LOG
           EXIT.

      ******************************************************************
      * LOOKUP-STORED-RESULT
      * Helpdesk's most common question, answered from the night's
           END-IF

           IF NOT LOOKUP-ANSWERED
               MOVE "IPC3713I" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "no stored record for that address - recomputing "
                   "(DETERMINISTIC only; an ND/NDX value cannot be "
                   "reproduced)"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               MOVE "DETERMINISTIC" TO WS-IN-MODE
               MOVE "ENCRYPT" TO WS-IN-OPERATION

      * One retry under the chained predecessor; if that result is no
      * more plausible than the first, the named key's own result is
      * put back so the operator sees what the key they asked for
      * produced. The predecessor must be in the operator's decrypt
      * scope in its own right - the chain never widens the grant.
      ******************************************************************
       RETRY-WITH-PREDECESSOR-KEY.
           MOVE WS-OUTPUT OF WS-IPCRYPT-REQUEST TO WS-FIRST-OUTPUT
               TO WS-FIRST-STATUS
           MOVE WS-KEYLOOKUP-PREDECESSOR TO WS-FALLBACK-KEY-ID

           MOVE WS-FALLBACK-KEY-ID TO WS-SCOPE-KEY-ID
           PERFORM CHECK-DECRYPT-KEY-SCOPE
           IF NOT WS-SCOPE-GRANTED
               MOVE "IPC3714W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "predecessor key-id " WS-FALLBACK-KEY-ID
                   " is outside the decrypt scope - not tried; showing "
                   "the named key's result"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               MOVE WS-FALLBACK-KEY-ID TO WS-KEYLOOKUP-KEY-ID
               PERFORM LOOKUP-ONLINE-KEY
               IF WS-KEYLOOKUP-NOT-FOUND
                   MOVE WS-FIRST-OUTPUT
                       TO WS-OUTPUT OF WS-IPCRYPT-REQUEST
                   MOVE WS-FIRST-STATUS
                       TO WS-STATUS-CODE OF WS-IPCRYPT-REQUEST
               ELSE
                   CALL 'IPCRYPT-LIB' USING WS-IPCRYPT-REQUEST
                   PERFORM CHECK-RESULT-PLAUSIBILITY
                   IF RESULT-PLAUSIBLE
                       MOVE "IPC3715W" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "decrypt succeeded under predecessor "
                           "key-id " WS-FALLBACK-KEY-ID " (named "
                           "key-id " WS-NAMED-KEY-ID " gave no "
                           "plausible address)"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   ELSE
                       MOVE "IPC3716W" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "predecessor key-id " WS-FALLBACK-KEY-ID
                           " gave no plausible address either - "
                           "showing the named key's result"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                       MOVE WS-FIRST-OUTPUT
                           TO WS-OUTPUT OF WS-IPCRYPT-REQUEST
                       MOVE WS-FIRST-STATUS
                           TO WS-STATUS-CODE OF WS-IPCRYPT-REQUEST
                   END-IF
               END-IF
           END-IF
           EXIT.
           IF WS-KEYLOOKUP-NOT-FOUND
               OR (WS-KEYLOOKUP-EXPIRED AND WS-ENCRYPT)
               IF WS-KEYLOOKUP-EXPIRED
                   MOVE "IPC3717E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "key-id " WS-KEYLOOKUP-KEY-ID " is outside "
                       "its effective/expiry window - refused for "
                       "encryption"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               ELSE
                   MOVE "IPC3718E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "key-id " WS-KEYLOOKUP-KEY-ID " not found in "
                       "KEYSTORE"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
               SET ERROR-INVALID-KEY OF WS-IPCRYPT-REQUEST TO TRUE
               SET WS-KEYLOOKUP-NOT-FOUND TO TRUE
           ELSE
               IF WS-KEYLOOKUP-EXPIRED
                   MOVE "IPC3719I" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "key-id " WS-KEYLOOKUP-KEY-ID " is outside "
                       "its effective/expiry window - proceeding for "
                       "decrypt only"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
               IF WS-KEYLOOKUP-RETIRED
                   MOVE "IPC3720I" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "key-id " WS-KEYLOOKUP-KEY-ID " is RETIRED - "
                       "proceeding"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF

               MOVE SPACES TO WS-KEY OF WS-IPCRYPT-REQUEST
           END-IF
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-ONLINE" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-ONLINE.
