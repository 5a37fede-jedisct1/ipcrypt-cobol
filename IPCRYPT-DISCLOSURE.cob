      * lands in DISCLOG (who, why, who approved it, what was
      * disclosed). Pending requests older than the DISCPARM lapse
      * window expire automatically when either session loads the
      * file. An approver may only approve a disclosure under a
      * key-id inside their OPERSCOPE grants, checked through
      * IPCRYPT-AUTHLOOK; a request under any other key stays pending
      * for an approver who holds it, and a predecessor key outside
      * the grants is never tried.
      * Repeats until the operator enters QUIT at the Function prompt.
      ******************************************************************
       IDENTIFICATION DIVISION.
               88  WS-AUTH-FOUND        VALUE 'Y'.
               88  WS-AUTH-NOT-FOUND    VALUE 'N'.
               88  WS-AUTH-INACTIVE     VALUE 'I'.
               88  WS-AUTH-LOCKED       VALUE 'L'.
               88  WS-AUTH-EXPIRED      VALUE 'X'.
               88  WS-AUTH-BAD-PASSPHRASE VALUE 'P'.
               88  WS-AUTH-NO-PASSPHRASE VALUE 'U'.
               88  WS-AUTH-NO-DIGEST-KEY VALUE 'K'.
               88  WS-AUTH-VERIFY-REQUEST VALUE 'V'.
           05  WS-APPROVER-PASSPHRASE PIC X(32).
           05  WS-SIGNON-CALLER     PIC X(10) VALUE "DISCLOSURE".
      * WS-SCOPE-* - one decrypt-scope question to IPCRYPT-AUTHLOOK;
      * a key-id of spaces stands for a raw hex key
           05  WS-SCOPE-KEY-ID      PIC X(08).
           05  WS-SCOPE-ROLE        PIC X(01).
           05  WS-SCOPE-STATUS      PIC X(01).
               88  WS-SCOPE-REQUEST     VALUE 'S'.
               88  WS-SCOPE-GRANTED     VALUE 'Y'.

      ******************************************************************
      * PREDECESSOR-FALLBACK CONTROL - same chain-through-the-
      * prompting for an approver ID again
       01  WS-CALLER-PTR            USAGE POINTER.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       LINKAGE SECTION.
       01  LS-MENU-OPERATOR         PIC X(08).

      * MAIN-DISCLOSURE-ENTRY
      ******************************************************************
       MAIN-DISCLOSURE-ENTRY.
           MOVE "IPC1101I" TO WS-OPSMSG-ID
           MOVE "decrypt-for-disclosure request tracking"
               TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           PERFORM READ-LAPSE-PARM
           PERFORM UNTIL WS-OPERATOR-DONE
               DISPLAY " "
                   WHEN "APPROVE"
                       PERFORM RUN-APPROVAL-SESSION
                   WHEN OTHER
                       MOVE "IPC1102W" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "unknown function " WS-IN-FUNCTION
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
               END-EVALUATE
           END-PERFORM
           MOVE "IPC1103I" TO WS-OPSMSG-ID
           MOVE "session ended" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
               OR WS-IN-REQUESTER = SPACES
               OR WS-IN-JUSTIFICATION = SPACES
               OR WS-IN-ADDRESS = SPACES
               MOVE "IPC1104W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "case reference, requester, justification, and "
                   "address are all required - nothing recorded"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               PERFORM LOAD-PENDING-TABLE
               EVALUATE TRUE
                   WHEN PEND-LOAD-OVERFLOWED
                       MOVE "IPC1105E" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "PENDDISC exceeds the table - nothing "
                           "recorded; the file needs investigating "
                           "before any session can write it back"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   WHEN WS-PEND-COUNT >= 200
      * decided and lapsed records purge at rewrite, so working the
      * queue down genuinely reclaims slots
                       MOVE "IPC1106W" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "pending file is full - approve or deny "
                           "outstanding requests (decided and lapsed "
                           "records purge when the file is written "
                           "back)"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   WHEN OTHER
                       PERFORM APPEND-PENDING-REQUEST
                       PERFORM REWRITE-PENDING-FILE
                       MOVE "IPC1107I" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "request " WS-NEXT-REQUEST-ID " recorded "
                           "for case " WS-IN-CASE-REF " - awaiting "
                           "approval, lapses after " WS-LAPSE-DAYS
                           " days"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
               END-EVALUATE
           END-IF
           EXIT.
           ELSE
               DISPLAY "Approver ID: " WITH NO ADVANCING
               ACCEPT WS-IN-APPROVER
               DISPLAY "Passphrase: " WITH NO ADVANCING
               ACCEPT WS-APPROVER-PASSPHRASE
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-IN-APPROVER) TO WS-IN-APPROVER
           PERFORM VALIDATE-APPROVER-AUTHORITY
           IF APPROVER-ROLE-OK AND WS-AUTH-FOUND
               PERFORM LOAD-PENDING-TABLE
               IF PEND-LOAD-OVERFLOWED
                   MOVE "IPC1108E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "PENDDISC exceeds the table - decisions "
                       "cannot be recorded safely; session refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               ELSE
                   PERFORM RUN-APPROVAL-DECISIONS
               END-IF
       RUN-APPROVAL-DECISIONS.
           PERFORM LIST-PENDING-REQUESTS
           IF WS-PEND-OPEN-COUNT = 0
               MOVE "IPC1109I" TO WS-OPSMSG-ID
               MOVE "nothing pending" TO WS-OPSMSG-TEXT
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               MOVE 'N' TO WS-SESSION-SWITCH
               OPEN EXTEND DISCLOSURE-LOG
      * VALIDATE-APPROVER-AUTHORITY
      * The typed approver must be an active entry in the shared
      * OPERAUTH file holding the approver role - anything less and
      * no pending request is shown, let alone decrypted. A
      * standalone approver's passphrase is verified too; one carried
      * in from IPCRYPT-MENU was verified there
      ******************************************************************
       VALIDATE-APPROVER-AUTHORITY.
           MOVE WS-IN-APPROVER(1:8) TO WS-APPROVER-ID
           IF WS-CALLER-PTR NOT = NULL
               AND LS-MENU-OPERATOR NOT = SPACES
               CALL 'IPCRYPT-AUTHLOOK' USING WS-APPROVER-ID
                   WS-APPROVER-ROLE WS-AUTH-STATUS
               END-CALL
           ELSE
               SET WS-AUTH-VERIFY-REQUEST TO TRUE
               CALL 'IPCRYPT-AUTHLOOK' USING WS-APPROVER-ID
                   WS-APPROVER-ROLE WS-AUTH-STATUS
                   WS-APPROVER-PASSPHRASE WS-SIGNON-CALLER
               END-CALL
           END-IF
           EVALUATE TRUE
               WHEN WS-AUTH-NOT-FOUND
                   MOVE "IPC1110E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "approver " WS-APPROVER-ID " is not in the "
                       "authority file - session refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN WS-AUTH-INACTIVE
                   MOVE "IPC1111E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "approver " WS-APPROVER-ID " is no longer "
                       "active - session refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN WS-AUTH-LOCKED
                   MOVE "IPC1112E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "approver " WS-APPROVER-ID " is locked out - "
                       "have it reset through IPCRYPT-OPERMAINT"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN WS-AUTH-EXPIRED
                   MOVE "IPC1113E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "passphrase for " WS-APPROVER-ID " has "
                       "expired - have a new one set through "
                       "IPCRYPT-OPERMAINT"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN WS-AUTH-NO-PASSPHRASE
                   MOVE "IPC1114E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "approver " WS-APPROVER-ID " has no "
                       "passphrase set - session refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN WS-AUTH-NO-DIGEST-KEY
                   MOVE "IPC1115E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "passphrase key unavailable in KEYSTORE - "
                       "session refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN WS-AUTH-BAD-PASSPHRASE
                   MOVE "IPC1116E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "approver ID or passphrase not accepted - "
                       "session refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN NOT APPROVER-ROLE-OK
                   MOVE "IPC1117E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "approver " WS-APPROVER-ID " does not hold "
                       "the approver role - session refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
           END-EVALUATE
           EXIT.

               CLOSE PENDING-DISCLOSURE-FILE
           END-IF
           IF WS-LAPSED-THIS-LOAD > 0
               MOVE "IPC1118I" TO WS-OPSMSG-ID
               MOVE WS-LAPSED-THIS-LOAD TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " pending "
                   "request(s) lapsed - older than " WS-LAPSE-DAYS
                   " days"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           EXIT.

      * that would silently destroy this record - so the overflow
      * switch refuses every rewrite this session
               SET PEND-LOAD-OVERFLOWED TO TRUE
               MOVE "IPC1119E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "*** PENDDISC exceeds the table - request "
                   PD-REQUEST-ID " not carried; the file will NOT be "
                   "rewritten ***"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           EXIT.

      ******************************************************************
       REWRITE-PENDING-FILE.
           IF PEND-LOAD-OVERFLOWED
               MOVE "IPC1120W" TO WS-OPSMSG-ID
               MOVE "PENDDISC left untouched - the load overflowed"
                   TO WS-OPSMSG-TEXT
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               MOVE 0 TO WS-PEND-PURGED
               OPEN OUTPUT PENDING-DISCLOSURE-FILE
               END-PERFORM
               CLOSE PENDING-DISCLOSURE-FILE
               IF WS-PEND-PURGED > 0
                   MOVE "IPC1121I" TO WS-OPSMSG-ID
                   MOVE WS-PEND-PURGED TO WS-OPSMSG-NUMBER-1
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                       " decided/lapsed request(s) purged from PENDDISC"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF
           EXIT.
           ELSE
               PERFORM FIND-PENDING-REQUEST
               IF WS-PEND-MATCH = 0
                   MOVE "IPC1122W" TO WS-OPSMSG-ID
                   MOVE "no pending request with that id"
                       TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
               ELSE
                   DISPLAY "Decision (APPROVE/DENY): "
                       WITH NO ADVANCING
                       TO WS-IN-DECISION
                   EVALUATE WS-IN-DECISION
                       WHEN "APPROVE"
                           PERFORM CHECK-APPROVER-KEY-SCOPE
                           IF WS-SCOPE-GRANTED
                               PERFORM RUN-APPROVED-DISCLOSURE
                           END-IF
                       WHEN "DENY"
                           SET PD-DENIED TO TRUE
                           MOVE PENDING-DISCLOSURE-RECORD
                               TO WS-PEND-RECORD(WS-PEND-MATCH)
                           MOVE "IPC1123I" TO WS-OPSMSG-ID
                           MOVE SPACES TO WS-OPSMSG-TEXT
                           STRING "request " PD-REQUEST-ID " denied - "
                               "nothing decrypted"
                               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                           END-STRING
                           PERFORM ISSUE-OPS-MESSAGE
                       WHEN OTHER
                           MOVE "IPC1124W" TO WS-OPSMSG-ID
                           MOVE SPACES TO WS-OPSMSG-TEXT
                           STRING "decision must be APPROVE or DENY - "
                               "request left pending"
                               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                           END-STRING
                           PERFORM ISSUE-OPS-MESSAGE
                   END-EVALUATE
               END-IF
           END-IF
           END-IF
           EXIT.

      ******************************************************************
      * CHECK-APPROVER-KEY-SCOPE
      * The request's key-id, taken the way BUILD-DISCLOSURE-REQUEST
      * will take it, must be inside the approver's grants; a refusal
      * leaves the request pending and is logged by IPCRYPT-AUTHLOOK
      ******************************************************************
       CHECK-APPROVER-KEY-SCOPE.
           MOVE SPACES TO WS-SCOPE-KEY-ID
           COMPUTE WS-KEY-OR-ID-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(PD-KEY-OR-ID))
           IF WS-KEY-OR-ID-LENGTH <= 8
               MOVE PD-KEY-OR-ID(1:WS-KEY-OR-ID-LENGTH)
                   TO WS-SCOPE-KEY-ID
           END-IF
           PERFORM CHECK-DECRYPT-KEY-SCOPE
           IF NOT WS-SCOPE-GRANTED
               IF WS-SCOPE-KEY-ID = SPACES
                   MOVE "IPC1125W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "request " PD-REQUEST-ID " carries a raw hex "
                       "key, which needs an all-keys decrypt scope - "
                       "left pending"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               ELSE
                   MOVE "IPC1126W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "key-id " WS-SCOPE-KEY-ID " is outside "
                       "approver " WS-APPROVER-ID "'s decrypt scope - "
                       "request " PD-REQUEST-ID " left pending"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * CHECK-DECRYPT-KEY-SCOPE
      ******************************************************************
       CHECK-DECRYPT-KEY-SCOPE.
           SET WS-SCOPE-REQUEST TO TRUE
           CALL 'IPCRYPT-AUTHLOOK' USING WS-APPROVER-ID
               WS-SCOPE-ROLE WS-SCOPE-STATUS
               WS-APPROVER-PASSPHRASE WS-SIGNON-CALLER
               WS-SCOPE-KEY-ID
           END-CALL
           EXIT.

      ******************************************************************
      * RUN-APPROVED-DISCLOSURE
      * Only here - an approver's explicit APPROVE on a recorded,
      * RETRY-WITH-PREDECESSOR-KEY
      * One retry under the chained predecessor, reporting which key
      * actually reversed the address; a retry no more plausible than
      * the first attempt puts the named key's result back. The
      * predecessor must be inside the approver's grants in its own
      * right - the chain never widens the scope.
      ******************************************************************
       RETRY-WITH-PREDECESSOR-KEY.
           MOVE WS-OUTPUT OF WS-IPCRYPT-REQUEST TO WS-FIRST-OUTPUT
               TO WS-FIRST-STATUS
           MOVE WS-KEYLOOKUP-PREDECESSOR TO WS-FALLBACK-KEY-ID

           MOVE WS-FALLBACK-KEY-ID TO WS-SCOPE-KEY-ID
           PERFORM CHECK-DECRYPT-KEY-SCOPE
           IF NOT WS-SCOPE-GRANTED
               MOVE "IPC1127W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "predecessor key-id " WS-FALLBACK-KEY-ID
                   " is outside the decrypt scope - not tried; logging "
                   "the named key's result"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               MOVE WS-FALLBACK-KEY-ID TO WS-KEYLOOKUP-KEY-ID
               PERFORM LOOKUP-DISCLOSURE-KEY
               IF WS-KEYLOOKUP-NOT-FOUND
                   MOVE WS-FIRST-OUTPUT
                       TO WS-OUTPUT OF WS-IPCRYPT-REQUEST
                   MOVE WS-FIRST-STATUS
                       TO WS-STATUS-CODE OF WS-IPCRYPT-REQUEST
               ELSE
                   CALL 'IPCRYPT-LIB' USING WS-IPCRYPT-REQUEST
                   PERFORM CHECK-RESULT-PLAUSIBILITY
                   IF RESULT-PLAUSIBLE
                       MOVE WS-FALLBACK-KEY-ID TO WS-KEY-USED-ID
                       MOVE "IPC1128W" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "decrypt succeeded under predecessor "
                           "key-id " WS-FALLBACK-KEY-ID " (named "
                           "key-id " WS-NAMED-KEY-ID " gave no "
                           "plausible address)"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   ELSE
                       MOVE "IPC1129W" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "predecessor key-id " WS-FALLBACK-KEY-ID
                           " gave no plausible address either - "
                           "logging the named key's result"
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
           END-CALL

           IF WS-KEYLOOKUP-NOT-FOUND
               MOVE "IPC1130E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "key-id " WS-KEYLOOKUP-KEY-ID " not found in "
                   "KEYSTORE"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET ERROR-INVALID-KEY OF WS-IPCRYPT-REQUEST TO TRUE
           ELSE
               IF WS-KEYLOOKUP-RETIRED
                   MOVE "IPC1131I" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "key-id " WS-KEYLOOKUP-KEY-ID " is RETIRED - "
                       "proceeding, but confirm this disclosure is "
                       "against an old encryption"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
      * An expired key is handled like a retired one here rather than
      * refused outright: a disclosure is by definition a decrypt of
      * the one sanctioned use of a key past its window. The warning
      * still lands in the console record alongside the DISCLOG entry.
               IF WS-KEYLOOKUP-EXPIRED
                   MOVE "IPC1132I" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "key-id " WS-KEYLOOKUP-KEY-ID " is outside "
                       "its effective/expiry window - proceeding for "
                       "this approved disclosure only"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
               MOVE SPACES TO WS-KEY OF WS-IPCRYPT-REQUEST
               IF WS-KEYLOOKUP-KEY-LENGTH = 16
           WRITE DISCLOSURE-LOG-LINE
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-DISCLOSURE" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-DISCLOSURE.
