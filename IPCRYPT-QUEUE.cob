      * must hold an active OPERAUTH entry at all, and the decrypt-
      * authorized or approver role before a DECRYPT is honoured -
      * the queue must not become the console bypass the authority
      * file was built to close. A DECRYPT is further held to the
      * requestor's OPERSCOPE grants: a key-id outside them is
      * refused just as the console refuses it.
      *
      * With three applications feeding REQQUEUE the interface also
      * defends itself: a replayed RQ-SEQUENCE from the same
      * bulk-deanonymizing through the queue (usage carried across
      * drains on QUSAGE). The response record's status code says
      * which gate tripped.
      *
      * Every drain also appends the requests it served per
      * requestor to the permanent QUSEHIST history, which the
      * monthly chargeback totals.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-QUEUE.
           SELECT USAGE-FILE ASSIGN TO "QUSAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
      * USAGE-HISTORY-FILE - requests served per requestor per drain,
      * appended at end of drain and never rewritten
           SELECT USAGE-HISTORY-FILE ASSIGN TO "QUSEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USEHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  US-REQUESTOR         PIC X(08).
           05  US-DECRYPTS-USED     PIC 9(09).

       FD  USAGE-HISTORY-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-QUSEHIST.cpy".

       WORKING-STORAGE SECTION.

      ******************************************************************
           05  WS-DEADLTR-STATUS    PIC X(02).
           05  WS-LIMITS-STATUS     PIC X(02).
           05  WS-USAGE-STATUS      PIC X(02).
           05  WS-USEHIST-STATUS    PIC X(02).
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  END-OF-REQUESTS  VALUE 'Y'.
           05  WS-LOAD-EOF-SWITCH   PIC X(01).
           88  USAGE-TABLE-FULL     VALUE 'Y'.
       01  WS-TODAY-DATE            PIC X(08).

      ******************************************************************
      * SERVED TABLE - requests this drain served per requestor, for
      * the QUSEHIST history; requestors past the table's capacity
      * share the last slot as '*OTHER' so no served request goes
      * unrecorded
      ******************************************************************
       01  WS-SERVED-TABLE.
           05  WS-SERVED-COUNT      PIC 9(03) COMP VALUE 0.
           05  WS-SERVED-ENTRY OCCURS 200 TIMES.
               10  WS-SERVED-REQUESTOR PIC X(08).
               10  WS-SERVED-REQUESTS  PIC 9(09) COMP.
               10  WS-SERVED-DECRYPTS  PIC 9(09) COMP.
       01  WS-SERVED-INDEX          PIC 9(03) COMP.
       01  WS-SERVED-MATCH          PIC 9(03) COMP.
       01  WS-SERVED-OVERFLOW-SW    PIC X(01) VALUE 'N'.
           88  SERVED-TABLE-FULL    VALUE 'Y'.

      ******************************************************************
      * KEY-STORE LOOKUP WORK AREA - SAME PATTERN AS EVERY OTHER
      * IPCRYPT-KEYLOOKUP CALLER
               88  WS-AUTH-FOUND        VALUE 'Y'.
               88  WS-AUTH-NOT-FOUND    VALUE 'N'.
               88  WS-AUTH-INACTIVE     VALUE 'I'.
           05  WS-SCOPE-ROLE        PIC X(01).
           05  WS-SCOPE-STATUS      PIC X(01).
               88  WS-SCOPE-REQUEST     VALUE 'S'.
               88  WS-SCOPE-GRANTED     VALUE 'Y'.
           05  WS-QUEUE-CALLER      PIC X(10) VALUE "QUEUE".

       01  WS-WORK-VARS.
           05  WS-BINARY-TWEAK      PIC X(32).
           05  WS-FUNC-CONVERT-HEX  PIC X(30) VALUE
               "CONVERT-HEX-STRING-TO-BYTES   ".

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * complete answer set for this drain
      ******************************************************************
       MAIN-QUEUE-ENTRY.
           MOVE "IPC4001I" TO WS-OPSMSG-ID
           MOVE "starting request queue drain" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM LOAD-SEQUENCE-REGISTRY

           OPEN INPUT REQUEST-QUEUE-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               MOVE "IPC4002W" TO WS-OPSMSG-ID
               MOVE "no REQQUEUE to process" TO WS-OPSMSG-TEXT
               PERFORM ISSUE-OPS-MESSAGE
               SET END-OF-REQUESTS TO TRUE
           ELSE
               OPEN OUTPUT RESPONSE-QUEUE-FILE
           END-IF

           PERFORM REWRITE-USAGE-FILE
           PERFORM APPEND-USAGE-HISTORY

      * Same end-of-run summary call every batch driver makes, so
      * operations reads one consistent MODERPT whoever drove the day
               CALL 'IPCRYPT-LIB' USING WS-IPCRYPT-REQUEST
           END-IF

           MOVE "IPC4003I" TO WS-OPSMSG-ID
           MOVE WS-REQUESTS-READ TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "requests read    = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC4004I" TO WS-OPSMSG-ID
           MOVE WS-REQUESTS-OK TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "requests ok      = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC4005I" TO WS-OPSMSG-ID
           MOVE WS-REQUESTS-FAILED TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "requests failed  = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC4006I" TO WS-OPSMSG-ID
           MOVE WS-REQUESTS-REFUSED TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "requests refused = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC4007I" TO WS-OPSMSG-ID
           MOVE WS-REQUESTS-REPLAYED TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "replays rejected = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC4008I" TO WS-OPSMSG-ID
           MOVE WS-REQUESTS-OVERQUOTA TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "over quota       = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC4009I" TO WS-OPSMSG-ID
           MOVE WS-REQUESTS-DEADLTR TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "dead-lettered    = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC4010I" TO WS-OPSMSG-ID
           MOVE "drain complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
               CLOSE SEQUENCE-LOG-FILE
           END-IF
           IF SEQ-REGISTRY-FULL
               MOVE "IPC4011W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "*** QSEQLOG exceeds the replay table - schedule "
                   "its housekeeping; overflow sequences cannot be "
                   "replay-checked ***"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           EXIT.

           CLOSE USAGE-FILE
           EXIT.

      ******************************************************************
      * APPEND-USAGE-HISTORY
      * One QUSEHIST record per requestor this drain served; a drain
      * that served nothing appends nothing
      ******************************************************************
       APPEND-USAGE-HISTORY.
           IF WS-SERVED-COUNT > 0
               OPEN EXTEND USAGE-HISTORY-FILE
               IF WS-USEHIST-STATUS NOT = "00"
                   OPEN OUTPUT USAGE-HISTORY-FILE
               END-IF
               IF WS-USEHIST-STATUS NOT = "00"
                   MOVE "IPC4021W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "QUSEHIST cannot be opened - status "
                       WS-USEHIST-STATUS
                       " - this drain's usage is not recorded"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               ELSE
                   PERFORM VARYING WS-SERVED-INDEX FROM 1 BY 1
                       UNTIL WS-SERVED-INDEX > WS-SERVED-COUNT
                       MOVE SPACES TO USAGE-HISTORY-RECORD
                       MOVE WS-TODAY-DATE TO UH-DATE
                       MOVE FUNCTION CURRENT-DATE(1:14)
                           TO UH-DRAINED-AT
                       MOVE WS-SERVED-REQUESTOR(WS-SERVED-INDEX)
                           TO UH-REQUESTOR
                       MOVE WS-SERVED-REQUESTS(WS-SERVED-INDEX)
                           TO UH-REQUESTS-SERVED
                       MOVE WS-SERVED-DECRYPTS(WS-SERVED-INDEX)
                           TO UH-DECRYPTS-SERVED
                       WRITE USAGE-HISTORY-RECORD
                   END-PERFORM
                   CLOSE USAGE-HISTORY-FILE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * PROCESS-ONE-QUEUED-REQUEST
      * Gates run cheapest-first: shape, replay, authority, quota -
                           IF RQ-OPERATION = 'D'
                               PERFORM COUNT-DECRYPT-USAGE
                           END-IF
                           PERFORM COUNT-SERVED-REQUEST
                       END-IF
                   END-IF
               END-IF
           IF REQUEST-MALFORMED
               MOVE REQUEST-QUEUE-RECORD TO DL-REQUEST-IMAGE
               WRITE DEAD-LETTER-RECORD
               MOVE "IPC4012W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "malformed request diverted to dead-letter, "
                   "reason " DL-REASON-CODE
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           EXIT.

           END-PERFORM
           IF WS-SEQ-MATCH > 0
               SET REQUEST-REPLAYED TO TRUE
               MOVE "IPC4013E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "request " RQ-SEQUENCE " rejected - replay of a "
                   "sequence " RQ-REQUESTOR " already ran"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           EXIT.

      * exists to prevent
                   IF WS-USAGE-MATCH = 0
                       SET QUOTA-EXHAUSTED TO TRUE
                       MOVE "IPC4014E" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "request " RQ-SEQUENCE " refused - usage "
                           "table full, quota for " RQ-REQUESTOR
                           " cannot be tracked"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   ELSE
                       IF WS-USAGE-USED(WS-USAGE-MATCH) >=
                               WS-LIMIT-QUOTA(WS-QUOTA-MATCH)
                           SET QUOTA-EXHAUSTED TO TRUE
                           MOVE "IPC4015E" TO WS-OPSMSG-ID
                           MOVE SPACES TO WS-OPSMSG-TEXT
                           STRING "request " RQ-SEQUENCE " refused - "
                               RQ-REQUESTOR " exhausted today's "
                               "decrypt quota"
                               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                           END-STRING
                           PERFORM ISSUE-OPS-MESSAGE
                       END-IF
                   END-IF
               END-IF
               ELSE
                   IF NOT USAGE-TABLE-FULL
                       SET USAGE-TABLE-FULL TO TRUE
                       MOVE "IPC4016W" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "*** usage table full - further distinct "
                           "requestors cannot be usage-tracked today "
                           "***"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   END-IF
               END-IF
           END-IF
           END-IF
           EXIT.

      ******************************************************************
      * COUNT-SERVED-REQUEST
      * A served request is charged to its requestor's slot; once
      * the table is full the last slot becomes '*OTHER' and takes
      * every requestor not already in the table
      ******************************************************************
       COUNT-SERVED-REQUEST.
           MOVE 0 TO WS-SERVED-MATCH
           PERFORM VARYING WS-SERVED-INDEX FROM 1 BY 1
               UNTIL WS-SERVED-INDEX > WS-SERVED-COUNT
                   OR WS-SERVED-MATCH > 0
               IF WS-SERVED-REQUESTOR(WS-SERVED-INDEX) = RQ-REQUESTOR
                   MOVE WS-SERVED-INDEX TO WS-SERVED-MATCH
               END-IF
           END-PERFORM
           IF WS-SERVED-MATCH = 0
               IF WS-SERVED-COUNT < 199
                   ADD 1 TO WS-SERVED-COUNT
                   MOVE WS-SERVED-COUNT TO WS-SERVED-MATCH
                   MOVE RQ-REQUESTOR
                       TO WS-SERVED-REQUESTOR(WS-SERVED-MATCH)
                   MOVE 0 TO WS-SERVED-REQUESTS(WS-SERVED-MATCH)
                   MOVE 0 TO WS-SERVED-DECRYPTS(WS-SERVED-MATCH)
               ELSE
                   MOVE 200 TO WS-SERVED-MATCH
                   IF NOT SERVED-TABLE-FULL
                       SET SERVED-TABLE-FULL TO TRUE
                       MOVE 200 TO WS-SERVED-COUNT
                       MOVE "*OTHER"
                           TO WS-SERVED-REQUESTOR(WS-SERVED-MATCH)
                       MOVE 0 TO WS-SERVED-REQUESTS(WS-SERVED-MATCH)
                       MOVE 0 TO WS-SERVED-DECRYPTS(WS-SERVED-MATCH)
                       MOVE "IPC4022W" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "served table full - further requestors "
                           "recorded on QUSEHIST as *OTHER"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-SERVED-REQUESTS(WS-SERVED-MATCH)
           IF RQ-OPERATION = 'D'
               ADD 1 TO WS-SERVED-DECRYPTS(WS-SERVED-MATCH)
           END-IF
           EXIT.

      ******************************************************************
      * REGISTER-PROCESSED-SEQUENCE
      * Once a request has run - however its cipher call came out -
           END-CALL
           IF NOT WS-AUTH-FOUND
               SET REQUEST-REFUSED TO TRUE
               MOVE "IPC4017E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "request " RQ-SEQUENCE " refused - requestor "
                   RQ-REQUESTOR " not authorized"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               IF RQ-OPERATION = 'D' AND NOT REQUESTOR-MAY-DECRYPT
                   SET REQUEST-REFUSED TO TRUE
                   MOVE "IPC4018E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "request " RQ-SEQUENCE " refused - requestor "
                       RQ-REQUESTOR " holds an encrypt-only role"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               ELSE
               IF RQ-OPERATION = 'D'
                   SET WS-SCOPE-REQUEST TO TRUE
                   CALL 'IPCRYPT-AUTHLOOK' USING RQ-REQUESTOR
                       WS-SCOPE-ROLE WS-SCOPE-STATUS
                       SPACES WS-QUEUE-CALLER RQ-KEY-ID
                   END-CALL
                   IF NOT WS-SCOPE-GRANTED
                       SET REQUEST-REFUSED TO TRUE
                       MOVE "IPC4019E" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "request " RQ-SEQUENCE " refused - "
                           "key-id " RQ-KEY-ID " is outside requestor "
                           RQ-REQUESTOR "'s decrypt scope"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   END-IF
               END-IF
               END-IF
           END-IF
           EXIT.

           IF WS-KEYLOOKUP-NOT-FOUND
               OR (WS-KEYLOOKUP-EXPIRED AND RQ-OPERATION NOT = 'D')
               MOVE "IPC4020E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "request " RQ-SEQUENCE " key-id " RQ-KEY-ID
                   " unusable"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET ERROR-INVALID-KEY OF WS-IPCRYPT-REQUEST TO TRUE
           ELSE
               MOVE SPACES TO WS-KEY OF WS-IPCRYPT-REQUEST
           WRITE RESPONSE-QUEUE-RECORD
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-QUEUE" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-QUEUE.
