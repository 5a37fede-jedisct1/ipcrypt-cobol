      * IPCRYPT-AUTHLOOK, decrypt-authorized or approver role
      * required. The key is anonymized value plus the mode that
      * produced it, since the same value can exist under two modes.
      * A record found is shown only if the key-id it was produced
      * under is inside the operator's OPERSCOPE grants; a record
      * under any other key is refused, and the refusal logged by
      * IPCRYPT-AUTHLOOK, exactly as a console DECRYPT would be.
      * Repeats until the operator enters QUIT at the Value prompt.
      ******************************************************************
       IDENTIFICATION DIVISION.
               10  RV-ANONYMIZED-ADDRESS PIC X(64).
               10  RV-MODE-USED          PIC X(16).
           05  RV-ORIGINAL-ADDRESS       PIC X(64).
      * RV-KEY-ID: the key-id that produced the value, spaces for a
      * raw hex key - what a decrypt-scope check is asked about
           05  RV-KEY-ID                 PIC X(08).

       WORKING-STORAGE SECTION.

       01  WS-COUNTERS.
           05  WS-LOOKUPS-DONE      PIC 9(05) COMP VALUE 0.
           05  WS-LOOKUPS-FOUND     PIC 9(05) COMP VALUE 0.
           05  WS-LOOKUPS-REFUSED   PIC 9(05) COMP VALUE 0.

      ******************************************************************
      * OPERATOR-AUTHORITY WORK AREA - reading the reverse file IS a
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
           05  WS-SIGNON-CALLER     PIC X(10) VALUE "REVINQ".
           05  WS-SCOPE-ROLE        PIC X(01).
           05  WS-SCOPE-STATUS      PIC X(01).
               88  WS-SCOPE-REQUEST     VALUE 'S'.
               88  WS-SCOPE-GRANTED     VALUE 'Y'.

       01  WS-CONSOLE-FIELDS.
           05  WS-IN-VALUE          PIC X(64).
           05  WS-IN-MODE           PIC X(16).

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-REVINQ-ENTRY
      ******************************************************************
       MAIN-REVINQ-ENTRY.
           MOVE "IPC4401I" TO WS-OPSMSG-ID
           MOVE "reverse-lookup inquiry" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           PERFORM SIGN-ON-OPERATOR
           IF WS-AUTH-FOUND AND OPERATOR-MAY-DECRYPT
               OPEN INPUT REVERSE-LOOKUP-KSDS
               IF WS-REVKSDS-STATUS NOT = "00"
                   MOVE "IPC4402E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "no REVKSDS to read (status "
                       WS-REVKSDS-STATUS ") - was last night's run in "
                       "keyed output mode?"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               ELSE
                   DISPLAY "Enter QUIT at the Value prompt to exit."
                   PERFORM UNTIL WS-OPERATOR-DONE
                       PERFORM PROMPT-AND-LOOKUP-ONE-VALUE
                   END-PERFORM
                   CLOSE REVERSE-LOOKUP-KSDS
                   MOVE "IPC4403I" TO WS-OPSMSG-ID
                   MOVE WS-LOOKUPS-DONE TO WS-OPSMSG-NUMBER-1
                   MOVE WS-LOOKUPS-FOUND TO WS-OPSMSG-NUMBER-2
                   MOVE WS-LOOKUPS-REFUSED TO WS-OPSMSG-NUMBER-3
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "lookups = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                       " found = " FUNCTION TRIM(WS-OPSMSG-NUMBER-2)
                       " refused = " FUNCTION TRIM(WS-OPSMSG-NUMBER-3)
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF
           MOVE "IPC4404I" TO WS-OPSMSG-ID
           MOVE "session ended" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
      * SIGN-ON-OPERATOR
      * Same gate IPCRYPT-ONLINE puts in front of DECRYPT - an
      * unknown, inactive, locked-out or encrypt-only operator, or a
      * wrong or expired passphrase, gets nothing
      ******************************************************************
       SIGN-ON-OPERATOR.
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
           EVALUATE TRUE
               WHEN WS-AUTH-NOT-FOUND
                   MOVE "IPC4405E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "operator " WS-SIGNON-OPERATOR " is not in "
                       "the authority file - session refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN WS-AUTH-INACTIVE
                   MOVE "IPC4406E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "operator " WS-SIGNON-OPERATOR " is no "
                       "longer active - session refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN WS-AUTH-LOCKED
                   MOVE "IPC4407E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "operator " WS-SIGNON-OPERATOR " is locked "
                       "out - have it reset through IPCRYPT-OPERMAINT"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN WS-AUTH-EXPIRED
                   MOVE "IPC4408E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "passphrase for " WS-SIGNON-OPERATOR
                       " has expired - have a new one set through "
                       "IPCRYPT-OPERMAINT"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN WS-AUTH-NO-PASSPHRASE
                   MOVE "IPC4409E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "operator " WS-SIGNON-OPERATOR " has no "
                       "passphrase set - session refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN WS-AUTH-NO-DIGEST-KEY
                   MOVE "IPC4410E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "passphrase key unavailable in KEYSTORE - "
                       "session refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN WS-AUTH-BAD-PASSPHRASE
                   MOVE "IPC4411E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "operator ID or passphrase not accepted - "
                       "session refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN NOT OPERATOR-MAY-DECRYPT
                   MOVE "IPC4412E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "operator " WS-SIGNON-OPERATOR " holds an "
                       "encrypt-only role - this inquiry reverses "
                       "anonymization and is refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
           END-EVALUATE
           EXIT.

               MOVE WS-IN-MODE TO RV-MODE-USED
               READ REVERSE-LOOKUP-KSDS
                   INVALID KEY
                       MOVE "IPC4413I" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "no record for that value under mode "
                           WS-IN-MODE
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   NOT INVALID KEY
                       ADD 1 TO WS-LOOKUPS-FOUND
                       PERFORM CHECK-RECORD-KEY-SCOPE
                       IF WS-SCOPE-GRANTED
                           DISPLAY "Original address: "
                               RV-ORIGINAL-ADDRESS
                       ELSE
                           ADD 1 TO WS-LOOKUPS-REFUSED
                           IF RV-KEY-ID = SPACES
                               MOVE "IPC4414E" TO WS-OPSMSG-ID
                               MOVE SPACES TO WS-OPSMSG-TEXT
                               STRING "that value was produced under a "
                                   "raw hex key, which needs an "
                                   "all-keys decrypt scope - refused"
                                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                               END-STRING
                               PERFORM ISSUE-OPS-MESSAGE
                           ELSE
                               MOVE "IPC4415E" TO WS-OPSMSG-ID
                               MOVE SPACES TO WS-OPSMSG-TEXT
                               STRING "that value was produced under "
                                   "key-id " RV-KEY-ID ", outside "
                                   "operator " WS-SIGNON-OPERATOR
                                   "'s decrypt scope - refused"
                                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                               END-STRING
                               PERFORM ISSUE-OPS-MESSAGE
                           END-IF
                       END-IF
               END-READ
           END-IF
           EXIT.

      ******************************************************************
      * CHECK-RECORD-KEY-SCOPE
      * The record's own key-id is put to IPCRYPT-AUTHLOOK - the
      * session sign-on says the operator may decrypt, this says
      * under which keys
      ******************************************************************
       CHECK-RECORD-KEY-SCOPE.
           SET WS-SCOPE-REQUEST TO TRUE
           CALL 'IPCRYPT-AUTHLOOK' USING WS-SIGNON-OPERATOR
               WS-SCOPE-ROLE WS-SCOPE-STATUS
               WS-SIGNON-PASSPHRASE WS-SIGNON-CALLER
               RV-KEY-ID
           END-CALL
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-REVINQ" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-REVINQ.
