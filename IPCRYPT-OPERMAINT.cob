      * IPCRYPT-KEYMAINT is for the KEYSTORE: the file gates every
      * decrypt in IPCRYPT-ONLINE, IPCRYPT-DISCLOSURE and
      * IPCRYPT-QUEUE, and a hand-edit typo in OA-ROLE silently
      * grants decrypt authority. Prompts for the action (ADD/
      * CHGROLE/DEACTIVATE/REACTIVATE/SETPASS/UNLOCK), the operator
      * ID, and the fields the action needs, validates the change
      * against the current file, and requires a second approver ID
      * different from the maintenance operator before anything is
      * written - dual control on every change. Every attempt,
      * applied or rejected, is appended to OPERCHGLOG so the
      * auditors can read the full change history. SETPASS takes a
      * new sign-on passphrase twice and stores only its
      * IPCRYPT-PASSDGST digest, restarting the expiry clock and
      * clearing any lockout; UNLOCK clears a lockout IPCRYPT-AUTHLOOK
      * set after repeated failed sign-ons. Neither the passphrase
      * nor its digest is ever displayed or logged. GRANTSCOPE and
      * REVOKESCOPE add and remove an OPERSCOPE grant - an exact
      * key-id, a key-id prefix ending in an asterisk, or a lone
      * asterisk for every key - bounding which keys a decrypt-
      * authorized or approver operator may decrypt under; they are
      * validated, signed off and logged exactly like every other
      * authority change, and OPERSCOPE is rewritten whole the same
      * way OPERAUTH is.
      * Repeats until the operator enters QUIT at the Action prompt.
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPER-CHANGE-LOG ASSIGN TO "OPERCHGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERCHGLOG-STATUS.
           SELECT OPERSCOPE-FILE ASSIGN TO "OPERSCOPE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSCOPE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  OPER-CHANGE-LOG-LINE         PIC X(140).

       FD  OPERSCOPE-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-OPERSCOPE.cpy".

       WORKING-STORAGE SECTION.

      ******************************************************************
               88  WS-OPERATOR-DONE VALUE 'Y'.
           05  WS-OPERAUTH-STATUS   PIC X(02).
           05  WS-OPERCHGLOG-STATUS PIC X(02).
           05  WS-OPERSCOPE-STATUS  PIC X(02).
           05  WS-EOF-SWITCH        PIC X(01).
               88  END-OF-OPERAUTH  VALUE 'Y'.
           05  WS-SCOPE-EOF-SWITCH  PIC X(01).
               88  END-OF-OPERSCOPE VALUE 'Y'.
           05  WS-CHANGE-SWITCH     PIC X(01).
               88  CHANGE-ACCEPTED  VALUE 'Y'.
               88  CHANGE-REJECTED  VALUE 'N'.
       01  WS-OPERAUTH-TABLE.
           05  WS-OPER-COUNT        PIC 9(03) COMP VALUE 0.
           05  WS-OPER-ENTRY OCCURS 200 TIMES.
               10  WS-ENTRY-RECORD  PIC X(83).
       01  WS-MATCH-INDEX           PIC 9(03) COMP.
       01  WS-LOAD-INDEX            PIC 9(03) COMP.

      ******************************************************************
      * IN-STORAGE COPY OF THE OPERSCOPE FILE - loaded and written
      * back whole on a scope change, the same as OPERAUTH above
      ******************************************************************
       01  WS-OPERSCOPE-TABLE.
           05  WS-SCOPE-COUNT       PIC 9(03) COMP VALUE 0.
           05  WS-SCOPE-ENTRY OCCURS 500 TIMES.
               10  WS-SCOPE-ENTRY-RECORD PIC X(40).
       01  WS-SCOPE-MATCH-INDEX     PIC 9(03) COMP.
       01  WS-SCOPE-INDEX           PIC 9(03) COMP.

      * Work record in the OPERAUTH layout, for building an ADD and
      * for picking apart a matched entry on the other actions
       01  WS-WORK-OPERAUTH-RECORD.
           05  WS-WORK-ACTIVE-FLAG  PIC X(01).
               88  WS-WORK-ACTIVE   VALUE 'Y'.
           05  WS-WORK-NAME         PIC X(30).
           05  WS-WORK-PASS-DIGEST  PIC X(32).
           05  WS-WORK-PASS-SET-DATE PIC X(08).
           05  WS-WORK-FAIL-COUNT   PIC 9(02).
           05  WS-WORK-LOCKED-FLAG  PIC X(01).
               88  WS-WORK-LOCKED   VALUE 'Y'.

      ******************************************************************
      * CONSOLE FIELDS FOR ONE MAINTENANCE TRANSACTION
      ******************************************************************
       01  WS-CONSOLE-FIELDS.
           05  WS-IN-ACTION         PIC X(12).
           05  WS-IN-OPERATOR-ID    PIC X(08).
           05  WS-IN-ROLE           PIC X(01).
               88  WS-IN-ROLE-VALID VALUE 'E' 'D' 'A'.
           05  WS-IN-NAME           PIC X(30).
           05  WS-IN-MAINTAINER     PIC X(08).
           05  WS-IN-APPROVER       PIC X(08).
           05  WS-IN-PASSPHRASE     PIC X(32).
           05  WS-IN-PASSPHRASE-AGAIN PIC X(32).
           05  WS-IN-SCOPE-PATTERN  PIC X(08).

      ******************************************************************
      * PASSPHRASE DIGEST - computed once the new passphrase passes
      * its checks; only this, never the passphrase, reaches OPERAUTH
      ******************************************************************
       01  WS-PASSPHRASE-WORK.
           05  WS-NEW-PASS-DIGEST   PIC X(32).
           05  WS-DIGEST-STATUS     PIC X(01).
               88  WS-DIGEST-OK     VALUE 'Y'.
           05  WS-PASSPHRASE-LENGTH PIC 9(02) COMP.

      ******************************************************************
      * SCOPE PATTERN WORK - the asterisk may only close the pattern,
      * and an exact key-id must name a key the KEYSTORE holds
      ******************************************************************
       01  WS-SCOPE-PATTERN-WORK.
           05  WS-STAR-COUNT        PIC 9(02) COMP.
           05  WS-PREFIX-LENGTH     PIC 9(02) COMP.
           05  WS-PATTERN-LENGTH    PIC 9(02) COMP.
           05  WS-LOG-SCOPE-TEXT    PIC X(15).
       01  WS-KEYLOOKUP-KEY         PIC X(32).
       01  WS-KEYLOOKUP-KEY-LENGTH  PIC 9(02) COMP.
       01  WS-KEYLOOKUP-STATUS      PIC X(01).
           88  WS-KEYLOOKUP-NOT-FOUND   VALUE 'N'.
       01  WS-KEYLOOKUP-PREDECESSOR PIC X(08).

      ******************************************************************
      * WORKING VARIABLES
           05  WS-REJECT-REASON     PIC X(40).
           05  WS-CHANGE-TIMESTAMP  PIC X(14).

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-OPERMAINT-ENTRY
      ******************************************************************
       MAIN-OPERMAINT-ENTRY.
           MOVE "IPC3801I" TO WS-OPSMSG-ID
           MOVE "operator authority maintenance" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           DISPLAY "Enter QUIT at the Action prompt to exit."
           OPEN EXTEND OPER-CHANGE-LOG
           IF WS-OPERCHGLOG-STATUS NOT = "00"
               PERFORM PROMPT-AND-PROCESS-ONE-CHANGE
           END-PERFORM
           CLOSE OPER-CHANGE-LOG
           MOVE "IPC3802I" TO WS-OPSMSG-ID
           MOVE "session ended" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
      ******************************************************************
       PROMPT-AND-PROCESS-ONE-CHANGE.
           DISPLAY " "
           DISPLAY "Action (ADD/CHGROLE/DEACTIVATE/REACTIVATE/"
               "SETPASS/UNLOCK/GRANTSCOPE/REVOKESCOPE, "
               "QUIT to exit): " WITH NO ADVANCING
           ACCEPT WS-IN-ACTION
           MOVE FUNCTION UPPER-CASE(WS-IN-ACTION) TO WS-IN-ACTION

               SET WS-OPERATOR-DONE TO TRUE
           ELSE
               IF WS-IN-ACTION = "ADD" OR "CHGROLE" OR "DEACTIVATE"
                   OR "REACTIVATE" OR "SETPASS" OR "UNLOCK"
                   OR "GRANTSCOPE" OR "REVOKESCOPE"
                   PERFORM PROMPT-CHANGE-DETAILS
                   PERFORM VALIDATE-REQUESTED-CHANGE
                   IF CHANGE-ACCEPTED
                       PERFORM PROMPT-DUAL-CONTROL-SIGNOFF
                   END-IF
                   IF CHANGE-ACCEPTED
                       IF WS-IN-ACTION = "GRANTSCOPE"
                           OR "REVOKESCOPE"
                           PERFORM APPLY-CHANGE-TO-OPERSCOPE
                       ELSE
                           PERFORM APPLY-CHANGE-TO-OPERAUTH
                       END-IF
                       MOVE "IPC3803I" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING WS-IN-ACTION " applied for operator "
                           WS-IN-OPERATOR-ID
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   ELSE
                       MOVE "IPC3804W" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "change rejected - " WS-REJECT-REASON
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   END-IF
                   PERFORM WRITE-OPER-CHANGE-LOG-RECORD
                   MOVE SPACES TO WS-IN-PASSPHRASE
                   MOVE SPACES TO WS-IN-PASSPHRASE-AGAIN
                   MOVE SPACES TO WS-NEW-PASS-DIGEST
               ELSE
                   MOVE "IPC3805W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "unknown action " WS-IN-ACTION
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF
           EXIT.
           ELSE
               MOVE SPACES TO WS-IN-NAME
           END-IF

           IF WS-IN-ACTION = "SETPASS"
               DISPLAY "New passphrase: " WITH NO ADVANCING
               ACCEPT WS-IN-PASSPHRASE
               DISPLAY "Repeat passphrase: " WITH NO ADVANCING
               ACCEPT WS-IN-PASSPHRASE-AGAIN
           ELSE
               MOVE SPACES TO WS-IN-PASSPHRASE
               MOVE SPACES TO WS-IN-PASSPHRASE-AGAIN
           END-IF

           IF WS-IN-ACTION = "GRANTSCOPE" OR "REVOKESCOPE"
               DISPLAY "Key-id, key-id prefix ending in *, or * for "
                   "every key: " WITH NO ADVANCING
               ACCEPT WS-IN-SCOPE-PATTERN
               MOVE FUNCTION UPPER-CASE(WS-IN-SCOPE-PATTERN)
                   TO WS-IN-SCOPE-PATTERN
           ELSE
               MOVE SPACES TO WS-IN-SCOPE-PATTERN
           END-IF
           EXIT.

      ******************************************************************
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               WHEN "SETPASS"
                   IF WS-MATCH-INDEX = 0
                       SET CHANGE-REJECTED TO TRUE
                       MOVE "operator not in OPERAUTH"
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM VALIDATE-NEW-PASSPHRASE
                   END-IF
               WHEN "UNLOCK"
                   IF WS-MATCH-INDEX = 0
                       SET CHANGE-REJECTED TO TRUE
                       MOVE "operator not in OPERAUTH"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE WS-OPER-ENTRY(WS-MATCH-INDEX)
                           TO WS-WORK-OPERAUTH-RECORD
                       IF NOT WS-WORK-LOCKED
                           SET CHANGE-REJECTED TO TRUE
                           MOVE "operator is not locked out"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               WHEN "GRANTSCOPE"
                   IF WS-MATCH-INDEX = 0
                       SET CHANGE-REJECTED TO TRUE
                       MOVE "operator not in OPERAUTH"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE WS-OPER-ENTRY(WS-MATCH-INDEX)
                           TO WS-WORK-OPERAUTH-RECORD
                       IF WS-WORK-ROLE NOT = 'D'
                           AND WS-WORK-ROLE NOT = 'A'
                           SET CHANGE-REJECTED TO TRUE
                           MOVE "operator holds an encrypt-only role"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
                   IF CHANGE-ACCEPTED
                       PERFORM VALIDATE-SCOPE-PATTERN
                   END-IF
                   IF CHANGE-ACCEPTED
                       PERFORM LOAD-OPERSCOPE-TABLE
                       IF WS-SCOPE-MATCH-INDEX NOT = 0
                           SET CHANGE-REJECTED TO TRUE
                           MOVE "operator already holds that grant"
                               TO WS-REJECT-REASON
                       ELSE
                       IF WS-SCOPE-COUNT >= 500
                           SET CHANGE-REJECTED TO TRUE
                           MOVE "OPERSCOPE is full" TO WS-REJECT-REASON
                       END-IF
                       END-IF
                   END-IF
               WHEN "REVOKESCOPE"
                   IF WS-IN-SCOPE-PATTERN = SPACES
                       SET CHANGE-REJECTED TO TRUE
                       MOVE "key-id pattern is required"
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM LOAD-OPERSCOPE-TABLE
                       IF WS-SCOPE-MATCH-INDEX = 0
                           SET CHANGE-REJECTED TO TRUE
                           MOVE "operator holds no such grant"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
           END-EVALUATE
           EXIT.

      ******************************************************************
      * VALIDATE-SCOPE-PATTERN
      * A grant names an exact key-id, a prefix closed by one
      * asterisk, or a lone asterisk; an exact key-id must already be
      * in the KEYSTORE, so a typo cannot sit waiting for a key of
      * that name to be added later
      ******************************************************************
       VALIDATE-SCOPE-PATTERN.
           MOVE 0 TO WS-STAR-COUNT
           MOVE 0 TO WS-PREFIX-LENGTH
           MOVE 0 TO WS-PATTERN-LENGTH
           IF WS-IN-SCOPE-PATTERN NOT = SPACES
               INSPECT WS-IN-SCOPE-PATTERN TALLYING
                   WS-STAR-COUNT FOR ALL "*"
                   WS-PREFIX-LENGTH FOR CHARACTERS BEFORE INITIAL "*"
               COMPUTE WS-PATTERN-LENGTH = FUNCTION LENGTH
                   (FUNCTION TRIM(WS-IN-SCOPE-PATTERN TRAILING))
           END-IF

           IF WS-IN-SCOPE-PATTERN = SPACES
               OR WS-IN-SCOPE-PATTERN(1:1) = SPACE
               SET CHANGE-REJECTED TO TRUE
               MOVE "key-id pattern is required"
                   TO WS-REJECT-REASON
           ELSE
           IF WS-STAR-COUNT > 1
               OR (WS-STAR-COUNT = 1
                   AND WS-PREFIX-LENGTH + 1 NOT = WS-PATTERN-LENGTH)
               SET CHANGE-REJECTED TO TRUE
               MOVE "an asterisk may only end the pattern"
                   TO WS-REJECT-REASON
           ELSE
           IF WS-STAR-COUNT = 0
               CALL 'IPCRYPT-KEYLOOKUP' USING WS-IN-SCOPE-PATTERN
                   WS-KEYLOOKUP-KEY WS-KEYLOOKUP-KEY-LENGTH
                   WS-KEYLOOKUP-STATUS WS-KEYLOOKUP-PREDECESSOR
               END-CALL
               MOVE SPACES TO WS-KEYLOOKUP-KEY
               IF WS-KEYLOOKUP-NOT-FOUND
                   SET CHANGE-REJECTED TO TRUE
                   MOVE "key-id not in KEYSTORE" TO WS-REJECT-REASON
               END-IF
           END-IF
           END-IF
           END-IF
           EXIT.

      ******************************************************************
      * VALIDATE-NEW-PASSPHRASE
      * Both entries must agree and run to at least eight characters;
      * the digest is taken here so a missing OPERPASS key rejects
      * the change before anyone signs it off, and a passphrase that
      * digests the same as the current one is not a change at all
      ******************************************************************
       VALIDATE-NEW-PASSPHRASE.
           MOVE WS-OPER-ENTRY(WS-MATCH-INDEX)
               TO WS-WORK-OPERAUTH-RECORD
           MOVE 0 TO WS-PASSPHRASE-LENGTH
           IF WS-IN-PASSPHRASE NOT = SPACES
               COMPUTE WS-PASSPHRASE-LENGTH = FUNCTION LENGTH
                   (FUNCTION TRIM(WS-IN-PASSPHRASE TRAILING))
           END-IF

           IF WS-IN-PASSPHRASE NOT = WS-IN-PASSPHRASE-AGAIN
               SET CHANGE-REJECTED TO TRUE
               MOVE "the two passphrase entries differ"
                   TO WS-REJECT-REASON
           ELSE
           IF WS-PASSPHRASE-LENGTH < 8
               SET CHANGE-REJECTED TO TRUE
               MOVE "passphrase must be 8 characters or more"
                   TO WS-REJECT-REASON
           ELSE
               CALL 'IPCRYPT-PASSDGST' USING WS-IN-OPERATOR-ID
                   WS-IN-PASSPHRASE WS-NEW-PASS-DIGEST
                   WS-DIGEST-STATUS
               END-CALL
               IF NOT WS-DIGEST-OK
                   SET CHANGE-REJECTED TO TRUE
                   MOVE "OPERPASS key unavailable in KEYSTORE"
                       TO WS-REJECT-REASON
               ELSE
               IF WS-NEW-PASS-DIGEST = WS-WORK-PASS-DIGEST
                   SET CHANGE-REJECTED TO TRUE
                   MOVE "passphrase must differ from the current one"
                       TO WS-REJECT-REASON
               END-IF
               END-IF
           END-IF
           END-IF
           EXIT.

      ******************************************************************
      * PROMPT-DUAL-CONTROL-SIGNOFF
      * Two distinct IDs before anything is written: the operator
           END-IF
           EXIT.

      ******************************************************************
      * LOAD-OPERSCOPE-TABLE
      * Pull the whole OPERSCOPE file into storage and note the entry
      * (if any) holding the requested operator and pattern. A
      * missing file is a valid empty store - the first GRANTSCOPE
      * creates it.
      ******************************************************************
       LOAD-OPERSCOPE-TABLE.
           MOVE 0 TO WS-SCOPE-COUNT
           MOVE 0 TO WS-SCOPE-MATCH-INDEX
           MOVE 'N' TO WS-SCOPE-EOF-SWITCH
           OPEN INPUT OPERSCOPE-FILE
           IF WS-OPERSCOPE-STATUS NOT = "00"
               SET END-OF-OPERSCOPE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-OPERSCOPE
               READ OPERSCOPE-FILE
                   AT END
                       SET END-OF-OPERSCOPE TO TRUE
                   NOT AT END
                       IF WS-SCOPE-COUNT < 500
                           ADD 1 TO WS-SCOPE-COUNT
                           MOVE OPERSCOPE-RECORD
                               TO WS-SCOPE-ENTRY(WS-SCOPE-COUNT)
                           IF OS-OPERATOR-ID = WS-IN-OPERATOR-ID
                               AND OS-KEY-PATTERN = WS-IN-SCOPE-PATTERN
                               MOVE WS-SCOPE-COUNT
                                   TO WS-SCOPE-MATCH-INDEX
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPERSCOPE-STATUS = "00" OR WS-OPERSCOPE-STATUS = "10"
               CLOSE OPERSCOPE-FILE
           END-IF
           EXIT.

      ******************************************************************
      * APPLY-CHANGE-TO-OPERSCOPE
      * Add the grant, or close the gap its removal leaves, and write
      * the complete table back as the new OPERSCOPE image
      ******************************************************************
       APPLY-CHANGE-TO-OPERSCOPE.
           IF WS-IN-ACTION = "GRANTSCOPE"
               MOVE SPACES TO OPERSCOPE-RECORD
               MOVE WS-IN-OPERATOR-ID TO OS-OPERATOR-ID
               MOVE WS-IN-SCOPE-PATTERN TO OS-KEY-PATTERN
               MOVE FUNCTION CURRENT-DATE(1:8) TO OS-GRANTED-DATE
               MOVE WS-IN-MAINTAINER TO OS-GRANTED-BY
               MOVE WS-IN-APPROVER TO OS-APPROVED-BY
               ADD 1 TO WS-SCOPE-COUNT
               MOVE OPERSCOPE-RECORD TO WS-SCOPE-ENTRY(WS-SCOPE-COUNT)
           ELSE
               PERFORM VARYING WS-SCOPE-INDEX FROM WS-SCOPE-MATCH-INDEX
                   BY 1 UNTIL WS-SCOPE-INDEX >= WS-SCOPE-COUNT
                   MOVE WS-SCOPE-ENTRY(WS-SCOPE-INDEX + 1)
                       TO WS-SCOPE-ENTRY(WS-SCOPE-INDEX)
               END-PERFORM
               SUBTRACT 1 FROM WS-SCOPE-COUNT
           END-IF

           OPEN OUTPUT OPERSCOPE-FILE
           PERFORM VARYING WS-SCOPE-INDEX FROM 1 BY 1
               UNTIL WS-SCOPE-INDEX > WS-SCOPE-COUNT
               MOVE WS-SCOPE-ENTRY(WS-SCOPE-INDEX) TO OPERSCOPE-RECORD
               WRITE OPERSCOPE-RECORD
           END-PERFORM
           CLOSE OPERSCOPE-FILE
           EXIT.

      ******************************************************************
      * APPLY-CHANGE-TO-OPERAUTH
      * Apply the validated change to the in-storage table and write
                   MOVE WS-IN-ROLE TO WS-WORK-ROLE
                   SET WS-WORK-ACTIVE TO TRUE
                   MOVE WS-IN-NAME TO WS-WORK-NAME
                   MOVE 0 TO WS-WORK-FAIL-COUNT
                   MOVE 'N' TO WS-WORK-LOCKED-FLAG
                   ADD 1 TO WS-OPER-COUNT
                   MOVE WS-WORK-OPERAUTH-RECORD
                       TO WS-OPER-ENTRY(WS-OPER-COUNT)
                   SET WS-WORK-ACTIVE TO TRUE
                   MOVE WS-WORK-OPERAUTH-RECORD
                       TO WS-OPER-ENTRY(WS-MATCH-INDEX)
               WHEN "SETPASS"
                   MOVE WS-OPER-ENTRY(WS-MATCH-INDEX)
                       TO WS-WORK-OPERAUTH-RECORD
                   MOVE WS-NEW-PASS-DIGEST TO WS-WORK-PASS-DIGEST
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO WS-WORK-PASS-SET-DATE
                   MOVE 0 TO WS-WORK-FAIL-COUNT
                   MOVE 'N' TO WS-WORK-LOCKED-FLAG
                   MOVE WS-WORK-OPERAUTH-RECORD
                       TO WS-OPER-ENTRY(WS-MATCH-INDEX)
               WHEN "UNLOCK"
                   MOVE WS-OPER-ENTRY(WS-MATCH-INDEX)
                       TO WS-WORK-OPERAUTH-RECORD
                   MOVE 0 TO WS-WORK-FAIL-COUNT
                   MOVE 'N' TO WS-WORK-LOCKED-FLAG
                   MOVE WS-WORK-OPERAUTH-RECORD
                       TO WS-OPER-ENTRY(WS-MATCH-INDEX)
           END-EVALUATE

           OPEN OUTPUT OPERAUTH-FILE
      ******************************************************************
      * WRITE-OPER-CHANGE-LOG-RECORD
      * Append one line recording this maintenance attempt - action,
      * operator ID, role (or the key-id pattern of a scope change),
      * both sign-off IDs and the outcome
      ******************************************************************
       WRITE-OPER-CHANGE-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CHANGE-TIMESTAMP
           MOVE SPACES TO OPER-CHANGE-LOG-LINE
           MOVE SPACES TO WS-LOG-SCOPE-TEXT
           IF WS-IN-SCOPE-PATTERN NOT = SPACES
               STRING " SCOPE=" DELIMITED BY SIZE
                   WS-IN-SCOPE-PATTERN DELIMITED BY SPACE
                   INTO WS-LOG-SCOPE-TEXT
               END-STRING
           END-IF
           IF CHANGE-ACCEPTED
               STRING WS-CHANGE-TIMESTAMP DELIMITED BY SIZE
                   " ACTION=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IN-ACTION) DELIMITED BY SIZE
                   " OPERID=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IN-OPERATOR-ID) DELIMITED BY SIZE
                   WS-LOG-SCOPE-TEXT DELIMITED BY "  "
                   " ROLE=" DELIMITED BY SIZE
                   WS-IN-ROLE DELIMITED BY SIZE
                   " OPERATOR=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IN-ACTION) DELIMITED BY SIZE
                   " OPERID=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IN-OPERATOR-ID) DELIMITED BY SIZE
                   WS-LOG-SCOPE-TEXT DELIMITED BY "  "
                   " RESULT=REJECTED REASON=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                   INTO OPER-CHANGE-LOG-LINE
           WRITE OPER-CHANGE-LOG-LINE
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-OPERMAINT" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-OPERMAINT.
