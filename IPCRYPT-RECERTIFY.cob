      ******************************************************************
      * IPCRYPT-RECERTIFY - Access Recertification Decision Transaction
      * The approver's side of the quarterly recertification cycle
      * IPCRYPT-RECERT opens. Signed on by an active approver-role
      * operator, the session lists every entry still pending in the
      * open cycle and takes a CERTIFY or REVOKE decision on each one
      * the approver names. An approver may not certify their own
      * entry. A revoke deactivates the operator there and then
      * through IPCRYPT-OPERDEACT - the OPERMAINT change path and
      * OPERCHGLOG line - with the approver and the cycle standing
      * behind it; a certify is logged to OPERCHGLOG alongside it, as
      * is every refused decision. RECERTREV is rewritten after each
      * decision, so nothing taken is lost if the session drops.
      * Decisions are accepted up to and including the deadline day;
      * after that the cycle waits for IPCRYPT-RECERT CLOSE.
      * Repeats until the approver enters QUIT at the Operator prompt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-RECERTIFY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNU-LINUX.
       OBJECT-COMPUTER. GNU-LINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECERT-REVIEW-FILE ASSIGN TO "RECERTREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECERTREV-STATUS.
      * OPER-CHANGE-LOG - the same OPERCHGLOG IPCRYPT-OPERMAINT
      * appends to
           SELECT OPER-CHANGE-LOG ASSIGN TO "OPERCHGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERCHGLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RECERT-REVIEW-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-RECERT.cpy".

       FD  OPER-CHANGE-LOG
           RECORDING MODE IS F.
       01  OPER-CHANGE-LOG-LINE         PIC X(140).

       WORKING-STORAGE SECTION.

      ******************************************************************
      * SWITCHES
      ******************************************************************
       01  WS-SWITCHES.
           05  WS-QUIT-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-OPERATOR-DONE VALUE 'Y'.
           05  WS-RECERTREV-STATUS  PIC X(02).
           05  WS-OPERCHGLOG-STATUS PIC X(02).
           05  WS-EOF-SWITCH        PIC X(01).
               88  END-OF-REVIEWS   VALUE 'Y'.
           05  WS-CHANGE-SWITCH     PIC X(01).
               88  CHANGE-ACCEPTED  VALUE 'Y'.
               88  CHANGE-REJECTED  VALUE 'N'.
           05  WS-OPEN-FOUND-SWITCH PIC X(01).
               88  OPEN-CYCLE-FOUND VALUE 'Y'.

      ******************************************************************
      * APPROVER-AUTHORITY WORK AREA - only an active approver-role
      * operator sees the cycle at all
      ******************************************************************
       01  WS-APPROVER-AUTHORITY.
           05  WS-APPROVER-ID       PIC X(08).
           05  WS-APPROVER-ROLE     PIC X(01).
               88  APPROVER-ROLE-OK VALUE 'A'.
           05  WS-AUTH-STATUS       PIC X(01).
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
           05  WS-SIGNON-CALLER     PIC X(10) VALUE "RECERTIFY".
      * WS-CALLER-PTR - whether IPCRYPT-MENU passed a signed-on
      * identity; run standalone the approver signs on here
       01  WS-CALLER-PTR            USAGE POINTER.

      ******************************************************************
      * IN-STORAGE COPY OF RECERTREV
      ******************************************************************
       01  WS-REVIEW-TABLE.
           05  WS-REVIEW-COUNT      PIC 9(03) COMP VALUE 0.
           05  WS-REVIEW-ENTRY OCCURS 200 TIMES.
               10  WS-REVIEW-RECORD PIC X(79).
       01  WS-REVIEW-INDEX          PIC 9(03) COMP.
       01  WS-MATCH-INDEX           PIC 9(03) COMP.
       01  WS-PENDING-COUNT         PIC 9(03) COMP.

      ******************************************************************
      * CONSOLE FIELDS FOR ONE DECISION
      ******************************************************************
       01  WS-CONSOLE-FIELDS.
           05  WS-IN-OPERATOR-ID    PIC X(08).
           05  WS-IN-DECISION       PIC X(10).

      ******************************************************************
      * WORKING VARIABLES
      ******************************************************************
       01  WS-WORK-VARS.
           05  WS-TODAY-DATE        PIC X(08).
           05  WS-CYCLE-ID          PIC X(06).
           05  WS-CYCLE-DEADLINE    PIC X(08).
           05  WS-REJECT-REASON     PIC X(40).
           05  WS-CHANGE-TIMESTAMP  PIC X(14).
           05  WS-LOG-ROLE          PIC X(01).

      ******************************************************************
      * DEACTIVATION CALL - IPCRYPT-OPERDEACT's parameters
      ******************************************************************
       01  WS-DEACT-CALL.
           05  WS-DEACT-OPERATOR-ID PIC X(08).
           05  WS-DEACT-MAINTAINER  PIC X(08).
           05  WS-DEACT-APPROVER    PIC X(08).
           05  WS-DEACT-REASON      PIC X(40).
           05  WS-DEACT-STATUS      PIC X(01).
               88  WS-DEACT-FILE-ERROR VALUE 'E'.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       LINKAGE SECTION.
      * LS-MENU-OPERATOR - the identity IPCRYPT-MENU validated at its
      * sign-on; absent (standalone run) or spaces, the approver
      * signs on here
       01  LS-MENU-OPERATOR         PIC X(08).

       PROCEDURE DIVISION USING LS-MENU-OPERATOR.

      ******************************************************************
      * MAIN-RECERTIFY-ENTRY
      ******************************************************************
       MAIN-RECERTIFY-ENTRY.
           MOVE "IPC4201I" TO WS-OPSMSG-ID
           MOVE "access recertification decisions" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM SIGN-ON-APPROVER
           IF WS-AUTH-FOUND AND APPROVER-ROLE-OK
               PERFORM LOAD-REVIEW-TABLE
               EVALUATE TRUE
                   WHEN NOT OPEN-CYCLE-FOUND
                       MOVE "IPC4202W" TO WS-OPSMSG-ID
                       MOVE "no recertification cycle is open"
                           TO WS-OPSMSG-TEXT
                       PERFORM ISSUE-OPS-MESSAGE
                   WHEN WS-TODAY-DATE > WS-CYCLE-DEADLINE
                       MOVE "IPC4203E" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "cycle " WS-CYCLE-ID " deadline "
                           WS-CYCLE-DEADLINE " has passed - decisions "
                           "closed"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   WHEN OTHER
                       PERFORM RUN-DECISION-SESSION
               END-EVALUATE
           END-IF
           MOVE "IPC4204I" TO WS-OPSMSG-ID
           MOVE "session ended" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
      * SIGN-ON-APPROVER
      * An identity carried in from IPCRYPT-MENU was verified there
      * and is only looked up; standalone, the passphrase is checked
      ******************************************************************
       SIGN-ON-APPROVER.
           SET WS-CALLER-PTR TO ADDRESS OF LS-MENU-OPERATOR
           IF WS-CALLER-PTR NOT = NULL
               AND LS-MENU-OPERATOR NOT = SPACES
               MOVE LS-MENU-OPERATOR TO WS-APPROVER-ID
               CALL 'IPCRYPT-AUTHLOOK' USING WS-APPROVER-ID
                   WS-APPROVER-ROLE WS-AUTH-STATUS
               END-CALL
           ELSE
               DISPLAY "Approver ID: " WITH NO ADVANCING
               ACCEPT WS-APPROVER-ID
               MOVE FUNCTION UPPER-CASE(WS-APPROVER-ID)
                   TO WS-APPROVER-ID
               DISPLAY "Passphrase: " WITH NO ADVANCING
               ACCEPT WS-APPROVER-PASSPHRASE
               SET WS-AUTH-VERIFY-REQUEST TO TRUE
               CALL 'IPCRYPT-AUTHLOOK' USING WS-APPROVER-ID
                   WS-APPROVER-ROLE WS-AUTH-STATUS
                   WS-APPROVER-PASSPHRASE WS-SIGNON-CALLER
               END-CALL
           END-IF
           EVALUATE TRUE
               WHEN WS-AUTH-NOT-FOUND
                   MOVE "IPC4205E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "approver " WS-APPROVER-ID " is not in the "
                       "authority file - session refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN WS-AUTH-INACTIVE
                   MOVE "IPC4206E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "approver " WS-APPROVER-ID " is no longer "
                       "active - session refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN WS-AUTH-LOCKED
                   MOVE "IPC4207E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "approver " WS-APPROVER-ID " is locked out - "
                       "have it reset through IPCRYPT-OPERMAINT"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN WS-AUTH-EXPIRED
                   MOVE "IPC4208E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "passphrase for " WS-APPROVER-ID " has "
                       "expired - have a new one set through "
                       "IPCRYPT-OPERMAINT"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN WS-AUTH-NO-PASSPHRASE
                   MOVE "IPC4209E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "approver " WS-APPROVER-ID " has no "
                       "passphrase set - session refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN WS-AUTH-NO-DIGEST-KEY
                   MOVE "IPC4210E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "passphrase key unavailable in KEYSTORE - "
                       "session refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN WS-AUTH-BAD-PASSPHRASE
                   MOVE "IPC4211E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "approver ID or passphrase not accepted - "
                       "session refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN NOT APPROVER-ROLE-OK
                   MOVE "IPC4212E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "approver " WS-APPROVER-ID " does not hold "
                       "the approver role - session refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
           END-EVALUATE
           EXIT.

      ******************************************************************
      * LOAD-REVIEW-TABLE
      ******************************************************************
       LOAD-REVIEW-TABLE.
           MOVE 0 TO WS-REVIEW-COUNT
           MOVE 'N' TO WS-OPEN-FOUND-SWITCH
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RECERT-REVIEW-FILE
           IF WS-RECERTREV-STATUS NOT = "00"
               SET END-OF-REVIEWS TO TRUE
           END-IF
           PERFORM UNTIL END-OF-REVIEWS
               READ RECERT-REVIEW-FILE
                   AT END
                       SET END-OF-REVIEWS TO TRUE
                   NOT AT END
                       IF WS-REVIEW-COUNT < 200
                           ADD 1 TO WS-REVIEW-COUNT
                           MOVE RECERT-REVIEW-RECORD
                               TO WS-REVIEW-ENTRY(WS-REVIEW-COUNT)
                           MOVE RR-CYCLE-ID TO WS-CYCLE-ID
                           MOVE RR-DEADLINE-DATE TO WS-CYCLE-DEADLINE
                           IF RR-CYCLE-OPEN
                               SET OPEN-CYCLE-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RECERTREV-STATUS = "00" OR WS-RECERTREV-STATUS = "10"
               CLOSE RECERT-REVIEW-FILE
           END-IF
           EXIT.

      ******************************************************************
      * RUN-DECISION-SESSION
      ******************************************************************
       RUN-DECISION-SESSION.
           DISPLAY "Enter QUIT at the Operator prompt to exit."
           PERFORM UNTIL WS-OPERATOR-DONE
               PERFORM LIST-PENDING-REVIEWS
               IF WS-PENDING-COUNT = 0
                   MOVE "IPC4213I" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "nothing pending in cycle " WS-CYCLE-ID
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET WS-OPERATOR-DONE TO TRUE
               ELSE
                   PERFORM PROMPT-AND-PROCESS-ONE-DECISION
               END-IF
           END-PERFORM
           EXIT.

      ******************************************************************
      * LIST-PENDING-REVIEWS
      ******************************************************************
       LIST-PENDING-REVIEWS.
           MOVE 0 TO WS-PENDING-COUNT
           DISPLAY " "
           DISPLAY "Cycle " WS-CYCLE-ID " - deadline "
               WS-CYCLE-DEADLINE " - pending review:"
           PERFORM VARYING WS-REVIEW-INDEX FROM 1 BY 1
               UNTIL WS-REVIEW-INDEX > WS-REVIEW-COUNT
               MOVE WS-REVIEW-ENTRY(WS-REVIEW-INDEX)
                   TO RECERT-REVIEW-RECORD
               IF RR-PENDING
                   ADD 1 TO WS-PENDING-COUNT
                   DISPLAY "  " RR-OPERATOR-ID " " RR-ROLE " "
                       RR-NAME
               END-IF
           END-PERFORM
           EXIT.

      ******************************************************************
      * PROMPT-AND-PROCESS-ONE-DECISION
      ******************************************************************
       PROMPT-AND-PROCESS-ONE-DECISION.
           DISPLAY "Operator ID (QUIT to exit): " WITH NO ADVANCING
           ACCEPT WS-IN-OPERATOR-ID
           MOVE FUNCTION UPPER-CASE(WS-IN-OPERATOR-ID)
               TO WS-IN-OPERATOR-ID
           IF WS-IN-OPERATOR-ID = "QUIT" OR WS-IN-OPERATOR-ID = SPACES
               SET WS-OPERATOR-DONE TO TRUE
           ELSE
               DISPLAY "Decision (CERTIFY/REVOKE): " WITH NO ADVANCING
               ACCEPT WS-IN-DECISION
               MOVE FUNCTION UPPER-CASE(WS-IN-DECISION)
                   TO WS-IN-DECISION
               PERFORM VALIDATE-DECISION
               IF CHANGE-ACCEPTED
                   IF WS-IN-DECISION = "CERTIFY"
                       PERFORM APPLY-CERTIFY-DECISION
                   ELSE
                       PERFORM APPLY-REVOKE-DECISION
                   END-IF
               END-IF
               IF CHANGE-ACCEPTED
                   PERFORM REWRITE-REVIEW-FILE
                   MOVE "IPC4214I" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING WS-IN-DECISION " recorded for operator "
                       WS-IN-OPERATOR-ID
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               ELSE
                   MOVE "IPC4215W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "decision rejected - " WS-REJECT-REASON
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
               IF CHANGE-REJECTED OR WS-IN-DECISION = "CERTIFY"
                   PERFORM WRITE-OPER-CHANGE-LOG-RECORD
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * VALIDATE-DECISION
      ******************************************************************
       VALIDATE-DECISION.
           SET CHANGE-ACCEPTED TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACE TO WS-LOG-ROLE
           MOVE 0 TO WS-MATCH-INDEX
           PERFORM VARYING WS-REVIEW-INDEX FROM 1 BY 1
               UNTIL WS-REVIEW-INDEX > WS-REVIEW-COUNT
               MOVE WS-REVIEW-ENTRY(WS-REVIEW-INDEX)
                   TO RECERT-REVIEW-RECORD
               IF RR-OPERATOR-ID = WS-IN-OPERATOR-ID
                   MOVE WS-REVIEW-INDEX TO WS-MATCH-INDEX
               END-IF
           END-PERFORM

           IF WS-IN-DECISION NOT = "CERTIFY"
               AND WS-IN-DECISION NOT = "REVOKE"
               SET CHANGE-REJECTED TO TRUE
               MOVE "decision must be CERTIFY or REVOKE"
                   TO WS-REJECT-REASON
           ELSE
           IF WS-MATCH-INDEX = 0
               SET CHANGE-REJECTED TO TRUE
               MOVE "operator not under review in this cycle"
                   TO WS-REJECT-REASON
           ELSE
               MOVE WS-REVIEW-ENTRY(WS-MATCH-INDEX)
                   TO RECERT-REVIEW-RECORD
               MOVE RR-ROLE TO WS-LOG-ROLE
               IF NOT RR-PENDING
                   SET CHANGE-REJECTED TO TRUE
                   MOVE "operator already decided in this cycle"
                       TO WS-REJECT-REASON
               ELSE
               IF WS-IN-DECISION = "CERTIFY"
                   AND WS-IN-OPERATOR-ID = WS-APPROVER-ID
                   SET CHANGE-REJECTED TO TRUE
                   MOVE "self-certification is not permitted"
                       TO WS-REJECT-REASON
               END-IF
               END-IF
           END-IF
           END-IF
           EXIT.

      ******************************************************************
      * APPLY-CERTIFY-DECISION
      ******************************************************************
       APPLY-CERTIFY-DECISION.
           SET RR-CERTIFIED TO TRUE
           MOVE WS-APPROVER-ID TO RR-DECIDED-BY
           MOVE WS-TODAY-DATE TO RR-DECIDED-DATE
           MOVE RECERT-REVIEW-RECORD TO WS-REVIEW-ENTRY(WS-MATCH-INDEX)
           EXIT.

      ******************************************************************
      * APPLY-REVOKE-DECISION
      * OPERDEACT writes the OPERCHGLOG line for the deactivation; an
      * entry already inactive or gone from OPERAUTH is revoked all
      * the same
      ******************************************************************
       APPLY-REVOKE-DECISION.
           MOVE WS-IN-OPERATOR-ID TO WS-DEACT-OPERATOR-ID
           MOVE WS-APPROVER-ID TO WS-DEACT-MAINTAINER
           MOVE WS-CYCLE-ID TO WS-DEACT-APPROVER
           MOVE "recertification revoked" TO WS-DEACT-REASON
           CALL 'IPCRYPT-OPERDEACT' USING WS-DEACT-OPERATOR-ID
               WS-DEACT-MAINTAINER WS-DEACT-APPROVER
               WS-DEACT-REASON WS-DEACT-STATUS
           END-CALL
           IF WS-DEACT-FILE-ERROR
               SET CHANGE-REJECTED TO TRUE
               MOVE "OPERAUTH could not be read"
                   TO WS-REJECT-REASON
           ELSE
               SET RR-REVOKED TO TRUE
               MOVE WS-APPROVER-ID TO RR-DECIDED-BY
               MOVE WS-TODAY-DATE TO RR-DECIDED-DATE
               MOVE RECERT-REVIEW-RECORD
                   TO WS-REVIEW-ENTRY(WS-MATCH-INDEX)
           END-IF
           EXIT.

      ******************************************************************
      * REWRITE-REVIEW-FILE
      ******************************************************************
       REWRITE-REVIEW-FILE.
           OPEN OUTPUT RECERT-REVIEW-FILE
           PERFORM VARYING WS-REVIEW-INDEX FROM 1 BY 1
               UNTIL WS-REVIEW-INDEX > WS-REVIEW-COUNT
               MOVE WS-REVIEW-ENTRY(WS-REVIEW-INDEX)
                   TO RECERT-REVIEW-RECORD
               WRITE RECERT-REVIEW-RECORD
           END-PERFORM
           CLOSE RECERT-REVIEW-FILE
           EXIT.

      ******************************************************************
      * WRITE-OPER-CHANGE-LOG-RECORD
      * OPERMAINT's layout: the approver as OPERATOR, the cycle as
      * the authority behind the decision. Opened per line, since
      * IPCRYPT-OPERDEACT appends to the same log during a revoke.
      ******************************************************************
       WRITE-OPER-CHANGE-LOG-RECORD.
           OPEN EXTEND OPER-CHANGE-LOG
           IF WS-OPERCHGLOG-STATUS NOT = "00"
               OPEN OUTPUT OPER-CHANGE-LOG
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CHANGE-TIMESTAMP
           MOVE SPACES TO OPER-CHANGE-LOG-LINE
           IF CHANGE-ACCEPTED
               STRING WS-CHANGE-TIMESTAMP DELIMITED BY SIZE
                   " ACTION=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IN-DECISION) DELIMITED BY SIZE
                   " OPERID=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IN-OPERATOR-ID) DELIMITED BY SIZE
                   " ROLE=" DELIMITED BY SIZE
                   WS-LOG-ROLE DELIMITED BY SIZE
                   " OPERATOR=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APPROVER-ID) DELIMITED BY SIZE
                   " APPROVER=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CYCLE-ID) DELIMITED BY SIZE
                   " RESULT=APPLIED" DELIMITED BY SIZE
                   INTO OPER-CHANGE-LOG-LINE
               END-STRING
           ELSE
               STRING WS-CHANGE-TIMESTAMP DELIMITED BY SIZE
                   " ACTION=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IN-DECISION) DELIMITED BY SIZE
                   " OPERID=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IN-OPERATOR-ID) DELIMITED BY SIZE
                   " OPERATOR=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APPROVER-ID) DELIMITED BY SIZE
                   " RESULT=REJECTED REASON=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                   INTO OPER-CHANGE-LOG-LINE
               END-STRING
           END-IF
           WRITE OPER-CHANGE-LOG-LINE
           CLOSE OPER-CHANGE-LOG
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-RECERTIFY" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-RECERTIFY.
