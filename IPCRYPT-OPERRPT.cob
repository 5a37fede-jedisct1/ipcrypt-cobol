      * authority-file changes made or approved (OPERCHGLOG),
      * disclosures requested or approved (DISCLOG), decrypt
      * refusals (the MENULOG lines IPCRYPT-ONLINE appends when an
      * encrypt-only role asks to decrypt, and those IPCRYPT-AUTHLOOK
      * appends when a key-id falls outside the operator's OPERSCOPE
      * grants), menu sessions, and the sign-on outcomes
      * IPCRYPT-AUTHLOOK logs - failed sign-ons
      * (wrong, expired or unset passphrase, unknown or inactive ID,
      * locked entry) and the lockouts themselves each counted
      * apart - with a count per category at the end. The raw
      * AUDITLOG deliberately carries no operator ID (it logs calls,
      * not people), so the who-did-what side of a decrypt comes
      * from these operator-stamped logs.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-OPERRPT.
           05  WS-CNT-DISCLOSURE    PIC 9(05) COMP VALUE 0.
           05  WS-CNT-SESSION       PIC 9(05) COMP VALUE 0.
           05  WS-CNT-REFUSAL       PIC 9(05) COMP VALUE 0.
           05  WS-CNT-SIGNON-FAIL   PIC 9(05) COMP VALUE 0.
           05  WS-CNT-LOCKOUT       PIC 9(05) COMP VALUE 0.
       01  WS-REFUSED-TALLY         PIC 9(03) COMP.
       01  WS-SIGNON-FAIL-TALLY     PIC 9(03) COMP.
       01  WS-LOCKOUT-TALLY         PIC 9(03) COMP.

      ******************************************************************
      * LINE-MATCHING SCRATCH - the current line, its timestamp, and

       01  WS-REPORT-NUMBER         PIC Z(04)9.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-OPERRPT-ENTRY
      ******************************************************************
       MAIN-OPERRPT-ENTRY.
           MOVE "IPC3901I" TO WS-OPSMSG-ID
           MOVE "starting operator activity report" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE

           OPEN INPUT OPERRPT-PARM-FILE
           READ OPERRPT-PARM-FILE
               AT END
                   MOVE "IPC3902C" TO WS-OPSMSG-ID
                   MOVE "OPERRPTPARM is empty, aborting"
                       TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   SET REPORT-ABORTED TO TRUE
           END-READ
           CLOSE OPERRPT-PARM-FILE

           IF NOT REPORT-ABORTED AND OR-OPERATOR-ID = SPACES
               MOVE "IPC3903C" TO WS-OPSMSG-ID
               MOVE "an operator ID is required, aborting"
                   TO WS-OPSMSG-TEXT
               PERFORM ISSUE-OPS-MESSAGE
               SET REPORT-ABORTED TO TRUE
           END-IF

               PERFORM SCAN-SESSION-LOG
               PERFORM WRITE-ACTIVITY-STATEMENT
           END-IF
           MOVE "IPC3904I" TO WS-OPSMSG-ID
           MOVE "report complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
      * SCAN-SESSION-LOG
      * Sign-ons, sign-offs, refused sessions, and function
      * selections; a refused DECRYPT (the line IPCRYPT-ONLINE
      * appends when an encrypt-only role asks to decrypt, or the
      * KEYID= line IPCRYPT-AUTHLOOK appends for a key outside the
      * operator's decrypt scope) is its own category - the refusal
      * side of the access review - and
      * so are refused sign-ons and lockouts
      ******************************************************************
       SCAN-SESSION-LOG.
           MOVE 'N' TO WS-EOF-SWITCH
                       INSPECT WS-THIS-LINE
                           TALLYING WS-REFUSED-TALLY FOR ALL
                           "EVENT=REFUSED FUNCTION=DECRYPT"
                       PERFORM CLASSIFY-SIGNON-EVENT
                       IF WS-REFUSED-TALLY > 0
                           MOVE "DECR REFUSAL" TO WS-THIS-CATEGORY
                       ELSE
                       IF WS-LOCKOUT-TALLY > 0
                           MOVE "LOCKOUT" TO WS-THIS-CATEGORY
                       ELSE
                       IF WS-SIGNON-FAIL-TALLY > 0
                           MOVE "SIGNON FAIL" TO WS-THIS-CATEGORY
                       ELSE
                           MOVE "SESSION" TO WS-THIS-CATEGORY
                       END-IF
                       END-IF
                       END-IF
                       PERFORM MATCH-IDENTITY-TAGS
                       IF LINE-MATCHES
                           EVALUATE WS-THIS-CATEGORY
                               WHEN "DECR REFUSAL"
                                   ADD 1 TO WS-CNT-REFUSAL
                               WHEN "LOCKOUT"
                                   ADD 1 TO WS-CNT-LOCKOUT
                               WHEN "SIGNON FAIL"
                                   ADD 1 TO WS-CNT-SIGNON-FAIL
                               WHEN OTHER
                                   ADD 1 TO WS-CNT-SESSION
                           END-EVALUATE
                           PERFORM BANK-ONE-ACTIVITY
                       END-IF
               END-READ
           END-IF
           EXIT.

      ******************************************************************
      * CLASSIFY-SIGNON-EVENT
      * The refusal events IPCRYPT-AUTHLOOK writes for a console
      * sign-on; a successful one (PASSOK) stays a session event
      ******************************************************************
       CLASSIFY-SIGNON-EVENT.
           MOVE 0 TO WS-SIGNON-FAIL-TALLY
           MOVE 0 TO WS-LOCKOUT-TALLY
           INSPECT WS-THIS-LINE
               TALLYING WS-LOCKOUT-TALLY FOR ALL "EVENT=LOCKOUT "
           INSPECT WS-THIS-LINE
               TALLYING WS-SIGNON-FAIL-TALLY
                   FOR ALL "EVENT=PASSFAIL "
                       ALL "EVENT=LOCKED "
                       ALL "EVENT=EXPIRED "
                       ALL "EVENT=NOPASS "
                       ALL "EVENT=NOTFOUND "
                       ALL "EVENT=INACTIVE "
                       ALL "EVENT=NOKEY "
           EXIT.

      ******************************************************************
      * MATCH-IDENTITY-TAGS
      * The operator matches a line when the ID follows any of the
           STRING "DECRYPT REFUSALS   : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO OPERRPT-REPORT-LINE
           WRITE OPERRPT-REPORT-LINE
           MOVE WS-CNT-SIGNON-FAIL TO WS-REPORT-NUMBER
           MOVE SPACES TO OPERRPT-REPORT-LINE
           STRING "SIGN-ON FAILURES   : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO OPERRPT-REPORT-LINE
           WRITE OPERRPT-REPORT-LINE
           MOVE WS-CNT-LOCKOUT TO WS-REPORT-NUMBER
           MOVE SPACES TO OPERRPT-REPORT-LINE
           STRING "LOCKOUTS           : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO OPERRPT-REPORT-LINE
           WRITE OPERRPT-REPORT-LINE
           CLOSE OPERRPT-REPORT-FILE
           EXIT.

           ADD 1 TO WS-ACT-PRINTED
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-OPERRPT" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-OPERRPT.
