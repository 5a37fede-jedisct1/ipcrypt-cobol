      ******************************************************************
      * IPCRYPT-MENU - Operator Menu Front-End
      * One console session instead of three: the operator signs on
      * once, with operator ID and passphrase, against the shared
      * OPERAUTH file via IPCRYPT-AUTHLOOK, sees only the functions
      * the role permits, and is dispatched
      * to the existing transactions with the validated identity
      * carried through (each transaction still performs its own
      * checks - the menu narrows what is offered, it does not
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
           05  WS-SIGNON-CALLER     PIC X(10) VALUE "MENU".

       01  WS-CONSOLE-FIELDS.
           05  WS-IN-FUNCTION       PIC X(12).
           05  WS-LOG-EVENT         PIC X(10).
           05  WS-LOG-DETAIL        PIC X(16).

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-MENU-ENTRY
      ******************************************************************
       MAIN-MENU-ENTRY.
           MOVE "IPC3401I" TO WS-OPSMSG-ID
           MOVE "operator menu" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
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

           OPEN EXTEND SESSION-LOG
               OPEN OUTPUT SESSION-LOG
           END-IF

      * refusals are logged by IPCRYPT-AUTHLOOK itself
           EVALUATE TRUE
               WHEN WS-AUTH-FOUND
                   MOVE "SIGNON" TO WS-LOG-EVENT
                   MOVE SPACES TO WS-LOG-DETAIL
                   PERFORM WRITE-SESSION-LOG-LINE
                   MOVE "SIGNOFF" TO WS-LOG-EVENT
                   MOVE SPACES TO WS-LOG-DETAIL
                   PERFORM WRITE-SESSION-LOG-LINE
               WHEN WS-AUTH-NOT-FOUND
                   MOVE "IPC3402E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "operator " WS-SIGNON-OPERATOR " is not in "
                       "the authority file - session refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN WS-AUTH-INACTIVE
                   MOVE "IPC3403E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "operator " WS-SIGNON-OPERATOR " is no "
                       "longer active - session refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN WS-AUTH-LOCKED
                   MOVE "IPC3404E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "operator " WS-SIGNON-OPERATOR " is locked "
                       "out - have it reset through IPCRYPT-OPERMAINT"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN WS-AUTH-EXPIRED
                   MOVE "IPC3405E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "passphrase for " WS-SIGNON-OPERATOR
                       " has expired - have a new one set through "
                       "IPCRYPT-OPERMAINT"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN WS-AUTH-NO-PASSPHRASE
                   MOVE "IPC3406E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "operator " WS-SIGNON-OPERATOR " has no "
                       "passphrase set - session refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN WS-AUTH-NO-DIGEST-KEY
                   MOVE "IPC3407E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "passphrase key unavailable in KEYSTORE - "
                       "session refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN OTHER
                   MOVE "IPC3408E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "operator ID or passphrase not accepted - "
                       "session refused"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
           END-EVALUATE

           CLOSE SESSION-LOG
           MOVE "IPC3409I" TO WS-OPSMSG-ID
           MOVE "session ended" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
                       PERFORM DISPATCH-DISCLOSURE
                   WHEN "KEYMAINT"
                       PERFORM DISPATCH-KEYMAINT
                   WHEN "RECERTIFY"
                       PERFORM DISPATCH-RECERTIFY
                   WHEN OTHER
                       MOVE "IPC3410W" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "unknown or not permitted: "
                           WS-IN-FUNCTION
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
               END-EVALUATE
           END-PERFORM
           EXIT.
           END-IF
           IF OPERATOR-IS-APPROVER
               DISPLAY "  KEYMAINT    - key store maintenance"
               DISPLAY "  RECERTIFY   - access recertification "
                   "decisions"
           END-IF
           DISPLAY "Function (QUIT to exit): " WITH NO ADVANCING
           EXIT.
           PERFORM WRITE-SESSION-LOG-LINE
           CALL 'IPCRYPT-ONLINE' USING WS-SIGNON-OPERATOR
               ON EXCEPTION
                   MOVE "IPC3411E" TO WS-OPSMSG-ID
                   MOVE "IPCRYPT-ONLINE not available" TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
           END-CALL
           CANCEL 'IPCRYPT-ONLINE'
           EXIT.
      ******************************************************************
       DISPATCH-DISCLOSURE.
           IF NOT OPERATOR-MAY-DECRYPT
               MOVE "IPC3412E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "DISCLOSURE needs the decrypt or approver role - "
                   "refused"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               MOVE "SELECT" TO WS-LOG-EVENT
               MOVE "DISCLOSURE" TO WS-LOG-DETAIL
               PERFORM WRITE-SESSION-LOG-LINE
               CALL 'IPCRYPT-DISCLOSURE' USING WS-SIGNON-OPERATOR
                   ON EXCEPTION
                       MOVE "IPC3413E" TO WS-OPSMSG-ID
                       MOVE "IPCRYPT-DISCLOSURE not available"
                           TO WS-OPSMSG-TEXT
                       PERFORM ISSUE-OPS-MESSAGE
               END-CALL
               CANCEL 'IPCRYPT-DISCLOSURE'
           END-IF
      ******************************************************************
       DISPATCH-KEYMAINT.
           IF NOT OPERATOR-IS-APPROVER
               MOVE "IPC3414E" TO WS-OPSMSG-ID
               MOVE "KEYMAINT needs the approver role - refused"
                   TO WS-OPSMSG-TEXT
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               MOVE "SELECT" TO WS-LOG-EVENT
               MOVE "KEYMAINT" TO WS-LOG-DETAIL
               PERFORM WRITE-SESSION-LOG-LINE
               CALL 'IPCRYPT-KEYMAINT' USING WS-SIGNON-OPERATOR
                   ON EXCEPTION
                       MOVE "IPC3415E" TO WS-OPSMSG-ID
                       MOVE "IPCRYPT-KEYMAINT not available"
                           TO WS-OPSMSG-TEXT
                       PERFORM ISSUE-OPS-MESSAGE
               END-CALL
               CANCEL 'IPCRYPT-KEYMAINT'
           END-IF
           EXIT.

      ******************************************************************
      * DISPATCH-RECERTIFY
      ******************************************************************
       DISPATCH-RECERTIFY.
           IF NOT OPERATOR-IS-APPROVER
               MOVE "IPC3416E" TO WS-OPSMSG-ID
               MOVE "RECERTIFY needs the approver role - refused"
                   TO WS-OPSMSG-TEXT
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               MOVE "SELECT" TO WS-LOG-EVENT
               MOVE "RECERTIFY" TO WS-LOG-DETAIL
               PERFORM WRITE-SESSION-LOG-LINE
               CALL 'IPCRYPT-RECERTIFY' USING WS-SIGNON-OPERATOR
                   ON EXCEPTION
                       MOVE "IPC3417E" TO WS-OPSMSG-ID
                       MOVE "IPCRYPT-RECERTIFY not available"
                           TO WS-OPSMSG-TEXT
                       PERFORM ISSUE-OPS-MESSAGE
               END-CALL
               CANCEL 'IPCRYPT-RECERTIFY'
           END-IF
           EXIT.

      ******************************************************************
      * WRITE-SESSION-LOG-LINE
      ******************************************************************
           WRITE SESSION-LOG-LINE
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-MENU" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-MENU.
