           05  WS-IN-ACTION         PIC X(10).
           05  WS-IN-RESOURCE       PIC X(10).

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-LOCKMAINT-ENTRY
      ******************************************************************
       MAIN-LOCKMAINT-ENTRY.
           MOVE "IPC3301I" TO WS-OPSMSG-ID
           MOVE "run-lock registry maintenance" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           DISPLAY "Enter QUIT at the Action prompt to exit."
           PERFORM UNTIL WS-OPERATOR-DONE
               DISPLAY " "
                   WHEN "CLEAR"
                       PERFORM FORCE-CLEAR-ONE-LOCK
                   WHEN OTHER
                       MOVE "IPC3302W" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "unknown action " WS-IN-ACTION
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
               END-EVALUATE
           END-PERFORM
           MOVE "IPC3303I" TO WS-OPSMSG-ID
           MOVE "session ended" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
      ******************************************************************
       LIST-HELD-LOCKS.
           IF WS-LOCK-COUNT = 0
               MOVE "IPC3304I" TO WS-OPSMSG-ID
               MOVE "no locks held" TO WS-OPSMSG-TEXT
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               PERFORM VARYING WS-LOCK-INDEX FROM 1 BY 1
                   UNTIL WS-LOCK-INDEX > WS-LOCK-COUNT
           END-PERFORM

           IF WS-LOCK-MATCH = 0
               MOVE "IPC3305W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "no lock held on " WS-IN-RESOURCE
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               MOVE "IPC3306I" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "clearing " WS-IN-RESOURCE " held by "
                   WS-LOCK-HOLDER(WS-LOCK-MATCH) " since "
                   WS-LOCK-STAMP(WS-LOCK-MATCH) " - confirm that job "
                   "is gone"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               PERFORM VARYING WS-LOCK-INDEX FROM WS-LOCK-MATCH BY 1
                   UNTIL WS-LOCK-INDEX >= WS-LOCK-COUNT
                   MOVE WS-LOCK-ENTRY(WS-LOCK-INDEX + 1)
               END-PERFORM
               SUBTRACT 1 FROM WS-LOCK-COUNT
               PERFORM REWRITE-LOCK-REGISTRY
               MOVE "IPC3307I" TO WS-OPSMSG-ID
               MOVE "lock cleared" TO WS-OPSMSG-TEXT
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           EXIT.

           CLOSE LOCK-REGISTRY-FILE
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-LOCKMAINT" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-LOCKMAINT.
