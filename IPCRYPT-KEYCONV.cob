           88  WS-WRAP-OK           VALUE 'Y'.
           88  WS-WRAP-NO-MASTER    VALUE 'N'.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-KEYCONV-ENTRY
      ******************************************************************
       MAIN-KEYCONV-ENTRY.
           MOVE "IPC2601I" TO WS-OPSMSG-ID
           MOVE "starting KEYSTORE conversion" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE

           PERFORM CHECK-MASTER-KEY-PRESENT
           IF NOT CONVERT-ABORTED
               PERFORM REWRITE-KEYSTORE-FILE
           END-IF

           MOVE "IPC2602I" TO WS-OPSMSG-ID
           MOVE WS-KEYS-READ TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "keys read        = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC2603I" TO WS-OPSMSG-ID
           MOVE WS-KEYS-CONVERTED TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "keys converted   = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC2604I" TO WS-OPSMSG-ID
           MOVE WS-KEYS-ALREADY TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "already encrypted = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC2605I" TO WS-OPSMSG-ID
           MOVE WS-KEYS-FAILED TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "keys failed      = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           EVALUATE TRUE
               WHEN CONVERT-ABORTED
                   MOVE 12 TO RETURN-CODE
               WHEN WS-KEYS-FAILED > 0
                   MOVE "IPC2606E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "*** some records could not be converted - "
                       "KEYSTORE rewritten with them left plain ***"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           MOVE "IPC2607I" TO WS-OPSMSG-ID
           MOVE "conversion complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
               WS-WRAP-HEX-OUT WS-WRAP-STATUS
           END-CALL
           IF NOT WS-WRAP-OK
               MOVE "IPC2608C" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "no usable MASTERKEY supplied - nothing "
                   "converted, aborting"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET CONVERT-ABORTED TO TRUE
           END-IF
           EXIT.
       LOAD-KEYSTORE-TABLE.
           OPEN INPUT KEYSTORE-FILE
           IF WS-KEYSTORE-STATUS NOT = "00"
               MOVE "IPC2609W" TO WS-OPSMSG-ID
               MOVE "no KEYSTORE to convert" TO WS-OPSMSG-TEXT
               PERFORM ISSUE-OPS-MESSAGE
               SET END-OF-KEYSTORE TO TRUE
               SET CONVERT-ABORTED TO TRUE
           END-IF
                   ADD 1 TO WS-KEYS-ALREADY
               WHEN KS-KEY-HEX = SPACES
                   ADD 1 TO WS-KEYS-FAILED
                   MOVE "IPC2610W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "key-id " KS-KEY-ID " carries no key hex - "
                       "left as is"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN OTHER
                   MOVE 'E' TO WS-WRAP-OPERATION
                   MOVE KS-KEY-HEX TO WS-WRAP-HEX-IN
                       ADD 1 TO WS-KEYS-CONVERTED
                   ELSE
                       ADD 1 TO WS-KEYS-FAILED
                       MOVE "IPC2611W" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "key-id " KS-KEY-ID " hex would not "
                           "convert - left plain"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   END-IF
           END-EVALUATE
           EXIT.
           CLOSE KEYSTORE-FILE
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-KEYCONV" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-KEYCONV.
