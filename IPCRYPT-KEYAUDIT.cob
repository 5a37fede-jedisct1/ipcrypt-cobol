       01  WS-FINDING-TEXT          PIC X(60).
       01  WS-REPORT-NUMBER         PIC Z(04)9.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-KEYAUDIT-ENTRY
      ******************************************************************
       MAIN-KEYAUDIT-ENTRY.
           MOVE "IPC2501I" TO WS-OPSMSG-ID
           MOVE "starting KEYSTORE integrity audit" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE

           OPEN OUTPUT KEYAUDIT-REPORT-FILE
           MOVE "IPCRYPT-KEYAUDIT KEYSTORE INTEGRITY FINDINGS"
           WRITE KEYAUDIT-REPORT-LINE
           CLOSE KEYAUDIT-REPORT-FILE

           MOVE "IPC2502I" TO WS-OPSMSG-ID
           MOVE WS-KEYS-READ TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "keys read = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC2503I" TO WS-OPSMSG-ID
           MOVE WS-FINDINGS TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "findings  = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           IF WS-FINDINGS > 0
               MOVE "IPC2504C" TO WS-OPSMSG-ID
               MOVE "*** KEYSTORE FAILED THE AUDIT - SEE KEYAUDRPT ***"
                   TO WS-OPSMSG-TEXT
               PERFORM ISSUE-OPS-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE "IPC2505I" TO WS-OPSMSG-ID
           MOVE "audit complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
       LOAD-KEYSTORE-TABLE.
           OPEN INPUT KEYSTORE-FILE
           IF WS-KEYSTORE-STATUS NOT = "00"
               MOVE "IPC2506E" TO WS-OPSMSG-ID
               MOVE "no KEYSTORE to audit" TO WS-OPSMSG-TEXT
               PERFORM ISSUE-OPS-MESSAGE
               SET END-OF-KEYSTORE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-KEYSTORE
           WRITE KEYAUDIT-REPORT-LINE
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-KEYAUDIT" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-KEYAUDIT.
