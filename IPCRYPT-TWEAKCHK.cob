
       01  WS-REPORT-NUMBER         PIC Z(08)9.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-TWEAKCHK-ENTRY
      ******************************************************************
       MAIN-TWEAKCHK-ENTRY.
           MOVE "IPC5301I" TO WS-OPSMSG-ID
           MOVE "starting tweak-uniqueness check" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE

           MOVE 0 TO TC-DUP-THRESHOLD
           OPEN INPUT TWEAKCHK-PARM-FILE
           PERFORM WRITE-UNIQUENESS-SUMMARY
           CLOSE TWEAKCHK-REPORT-FILE

           MOVE "IPC5302I" TO WS-OPSMSG-ID
           MOVE WS-RECORDS-READ TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "records read  = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC5303I" TO WS-OPSMSG-ID
           MOVE WS-ND-RECORDS TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "nd/ndx rows   = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC5304I" TO WS-OPSMSG-ID
           MOVE WS-REPEAT-USES TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "repeat uses   = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           IF WS-RECORDS-UNCHECKED > 0
               MOVE "IPC5305W" TO WS-OPSMSG-ID
               MOVE WS-RECORDS-UNCHECKED TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "*** tweak table filled - "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " rows went "
                   "unchecked ***"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF

           IF WS-REPEAT-USES > TC-DUP-THRESHOLD
               MOVE "IPC5306E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "*** REPEAT USES EXCEED THRESHOLD "
                   TC-DUP-THRESHOLD " - FLAGGING RUN ***"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE "IPC5307I" TO WS-OPSMSG-ID
           MOVE "check complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
           WRITE TWEAKCHK-REPORT-LINE
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-TWEAKCHK" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-TWEAKCHK.
