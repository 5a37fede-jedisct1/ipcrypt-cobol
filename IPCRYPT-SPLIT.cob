           05  WS-HASH-I          PIC 9(04) COMP.
           05  WS-HASH-TOTAL      PIC 9(09) COMP.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-SPLIT-ENTRY
      ******************************************************************
       MAIN-SPLIT-ENTRY.
           MOVE "IPC5001I" TO WS-OPSMSG-ID
           MOVE "starting input split" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE

           OPEN INPUT SPLIT-PARM-FILE
           READ SPLIT-PARM-FILE
               AT END
                   MOVE "IPC5002C" TO WS-OPSMSG-ID
                   MOVE "SPLITPARM is empty, aborting" TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           CLOSE SPLIT-PARM-FILE
               PERFORM CLOSE-PARTITION-FILES
           END-IF

           MOVE "IPC5003I" TO WS-OPSMSG-ID
           MOVE WS-RECORD-NUMBER TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " records split "
               "across " SPLIT-PARTITION-COUNT " partitions"
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
           END-EVALUATE
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-SPLIT" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-SPLIT.
