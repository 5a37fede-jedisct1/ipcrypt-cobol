
       01  WS-REPORT-NUMBER         PIC Z(08)9.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-DUPCHK-ENTRY
      ******************************************************************
       MAIN-DUPCHK-ENTRY.
           MOVE "IPC1501I" TO WS-OPSMSG-ID
           MOVE "starting output collision check" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE

           OPEN INPUT DUPCHK-EXTRACT-FILE
           OPEN OUTPUT DUPCHK-REPORT-FILE
           PERFORM WRITE-COLLISION-SUMMARY
           CLOSE DUPCHK-REPORT-FILE

           MOVE "IPC1502I" TO WS-OPSMSG-ID
           MOVE WS-RECORDS-READ TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "records read = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC1503I" TO WS-OPSMSG-ID
           MOVE WS-DET-RECORDS TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "checked rows = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC1504I" TO WS-OPSMSG-ID
           MOVE WS-COLLISIONS TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "collisions   = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           IF WS-RECORDS-UNCHECKED > 0
               MOVE "IPC1505W" TO WS-OPSMSG-ID
               MOVE WS-RECORDS-UNCHECKED TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "*** value table filled - "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " rows went "
                   "unchecked ***"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF

           IF WS-COLLISIONS > 0
               MOVE "IPC1506C" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "*** COLLISIONS FOUND - THE EXTRACT IS "
                   "CORRUPTED, HOLD THE DELIVERY ***"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE "IPC1507I" TO WS-OPSMSG-ID
           MOVE "check complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
           WRITE DUPCHK-REPORT-LINE
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-DUPCHK" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-DUPCHK.
