
       01  WS-REPORT-NUMBER         PIC Z(04)9.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-DISCRPT-ENTRY
      ******************************************************************
       MAIN-DISCRPT-ENTRY.
           MOVE "IPC1201I" TO WS-OPSMSG-ID
           MOVE "starting disclosure register report" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE

           OPEN INPUT DISCRPT-PARM-FILE
           READ DISCRPT-PARM-FILE
               AT END
                   MOVE "IPC1202C" TO WS-OPSMSG-ID
                   MOVE "DISCRPTPARM is empty, aborting"
                       TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   SET REPORT-ABORTED TO TRUE
           END-READ
           CLOSE DISCRPT-PARM-FILE
               PERFORM WRITE-EXCEPTION-SECTION

               CLOSE DISCRPT-REPORT-FILE
               MOVE "IPC1203I" TO WS-OPSMSG-ID
               MOVE WS-LINES-READ TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "disclosures read = "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               MOVE "IPC1204I" TO WS-OPSMSG-ID
               MOVE WS-EXCEPTIONS TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "exceptions       = "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           MOVE "IPC1205I" TO WS-OPSMSG-ID
           MOVE "report complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
                       TO WS-PAIR-APPROVER(WS-PAIR-COUNT)
                   MOVE 1 TO WS-PAIR-TOTAL(WS-PAIR-COUNT)
               ELSE
                   MOVE "IPC1206W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "register table full - pair not tallied: "
                       WS-P-REQUESTER
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF
           EXIT.
           END-IF
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-DISCRPT" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-DISCRPT.
