      ******************************************************************
      * AUDINQ-PARM-FILE - date range (YYYYMMDD, spaces leave that
      * end open) plus optional filters: operation (ENCRYPT/DECRYPT,
      * or DLVRDEC/DLVRENC for delivery re-encryptions, spaces for
      * all), mode (spaces for all), status code (spaces for all)
      ******************************************************************
       FD  AUDINQ-PARM-FILE
           RECORDING MODE IS F.

       01  WS-REPORT-NUMBER         PIC Z(08)9.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-AUDINQ-ENTRY
      ******************************************************************
       MAIN-AUDINQ-ENTRY.
           MOVE "IPC0501I" TO WS-OPSMSG-ID
           MOVE "starting audit-trail inquiry" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE

           OPEN INPUT AUDINQ-PARM-FILE
           READ AUDINQ-PARM-FILE
               AT END
                   MOVE "IPC0502C" TO WS-OPSMSG-ID
                   MOVE "AUDINQPARM is empty, aborting"
                       TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   SET INQUIRY-ABORTED TO TRUE
           END-READ
           CLOSE AUDINQ-PARM-FILE
               WRITE AUDINQ-REPORT-LINE
               CLOSE AUDINQ-REPORT-FILE

               MOVE "IPC0503I" TO WS-OPSMSG-ID
               MOVE WS-LINES-READ TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "lines read    = "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               MOVE "IPC0504I" TO WS-OPSMSG-ID
               MOVE WS-LINES-MATCHED TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "lines matched = "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           MOVE "IPC0505I" TO WS-OPSMSG-ID
           MOVE "inquiry complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
                       DELIMITED BY SIZE INTO AUDINQ-REPORT-LINE
                   END-STRING
                   WRITE AUDINQ-REPORT-LINE
                   MOVE "IPC0506W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "the whole requested range precedes the "
                       "18-month retention cutoff " WS-CUTOFF-DATE
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               WHEN AI-FROM-DATE = SPACES
                   OR AI-FROM-DATE < WS-CUTOFF-DATE
                   MOVE SPACES TO AUDINQ-REPORT-LINE
                       DELIMITED BY SIZE INTO AUDINQ-REPORT-LINE
                   END-STRING
                   WRITE AUDINQ-REPORT-LINE
                   MOVE "IPC0507W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "requested range reaches past the 18-month "
                       "retention cutoff " WS-CUTOFF-DATE
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
           END-EVALUATE
           MOVE SPACES TO AUDINQ-REPORT-LINE
           WRITE AUDINQ-REPORT-LINE
           END-IF
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-AUDINQ" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-AUDINQ.
