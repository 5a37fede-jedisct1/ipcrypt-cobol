       01  WS-COMPLETION-TEXT       PIC X(09).
       01  WS-REPORT-NUMBER         PIC Z(08)9.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-RUNINQ-ENTRY
      ******************************************************************
       MAIN-RUNINQ-ENTRY.
           MOVE "IPC4601I" TO WS-OPSMSG-ID
           MOVE "starting run registry inquiry" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE

           OPEN INPUT RUNINQ-PARM-FILE
           READ RUNINQ-PARM-FILE
               AT END
                   MOVE "IPC4602C" TO WS-OPSMSG-ID
                   MOVE "RUNINQPARM is empty, aborting"
                       TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   SET INQUIRY-ABORTED TO TRUE
           END-READ
           CLOSE RUNINQ-PARM-FILE
           IF NOT INQUIRY-ABORTED
               OPEN INPUT RUN-HISTORY-FILE
               IF WS-RUNHIST-STATUS NOT = "00"
                   MOVE "IPC4603C" TO WS-OPSMSG-ID
                   MOVE "no RUNHIST registry found, aborting"
                       TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   SET INQUIRY-ABORTED TO TRUE
               END-IF
           END-IF
               WRITE RUNINQ-REPORT-LINE
               CLOSE RUNINQ-REPORT-FILE

               MOVE "IPC4604I" TO WS-OPSMSG-ID
               MOVE WS-RUNS-READ TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "runs read    = "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               MOVE "IPC4605I" TO WS-OPSMSG-ID
               MOVE WS-RUNS-MATCHED TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "runs matched = "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           MOVE "IPC4606I" TO WS-OPSMSG-ID
           MOVE "inquiry complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
           END-IF
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-RUNINQ" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-RUNINQ.
