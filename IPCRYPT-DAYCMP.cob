
       01  WS-REPORT-NUMBER         PIC Z(08)9.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-DAYCMP-ENTRY
      ******************************************************************
       MAIN-DAYCMP-ENTRY.
           MOVE "IPC0901I" TO WS-OPSMSG-ID
           MOVE "starting day-over-day comparison" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE

           MOVE 10 TO DC-MAX-MISMATCHES
           OPEN INPUT DAYCMP-PARM-FILE

           OPEN INPUT CURRENT-KSDS
           IF WS-CURRENT-STATUS NOT = "00"
               MOVE "IPC0902C" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "tonight's OUTKSDS not usable (status "
                   WS-CURRENT-STATUS "), aborting"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET COMPARE-ABORTED TO TRUE
           END-IF
           IF NOT COMPARE-ABORTED
               OPEN INPUT PREVIOUS-KSDS
               IF WS-PREVIOUS-STATUS NOT = "00"
                   MOVE "IPC0903C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "previous PRVKSDS not usable (status "
                       WS-PREVIOUS-STATUS "), aborting"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET COMPARE-ABORTED TO TRUE
                   CLOSE CURRENT-KSDS
               END-IF
               CLOSE DAYCMP-REPORT-FILE
           END-IF

           MOVE "IPC0904I" TO WS-OPSMSG-ID
           MOVE WS-RECORDS-READ TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "records read = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC0905I" TO WS-OPSMSG-ID
           MOVE WS-OVERLAP-COUNT TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "overlap      = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC0906I" TO WS-OPSMSG-ID
           MOVE WS-MISMATCH-COUNT TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "mismatches   = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           EVALUATE TRUE
               WHEN COMPARE-ABORTED
                   MOVE 12 TO RETURN-CODE
               WHEN WS-MISMATCH-COUNT > 0
                   MOVE "IPC0907C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "*** MISMATCHES FOUND - STOP THE DELIVERY "
                       "AND CHECK PARM-KEY-ID ***"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           MOVE "IPC0908I" TO WS-OPSMSG-ID
           MOVE "comparison complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
           WRITE DAYCMP-REPORT-LINE
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-DAYCMP" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-DAYCMP.
