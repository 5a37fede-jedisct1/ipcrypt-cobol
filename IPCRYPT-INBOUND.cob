           05  WS-COUNT-DISP        PIC 9(09).
           05  WS-TOTAL-DISP        PIC 9(15).

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-INBOUND-ENTRY
      ******************************************************************
       MAIN-INBOUND-ENTRY.
           MOVE "IPC2301I" TO WS-OPSMSG-ID
           MOVE "verifying inbound collector envelope" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE

           OPEN INPUT INBOUND-FILE
           IF WS-INFILE-STATUS NOT = "00"
               MOVE "IPC2302E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "INFILE not usable (status " WS-INFILE-STATUS ")"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET CHECK-FAILED TO TRUE
               SET END-OF-INBOUND TO TRUE
           ELSE
           END-IF

           IF NOT CHECK-FAILED AND NOT HEADER-SEEN
               MOVE "IPC2303E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "no HDR record - the collector did not envelope "
                   "this file"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET CHECK-FAILED TO TRUE
           END-IF
           IF NOT CHECK-FAILED AND NOT TRAILER-SEEN
               MOVE "IPC2304E" TO WS-OPSMSG-ID
               MOVE "no TRL record - the file arrived truncated"
                   TO WS-OPSMSG-TEXT
               PERFORM ISSUE-OPS-MESSAGE
               SET CHECK-FAILED TO TRUE
           END-IF
           IF NOT CHECK-FAILED
           END-IF

           IF CHECK-FAILED
               MOVE "IPC2305C" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "*** FILE ARRIVED SHORT OR ALTERED - DO NOT RUN "
                   "THE CHAIN ON IT ***"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "IPC2306I" TO WS-OPSMSG-ID
               MOVE WS-BODY-COUNT TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "file arrived whole - "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " body records "
                   "stripped to INBODY"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           MOVE "IPC2307I" TO WS-OPSMSG-ID
           MOVE "verification complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
       CHECK-ONE-INBOUND-RECORD.
           EVALUATE TRUE
               WHEN TRAILER-SEEN
                   MOVE "IPC2308E" TO WS-OPSMSG-ID
                   MOVE "data follows the TRL record" TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   SET CHECK-FAILED TO TRUE
               WHEN NOT HEADER-SEEN
                   IF INBOUND-RECORD(1:3) = "HDR"
                       MOVE INBOUND-RECORD(1:41)
                           TO ENVELOPE-HEADER-RECORD
                       SET HEADER-SEEN TO TRUE
                       MOVE "IPC2309I" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "run " EH-RUN-ID " date " EH-RUN-DATE
                           " mode " EH-MODE
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   ELSE
                       MOVE "IPC2310E" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "first record is not HDR - the collector "
                           "did not envelope this file"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                       SET CHECK-FAILED TO TRUE
                       SET END-OF-INBOUND TO TRUE
                   END-IF
       COMPARE-AGAINST-TRAILER.
           IF WS-BODY-COUNT NOT = ET-RECORD-COUNT
               MOVE WS-BODY-COUNT TO WS-COUNT-DISP
               MOVE "IPC2311E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "record count mismatch - trailer says "
                   ET-RECORD-COUNT " but file holds " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET CHECK-FAILED TO TRUE
           END-IF
           IF WS-CHECK-TOTAL NOT = ET-CHECK-TOTAL
               MOVE WS-CHECK-TOTAL TO WS-TOTAL-DISP
               MOVE "IPC2312E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "check-total mismatch - trailer says "
                   ET-CHECK-TOTAL " but file sums to " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET CHECK-FAILED TO TRUE
           END-IF
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-INBOUND" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-INBOUND.
