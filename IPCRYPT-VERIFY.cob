       01  WS-NORMALIZED-ORIGINAL      PIC X(64).
       01  WS-COLON-COUNT              PIC 9(02) COMP.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-VERIFY-ENTRY
      ******************************************************************
       MAIN-VERIFY-ENTRY.
           MOVE "IPC5501I" TO WS-OPSMSG-ID
           MOVE "starting sampling verification" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE

           PERFORM INITIALIZE-VERIFY-RUN
           IF NOT VERIFY-ABORTED
               CLOSE VERIFY-EXCEPTION-FILE
           END-IF

           MOVE "IPC5502I" TO WS-OPSMSG-ID
           MOVE WS-RECORDS-READ TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "records read    = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC5503I" TO WS-OPSMSG-ID
           MOVE WS-RECORDS-SAMPLED TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "records sampled = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC5504I" TO WS-OPSMSG-ID
           MOVE WS-RECORDS-PASSED TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "samples passed  = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC5505I" TO WS-OPSMSG-ID
           MOVE WS-RECORDS-FAILED TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "samples failed  = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           IF WS-RECORDS-FAILED > 0
               MOVE "IPC5506C" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "*** RUN FLAGGED - investigate before downstream "
                   "systems consume OUTEXTRACT ***"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           GOBACK.

           OPEN INPUT VERIFY-PARM-FILE
           READ VERIFY-PARM-FILE
               AT END
                   MOVE "IPC5507C" TO WS-OPSMSG-ID
                   MOVE "VERIFYPARM is empty, aborting"
                       TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   SET VERIFY-ABORTED TO TRUE
           END-READ
           CLOSE VERIFY-PARM-FILE
                   WS-KEYLOOKUP-PREDECESSOR
               END-CALL
               IF WS-KEYLOOKUP-NOT-FOUND
                   MOVE "IPC5508C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "key-id " VERIFY-KEY-ID " not found, aborting"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET VERIFY-ABORTED TO TRUE
               END-IF
               IF WS-KEYLOOKUP-RETIRED
                   MOVE "IPC5509W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "key-id " VERIFY-KEY-ID " is RETIRED - "
                       "proceeding, but confirm this sample run is "
                       "meant to verify a decrypt/rotation pass"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
      * Verification decrypts back what tonight's run already wrote,
      * so an expired key only gets a warning here - refusing would
      * leave the one run most likely to need checking unverifiable.
               IF WS-KEYLOOKUP-EXPIRED
                   MOVE "IPC5510I" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "key-id " VERIFY-KEY-ID " is outside its "
                       "effective/expiry window - proceeding for "
                       "verification only"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF

           MOVE WS-NORM-PARAM-1(1:64) TO WS-NORMALIZED-ORIGINAL
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-VERIFY" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-VERIFY.
