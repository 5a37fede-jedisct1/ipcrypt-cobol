           05  WS-CALL-PARAM-3      PIC X(64).
           05  WS-UTIL-STATUS       PIC X(01).

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * Re-encryption job entry point
      ******************************************************************
       MAIN-REKEY-ENTRY.
           MOVE "IPC4301I" TO WS-OPSMSG-ID
           MOVE "Starting key rotation run" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE

           PERFORM INITIALIZE-REKEY-RUN
           IF NOT REKEY-ABORTED
               PERFORM WRITE-FINAL-CHECKPOINT
           END-IF

           MOVE "IPC4302I" TO WS-OPSMSG-ID
           MOVE WS-RECORDS-READ TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "records read    = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC4303I" TO WS-OPSMSG-ID
           MOVE WS-RECORDS-WRITTEN TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "records written = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC4304I" TO WS-OPSMSG-ID
           MOVE WS-RECORDS-FAILED TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "records failed  = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           PERFORM WRITE-RUN-HISTORY-RECORD
           IF HOLDING-RUN-LOCK
               MOVE "RELEASE" TO WS-LOCK-FUNCTION
                   WS-LOCK-STATUS WS-LOCK-OTHER
               END-CALL
           END-IF
           MOVE "IPC4305I" TO WS-OPSMSG-ID
           MOVE "run complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
           OPEN INPUT REKEY-PARM-FILE
           READ REKEY-PARM-FILE
               AT END
                   MOVE "IPC4306C" TO WS-OPSMSG-ID
                   MOVE "REKEYPARM is empty, aborting" TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   SET REKEY-ABORTED TO TRUE
           END-READ
           CLOSE REKEY-PARM-FILE
               IF WS-EFFECTIVE-MODE NOT = "DETERMINISTIC"
                   AND WS-EFFECTIVE-MODE NOT = "ND"
                   AND WS-EFFECTIVE-MODE NOT = "NDX"
                   MOVE "IPC4307C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "mode " WS-EFFECTIVE-MODE " is not "
                       "rotatable, aborting"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET REKEY-ABORTED TO TRUE
               END-IF
           END-IF
                   WS-KEYLOOKUP-PREDECESSOR
               END-CALL
               IF WS-KEYLOOKUP-NOT-FOUND
                   MOVE "IPC4308C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "old key-id " REKEY-OLD-KEY-ID " not found, "
                       "aborting"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET REKEY-ABORTED TO TRUE
               END-IF
               IF WS-KEYLOOKUP-RETIRED
                   MOVE "IPC4309I" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "old key-id " REKEY-OLD-KEY-ID " is RETIRED "
                       "- expected for a rotation off this key"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
      * An expired old key is the normal case for a rotation pass -
      * the whole point of this run is to get the data off it - so it
      * proceeds with a warning the same way a RETIRED one does.
               IF WS-KEYLOOKUP-EXPIRED
                   MOVE "IPC4310I" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "old key-id " REKEY-OLD-KEY-ID " is outside "
                       "its window - expected for a rotation off this "
                       "key"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF

                   WS-KEYLOOKUP-PREDECESSOR
               END-CALL
               IF WS-KEYLOOKUP-NOT-FOUND
                   MOVE "IPC4311C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "new key-id " REKEY-NEW-KEY-ID " not found, "
                       "aborting"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET REKEY-ABORTED TO TRUE
               END-IF
               IF WS-KEYLOOKUP-RETIRED
                   MOVE "IPC4312W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "new key-id " REKEY-NEW-KEY-ID " is RETIRED "
                       "- confirm this run is meant to rotate onto a "
                       "retired key"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
      * Rotating ONTO a key outside its window would just set up the
      * next compliance failure, so unlike the old key this one is a
      * hard stop.
               IF WS-KEYLOOKUP-EXPIRED
                   MOVE "IPC4313C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "new key-id " REKEY-NEW-KEY-ID " is outside "
                       "its effective/expiry window, aborting"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET REKEY-ABORTED TO TRUE
               END-IF
           END-IF
                   WS-LOCK-STATUS WS-LOCK-OTHER
               END-CALL
               IF WS-LOCK-BUSY
                   MOVE "IPC4314E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "REKEYOUT is locked by " WS-LOCK-OTHER
                       " - rerun when it finishes, or clear a stale "
                       "lock through IPCRYPT-LOCKMAINT"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET REKEY-ABORTED TO TRUE
               ELSE
                   MOVE 'Y' TO WS-LOCK-HELD-SW
               PERFORM COUNT-INPUT-RECORDS
               OPEN INPUT REKEY-INPUT-FILE
               IF WS-RESTART-COUNT > 0
                   MOVE "IPC4315I" TO WS-OPSMSG-ID
                   MOVE WS-RESTART-COUNT TO WS-OPSMSG-NUMBER-1
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "restarting after "
                       FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " rows "
                       "already rotated"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   PERFORM SKIP-ONE-INPUT-RECORD
                       WS-RESTART-COUNT TIMES
                   OPEN EXTEND REKEY-OUTPUT-FILE
           END-PERFORM
           CLOSE REKEY-INPUT-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE "IPC4316I" TO WS-OPSMSG-ID
           MOVE WS-INPUT-TOTAL-COUNT TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "input holds " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               " rows"
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           EXIT.

      ******************************************************************
                   FUNCTION MOD(WS-ETA-CLOCK / 60, 60)
               COMPUTE WS-ETA-SS = FUNCTION MOD(WS-ETA-CLOCK, 60)
               MOVE WS-HB-RATE TO WS-RATE-DISP
               MOVE "IPC4317I" TO WS-OPSMSG-ID
               MOVE WS-RECORDS-WRITTEN TO WS-OPSMSG-NUMBER-1
               MOVE WS-INPUT-TOTAL-COUNT TO WS-OPSMSG-NUMBER-2
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "rotated " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   " of " FUNCTION TRIM(WS-OPSMSG-NUMBER-2) " at "
                   WS-RATE-DISP "/sec, estimated completion " WS-ETA-HH
                   ":" WS-ETA-MM ":" WS-ETA-SS
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               MOVE WS-HB-RATE TO WS-RATE-DISP
               MOVE "IPC4318I" TO WS-OPSMSG-ID
               MOVE WS-RECORDS-WRITTEN TO WS-OPSMSG-NUMBER-1
               MOVE WS-INPUT-TOTAL-COUNT TO WS-OPSMSG-NUMBER-2
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "rotated " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   " of " FUNCTION TRIM(WS-OPSMSG-NUMBER-2) " at "
                   WS-RATE-DISP "/sec"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           EXIT.

           IF NOT IPCRYPT-SUCCESS
               ADD 1 TO WS-RECORDS-FAILED
               MOVE SPACES TO REKEY-OUTPUT-RECORD
               MOVE "IPC4319W" TO WS-OPSMSG-ID
               MOVE WS-RECORDS-READ TO WS-OPSMSG-NUMBER-1
               MOVE WS-STATUS-CODE OF WS-IPCRYPT-REQUEST TO
                   WS-OPSMSG-NUMBER-2
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "record " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   " failed decrypt under old key, status "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-2)
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               MOVE WS-OUTPUT OF WS-IPCRYPT-REQUEST TO WS-DECRYPTED-IP

               ELSE
                   ADD 1 TO WS-RECORDS-FAILED
                   MOVE SPACES TO REKEY-OUTPUT-RECORD
                   MOVE "IPC4320W" TO WS-OPSMSG-ID
                   MOVE WS-RECORDS-READ TO WS-OPSMSG-NUMBER-1
                   MOVE WS-STATUS-CODE OF WS-IPCRYPT-REQUEST TO
                       WS-OPSMSG-NUMBER-2
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "record " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                       " failed re-encrypt under new key, status "
                       FUNCTION TRIM(WS-OPSMSG-NUMBER-2)
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF

           MOVE SPACES TO RKO-OUTPUT-VALUE
           MOVE WS-STATUS-CODE OF WS-IPCRYPT-REQUEST TO WS-STATUS-DISP
           MOVE WS-STATUS-DISP TO RKO-STATUS-CODE
           MOVE "IPC4321W" TO WS-OPSMSG-ID
           MOVE WS-RECORDS-READ TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "record " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               " could not be rotated, status " WS-STATUS-DISP
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-REKEY" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-REKEY.
