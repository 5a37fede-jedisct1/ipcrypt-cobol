      * partners with the feed, so a truncated transmission is caught
      * on arrival instead of a week later. Return code 8 on any
      * failure; findings go to the console.
      * Every check, passed or failed, also appends an acknowledgement
      * record to ENVACK - partner, run date, the count and
      * check-total actually received, pass/fail and the first reason
      * - which the partner returns to us as the receipt
      * IPCRYPT-ACKREC reconciles against DLVRMANIFEST. The partner
      * comes from the envelope header; ACKPARM supplies it for files
      * whose header carries none.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-ENVCHK.
           SELECT ENVELOPE-FILE ASSIGN TO "ENVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENVFILE-STATUS.
           SELECT ACK-PARM-FILE ASSIGN TO "ACKPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKPARM-STATUS.
           SELECT ENVELOPE-ACK-FILE ASSIGN TO "ENVACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENVACK-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  ENVELOPE-FILE-RECORD     PIC X(64).

       FD  ACK-PARM-FILE
           RECORDING MODE IS F.
       01  ACK-PARM-RECORD.
           05  AP-PARTNER-ID        PIC X(08).

       FD  ENVELOPE-ACK-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-ENVACK.cpy".

       WORKING-STORAGE SECTION.

      * Working copies of the shared envelope layouts, filled from

       01  WS-SWITCHES.
           05  WS-ENVFILE-STATUS    PIC X(02).
           05  WS-ACKPARM-STATUS    PIC X(02).
           05  WS-ENVACK-STATUS     PIC X(02).
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  END-OF-ENVELOPE  VALUE 'Y'.
           05  WS-HEADER-SW         PIC X(01) VALUE 'N'.
           05  WS-TEXT-LENGTH       PIC 9(04) COMP.
           05  WS-COUNT-DISP        PIC 9(09).
           05  WS-TOTAL-DISP        PIC 9(15).
           05  WS-FAIL-REASON       PIC X(30) VALUE SPACES.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      * MAIN-ENVCHK-ENTRY
      ******************************************************************
       MAIN-ENVCHK-ENTRY.
           MOVE "IPC1601I" TO WS-OPSMSG-ID
           MOVE "starting envelope check" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE

           OPEN INPUT ENVELOPE-FILE
           IF WS-ENVFILE-STATUS NOT = "00"
               MOVE "IPC1602E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "ENVFILE not usable (status " WS-ENVFILE-STATUS
                   ")"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               MOVE "ENVFILE NOT USABLE" TO WS-FAIL-REASON
               SET CHECK-FAILED TO TRUE
               SET END-OF-ENVELOPE TO TRUE
           END-IF
           END-IF

           IF NOT CHECK-FAILED AND NOT HEADER-SEEN
               MOVE "IPC1603E" TO WS-OPSMSG-ID
               MOVE "no HDR record - not an enveloped file"
                   TO WS-OPSMSG-TEXT
               PERFORM ISSUE-OPS-MESSAGE
               MOVE "NO HDR RECORD" TO WS-FAIL-REASON
               SET CHECK-FAILED TO TRUE
           END-IF
           IF NOT CHECK-FAILED AND NOT TRAILER-SEEN
               MOVE "IPC1604E" TO WS-OPSMSG-ID
               MOVE "no TRL record - file is truncated"
                   TO WS-OPSMSG-TEXT
               PERFORM ISSUE-OPS-MESSAGE
               MOVE "NO TRL RECORD - TRUNCATED" TO WS-FAIL-REASON
               SET CHECK-FAILED TO TRUE
           END-IF
           IF NOT CHECK-FAILED
           END-IF

           IF CHECK-FAILED
               MOVE "IPC1605C" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "*** FILE FAILED THE ENVELOPE CHECK - DO NOT "
                   "CONSUME IT ***"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "IPC1606I" TO WS-OPSMSG-ID
               MOVE WS-BODY-COUNT TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "file arrived whole - "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " body records "
                   "confirmed"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           PERFORM WRITE-ACKNOWLEDGEMENT
           MOVE "IPC1607I" TO WS-OPSMSG-ID
           MOVE "check complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
       CHECK-ONE-ENVELOPE-RECORD.
           EVALUATE TRUE
               WHEN TRAILER-SEEN
                   MOVE "IPC1608E" TO WS-OPSMSG-ID
                   MOVE "data follows the TRL record" TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   IF WS-FAIL-REASON = SPACES
                       MOVE "DATA AFTER TRL RECORD"
                           TO WS-FAIL-REASON
                   END-IF
                   SET CHECK-FAILED TO TRUE
               WHEN NOT HEADER-SEEN
                   IF ENVELOPE-FILE-RECORD(1:3) = "HDR"
                       MOVE ENVELOPE-FILE-RECORD(1:49)
                           TO ENVELOPE-HEADER-RECORD
                       SET HEADER-SEEN TO TRUE
                       MOVE "IPC1609I" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "run " EH-RUN-ID " date " EH-RUN-DATE
                           " mode " EH-MODE
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   ELSE
                       MOVE "IPC1610E" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "first record is not HDR - not an "
                           "enveloped file"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                       MOVE "NO HDR RECORD" TO WS-FAIL-REASON
                       SET CHECK-FAILED TO TRUE
                       SET END-OF-ENVELOPE TO TRUE
                   END-IF
       COMPARE-AGAINST-TRAILER.
           IF WS-BODY-COUNT NOT = ET-RECORD-COUNT
               MOVE WS-BODY-COUNT TO WS-COUNT-DISP
               MOVE "IPC1611E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "record count mismatch - trailer says "
                   ET-RECORD-COUNT " but file holds " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               MOVE "RECORD COUNT MISMATCH" TO WS-FAIL-REASON
               SET CHECK-FAILED TO TRUE
           END-IF
           IF WS-CHECK-TOTAL NOT = ET-CHECK-TOTAL
               MOVE WS-CHECK-TOTAL TO WS-TOTAL-DISP
               MOVE "IPC1612E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "check-total mismatch - trailer says "
                   ET-CHECK-TOTAL " but file sums to " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               IF WS-FAIL-REASON = SPACES
                   MOVE "CHECK-TOTAL MISMATCH" TO WS-FAIL-REASON
               END-IF
               SET CHECK-FAILED TO TRUE
           END-IF
           EXIT.

      ******************************************************************
      * WRITE-ACKNOWLEDGEMENT
      * The run date is the header's - the date DELIVER stamped on
      * the manifest - so the receipt matches the delivery it answers
      ******************************************************************
       WRITE-ACKNOWLEDGEMENT.
           MOVE SPACES TO ENVELOPE-ACK-RECORD
           IF HEADER-SEEN
               MOVE EH-PARTNER-ID TO EA-PARTNER-ID
               MOVE EH-RUN-DATE TO EA-RUN-DATE
           END-IF
           IF EA-PARTNER-ID = SPACES
               OPEN INPUT ACK-PARM-FILE
               IF WS-ACKPARM-STATUS = "00"
                   READ ACK-PARM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE AP-PARTNER-ID TO EA-PARTNER-ID
                   END-READ
                   CLOSE ACK-PARM-FILE
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO EA-CHECK-DATE
           MOVE WS-BODY-COUNT TO EA-RECORD-COUNT
           MOVE WS-CHECK-TOTAL TO EA-CHECK-TOTAL
           IF CHECK-FAILED
               SET EA-FAILED TO TRUE
               MOVE WS-FAIL-REASON TO EA-REASON
           ELSE
               SET EA-PASSED TO TRUE
           END-IF
           OPEN EXTEND ENVELOPE-ACK-FILE
           IF WS-ENVACK-STATUS NOT = "00"
               OPEN OUTPUT ENVELOPE-ACK-FILE
           END-IF
           WRITE ENVELOPE-ACK-RECORD
           CLOSE ENVELOPE-ACK-FILE
           MOVE "IPC1613I" TO WS-OPSMSG-ID
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "acknowledgement written for partner " EA-PARTNER-ID
               " run " EA-RUN-DATE
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
           MOVE "IPCRYPT-ENVCHK" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-ENVCHK.
