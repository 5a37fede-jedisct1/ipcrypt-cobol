      * Every attempt, applied or rejected, is appended to KEYCHGLOG
      * (never including the key material itself) so the auditors can
      * read the full change history.
      * A RETIRE is refused while any hold in force on the LEGALHOLD
      * register names the key-id - retiring it would let
      * IPCRYPT-TRANSHSK purge the entries the matter needs - and the
      * refusal names the matter.
      * Repeats until the operator enters QUIT at the Action prompt.
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT KEY-CHANGE-LOG ASSIGN TO "KEYCHGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYCHGLOG-STATUS.
           SELECT LEGALHOLD-FILE ASSIGN TO "LEGALHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGALHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  KEY-CHANGE-LOG-LINE          PIC X(180).

       FD  LEGALHOLD-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-LEGALHOLD.cpy".

       WORKING-STORAGE SECTION.

      ******************************************************************
               88  WS-OPERATOR-DONE VALUE 'Y'.
           05  WS-KEYSTORE-STATUS   PIC X(02).
           05  WS-KEYCHGLOG-STATUS  PIC X(02).
           05  WS-LEGALHOLD-STATUS  PIC X(02).
           05  WS-EOF-SWITCH        PIC X(01).
               88  END-OF-KEYSTORE  VALUE 'Y'.
           05  WS-HOLD-EOF-SWITCH   PIC X(01).
               88  END-OF-LEGALHOLD VALUE 'Y'.
           05  WS-CHANGE-SWITCH     PIC X(01).
               88  CHANGE-ACCEPTED  VALUE 'Y'.
               88  CHANGE-REJECTED  VALUE 'N'.
           05  WS-HEX-TEXT-LENGTH   PIC 9(03) COMP.
           05  WS-REJECT-REASON     PIC X(40).
           05  WS-CHANGE-TIMESTAMP  PIC X(14).
           05  WS-TODAY-DATE        PIC X(08).
           05  WS-HOLD-SLOT         PIC 9(02) COMP.

      ******************************************************************
      * COMPONENT-COMBINE WORK AREA - the digit-wise XOR of the two
      * maintenance operator and only prompts for the approver
       01  WS-CALLER-PTR            USAGE POINTER.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       LINKAGE SECTION.
       01  LS-MENU-OPERATOR         PIC X(08).

      * MAIN-KEYMAINT-ENTRY
      ******************************************************************
       MAIN-KEYMAINT-ENTRY.
           MOVE "IPC3001I" TO WS-OPSMSG-ID
           MOVE "key store maintenance" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           DISPLAY "Enter QUIT at the Action prompt to exit."
           OPEN EXTEND KEY-CHANGE-LOG
           IF WS-KEYCHGLOG-STATUS NOT = "00"
               PERFORM PROMPT-AND-PROCESS-ONE-CHANGE
           END-PERFORM
           CLOSE KEY-CHANGE-LOG
           MOVE "IPC3002I" TO WS-OPSMSG-ID
           MOVE "session ended" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
                   END-IF
                   IF CHANGE-ACCEPTED
                       PERFORM APPLY-CHANGE-TO-KEYSTORE
                       MOVE "IPC3003I" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING WS-IN-ACTION " applied for key-id "
                           WS-IN-KEY-ID
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   ELSE
                       MOVE "IPC3004W" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "change rejected - " WS-REJECT-REASON
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   END-IF
                   PERFORM WRITE-KEY-CHANGE-LOG-RECORD
               ELSE
                   MOVE "IPC3005W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "unknown action " WS-IN-ACTION
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF
           EXIT.
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
                   IF CHANGE-ACCEPTED
                       PERFORM CHECK-KEY-LEGAL-HOLD
                   END-IF
               WHEN "REACTIVATE"
                   IF WS-MATCH-INDEX = 0
                       SET CHANGE-REJECTED TO TRUE
           END-EVALUATE
           EXIT.

      ******************************************************************
      * CHECK-KEY-LEGAL-HOLD
      * Any hold in force naming the key-id refuses the RETIRE; no
      * register at all means no holds, but one that cannot be read
      * refuses too rather than guess
      ******************************************************************
       CHECK-KEY-LEGAL-HOLD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE 'N' TO WS-HOLD-EOF-SWITCH
           OPEN INPUT LEGALHOLD-FILE
           EVALUATE WS-LEGALHOLD-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   SET END-OF-LEGALHOLD TO TRUE
               WHEN OTHER
                   SET CHANGE-REJECTED TO TRUE
                   MOVE "LEGALHOLD register not readable"
                       TO WS-REJECT-REASON
                   SET END-OF-LEGALHOLD TO TRUE
           END-EVALUATE
           PERFORM UNTIL END-OF-LEGALHOLD
               READ LEGALHOLD-FILE
                   AT END
                       SET END-OF-LEGALHOLD TO TRUE
                   NOT AT END
                       IF LH-RELEASE-DATE = SPACES
                           OR LH-RELEASE-DATE > WS-TODAY-DATE
                           PERFORM VARYING WS-HOLD-SLOT FROM 1 BY 1
                               UNTIL WS-HOLD-SLOT > 5
                                   OR CHANGE-REJECTED
                               IF LH-KEY-ID(WS-HOLD-SLOT) =
                                   WS-IN-KEY-ID
                                   SET CHANGE-REJECTED TO TRUE
                                   MOVE SPACES TO WS-REJECT-REASON
                                   STRING "key under legal hold "
                                       LH-MATTER-REF
                                       DELIMITED BY SIZE
                                       INTO WS-REJECT-REASON
                                   END-STRING
                                   SET END-OF-LEGALHOLD TO TRUE
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LEGALHOLD-STATUS = "00" OR WS-LEGALHOLD-STATUS = "10"
               CLOSE LEGALHOLD-FILE
           END-IF
           EXIT.

      ******************************************************************
      * VALIDATE-ADD-REQUEST
      * The checks that would have caught the bad KS-KEY-LENGTH
           ELSE
               MOVE WS-IN-KEY-HEX TO WS-WORK-KEY-HEX
               MOVE SPACE TO WS-WORK-ENC-FLAG
               MOVE "IPC3006W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "no usable MASTERKEY in this session - key "
                   "stored as plain hex"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           EXIT.

           WRITE KEY-CHANGE-LOG-LINE
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-KEYMAINT" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-KEYMAINT.
