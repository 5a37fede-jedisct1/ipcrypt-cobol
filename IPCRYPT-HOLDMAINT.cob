      ******************************************************************
      * IPCRYPT-HOLDMAINT - Legal Hold Maintenance Transaction
      * The sanctioned way to change the LEGALHOLD register, the same
      * way IPCRYPT-OPERMAINT is for OPERAUTH: a hold stops
      * IPCRYPT-AUDHSK and IPCRYPT-TRANSHSK purging evidence and stops
      * IPCRYPT-KEYMAINT retiring a key, so setting one carelessly
      * blocks housekeeping and releasing one carelessly destroys
      * what legal asked us to keep. Prompts for the action (SET/
      * RELEASE), the matter reference, and the fields the action
      * needs - the held date range and up to five key-ids for a SET,
      * the release date for a RELEASE - validates the change against
      * the current register, and requires a second approver ID
      * different from the maintenance operator before anything is
      * written. Both IDs are stamped on the hold itself as well as
      * logged. Every attempt, applied or rejected, is appended to
      * HOLDCHGLOG. Released holds stay on the register - a hold is
      * never deleted.
      * Repeats until the operator enters QUIT at the Action prompt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-HOLDMAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNU-LINUX.
       OBJECT-COMPUTER. GNU-LINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGALHOLD-FILE ASSIGN TO "LEGALHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGALHOLD-STATUS.
      * HOLD-CHANGE-LOG - one line per maintenance attempt, appended
      * across runs so the full change history survives for audit.
           SELECT HOLD-CHANGE-LOG ASSIGN TO "HOLDCHGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDCHGLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  LEGALHOLD-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-LEGALHOLD.cpy".

       FD  HOLD-CHANGE-LOG
           RECORDING MODE IS F.
       01  HOLD-CHANGE-LOG-LINE         PIC X(180).

       WORKING-STORAGE SECTION.

      ******************************************************************
      * SWITCHES
      ******************************************************************
       01  WS-SWITCHES.
           05  WS-QUIT-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-OPERATOR-DONE VALUE 'Y'.
           05  WS-LEGALHOLD-STATUS  PIC X(02).
           05  WS-HOLDCHGLOG-STATUS PIC X(02).
           05  WS-EOF-SWITCH        PIC X(01).
               88  END-OF-LEGALHOLD VALUE 'Y'.
           05  WS-CHANGE-SWITCH     PIC X(01).
               88  CHANGE-ACCEPTED  VALUE 'Y'.
               88  CHANGE-REJECTED  VALUE 'N'.
           05  WS-KEY-DONE-SWITCH   PIC X(01).
               88  KEY-ENTRY-DONE   VALUE 'Y'.

      ******************************************************************
      * IN-STORAGE COPY OF THE LEGALHOLD REGISTER - the whole file is
      * loaded before each change and written back out complete
      * afterward, so the file on disk is only ever a full, validated
      * image, never a partial hand-edit
      ******************************************************************
       01  WS-LEGALHOLD-TABLE.
           05  WS-HOLD-COUNT        PIC 9(03) COMP VALUE 0.
           05  WS-HOLD-ENTRY OCCURS 200 TIMES.
               10  WS-ENTRY-RECORD  PIC X(154).
       01  WS-MATCH-INDEX           PIC 9(03) COMP.
       01  WS-LOAD-INDEX            PIC 9(03) COMP.

      * Work record in the LEGALHOLD layout, for building a SET and
      * for picking apart a matched hold on RELEASE
       01  WS-WORK-LEGALHOLD-RECORD.
           05  WS-WORK-MATTER-REF   PIC X(20).
           05  WS-WORK-DESCRIPTION  PIC X(30).
           05  WS-WORK-FROM-DATE    PIC X(08).
           05  WS-WORK-TO-DATE      PIC X(08).
           05  WS-WORK-KEY-IDS.
               10  WS-WORK-KEY-ID   PIC X(08) OCCURS 5 TIMES.
           05  WS-WORK-SET-BY       PIC X(08).
           05  WS-WORK-APPROVED-BY  PIC X(08).
           05  WS-WORK-SET-DATE     PIC X(08).
           05  WS-WORK-RELEASE-DATE PIC X(08).
           05  WS-WORK-RELEASED-BY  PIC X(08).
           05  WS-WORK-RELEASE-APPROVER PIC X(08).

      ******************************************************************
      * CONSOLE FIELDS FOR ONE MAINTENANCE TRANSACTION
      ******************************************************************
       01  WS-CONSOLE-FIELDS.
           05  WS-IN-ACTION         PIC X(10).
           05  WS-IN-MATTER-REF     PIC X(20).
           05  WS-IN-DESCRIPTION    PIC X(30).
           05  WS-IN-FROM-DATE      PIC X(08).
           05  WS-IN-TO-DATE        PIC X(08).
           05  WS-IN-KEY-IDS.
               10  WS-IN-KEY-ID     PIC X(08) OCCURS 5 TIMES.
           05  WS-IN-RELEASE-DATE   PIC X(08).
           05  WS-IN-MAINTAINER     PIC X(08).
           05  WS-IN-APPROVER       PIC X(08).

      ******************************************************************
      * WORKING VARIABLES
      ******************************************************************
       01  WS-WORK-VARS.
           05  WS-REJECT-REASON     PIC X(40).
           05  WS-CHANGE-TIMESTAMP  PIC X(14).
           05  WS-TODAY-DATE        PIC X(08).
           05  WS-KEY-SLOT          PIC 9(02) COMP.
           05  WS-KEY-SLOT-DISP     PIC 9(01).
           05  WS-KEYS-GIVEN        PIC 9(02) COMP.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-HOLDMAINT-ENTRY
      ******************************************************************
       MAIN-HOLDMAINT-ENTRY.
           MOVE "IPC2101I" TO WS-OPSMSG-ID
           MOVE "legal hold maintenance" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           DISPLAY "Enter QUIT at the Action prompt to exit."
           OPEN EXTEND HOLD-CHANGE-LOG
           IF WS-HOLDCHGLOG-STATUS NOT = "00"
               OPEN OUTPUT HOLD-CHANGE-LOG
           END-IF
           PERFORM UNTIL WS-OPERATOR-DONE
               PERFORM PROMPT-AND-PROCESS-ONE-CHANGE
           END-PERFORM
           CLOSE HOLD-CHANGE-LOG
           MOVE "IPC2102I" TO WS-OPSMSG-ID
           MOVE "session ended" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
      * PROMPT-AND-PROCESS-ONE-CHANGE
      * Capture the action and its fields, then the dual-control
      * sign-off; only a change that passes validation AND carries
      * two distinct IDs is ever applied to the register
      ******************************************************************
       PROMPT-AND-PROCESS-ONE-CHANGE.
           DISPLAY " "
           DISPLAY "Action (SET/RELEASE, QUIT to exit): "
               WITH NO ADVANCING
           ACCEPT WS-IN-ACTION
           MOVE FUNCTION UPPER-CASE(WS-IN-ACTION) TO WS-IN-ACTION
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           IF WS-IN-ACTION = "QUIT"
               SET WS-OPERATOR-DONE TO TRUE
           ELSE
               IF WS-IN-ACTION = "SET" OR "RELEASE"
                   PERFORM PROMPT-CHANGE-DETAILS
                   PERFORM VALIDATE-REQUESTED-CHANGE
                   IF CHANGE-ACCEPTED
                       PERFORM PROMPT-DUAL-CONTROL-SIGNOFF
                   END-IF
                   IF CHANGE-ACCEPTED
                       PERFORM APPLY-CHANGE-TO-LEGALHOLD
                       MOVE "IPC2103I" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING WS-IN-ACTION " applied for matter "
                           WS-IN-MATTER-REF
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   ELSE
                       MOVE "IPC2104W" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "change rejected - " WS-REJECT-REASON
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                   END-IF
                   PERFORM WRITE-HOLD-CHANGE-LOG-RECORD
               ELSE
                   MOVE "IPC2105W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "unknown action " WS-IN-ACTION
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * PROMPT-CHANGE-DETAILS
      * Collect the matter reference, and the range and key-ids for
      * a SET or the release date for a RELEASE
      ******************************************************************
       PROMPT-CHANGE-DETAILS.
           DISPLAY "Matter reference: " WITH NO ADVANCING
           ACCEPT WS-IN-MATTER-REF
           MOVE FUNCTION UPPER-CASE(WS-IN-MATTER-REF)
               TO WS-IN-MATTER-REF
           MOVE SPACES TO WS-IN-DESCRIPTION
           MOVE SPACES TO WS-IN-FROM-DATE
           MOVE SPACES TO WS-IN-TO-DATE
           MOVE SPACES TO WS-IN-KEY-IDS
           MOVE SPACES TO WS-IN-RELEASE-DATE
           MOVE 0 TO WS-KEYS-GIVEN

           IF WS-IN-ACTION = "SET"
               DISPLAY "Description: " WITH NO ADVANCING
               ACCEPT WS-IN-DESCRIPTION
               DISPLAY "Held from (YYYYMMDD, blank if key-ids only): "
                   WITH NO ADVANCING
               ACCEPT WS-IN-FROM-DATE
               IF WS-IN-FROM-DATE NOT = SPACES
                   DISPLAY "Held to (YYYYMMDD, blank for open): "
                       WITH NO ADVANCING
                   ACCEPT WS-IN-TO-DATE
               END-IF
               MOVE 'N' TO WS-KEY-DONE-SWITCH
               PERFORM VARYING WS-KEY-SLOT FROM 1 BY 1
                   UNTIL WS-KEY-SLOT > 5 OR KEY-ENTRY-DONE
                   MOVE WS-KEY-SLOT TO WS-KEY-SLOT-DISP
                   DISPLAY "Held key-id " WS-KEY-SLOT-DISP
                       " (blank to finish): " WITH NO ADVANCING
                   ACCEPT WS-IN-KEY-ID(WS-KEY-SLOT)
                   MOVE FUNCTION UPPER-CASE(WS-IN-KEY-ID(WS-KEY-SLOT))
                       TO WS-IN-KEY-ID(WS-KEY-SLOT)
                   IF WS-IN-KEY-ID(WS-KEY-SLOT) = SPACES
                       SET KEY-ENTRY-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-KEYS-GIVEN
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "Release date (YYYYMMDD, blank for today): "
                   WITH NO ADVANCING
               ACCEPT WS-IN-RELEASE-DATE
               IF WS-IN-RELEASE-DATE = SPACES
                   MOVE WS-TODAY-DATE TO WS-IN-RELEASE-DATE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * VALIDATE-REQUESTED-CHANGE
      * Load the current register and check the requested change
      * against it. Every later check is guarded on CHANGE-ACCEPTED
      * so the first rejection's reason is the one HOLDCHGLOG records.
      ******************************************************************
       VALIDATE-REQUESTED-CHANGE.
           SET CHANGE-ACCEPTED TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           IF WS-IN-MATTER-REF = SPACES
               SET CHANGE-REJECTED TO TRUE
               MOVE "matter reference is required" TO WS-REJECT-REASON
           END-IF

           IF CHANGE-ACCEPTED
               PERFORM LOAD-LEGALHOLD-TABLE
               PERFORM VALIDATE-CHANGE-BY-ACTION
           END-IF
           EXIT.

      ******************************************************************
      * VALIDATE-CHANGE-BY-ACTION
      * A SET must hold something - a date range, a key-id, or both;
      * a RELEASE must name a hold still standing
      ******************************************************************
       VALIDATE-CHANGE-BY-ACTION.
           EVALUATE WS-IN-ACTION
               WHEN "SET"
                   IF WS-MATCH-INDEX NOT = 0
                       SET CHANGE-REJECTED TO TRUE
                       MOVE "matter already on LEGALHOLD"
                           TO WS-REJECT-REASON
                   END-IF
                   IF CHANGE-ACCEPTED AND WS-HOLD-COUNT >= 200
                       SET CHANGE-REJECTED TO TRUE
                       MOVE "LEGALHOLD is full" TO WS-REJECT-REASON
                   END-IF
                   IF CHANGE-ACCEPTED
                       AND WS-IN-FROM-DATE = SPACES
                       AND WS-KEYS-GIVEN = 0
                       SET CHANGE-REJECTED TO TRUE
                       MOVE "hold needs a date range or a key-id"
                           TO WS-REJECT-REASON
                   END-IF
                   IF CHANGE-ACCEPTED
                       AND WS-IN-FROM-DATE NOT = SPACES
                       AND WS-IN-FROM-DATE NOT NUMERIC
                       SET CHANGE-REJECTED TO TRUE
                       MOVE "held-from date must be YYYYMMDD"
                           TO WS-REJECT-REASON
                   END-IF
                   IF CHANGE-ACCEPTED
                       AND WS-IN-TO-DATE NOT = SPACES
                       AND WS-IN-TO-DATE NOT NUMERIC
                       SET CHANGE-REJECTED TO TRUE
                       MOVE "held-to date must be YYYYMMDD"
                           TO WS-REJECT-REASON
                   END-IF
                   IF CHANGE-ACCEPTED
                       AND WS-IN-TO-DATE NOT = SPACES
                       AND WS-IN-TO-DATE < WS-IN-FROM-DATE
                       SET CHANGE-REJECTED TO TRUE
                       MOVE "held-to date precedes held-from date"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN "RELEASE"
                   IF WS-MATCH-INDEX = 0
                       SET CHANGE-REJECTED TO TRUE
                       MOVE "matter not on LEGALHOLD"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE WS-HOLD-ENTRY(WS-MATCH-INDEX)
                           TO WS-WORK-LEGALHOLD-RECORD
                       IF WS-WORK-RELEASE-DATE NOT = SPACES
                           SET CHANGE-REJECTED TO TRUE
                           MOVE "hold is already released"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
                   IF CHANGE-ACCEPTED
                       AND WS-IN-RELEASE-DATE NOT NUMERIC
                       SET CHANGE-REJECTED TO TRUE
                       MOVE "release date must be YYYYMMDD"
                           TO WS-REJECT-REASON
                   END-IF
                   IF CHANGE-ACCEPTED
                       AND WS-IN-RELEASE-DATE < WS-WORK-SET-DATE
                       SET CHANGE-REJECTED TO TRUE
                       MOVE "release date precedes the hold"
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE
           EXIT.

      ******************************************************************
      * PROMPT-DUAL-CONTROL-SIGNOFF
      * Two distinct IDs before anything is written: the operator
      * making the change and a second approver standing behind it
      ******************************************************************
       PROMPT-DUAL-CONTROL-SIGNOFF.
           DISPLAY "Maintenance operator ID: " WITH NO ADVANCING
           ACCEPT WS-IN-MAINTAINER
           MOVE FUNCTION UPPER-CASE(WS-IN-MAINTAINER)
               TO WS-IN-MAINTAINER

           DISPLAY "Second approver ID: " WITH NO ADVANCING
           ACCEPT WS-IN-APPROVER
           MOVE FUNCTION UPPER-CASE(WS-IN-APPROVER) TO WS-IN-APPROVER

           IF WS-IN-MAINTAINER = SPACES OR WS-IN-APPROVER = SPACES
               SET CHANGE-REJECTED TO TRUE
               MOVE "operator and approver IDs are required"
                   TO WS-REJECT-REASON
           ELSE
               IF WS-IN-MAINTAINER = WS-IN-APPROVER
                   SET CHANGE-REJECTED TO TRUE
                   MOVE "approver must differ from operator"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * LOAD-LEGALHOLD-TABLE
      * Pull the whole register into storage and note which hold (if
      * any) carries the requested matter reference. A missing file
      * is a valid empty register - the very first SET creates it.
      ******************************************************************
       LOAD-LEGALHOLD-TABLE.
           MOVE 0 TO WS-HOLD-COUNT
           MOVE 0 TO WS-MATCH-INDEX
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT LEGALHOLD-FILE
           IF WS-LEGALHOLD-STATUS NOT = "00"
               SET END-OF-LEGALHOLD TO TRUE
           END-IF
           PERFORM UNTIL END-OF-LEGALHOLD
               READ LEGALHOLD-FILE
                   AT END
                       SET END-OF-LEGALHOLD TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE LEGALHOLD-RECORD
                           TO WS-HOLD-ENTRY(WS-HOLD-COUNT)
                       IF LH-MATTER-REF = WS-IN-MATTER-REF
                           MOVE WS-HOLD-COUNT TO WS-MATCH-INDEX
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LEGALHOLD-STATUS = "00" OR WS-LEGALHOLD-STATUS = "10"
               CLOSE LEGALHOLD-FILE
           END-IF
           EXIT.

      ******************************************************************
      * APPLY-CHANGE-TO-LEGALHOLD
      * Apply the validated change to the in-storage table and write
      * the complete table back as the new register image
      ******************************************************************
       APPLY-CHANGE-TO-LEGALHOLD.
           EVALUATE WS-IN-ACTION
               WHEN "SET"
                   MOVE SPACES TO WS-WORK-LEGALHOLD-RECORD
                   MOVE WS-IN-MATTER-REF TO WS-WORK-MATTER-REF
                   MOVE WS-IN-DESCRIPTION TO WS-WORK-DESCRIPTION
                   MOVE WS-IN-FROM-DATE TO WS-WORK-FROM-DATE
                   MOVE WS-IN-TO-DATE TO WS-WORK-TO-DATE
                   MOVE WS-IN-KEY-IDS TO WS-WORK-KEY-IDS
                   MOVE WS-IN-MAINTAINER TO WS-WORK-SET-BY
                   MOVE WS-IN-APPROVER TO WS-WORK-APPROVED-BY
                   MOVE WS-TODAY-DATE TO WS-WORK-SET-DATE
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE WS-WORK-LEGALHOLD-RECORD
                       TO WS-HOLD-ENTRY(WS-HOLD-COUNT)
               WHEN "RELEASE"
                   MOVE WS-HOLD-ENTRY(WS-MATCH-INDEX)
                       TO WS-WORK-LEGALHOLD-RECORD
                   MOVE WS-IN-RELEASE-DATE TO WS-WORK-RELEASE-DATE
                   MOVE WS-IN-MAINTAINER TO WS-WORK-RELEASED-BY
                   MOVE WS-IN-APPROVER TO WS-WORK-RELEASE-APPROVER
                   MOVE WS-WORK-LEGALHOLD-RECORD
                       TO WS-HOLD-ENTRY(WS-MATCH-INDEX)
           END-EVALUATE

           OPEN OUTPUT LEGALHOLD-FILE
           PERFORM VARYING WS-LOAD-INDEX FROM 1 BY 1
               UNTIL WS-LOAD-INDEX > WS-HOLD-COUNT
               MOVE WS-HOLD-ENTRY(WS-LOAD-INDEX) TO LEGALHOLD-RECORD
               WRITE LEGALHOLD-RECORD
           END-PERFORM
           CLOSE LEGALHOLD-FILE
           EXIT.

      ******************************************************************
      * WRITE-HOLD-CHANGE-LOG-RECORD
      * Append one line recording this maintenance attempt - action,
      * matter, what it holds or when it lets go, both sign-off IDs
      * and the outcome
      ******************************************************************
       WRITE-HOLD-CHANGE-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CHANGE-TIMESTAMP
           MOVE SPACES TO HOLD-CHANGE-LOG-LINE
           IF CHANGE-ACCEPTED
               IF WS-IN-ACTION = "SET"
                   STRING WS-CHANGE-TIMESTAMP DELIMITED BY SIZE
                       " ACTION=SET MATTER=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-IN-MATTER-REF)
                       DELIMITED BY SIZE
                       " FROM=" DELIMITED BY SIZE
                       WS-IN-FROM-DATE DELIMITED BY SIZE
                       " TO=" DELIMITED BY SIZE
                       WS-IN-TO-DATE DELIMITED BY SIZE
                       " KEYIDS=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-IN-KEY-IDS) DELIMITED BY SIZE
                       " OPERATOR=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-IN-MAINTAINER)
                       DELIMITED BY SIZE
                       " APPROVER=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-IN-APPROVER) DELIMITED BY SIZE
                       " RESULT=APPLIED" DELIMITED BY SIZE
                       INTO HOLD-CHANGE-LOG-LINE
                   END-STRING
               ELSE
                   STRING WS-CHANGE-TIMESTAMP DELIMITED BY SIZE
                       " ACTION=RELEASE MATTER=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-IN-MATTER-REF)
                       DELIMITED BY SIZE
                       " RELEASED=" DELIMITED BY SIZE
                       WS-IN-RELEASE-DATE DELIMITED BY SIZE
                       " OPERATOR=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-IN-MAINTAINER)
                       DELIMITED BY SIZE
                       " APPROVER=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-IN-APPROVER) DELIMITED BY SIZE
                       " RESULT=APPLIED" DELIMITED BY SIZE
                       INTO HOLD-CHANGE-LOG-LINE
                   END-STRING
               END-IF
           ELSE
               STRING WS-CHANGE-TIMESTAMP DELIMITED BY SIZE
                   " ACTION=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IN-ACTION) DELIMITED BY SIZE
                   " MATTER=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IN-MATTER-REF) DELIMITED BY SIZE
                   " RESULT=REJECTED REASON=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                   INTO HOLD-CHANGE-LOG-LINE
               END-STRING
           END-IF
           WRITE HOLD-CHANGE-LOG-LINE
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-HOLDMAINT" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-HOLDMAINT.
