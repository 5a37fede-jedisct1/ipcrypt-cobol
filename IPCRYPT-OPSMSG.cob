      ******************************************************************
      * IPCRYPT-OPSMSG - Operations Message Helper
      * Our automation tool used to screen-scrape free-text console
      * lines whose wording changed every release. Every console
      * message of the suite now comes through here instead: the
      * caller names its program, a fixed message ID from the MSGCAT
      * catalog (IPC, four digits, and the severity letter - I
      * information, W warning, E error, C critical) and the text.
      * This helper writes the console line - the ID, the program
      * and the text - and appends the same message to the shared
      * OPSMSG log with its timestamp, run-id and severity, so
      * automation alerts on IDs and severities rather than wording.
      * The run-id is the run unit's: the time of its first message,
      * or the STAGELOG run-id once the driver passes it, so every
      * stage the driver CALLs files under the same night.
      * OPSMSG is opened, written and closed per message, the way
      * STAGETIME is, so a message is on the log the moment it is
      * issued and an abend loses nothing already said. A log that
      * cannot be written never fails the caller - the console line
      * has already gone out - and is reported once per run unit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-OPSMSG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNU-LINUX.
       OBJECT-COMPUTER. GNU-LINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPS-MESSAGE-FILE ASSIGN TO "OPSMSG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSMSG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  OPS-MESSAGE-FILE
           RECORDING MODE IS F.
      * One LS-OPS-MESSAGE image (IPCRYPT-OPSMSG.cpy) per message
       01  OPS-MESSAGE-LOG-RECORD   PIC X(219).

       WORKING-STORAGE SECTION.

       01  WS-OPSMSG-STATUS     PIC X(02).
      * WS-RUN-UNIT-ID - kept across calls for the life of the run
      * unit; the helper is never CANCELled
       01  WS-RUN-UNIT-ID       PIC X(14) VALUE SPACES.
       01  WS-LOG-WARNED-SW     PIC X(01) VALUE 'N'.
           88  LOG-FAILURE-REPORTED VALUE 'Y'.

       LINKAGE SECTION.
       COPY "IPCRYPT-OPSMSG.cpy".

       PROCEDURE DIVISION USING LS-OPS-MESSAGE.

      ******************************************************************
      * MAIN-OPSMSG-ENTRY
      ******************************************************************
       MAIN-OPSMSG-ENTRY.
           MOVE FUNCTION CURRENT-DATE(1:16) TO LS-OPSMSG-TIMESTAMP
           IF LS-OPSMSG-RUN-ID NOT = SPACES
               MOVE LS-OPSMSG-RUN-ID TO WS-RUN-UNIT-ID
           ELSE
               IF WS-RUN-UNIT-ID = SPACES
                   MOVE LS-OPSMSG-TIMESTAMP(1:14) TO WS-RUN-UNIT-ID
               END-IF
               MOVE WS-RUN-UNIT-ID TO LS-OPSMSG-RUN-ID
           END-IF
           MOVE LS-OPSMSG-ID(8:1) TO LS-OPSMSG-SEVERITY

           DISPLAY LS-OPSMSG-ID " " FUNCTION TRIM(LS-OPSMSG-PROGRAM)
               ": " FUNCTION TRIM(LS-OPSMSG-TEXT TRAILING)

           PERFORM APPEND-OPS-MESSAGE
           GOBACK.

      ******************************************************************
      * APPEND-OPS-MESSAGE
      * A missing log is started by its first message
      ******************************************************************
       APPEND-OPS-MESSAGE.
           OPEN EXTEND OPS-MESSAGE-FILE
           IF WS-OPSMSG-STATUS NOT = "00"
               OPEN OUTPUT OPS-MESSAGE-FILE
           END-IF
           IF WS-OPSMSG-STATUS NOT = "00"
               IF NOT LOG-FAILURE-REPORTED
                   SET LOG-FAILURE-REPORTED TO TRUE
                   DISPLAY "IPC0001W IPCRYPT-OPSMSG: OPSMSG could not "
                       "be opened - status " WS-OPSMSG-STATUS
                       " - messages go to the console only"
               END-IF
           ELSE
               WRITE OPS-MESSAGE-LOG-RECORD FROM LS-OPS-MESSAGE
               CLOSE OPS-MESSAGE-FILE
           END-IF
           EXIT.

       END PROGRAM IPCRYPT-OPSMSG.
