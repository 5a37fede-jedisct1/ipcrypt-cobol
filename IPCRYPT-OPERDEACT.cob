      ******************************************************************
      * IPCRYPT-OPERDEACT - Operator Deactivation Helper
      * Deactivates one OPERAUTH entry on behalf of a program other
      * than IPCRYPT-OPERMAINT, the same way OPERMAINT's DEACTIVATE
      * does it: the whole file loaded, the one entry's active flag
      * cleared, the complete image written back, and an
      * ACTION=DEACTIVATE line appended to OPERCHGLOG in OPERMAINT's
      * own layout (with the reason added) so the change history and
      * IPCRYPT-OPERRPT see no difference. The caller supplies the two
      * IDs that stand behind the change.
      * Status: 'Y' deactivated, 'I' already inactive (nothing
      * written), 'N' not in OPERAUTH, 'E' OPERAUTH unreadable.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-OPERDEACT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNU-LINUX.
       OBJECT-COMPUTER. GNU-LINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERAUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-STATUS.
           SELECT OPER-CHANGE-LOG ASSIGN TO "OPERCHGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERCHGLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  OPERAUTH-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-OPERAUTH.cpy".

       FD  OPER-CHANGE-LOG
           RECORDING MODE IS F.
       01  OPER-CHANGE-LOG-LINE         PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-OPERAUTH-STATUS   PIC X(02).
       01  WS-OPERCHGLOG-STATUS PIC X(02).
       01  WS-EOF-SWITCH        PIC X(01).
           88  END-OF-OPERAUTH  VALUE 'Y'.
       01  WS-CHANGE-TIMESTAMP  PIC X(14).

      ******************************************************************
      * IN-STORAGE COPY OF THE OPERAUTH FILE - as IPCRYPT-OPERMAINT
      ******************************************************************
       01  WS-OPERAUTH-TABLE.
           05  WS-OPER-COUNT        PIC 9(03) COMP VALUE 0.
           05  WS-OPER-ENTRY OCCURS 200 TIMES.
               10  WS-ENTRY-RECORD  PIC X(83).
       01  WS-MATCH-INDEX           PIC 9(03) COMP.
       01  WS-LOAD-INDEX            PIC 9(03) COMP.

       LINKAGE SECTION.
       01  LS-DEACT-OPERATOR-ID     PIC X(08).
       01  LS-DEACT-MAINTAINER      PIC X(08).
       01  LS-DEACT-APPROVER        PIC X(08).
       01  LS-DEACT-REASON          PIC X(40).
       01  LS-DEACT-STATUS          PIC X(01).
           88  LS-DEACT-APPLIED         VALUE 'Y'.
           88  LS-DEACT-ALREADY-INACTIVE VALUE 'I'.
           88  LS-DEACT-NOT-FOUND       VALUE 'N'.
           88  LS-DEACT-FILE-ERROR      VALUE 'E'.

       PROCEDURE DIVISION USING LS-DEACT-OPERATOR-ID
                               LS-DEACT-MAINTAINER
                               LS-DEACT-APPROVER
                               LS-DEACT-REASON
                               LS-DEACT-STATUS.

      ******************************************************************
      * MAIN-OPERDEACT-ENTRY
      ******************************************************************
       MAIN-OPERDEACT-ENTRY.
           SET LS-DEACT-NOT-FOUND TO TRUE
           PERFORM LOAD-OPERAUTH-TABLE
           IF WS-OPERAUTH-STATUS NOT = "00"
               AND WS-OPERAUTH-STATUS NOT = "10"
               SET LS-DEACT-FILE-ERROR TO TRUE
           ELSE
           IF WS-MATCH-INDEX NOT = 0
               MOVE WS-OPER-ENTRY(WS-MATCH-INDEX) TO OPERAUTH-RECORD
               IF NOT OA-ACTIVE
                   SET LS-DEACT-ALREADY-INACTIVE TO TRUE
               ELSE
                   MOVE 'N' TO OA-ACTIVE-FLAG
                   MOVE OPERAUTH-RECORD
                       TO WS-OPER-ENTRY(WS-MATCH-INDEX)
                   PERFORM REWRITE-OPERAUTH-FILE
                   PERFORM WRITE-OPER-CHANGE-LOG-RECORD
                   SET LS-DEACT-APPLIED TO TRUE
               END-IF
           END-IF
           END-IF
           GOBACK.

      ******************************************************************
      * LOAD-OPERAUTH-TABLE
      ******************************************************************
       LOAD-OPERAUTH-TABLE.
           MOVE 0 TO WS-OPER-COUNT
           MOVE 0 TO WS-MATCH-INDEX
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT OPERAUTH-FILE
           IF WS-OPERAUTH-STATUS NOT = "00"
               SET END-OF-OPERAUTH TO TRUE
           END-IF
           PERFORM UNTIL END-OF-OPERAUTH
               READ OPERAUTH-FILE
                   AT END
                       SET END-OF-OPERAUTH TO TRUE
                   NOT AT END
                       IF WS-OPER-COUNT < 200
                           ADD 1 TO WS-OPER-COUNT
                           MOVE OPERAUTH-RECORD
                               TO WS-OPER-ENTRY(WS-OPER-COUNT)
                           IF OA-OPERATOR-ID = LS-DEACT-OPERATOR-ID
                               MOVE WS-OPER-COUNT TO WS-MATCH-INDEX
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPERAUTH-STATUS = "00" OR WS-OPERAUTH-STATUS = "10"
               CLOSE OPERAUTH-FILE
           END-IF
           EXIT.

      ******************************************************************
      * REWRITE-OPERAUTH-FILE
      ******************************************************************
       REWRITE-OPERAUTH-FILE.
           OPEN OUTPUT OPERAUTH-FILE
           PERFORM VARYING WS-LOAD-INDEX FROM 1 BY 1
               UNTIL WS-LOAD-INDEX > WS-OPER-COUNT
               MOVE WS-OPER-ENTRY(WS-LOAD-INDEX) TO OPERAUTH-RECORD
               WRITE OPERAUTH-RECORD
           END-PERFORM
           CLOSE OPERAUTH-FILE
           EXIT.

      ******************************************************************
      * WRITE-OPER-CHANGE-LOG-RECORD
      ******************************************************************
       WRITE-OPER-CHANGE-LOG-RECORD.
           OPEN EXTEND OPER-CHANGE-LOG
           IF WS-OPERCHGLOG-STATUS NOT = "00"
               OPEN OUTPUT OPER-CHANGE-LOG
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CHANGE-TIMESTAMP
           MOVE SPACES TO OPER-CHANGE-LOG-LINE
           STRING WS-CHANGE-TIMESTAMP DELIMITED BY SIZE
               " ACTION=DEACTIVATE OPERID=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-DEACT-OPERATOR-ID) DELIMITED BY SIZE
               " ROLE=  OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-DEACT-MAINTAINER) DELIMITED BY SIZE
               " APPROVER=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-DEACT-APPROVER) DELIMITED BY SIZE
               " RESULT=APPLIED REASON=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-DEACT-REASON) DELIMITED BY SIZE
               INTO OPER-CHANGE-LOG-LINE
           END-STRING
           WRITE OPER-CHANGE-LOG-LINE
           CLOSE OPER-CHANGE-LOG
           EXIT.

       END PROGRAM IPCRYPT-OPERDEACT.
