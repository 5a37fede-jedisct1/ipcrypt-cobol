      ******************************************************************
      * IPCRYPT-RECERT - Quarterly Access Recertification Campaign
      * Audit wants every operator's role re-approved each quarter;
      * this job runs the cycle in place of the emailed spreadsheet.
      * RECPARM names the action, the cycle and its deadline:
      *   OPEN   - writes a pending-review record (IPCRYPT-RECERT.cpy)
      *            to RECERTREV for every active OPERAUTH entry. Only
      *            one cycle runs at a time.
      *   STATUS - reports the cycle on RECERTREV, open or last
      *            closed, without changing anything.
      *   CLOSE  - once the deadline has passed, deactivates every
      *            entry still pending through IPCRYPT-OPERDEACT - the
      *            same OPERAUTH rewrite and OPERCHGLOG line as an
      *            IPCRYPT-OPERMAINT DEACTIVATE - closes the cycle and
      *            appends it to RECERTHIST.
      * Approvers record their certify or revoke decisions in between
      * through IPCRYPT-RECERTIFY. RECERTRPT shows who certified whom,
      * what was revoked and by whom, what lapsed at the deadline, and
      * (before the close) what is still pending.
      * Return code 4 when the close deactivated anyone, or a status
      * run finds entries still pending; 8 when the action is refused
      * (a cycle already open, nothing open, deadline not yet passed);
      * 16 when RECPARM is unusable or a file cannot be read - a
      * close interrupted that way leaves the cycle open, and a rerun
      * carries on from where it stopped.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-RECERT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNU-LINUX.
       OBJECT-COMPUTER. GNU-LINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECERT-PARM-FILE ASSIGN TO "RECPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPERAUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-STATUS.
           SELECT RECERT-REVIEW-FILE ASSIGN TO "RECERTREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECERTREV-STATUS.
      * RECERT-HISTORY - every closed cycle, appended, never rewritten
           SELECT RECERT-HISTORY-FILE ASSIGN TO "RECERTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECERTHIST-STATUS.
           SELECT RECERT-REPORT-FILE ASSIGN TO "RECERTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * RECERT-PARM-FILE - RP-ACTION OPEN/STATUS/CLOSE; RP-CYCLE-ID
      * and RP-DEADLINE-DATE (YYYYMMDD, after today) are needed to
      * OPEN only - the other actions work on whatever cycle
      * RECERTREV holds
      ******************************************************************
       FD  RECERT-PARM-FILE
           RECORDING MODE IS F.
       01  RECERT-PARM-RECORD.
           05  RP-ACTION            PIC X(06).
           05  RP-CYCLE-ID          PIC X(06).
           05  RP-DEADLINE-DATE     PIC X(08).

       FD  OPERAUTH-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-OPERAUTH.cpy".

       FD  RECERT-REVIEW-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-RECERT.cpy".

       FD  RECERT-HISTORY-FILE
           RECORDING MODE IS F.
       01  RECERT-HISTORY-RECORD    PIC X(79).

       FD  RECERT-REPORT-FILE
           RECORDING MODE IS F.
       01  RECERT-REPORT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-PARM-STATUS       PIC X(02).
           05  WS-OPERAUTH-STATUS   PIC X(02).
           05  WS-RECERTREV-STATUS  PIC X(02).
           05  WS-RECERTHIST-STATUS PIC X(02).
           05  WS-EOF-SWITCH        PIC X(01).
               88  END-OF-FILE-SW   VALUE 'Y'.
           05  WS-REFUSED-SWITCH    PIC X(01) VALUE 'N'.
               88  ACTION-REFUSED   VALUE 'Y'.
           05  WS-ABORT-SWITCH      PIC X(01) VALUE 'N'.
               88  RUN-ABORTED      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CNT-CERTIFIED     PIC 9(09) COMP VALUE 0.
           05  WS-CNT-REVOKED       PIC 9(09) COMP VALUE 0.
           05  WS-CNT-LAPSED        PIC 9(09) COMP VALUE 0.
           05  WS-CNT-PENDING       PIC 9(09) COMP VALUE 0.
           05  WS-CNT-LAPSED-NOW    PIC 9(09) COMP VALUE 0.

      ******************************************************************
      * IN-STORAGE COPY OF RECERTREV - one cycle is never more than
      * the 200 entries OPERAUTH itself can hold
      ******************************************************************
       01  WS-REVIEW-TABLE.
           05  WS-REVIEW-COUNT      PIC 9(03) COMP VALUE 0.
           05  WS-REVIEW-ENTRY OCCURS 200 TIMES.
               10  WS-REVIEW-RECORD PIC X(79).
       01  WS-REVIEW-INDEX          PIC 9(03) COMP.
       01  WS-OPEN-FOUND-SWITCH     PIC X(01).
           88  OPEN-CYCLE-FOUND     VALUE 'Y'.

       01  WS-TODAY-DATE            PIC X(08).
       01  WS-REFUSE-REASON         PIC X(60) VALUE SPACES.
       01  WS-CYCLE-ID              PIC X(06).
       01  WS-CYCLE-DEADLINE        PIC X(08).
       01  WS-REPORT-TITLE          PIC X(20).
       01  WS-LIST-DECISION         PIC X(01).
       01  WS-LIST-COUNT            PIC 9(09) COMP.
       01  WS-REPORT-NUMBER         PIC Z(08)9.

      ******************************************************************
      * DEACTIVATION CALL - IPCRYPT-OPERDEACT's parameters
      ******************************************************************
       01  WS-DEACT-CALL.
           05  WS-DEACT-OPERATOR-ID PIC X(08).
           05  WS-DEACT-MAINTAINER  PIC X(08) VALUE "RECERT".
           05  WS-DEACT-APPROVER    PIC X(08).
           05  WS-DEACT-REASON      PIC X(40).
           05  WS-DEACT-STATUS      PIC X(01).
               88  WS-DEACT-FILE-ERROR VALUE 'E'.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-RECERT-ENTRY
      ******************************************************************
       MAIN-RECERT-ENTRY.
           MOVE "IPC4101I" TO WS-OPSMSG-ID
           MOVE "starting access recertification" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM READ-RECERT-PARM
           IF NOT RUN-ABORTED
               PERFORM LOAD-REVIEW-TABLE
           END-IF

           IF NOT RUN-ABORTED
               EVALUATE RP-ACTION
                   WHEN "OPEN"
                       PERFORM OPEN-RECERT-CYCLE
                   WHEN "STATUS"
                       IF WS-REVIEW-COUNT = 0
                           SET ACTION-REFUSED TO TRUE
                           MOVE "no recertification cycle on RECERTREV"
                               TO WS-REFUSE-REASON
                       END-IF
                   WHEN "CLOSE"
                       PERFORM CLOSE-RECERT-CYCLE
               END-EVALUATE
           END-IF

           PERFORM WRITE-RECERT-REPORT

           EVALUATE TRUE
               WHEN RUN-ABORTED
                   MOVE 16 TO RETURN-CODE
               WHEN ACTION-REFUSED
                   MOVE "IPC4102E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING RP-ACTION " refused - " WS-REFUSE-REASON
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN RP-ACTION = "CLOSE" AND WS-CNT-LAPSED-NOW > 0
                   MOVE 4 TO RETURN-CODE
               WHEN RP-ACTION = "STATUS" AND WS-CNT-PENDING > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           MOVE "IPC4103I" TO WS-OPSMSG-ID
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING RP-ACTION " complete - cycle " WS-CYCLE-ID
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
      * READ-RECERT-PARM
      ******************************************************************
       READ-RECERT-PARM.
           MOVE SPACES TO RECERT-PARM-RECORD
           OPEN INPUT RECERT-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ RECERT-PARM-FILE
                   AT END
                       MOVE SPACES TO RECERT-PARM-RECORD
               END-READ
               CLOSE RECERT-PARM-FILE
           END-IF
           MOVE FUNCTION UPPER-CASE(RP-ACTION) TO RP-ACTION
           IF RP-ACTION NOT = "OPEN" AND RP-ACTION NOT = "STATUS"
               AND RP-ACTION NOT = "CLOSE"
               MOVE "IPC4104E" TO WS-OPSMSG-ID
               MOVE "RECPARM action must be OPEN, STATUS or CLOSE"
                   TO WS-OPSMSG-TEXT
               PERFORM ISSUE-OPS-MESSAGE
               SET RUN-ABORTED TO TRUE
           END-IF
           EXIT.

      ******************************************************************
      * LOAD-REVIEW-TABLE
      * A missing RECERTREV is simply no cycle yet
      ******************************************************************
       LOAD-REVIEW-TABLE.
           MOVE 0 TO WS-REVIEW-COUNT
           MOVE 'N' TO WS-OPEN-FOUND-SWITCH
           MOVE SPACES TO WS-CYCLE-ID
           MOVE SPACES TO WS-CYCLE-DEADLINE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RECERT-REVIEW-FILE
           EVALUATE WS-RECERTREV-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   SET END-OF-FILE-SW TO TRUE
               WHEN OTHER
                   MOVE "IPC4105E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "RECERTREV not usable (status "
                       WS-RECERTREV-STATUS ")"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET RUN-ABORTED TO TRUE
                   SET END-OF-FILE-SW TO TRUE
           END-EVALUATE
           PERFORM UNTIL END-OF-FILE-SW
               READ RECERT-REVIEW-FILE
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       IF WS-REVIEW-COUNT < 200
                           ADD 1 TO WS-REVIEW-COUNT
                           MOVE RECERT-REVIEW-RECORD
                               TO WS-REVIEW-ENTRY(WS-REVIEW-COUNT)
                           MOVE RR-CYCLE-ID TO WS-CYCLE-ID
                           MOVE RR-DEADLINE-DATE TO WS-CYCLE-DEADLINE
                           IF RR-CYCLE-OPEN
                               SET OPEN-CYCLE-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RECERTREV-STATUS = "00" OR WS-RECERTREV-STATUS = "10"
               CLOSE RECERT-REVIEW-FILE
           END-IF
           EXIT.

      ******************************************************************
      * OPEN-RECERT-CYCLE
      * The previous cycle must be closed first; RECERTREV is then
      * rewritten as the new cycle, one pending record per active
      * operator
      ******************************************************************
       OPEN-RECERT-CYCLE.
           IF OPEN-CYCLE-FOUND
               SET ACTION-REFUSED TO TRUE
               STRING "cycle " WS-CYCLE-ID " is still open - close "
                   "it first" DELIMITED BY SIZE INTO WS-REFUSE-REASON
               END-STRING
           ELSE
           IF RP-CYCLE-ID = SPACES
               SET ACTION-REFUSED TO TRUE
               MOVE "RECPARM cycle ID is required to OPEN"
                   TO WS-REFUSE-REASON
           ELSE
           IF RP-DEADLINE-DATE NOT NUMERIC
               OR RP-DEADLINE-DATE NOT > WS-TODAY-DATE
               SET ACTION-REFUSED TO TRUE
               MOVE "RECPARM deadline must be a date after today"
                   TO WS-REFUSE-REASON
           END-IF
           END-IF
           END-IF

           IF NOT ACTION-REFUSED
               MOVE RP-CYCLE-ID TO WS-CYCLE-ID
               MOVE RP-DEADLINE-DATE TO WS-CYCLE-DEADLINE
               PERFORM BUILD-PENDING-REVIEWS
           END-IF
           IF NOT ACTION-REFUSED AND NOT RUN-ABORTED
               PERFORM REWRITE-REVIEW-FILE
           END-IF
           EXIT.

      ******************************************************************
      * BUILD-PENDING-REVIEWS
      ******************************************************************
       BUILD-PENDING-REVIEWS.
           MOVE 0 TO WS-REVIEW-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT OPERAUTH-FILE
           IF WS-OPERAUTH-STATUS NOT = "00"
               MOVE "IPC4106E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "OPERAUTH not usable (status " WS-OPERAUTH-STATUS
                   ")"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET RUN-ABORTED TO TRUE
               SET END-OF-FILE-SW TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FILE-SW
               READ OPERAUTH-FILE
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       IF OA-ACTIVE AND WS-REVIEW-COUNT < 200
                           MOVE SPACES TO RECERT-REVIEW-RECORD
                           MOVE WS-CYCLE-ID TO RR-CYCLE-ID
                           MOVE OA-OPERATOR-ID TO RR-OPERATOR-ID
                           MOVE OA-ROLE TO RR-ROLE
                           MOVE OA-NAME TO RR-NAME
                           MOVE WS-TODAY-DATE TO RR-OPENED-DATE
                           MOVE WS-CYCLE-DEADLINE TO RR-DEADLINE-DATE
                           SET RR-PENDING TO TRUE
                           SET RR-CYCLE-OPEN TO TRUE
                           ADD 1 TO WS-REVIEW-COUNT
                           MOVE RECERT-REVIEW-RECORD
                               TO WS-REVIEW-ENTRY(WS-REVIEW-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPERAUTH-STATUS = "00" OR WS-OPERAUTH-STATUS = "10"
               CLOSE OPERAUTH-FILE
           END-IF
           EXIT.

      ******************************************************************
      * CHECK-CYCLE-IS-OPEN
      ******************************************************************
       CHECK-CYCLE-IS-OPEN.
           IF NOT OPEN-CYCLE-FOUND
               SET ACTION-REFUSED TO TRUE
               MOVE "no recertification cycle is open"
                   TO WS-REFUSE-REASON
           END-IF
           EXIT.

      ******************************************************************
      * CLOSE-RECERT-CYCLE
      * Decisions are accepted through the deadline day, so the close
      * waits until the day after. RECERTREV is rewritten even when
      * an OPERAUTH failure stops the close part-way, so the entries
      * already deactivated are not deactivated twice on the rerun.
      ******************************************************************
       CLOSE-RECERT-CYCLE.
           PERFORM CHECK-CYCLE-IS-OPEN
           IF NOT ACTION-REFUSED
               IF WS-TODAY-DATE NOT > WS-CYCLE-DEADLINE
                   SET ACTION-REFUSED TO TRUE
                   STRING "deadline " WS-CYCLE-DEADLINE " has not "
                       "passed yet" DELIMITED BY SIZE
                       INTO WS-REFUSE-REASON
                   END-STRING
               END-IF
           END-IF

           IF NOT ACTION-REFUSED
               MOVE WS-CYCLE-ID TO WS-DEACT-APPROVER
               MOVE "recertification deadline passed"
                   TO WS-DEACT-REASON
               PERFORM VARYING WS-REVIEW-INDEX FROM 1 BY 1
                   UNTIL WS-REVIEW-INDEX > WS-REVIEW-COUNT
                      OR RUN-ABORTED
                   MOVE WS-REVIEW-ENTRY(WS-REVIEW-INDEX)
                       TO RECERT-REVIEW-RECORD
                   IF RR-PENDING
                       PERFORM LAPSE-ONE-PENDING-REVIEW
                   END-IF
               END-PERFORM
               IF NOT RUN-ABORTED
                   PERFORM MARK-CYCLE-CLOSED
               END-IF
               PERFORM REWRITE-REVIEW-FILE
               IF NOT RUN-ABORTED
                   PERFORM APPEND-CYCLE-TO-HISTORY
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * LAPSE-ONE-PENDING-REVIEW
      * An entry already inactive, or gone from OPERAUTH, lapses all
      * the same - there is no access left to take away
      ******************************************************************
       LAPSE-ONE-PENDING-REVIEW.
           MOVE RR-OPERATOR-ID TO WS-DEACT-OPERATOR-ID
           CALL 'IPCRYPT-OPERDEACT' USING WS-DEACT-OPERATOR-ID
               WS-DEACT-MAINTAINER WS-DEACT-APPROVER
               WS-DEACT-REASON WS-DEACT-STATUS
           END-CALL
           IF WS-DEACT-FILE-ERROR
               MOVE "IPC4107E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "OPERAUTH could not be read - close stopped at "
                   RR-OPERATOR-ID
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET RUN-ABORTED TO TRUE
           ELSE
               SET RR-LAPSED TO TRUE
               MOVE WS-CYCLE-ID TO RR-DECIDED-BY
               MOVE WS-TODAY-DATE TO RR-DECIDED-DATE
               MOVE RECERT-REVIEW-RECORD
                   TO WS-REVIEW-ENTRY(WS-REVIEW-INDEX)
               ADD 1 TO WS-CNT-LAPSED-NOW
           END-IF
           EXIT.

      ******************************************************************
      * MARK-CYCLE-CLOSED
      ******************************************************************
       MARK-CYCLE-CLOSED.
           PERFORM VARYING WS-REVIEW-INDEX FROM 1 BY 1
               UNTIL WS-REVIEW-INDEX > WS-REVIEW-COUNT
               MOVE WS-REVIEW-ENTRY(WS-REVIEW-INDEX)
                   TO RECERT-REVIEW-RECORD
               SET RR-CYCLE-CLOSED TO TRUE
               MOVE RECERT-REVIEW-RECORD
                   TO WS-REVIEW-ENTRY(WS-REVIEW-INDEX)
           END-PERFORM
           EXIT.

      ******************************************************************
      * REWRITE-REVIEW-FILE
      ******************************************************************
       REWRITE-REVIEW-FILE.
           OPEN OUTPUT RECERT-REVIEW-FILE
           PERFORM VARYING WS-REVIEW-INDEX FROM 1 BY 1
               UNTIL WS-REVIEW-INDEX > WS-REVIEW-COUNT
               MOVE WS-REVIEW-ENTRY(WS-REVIEW-INDEX)
                   TO RECERT-REVIEW-RECORD
               WRITE RECERT-REVIEW-RECORD
           END-PERFORM
           CLOSE RECERT-REVIEW-FILE
           EXIT.

      ******************************************************************
      * APPEND-CYCLE-TO-HISTORY
      ******************************************************************
       APPEND-CYCLE-TO-HISTORY.
           OPEN EXTEND RECERT-HISTORY-FILE
           IF WS-RECERTHIST-STATUS NOT = "00"
               OPEN OUTPUT RECERT-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-REVIEW-INDEX FROM 1 BY 1
               UNTIL WS-REVIEW-INDEX > WS-REVIEW-COUNT
               MOVE WS-REVIEW-ENTRY(WS-REVIEW-INDEX)
                   TO RECERT-HISTORY-RECORD
               WRITE RECERT-HISTORY-RECORD
           END-PERFORM
           CLOSE RECERT-HISTORY-FILE
           EXIT.

      ******************************************************************
      * WRITE-RECERT-REPORT
      ******************************************************************
       WRITE-RECERT-REPORT.
           EVALUATE RP-ACTION
               WHEN "OPEN"
                   MOVE "CYCLE OPENED" TO WS-REPORT-TITLE
               WHEN "CLOSE"
                   MOVE "COMPLETION REPORT" TO WS-REPORT-TITLE
               WHEN OTHER
                   MOVE "CYCLE STATUS" TO WS-REPORT-TITLE
           END-EVALUATE
           OPEN OUTPUT RECERT-REPORT-FILE
           MOVE SPACES TO RECERT-REPORT-LINE
           STRING "IPCRYPT-RECERT ACCESS RECERTIFICATION "
               WS-REPORT-TITLE " AS AT " WS-TODAY-DATE
               DELIMITED BY SIZE INTO RECERT-REPORT-LINE
           END-STRING
           WRITE RECERT-REPORT-LINE
           MOVE SPACES TO RECERT-REPORT-LINE
           WRITE RECERT-REPORT-LINE

           IF RUN-ABORTED
               MOVE "*** RUN ABORTED - SEE JOB LOG ***"
                   TO RECERT-REPORT-LINE
               WRITE RECERT-REPORT-LINE
           END-IF
           IF ACTION-REFUSED
               MOVE SPACES TO RECERT-REPORT-LINE
               STRING "*** " RP-ACTION " REFUSED - " WS-REFUSE-REASON
                   DELIMITED BY SIZE INTO RECERT-REPORT-LINE
               END-STRING
               WRITE RECERT-REPORT-LINE
           END-IF

           IF NOT ACTION-REFUSED AND WS-REVIEW-COUNT > 0
               MOVE SPACES TO RECERT-REPORT-LINE
               STRING "  CYCLE          : " WS-CYCLE-ID
                   DELIMITED BY SIZE INTO RECERT-REPORT-LINE
               END-STRING
               WRITE RECERT-REPORT-LINE
               MOVE SPACES TO RECERT-REPORT-LINE
               STRING "  DEADLINE       : " WS-CYCLE-DEADLINE
                   DELIMITED BY SIZE INTO RECERT-REPORT-LINE
               END-STRING
               WRITE RECERT-REPORT-LINE
               MOVE SPACES TO RECERT-REPORT-LINE
               WRITE RECERT-REPORT-LINE

               PERFORM COUNT-REVIEW-DECISIONS
               MOVE 'C' TO WS-LIST-DECISION
               MOVE "CERTIFIED" TO WS-REPORT-TITLE
               PERFORM LIST-REVIEW-SECTION
               MOVE 'R' TO WS-LIST-DECISION
               MOVE "REVOKED" TO WS-REPORT-TITLE
               PERFORM LIST-REVIEW-SECTION
               MOVE 'D' TO WS-LIST-DECISION
               MOVE "LAPSED AT DEADLINE" TO WS-REPORT-TITLE
               PERFORM LIST-REVIEW-SECTION
               MOVE 'P' TO WS-LIST-DECISION
               MOVE "STILL PENDING" TO WS-REPORT-TITLE
               PERFORM LIST-REVIEW-SECTION

               MOVE WS-REVIEW-COUNT TO WS-REPORT-NUMBER
               MOVE SPACES TO RECERT-REPORT-LINE
               STRING "  ENTRIES UNDER REVIEW : " WS-REPORT-NUMBER
                   DELIMITED BY SIZE INTO RECERT-REPORT-LINE
               END-STRING
               WRITE RECERT-REPORT-LINE
               MOVE WS-CNT-CERTIFIED TO WS-REPORT-NUMBER
               MOVE SPACES TO RECERT-REPORT-LINE
               STRING "  CERTIFIED            : " WS-REPORT-NUMBER
                   DELIMITED BY SIZE INTO RECERT-REPORT-LINE
               END-STRING
               WRITE RECERT-REPORT-LINE
               MOVE WS-CNT-REVOKED TO WS-REPORT-NUMBER
               MOVE SPACES TO RECERT-REPORT-LINE
               STRING "  REVOKED              : " WS-REPORT-NUMBER
                   DELIMITED BY SIZE INTO RECERT-REPORT-LINE
               END-STRING
               WRITE RECERT-REPORT-LINE
               MOVE WS-CNT-LAPSED TO WS-REPORT-NUMBER
               MOVE SPACES TO RECERT-REPORT-LINE
               STRING "  LAPSED AT DEADLINE   : " WS-REPORT-NUMBER
                   DELIMITED BY SIZE INTO RECERT-REPORT-LINE
               END-STRING
               WRITE RECERT-REPORT-LINE
               MOVE WS-CNT-PENDING TO WS-REPORT-NUMBER
               MOVE SPACES TO RECERT-REPORT-LINE
               STRING "  STILL PENDING        : " WS-REPORT-NUMBER
                   DELIMITED BY SIZE INTO RECERT-REPORT-LINE
               END-STRING
               WRITE RECERT-REPORT-LINE
           END-IF
           CLOSE RECERT-REPORT-FILE
           EXIT.

      ******************************************************************
      * COUNT-REVIEW-DECISIONS
      ******************************************************************
       COUNT-REVIEW-DECISIONS.
           PERFORM VARYING WS-REVIEW-INDEX FROM 1 BY 1
               UNTIL WS-REVIEW-INDEX > WS-REVIEW-COUNT
               MOVE WS-REVIEW-ENTRY(WS-REVIEW-INDEX)
                   TO RECERT-REVIEW-RECORD
               EVALUATE TRUE
                   WHEN RR-CERTIFIED
                       ADD 1 TO WS-CNT-CERTIFIED
                   WHEN RR-REVOKED
                       ADD 1 TO WS-CNT-REVOKED
                   WHEN RR-LAPSED
                       ADD 1 TO WS-CNT-LAPSED
                   WHEN OTHER
                       ADD 1 TO WS-CNT-PENDING
               END-EVALUATE
           END-PERFORM
           EXIT.

      ******************************************************************
      * LIST-REVIEW-SECTION
      * One section per decision; an empty section is left out
      ******************************************************************
       LIST-REVIEW-SECTION.
           MOVE 0 TO WS-LIST-COUNT
           PERFORM VARYING WS-REVIEW-INDEX FROM 1 BY 1
               UNTIL WS-REVIEW-INDEX > WS-REVIEW-COUNT
               MOVE WS-REVIEW-ENTRY(WS-REVIEW-INDEX)
                   TO RECERT-REVIEW-RECORD
               IF RR-DECISION = WS-LIST-DECISION
                   IF WS-LIST-COUNT = 0
                       MOVE SPACES TO RECERT-REPORT-LINE
                       STRING WS-REPORT-TITLE
                           DELIMITED BY SIZE INTO RECERT-REPORT-LINE
                       END-STRING
                       WRITE RECERT-REPORT-LINE
                       MOVE SPACES TO RECERT-REPORT-LINE
                       STRING "  OPERATOR ROLE NAME"
                           "                           DECIDED BY  ON"
                           DELIMITED BY SIZE INTO RECERT-REPORT-LINE
                       END-STRING
                       WRITE RECERT-REPORT-LINE
                   END-IF
                   ADD 1 TO WS-LIST-COUNT
                   MOVE SPACES TO RECERT-REPORT-LINE
                   STRING "  " RR-OPERATOR-ID " " RR-ROLE "    "
                       RR-NAME " " RR-DECIDED-BY "    "
                       RR-DECIDED-DATE
                       DELIMITED BY SIZE INTO RECERT-REPORT-LINE
                   END-STRING
                   WRITE RECERT-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-LIST-COUNT > 0
               MOVE SPACES TO RECERT-REPORT-LINE
               WRITE RECERT-REPORT-LINE
           END-IF
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-RECERT" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-RECERT.
