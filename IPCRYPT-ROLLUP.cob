      ******************************************************************
      * IPCRYPT-ROLLUP - End-of-Day Intraday Increment Roll-Up
      * The closing step of an intraday day. Each hourly collector
      * drop has already been run through IPCRYPT-BATCH on its own
      * as an increment, its extract banked on INCRDAY by
      * IPCRYPT-DRIVER (IPCRYPT-INCREXT.cpy) and its RUNHIST record
      * marked with the hour. This step reconciles the day before
      * anything is delivered:
      *   - every hour on the collector's day control (DAYCOUNT,
      *     IPCRYPT-DAYCOUNT.cpy) must have a completed increment
      *     that read exactly the records the collector sent - an
      *     hour that never arrived, or arrived short, is caught
      *     here rather than by a partner;
      *   - every completed increment must be for an hour the
      *     collector says it sent;
      *   - every hour's banked rows must match what its increment
      *     wrote, and the day control's own total must add up.
      * A day that reconciles is merged hour by hour into the single
      * MERGEOUT the delivery, verification and duplicate checks
      * expect, the rows renumbered 1..n in that order, and a
      * completed roll-up record is appended to RUNHIST - the record
      * that completes the day for the duplicate-run gate and the
      * catch-up. A day that does not reconcile writes neither.
      * When an hour was rerun, its latest completed increment and
      * the rows of its latest banked pass are the ones taken.
      * ROLLPARM (written by IPCRYPT-DRIVER) names the business date,
      * mode and key-id; ROLLRPT lists the reconciliation hour by
      * hour. Return code 0 rolled up, 8 discrepancies found and
      * nothing written, 16 could not run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-ROLLUP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNU-LINUX.
       OBJECT-COMPUTER. GNU-LINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLLUP-PARM-FILE ASSIGN TO "ROLLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT DAY-COUNT-FILE ASSIGN TO "DAYCOUNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYCOUNT-STATUS.
           SELECT INCREMENT-BANK-FILE ASSIGN TO "INCRDAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCRDAY-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT MERGE-OUTPUT-FILE ASSIGN TO "MERGEOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROLLUP-REPORT-FILE ASSIGN TO "ROLLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ROLLUP-PARM-FILE
           RECORDING MODE IS F.
       01  ROLLUP-PARM-RECORD.
           05  RP-RUN-DATE          PIC X(08).
           05  RP-MODE              PIC X(16).
           05  RP-KEY-ID            PIC X(08).

       FD  DAY-COUNT-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-DAYCOUNT.cpy".

       FD  INCREMENT-BANK-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-INCREXT.cpy".

       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-RUNHIST.cpy".

       FD  MERGE-OUTPUT-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-BATOUT.cpy".

       FD  ROLLUP-REPORT-FILE
           RECORDING MODE IS F.
       01  ROLLUP-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-PARM-STATUS       PIC X(02).
           05  WS-DAYCOUNT-STATUS   PIC X(02).
           05  WS-INCRDAY-STATUS    PIC X(02).
           05  WS-RUNHIST-STATUS    PIC X(02).
           05  WS-EOF-SWITCH        PIC X(01).
               88  END-OF-FILE      VALUE 'Y'.
           05  WS-ABORT-SWITCH      PIC X(01) VALUE 'N'.
               88  ROLLUP-ABORTED   VALUE 'Y'.
           05  WS-DAY-TOTAL-SWITCH  PIC X(01) VALUE 'N'.
               88  DAY-TOTAL-FOUND  VALUE 'Y'.

      ******************************************************************
      * HOUR TABLE - one entry per collector hour (entry = hour + 1):
      * what the day control says was sent, what the latest completed
      * increment of the hour read and wrote, and what its latest
      * banked pass holds
      ******************************************************************
       01  WS-HOUR-TABLE.
           05  WS-HOUR-ENTRY OCCURS 24 TIMES.
               10  WS-HR-EXPECTED-SW PIC X(01).
                   88  HR-ON-DAY-CONTROL VALUE 'Y'.
               10  WS-HR-EXPECTED   PIC 9(09) COMP.
               10  WS-HR-RUN-SW     PIC X(01).
                   88  HR-INCREMENT-RUN  VALUE 'Y'.
               10  WS-HR-RUN-STAMP  PIC X(14).
               10  WS-HR-READ       PIC 9(09) COMP.
               10  WS-HR-WRITTEN    PIC 9(09) COMP.
               10  WS-HR-FAILED     PIC 9(09) COMP.
               10  WS-HR-SUCCESS    PIC 9(09) COMP.
               10  WS-HR-INV-MODE   PIC 9(09) COMP.
               10  WS-HR-INV-IP     PIC 9(09) COMP.
               10  WS-HR-INV-KEY    PIC 9(09) COMP.
               10  WS-HR-INV-TWEAK  PIC 9(09) COMP.
               10  WS-HR-NDX-KEY-LEN PIC 9(09) COMP.
               10  WS-HR-PASS-ID    PIC X(14).
               10  WS-HR-BANKED     PIC 9(09) COMP.
               10  WS-HR-VERDICT    PIC X(20).
       01  WS-HOUR-INDEX            PIC 9(02) COMP.
       01  WS-HOUR-NUMBER           PIC 9(02).

       01  WS-COUNTERS.
           05  WS-DISCREPANCIES     PIC 9(05) COMP VALUE 0.
           05  WS-DC-HOURS-SEEN     PIC 9(02) COMP VALUE 0.
           05  WS-DC-RECORDS-SUM    PIC 9(11) COMP VALUE 0.
           05  WS-DC-HOUR-COUNT     PIC 9(02) COMP VALUE 0.
           05  WS-DC-TOTAL-RECORDS  PIC 9(11) COMP VALUE 0.
           05  WS-DAY-READ          PIC 9(09) COMP VALUE 0.
           05  WS-DAY-WRITTEN       PIC 9(09) COMP VALUE 0.
           05  WS-DAY-FAILED        PIC 9(09) COMP VALUE 0.
           05  WS-DAY-SUCCESS       PIC 9(09) COMP VALUE 0.
           05  WS-DAY-INV-MODE      PIC 9(09) COMP VALUE 0.
           05  WS-DAY-INV-IP        PIC 9(09) COMP VALUE 0.
           05  WS-DAY-INV-KEY       PIC 9(09) COMP VALUE 0.
           05  WS-DAY-INV-TWEAK     PIC 9(09) COMP VALUE 0.
           05  WS-DAY-NDX-KEY-LEN   PIC 9(09) COMP VALUE 0.
           05  WS-DAY-BANKED        PIC 9(09) COMP VALUE 0.
           05  WS-ROWS-WRITTEN      PIC 9(09) COMP VALUE 0.
           05  WS-HOURS-ROLLED      PIC 9(02) COMP VALUE 0.

       01  WS-REPORT-WORK.
           05  WS-REPORT-EXPECTED   PIC Z(08)9.
           05  WS-REPORT-READ       PIC Z(08)9.
           05  WS-REPORT-BANKED     PIC Z(08)9.
           05  WS-REPORT-TOTAL      PIC Z(10)9.
           05  WS-REPORT-SUM        PIC Z(10)9.
           05  WS-REPORT-COUNT      PIC Z(04)9.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-ROLLUP-ENTRY
      ******************************************************************
       MAIN-ROLLUP-ENTRY.
           MOVE "IPC4501I" TO WS-OPSMSG-ID
           MOVE "starting end-of-day roll-up" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE

           OPEN INPUT ROLLUP-PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               MOVE "IPC4502C" TO WS-OPSMSG-ID
               MOVE "ROLLPARM could not be opened, aborting"
                   TO WS-OPSMSG-TEXT
               PERFORM ISSUE-OPS-MESSAGE
               SET ROLLUP-ABORTED TO TRUE
           ELSE
               READ ROLLUP-PARM-FILE
                   AT END
                       MOVE "IPC4503C" TO WS-OPSMSG-ID
                       MOVE "ROLLPARM is empty, aborting"
                           TO WS-OPSMSG-TEXT
                       PERFORM ISSUE-OPS-MESSAGE
                       SET ROLLUP-ABORTED TO TRUE
               END-READ
               CLOSE ROLLUP-PARM-FILE
           END-IF

           IF NOT ROLLUP-ABORTED
               MOVE "IPC4504I" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "day " RP-RUN-DATE " mode " RP-MODE " key-id "
                   RP-KEY-ID
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               PERFORM CLEAR-HOUR-TABLE
               PERFORM LOAD-DAY-CONTROL
               PERFORM LOAD-INCREMENT-RUNS
               PERFORM LOAD-INCREMENT-BANK
           END-IF

           IF NOT ROLLUP-ABORTED
               PERFORM RECONCILE-ONE-HOUR
                   VARYING WS-HOUR-INDEX FROM 1 BY 1
                   UNTIL WS-HOUR-INDEX > 24
               PERFORM RECONCILE-DAY-TOTALS
               PERFORM WRITE-ROLLUP-REPORT
           END-IF

           IF NOT ROLLUP-ABORTED AND WS-DISCREPANCIES = 0
               PERFORM WRITE-DAY-MERGEOUT
               PERFORM WRITE-ROLLUP-HISTORY-RECORD
               MOVE "IPC4505I" TO WS-OPSMSG-ID
               MOVE WS-HOURS-ROLLED TO WS-OPSMSG-NUMBER-1
               MOVE WS-ROWS-WRITTEN TO WS-OPSMSG-NUMBER-2
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " hours, "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-2) " rows rolled up "
                   "to MERGEOUT"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF

           EVALUATE TRUE
               WHEN ROLLUP-ABORTED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-DISCREPANCIES > 0
                   MOVE "IPC4506E" TO WS-OPSMSG-ID
                   MOVE WS-DISCREPANCIES TO WS-OPSMSG-NUMBER-1
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "*** " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                       " DISCREPANCIES - DAY NOT ROLLED UP, SEE "
                       "ROLLRPT ***"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           MOVE "IPC4507I" TO WS-OPSMSG-ID
           MOVE "roll-up complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
      * CLEAR-HOUR-TABLE
      ******************************************************************
       CLEAR-HOUR-TABLE.
           PERFORM VARYING WS-HOUR-INDEX FROM 1 BY 1
               UNTIL WS-HOUR-INDEX > 24
               MOVE 'N' TO WS-HR-EXPECTED-SW(WS-HOUR-INDEX)
               MOVE 0 TO WS-HR-EXPECTED(WS-HOUR-INDEX)
               MOVE 'N' TO WS-HR-RUN-SW(WS-HOUR-INDEX)
               MOVE SPACES TO WS-HR-RUN-STAMP(WS-HOUR-INDEX)
               MOVE 0 TO WS-HR-READ(WS-HOUR-INDEX)
               MOVE 0 TO WS-HR-WRITTEN(WS-HOUR-INDEX)
               MOVE 0 TO WS-HR-FAILED(WS-HOUR-INDEX)
               MOVE 0 TO WS-HR-SUCCESS(WS-HOUR-INDEX)
               MOVE 0 TO WS-HR-INV-MODE(WS-HOUR-INDEX)
               MOVE 0 TO WS-HR-INV-IP(WS-HOUR-INDEX)
               MOVE 0 TO WS-HR-INV-KEY(WS-HOUR-INDEX)
               MOVE 0 TO WS-HR-INV-TWEAK(WS-HOUR-INDEX)
               MOVE 0 TO WS-HR-NDX-KEY-LEN(WS-HOUR-INDEX)
               MOVE SPACES TO WS-HR-PASS-ID(WS-HOUR-INDEX)
               MOVE 0 TO WS-HR-BANKED(WS-HOUR-INDEX)
               MOVE SPACES TO WS-HR-VERDICT(WS-HOUR-INDEX)
           END-PERFORM
           EXIT.

      ******************************************************************
      * LOAD-DAY-CONTROL
      * The collector's own account of the day. A missing DAYCOUNT is
      * not fatal to the report - it simply leaves every increment
      * unaccounted for, which the reconciliation then says.
      ******************************************************************
       LOAD-DAY-CONTROL.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT DAY-COUNT-FILE
           IF WS-DAYCOUNT-STATUS NOT = "00"
               MOVE "IPC4508W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "no DAYCOUNT from the collector - status "
                   WS-DAYCOUNT-STATUS
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FILE
               READ DAY-COUNT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF DC-RUN-DATE = RP-RUN-DATE
                           PERFORM APPLY-DAY-CONTROL-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DAYCOUNT-STATUS NOT = "35"
               CLOSE DAY-COUNT-FILE
           END-IF
           EXIT.

      ******************************************************************
      * APPLY-DAY-CONTROL-RECORD
      ******************************************************************
       APPLY-DAY-CONTROL-RECORD.
           IF DC-HOUR-RECORD
               IF DC-HOUR IS NUMERIC AND DC-HOUR <= "23"
                   AND DC-RECORD-COUNT IS NUMERIC
                   MOVE DC-HOUR TO WS-HOUR-NUMBER
                   COMPUTE WS-HOUR-INDEX = WS-HOUR-NUMBER + 1
                   IF NOT HR-ON-DAY-CONTROL(WS-HOUR-INDEX)
                       ADD 1 TO WS-DC-HOURS-SEEN
                   END-IF
                   SET HR-ON-DAY-CONTROL(WS-HOUR-INDEX) TO TRUE
                   MOVE DC-RECORD-COUNT
                       TO WS-HR-EXPECTED(WS-HOUR-INDEX)
               ELSE
                   MOVE "IPC4509W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "unreadable DAYCOUNT hour record for hour "
                       DC-HOUR
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   ADD 1 TO WS-DISCREPANCIES
               END-IF
           ELSE
               IF DC-DAY-TOTAL
                   AND DC-HOUR-COUNT IS NUMERIC
                   AND DC-TOTAL-RECORDS IS NUMERIC
                   SET DAY-TOTAL-FOUND TO TRUE
                   MOVE DC-HOUR-COUNT TO WS-DC-HOUR-COUNT
                   MOVE DC-TOTAL-RECORDS TO WS-DC-TOTAL-RECORDS
               ELSE
                   MOVE "IPC4510W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "unreadable DAYCOUNT record type "
                       DC-RECORD-TYPE
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   ADD 1 TO WS-DISCREPANCIES
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * LOAD-INCREMENT-RUNS
      * The latest completed increment of each hour for this day,
      * mode and key-id - an earlier pass of a rerun hour is
      * superseded
      ******************************************************************
       LOAD-INCREMENT-RUNS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS NOT = "00"
               MOVE "IPC4511W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "RUNHIST could not be opened - status "
                   WS-RUNHIST-STATUS
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FILE
               READ RUN-HISTORY-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF RH-COMPLETED
                           AND RH-INCREMENT-RUN
                           AND RH-RUN-TIMESTAMP(1:8) = RP-RUN-DATE
                           AND RH-OPERATION = 'E'
                           AND RH-MODE = RP-MODE
                           AND RH-KEY-ID = RP-KEY-ID
                           AND RH-INCREMENT-HOUR IS NUMERIC
                           AND RH-INCREMENT-HOUR <= "23"
                           PERFORM APPLY-INCREMENT-RUN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RUNHIST-STATUS NOT = "35"
               CLOSE RUN-HISTORY-FILE
           END-IF
           EXIT.

      ******************************************************************
      * APPLY-INCREMENT-RUN
      ******************************************************************
       APPLY-INCREMENT-RUN.
           MOVE RH-INCREMENT-HOUR TO WS-HOUR-NUMBER
           COMPUTE WS-HOUR-INDEX = WS-HOUR-NUMBER + 1
           IF NOT HR-INCREMENT-RUN(WS-HOUR-INDEX)
               OR RH-RUN-TIMESTAMP >= WS-HR-RUN-STAMP(WS-HOUR-INDEX)
               SET HR-INCREMENT-RUN(WS-HOUR-INDEX) TO TRUE
               MOVE RH-RUN-TIMESTAMP TO WS-HR-RUN-STAMP(WS-HOUR-INDEX)
               MOVE RH-RECORDS-READ TO WS-HR-READ(WS-HOUR-INDEX)
               MOVE RH-RECORDS-WRITTEN TO WS-HR-WRITTEN(WS-HOUR-INDEX)
               MOVE RH-RECORDS-FAILED TO WS-HR-FAILED(WS-HOUR-INDEX)
               MOVE RH-COUNT-SUCCESS TO WS-HR-SUCCESS(WS-HOUR-INDEX)
               MOVE RH-COUNT-INV-MODE TO WS-HR-INV-MODE(WS-HOUR-INDEX)
               MOVE RH-COUNT-INV-IP TO WS-HR-INV-IP(WS-HOUR-INDEX)
               MOVE RH-COUNT-INV-KEY TO WS-HR-INV-KEY(WS-HOUR-INDEX)
               MOVE RH-COUNT-INV-TWEAK
                   TO WS-HR-INV-TWEAK(WS-HOUR-INDEX)
               MOVE RH-COUNT-NDX-KEY-LEN
                   TO WS-HR-NDX-KEY-LEN(WS-HOUR-INDEX)
           END-IF
           EXIT.

      ******************************************************************
      * LOAD-INCREMENT-BANK
      * Count the day's banked rows per hour, keeping only the rows
      * of each hour's latest pass. Without INCRDAY there is nothing
      * to roll up at all.
      ******************************************************************
       LOAD-INCREMENT-BANK.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT INCREMENT-BANK-FILE
           IF WS-INCRDAY-STATUS NOT = "00"
               MOVE "IPC4512C" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "INCRDAY could not be opened - status "
                   WS-INCRDAY-STATUS ", aborting"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET ROLLUP-ABORTED TO TRUE
               SET END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FILE
               READ INCREMENT-BANK-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF IX-RUN-DATE = RP-RUN-DATE
                           AND IX-INCREMENT-HOUR IS NUMERIC
                           AND IX-INCREMENT-HOUR <= "23"
                           PERFORM COUNT-BANKED-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-INCRDAY-STATUS NOT = "35"
               CLOSE INCREMENT-BANK-FILE
           END-IF
           EXIT.

      ******************************************************************
      * COUNT-BANKED-ROW
      ******************************************************************
       COUNT-BANKED-ROW.
           MOVE IX-INCREMENT-HOUR TO WS-HOUR-NUMBER
           COMPUTE WS-HOUR-INDEX = WS-HOUR-NUMBER + 1
           IF IX-PASS-ID > WS-HR-PASS-ID(WS-HOUR-INDEX)
               OR WS-HR-PASS-ID(WS-HOUR-INDEX) = SPACES
               MOVE IX-PASS-ID TO WS-HR-PASS-ID(WS-HOUR-INDEX)
               MOVE 0 TO WS-HR-BANKED(WS-HOUR-INDEX)
           END-IF
           IF IX-PASS-ID = WS-HR-PASS-ID(WS-HOUR-INDEX)
               ADD 1 TO WS-HR-BANKED(WS-HOUR-INDEX)
           END-IF
           EXIT.

      ******************************************************************
      * RECONCILE-ONE-HOUR
      * An hour the collector sent records for must have been run and
      * read exactly those records; an hour it sent empty may have
      * been skipped; an hour run that the collector never sent is
      * somebody else's file. What was banked must be what was
      * written.
      ******************************************************************
       RECONCILE-ONE-HOUR.
           EVALUATE TRUE
               WHEN HR-ON-DAY-CONTROL(WS-HOUR-INDEX)
                   AND NOT HR-INCREMENT-RUN(WS-HOUR-INDEX)
                   IF WS-HR-EXPECTED(WS-HOUR-INDEX) = 0
                       MOVE "EMPTY DROP" TO WS-HR-VERDICT(WS-HOUR-INDEX)
                   ELSE
                       MOVE "NEVER ARRIVED"
                           TO WS-HR-VERDICT(WS-HOUR-INDEX)
                       ADD 1 TO WS-DISCREPANCIES
                   END-IF
               WHEN HR-INCREMENT-RUN(WS-HOUR-INDEX)
                   AND NOT HR-ON-DAY-CONTROL(WS-HOUR-INDEX)
                   MOVE "NOT ON DAY CONTROL"
                       TO WS-HR-VERDICT(WS-HOUR-INDEX)
                   ADD 1 TO WS-DISCREPANCIES
               WHEN NOT HR-INCREMENT-RUN(WS-HOUR-INDEX)
                   IF WS-HR-BANKED(WS-HOUR-INDEX) > 0
                       MOVE "BANKED, NO RUN"
                           TO WS-HR-VERDICT(WS-HOUR-INDEX)
                       ADD 1 TO WS-DISCREPANCIES
                   END-IF
               WHEN WS-HR-READ(WS-HOUR-INDEX)
                       NOT = WS-HR-EXPECTED(WS-HOUR-INDEX)
                   MOVE "COUNT MISMATCH" TO WS-HR-VERDICT(WS-HOUR-INDEX)
                   ADD 1 TO WS-DISCREPANCIES
               WHEN WS-HR-BANKED(WS-HOUR-INDEX)
                       NOT = WS-HR-WRITTEN(WS-HOUR-INDEX)
                   MOVE "BANK MISMATCH" TO WS-HR-VERDICT(WS-HOUR-INDEX)
                   ADD 1 TO WS-DISCREPANCIES
               WHEN OTHER
                   MOVE "OK" TO WS-HR-VERDICT(WS-HOUR-INDEX)
                   ADD 1 TO WS-HOURS-ROLLED
           END-EVALUATE

           IF HR-INCREMENT-RUN(WS-HOUR-INDEX)
               ADD WS-HR-READ(WS-HOUR-INDEX) TO WS-DAY-READ
               ADD WS-HR-WRITTEN(WS-HOUR-INDEX) TO WS-DAY-WRITTEN
               ADD WS-HR-FAILED(WS-HOUR-INDEX) TO WS-DAY-FAILED
               ADD WS-HR-SUCCESS(WS-HOUR-INDEX) TO WS-DAY-SUCCESS
               ADD WS-HR-INV-MODE(WS-HOUR-INDEX) TO WS-DAY-INV-MODE
               ADD WS-HR-INV-IP(WS-HOUR-INDEX) TO WS-DAY-INV-IP
               ADD WS-HR-INV-KEY(WS-HOUR-INDEX) TO WS-DAY-INV-KEY
               ADD WS-HR-INV-TWEAK(WS-HOUR-INDEX) TO WS-DAY-INV-TWEAK
               ADD WS-HR-NDX-KEY-LEN(WS-HOUR-INDEX)
                   TO WS-DAY-NDX-KEY-LEN
               ADD WS-HR-BANKED(WS-HOUR-INDEX) TO WS-DAY-BANKED
           END-IF
           IF HR-ON-DAY-CONTROL(WS-HOUR-INDEX)
               ADD WS-HR-EXPECTED(WS-HOUR-INDEX) TO WS-DC-RECORDS-SUM
           END-IF
           EXIT.

      ******************************************************************
      * RECONCILE-DAY-TOTALS
      * The day control must be whole - its total record present and
      * agreeing with its hour records - and the day's increments
      * must have read the total the collector says it sent
      ******************************************************************
       RECONCILE-DAY-TOTALS.
           IF NOT DAY-TOTAL-FOUND
               MOVE "IPC4513W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "DAYCOUNT carries no day total for " RP-RUN-DATE
                   " - the collector's day is not closed"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               ADD 1 TO WS-DISCREPANCIES
           ELSE
               IF WS-DC-HOUR-COUNT NOT = WS-DC-HOURS-SEEN
                   OR WS-DC-TOTAL-RECORDS NOT = WS-DC-RECORDS-SUM
                   MOVE "IPC4514W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "DAYCOUNT total record does not agree with "
                       "its hour records"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   ADD 1 TO WS-DISCREPANCIES
               END-IF
               IF WS-DAY-READ NOT = WS-DC-TOTAL-RECORDS
                   MOVE "IPC4515I" TO WS-OPSMSG-ID
                   MOVE WS-DAY-READ TO WS-OPSMSG-NUMBER-1
                   MOVE WS-DC-TOTAL-RECORDS TO WS-OPSMSG-NUMBER-2
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "increments read "
                       FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " records, "
                       "collector sent "
                       FUNCTION TRIM(WS-OPSMSG-NUMBER-2)
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   ADD 1 TO WS-DISCREPANCIES
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * WRITE-ROLLUP-REPORT
      ******************************************************************
       WRITE-ROLLUP-REPORT.
           OPEN OUTPUT ROLLUP-REPORT-FILE
           MOVE "IPCRYPT-ROLLUP END-OF-DAY INCREMENT RECONCILIATION"
               TO ROLLUP-REPORT-LINE
           WRITE ROLLUP-REPORT-LINE
           MOVE SPACES TO ROLLUP-REPORT-LINE
           STRING "DATE=" RP-RUN-DATE " MODE=" RP-MODE
               " KEY-ID=" RP-KEY-ID
               DELIMITED BY SIZE INTO ROLLUP-REPORT-LINE
           WRITE ROLLUP-REPORT-LINE
           MOVE SPACES TO ROLLUP-REPORT-LINE
           WRITE ROLLUP-REPORT-LINE
           MOVE "HOUR      SENT      READ    BANKED  RESULT"
               TO ROLLUP-REPORT-LINE
           WRITE ROLLUP-REPORT-LINE

           PERFORM VARYING WS-HOUR-INDEX FROM 1 BY 1
               UNTIL WS-HOUR-INDEX > 24
               IF HR-ON-DAY-CONTROL(WS-HOUR-INDEX)
                   OR HR-INCREMENT-RUN(WS-HOUR-INDEX)
                   OR WS-HR-BANKED(WS-HOUR-INDEX) > 0
                   PERFORM WRITE-HOUR-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO ROLLUP-REPORT-LINE
           WRITE ROLLUP-REPORT-LINE
           MOVE WS-DC-TOTAL-RECORDS TO WS-REPORT-TOTAL
           MOVE WS-DC-HOUR-COUNT TO WS-REPORT-COUNT
           MOVE SPACES TO ROLLUP-REPORT-LINE
           IF DAY-TOTAL-FOUND
               STRING "COLLECTOR DAY TOTAL : " WS-REPORT-TOTAL
                   " RECORDS IN " WS-REPORT-COUNT " DROPS"
                   DELIMITED BY SIZE INTO ROLLUP-REPORT-LINE
           ELSE
               MOVE "COLLECTOR DAY TOTAL : NOT RECEIVED"
                   TO ROLLUP-REPORT-LINE
           END-IF
           WRITE ROLLUP-REPORT-LINE
           MOVE WS-DC-RECORDS-SUM TO WS-REPORT-SUM
           MOVE SPACES TO ROLLUP-REPORT-LINE
           STRING "SUM OF HOUR RECORDS : " WS-REPORT-SUM
               DELIMITED BY SIZE INTO ROLLUP-REPORT-LINE
           WRITE ROLLUP-REPORT-LINE
           MOVE WS-DAY-READ TO WS-REPORT-SUM
           MOVE SPACES TO ROLLUP-REPORT-LINE
           STRING "INCREMENTS READ     : " WS-REPORT-SUM
               DELIMITED BY SIZE INTO ROLLUP-REPORT-LINE
           WRITE ROLLUP-REPORT-LINE
           MOVE WS-DAY-BANKED TO WS-REPORT-SUM
           MOVE SPACES TO ROLLUP-REPORT-LINE
           STRING "ROWS BANKED         : " WS-REPORT-SUM
               DELIMITED BY SIZE INTO ROLLUP-REPORT-LINE
           WRITE ROLLUP-REPORT-LINE
           MOVE WS-DISCREPANCIES TO WS-REPORT-COUNT
           MOVE SPACES TO ROLLUP-REPORT-LINE
           IF WS-DISCREPANCIES = 0
               MOVE "VERDICT             : RECONCILED - DAY ROLLED UP"
                   TO ROLLUP-REPORT-LINE
           ELSE
               STRING "VERDICT             : " WS-REPORT-COUNT
                   " DISCREPANCIES - DAY NOT ROLLED UP"
                   DELIMITED BY SIZE INTO ROLLUP-REPORT-LINE
           END-IF
           WRITE ROLLUP-REPORT-LINE
           CLOSE ROLLUP-REPORT-FILE
           EXIT.

      ******************************************************************
      * WRITE-HOUR-REPORT-LINE
      ******************************************************************
       WRITE-HOUR-REPORT-LINE.
           COMPUTE WS-HOUR-NUMBER = WS-HOUR-INDEX - 1
           MOVE WS-HR-EXPECTED(WS-HOUR-INDEX) TO WS-REPORT-EXPECTED
           MOVE WS-HR-READ(WS-HOUR-INDEX) TO WS-REPORT-READ
           MOVE WS-HR-BANKED(WS-HOUR-INDEX) TO WS-REPORT-BANKED
           MOVE SPACES TO ROLLUP-REPORT-LINE
           IF HR-ON-DAY-CONTROL(WS-HOUR-INDEX)
               STRING " " WS-HOUR-NUMBER " " WS-REPORT-EXPECTED
                   DELIMITED BY SIZE INTO ROLLUP-REPORT-LINE
           ELSE
               STRING " " WS-HOUR-NUMBER "          -"
                   DELIMITED BY SIZE INTO ROLLUP-REPORT-LINE
           END-IF
           IF HR-INCREMENT-RUN(WS-HOUR-INDEX)
               MOVE WS-REPORT-READ TO ROLLUP-REPORT-LINE(15:9)
           ELSE
               MOVE "        -" TO ROLLUP-REPORT-LINE(15:9)
           END-IF
           MOVE WS-REPORT-BANKED TO ROLLUP-REPORT-LINE(25:9)
           MOVE WS-HR-VERDICT(WS-HOUR-INDEX)
               TO ROLLUP-REPORT-LINE(36:20)
           WRITE ROLLUP-REPORT-LINE
           EXIT.

      ******************************************************************
      * WRITE-DAY-MERGEOUT
      * One pass over INCRDAY per hour rolled up, so the day's
      * MERGEOUT runs in collector-hour order however the hours were
      * banked, renumbered as it goes
      ******************************************************************
       WRITE-DAY-MERGEOUT.
           OPEN OUTPUT MERGE-OUTPUT-FILE
           PERFORM WRITE-ONE-HOUR-ROWS
               VARYING WS-HOUR-INDEX FROM 1 BY 1
               UNTIL WS-HOUR-INDEX > 24
           CLOSE MERGE-OUTPUT-FILE
           EXIT.

      ******************************************************************
      * WRITE-ONE-HOUR-ROWS
      ******************************************************************
       WRITE-ONE-HOUR-ROWS.
           IF WS-HR-BANKED(WS-HOUR-INDEX) > 0
               COMPUTE WS-HOUR-NUMBER = WS-HOUR-INDEX - 1
               MOVE 'N' TO WS-EOF-SWITCH
               OPEN INPUT INCREMENT-BANK-FILE
               PERFORM UNTIL END-OF-FILE
                   READ INCREMENT-BANK-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF IX-RUN-DATE = RP-RUN-DATE
                               AND IX-INCREMENT-HOUR = WS-HOUR-NUMBER
                               AND IX-PASS-ID
                                   = WS-HR-PASS-ID(WS-HOUR-INDEX)
                               MOVE IX-EXTRACT-IMAGE TO BATOUT-RECORD
                               ADD 1 TO WS-ROWS-WRITTEN
                               MOVE WS-ROWS-WRITTEN TO BO-RECORD-NUMBER
                               WRITE BATOUT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCREMENT-BANK-FILE
           END-IF
           EXIT.

      ******************************************************************
      * WRITE-ROLLUP-HISTORY-RECORD
      * The day's completed record on RUNHIST, carrying the summed
      * counts of the increments it rolled up
      ******************************************************************
       WRITE-ROLLUP-HISTORY-RECORD.
           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS NOT = "00"
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF

           MOVE SPACES TO RUNHIST-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO RH-RUN-TIMESTAMP
           MOVE RP-RUN-DATE TO RH-RUN-TIMESTAMP(1:8)
           MOVE "ROLLUP" TO RH-PROGRAM
           MOVE 'E' TO RH-OPERATION
           MOVE RP-MODE TO RH-MODE
           MOVE RP-KEY-ID TO RH-KEY-ID
           MOVE "INCRDAY" TO RH-INPUT-NAME
           MOVE "MERGEOUT" TO RH-OUTPUT-NAME
           MOVE WS-DAY-READ TO RH-RECORDS-READ
           MOVE WS-ROWS-WRITTEN TO RH-RECORDS-WRITTEN
           MOVE WS-DAY-FAILED TO RH-RECORDS-FAILED
           MOVE WS-DAY-SUCCESS TO RH-COUNT-SUCCESS
           MOVE WS-DAY-INV-MODE TO RH-COUNT-INV-MODE
           MOVE WS-DAY-INV-IP TO RH-COUNT-INV-IP
           MOVE WS-DAY-INV-KEY TO RH-COUNT-INV-KEY
           MOVE WS-DAY-INV-TWEAK TO RH-COUNT-INV-TWEAK
           MOVE WS-DAY-NDX-KEY-LEN TO RH-COUNT-NDX-KEY-LEN
           SET RH-FRESH-RUN TO TRUE
           SET RH-COMPLETED TO TRUE
           SET RH-DAY-ROLLUP TO TRUE
           MOVE SPACES TO RH-INCREMENT-HOUR
           WRITE RUNHIST-RECORD
           CLOSE RUN-HISTORY-FILE
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-ROLLUP" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-ROLLUP.
