      ******************************************************************
      * IPCRYPT-SLARPT - Monthly Delivery SLA Report
      * Reads the permanent STAGETIME history the nightly driver and
      * the delivery router append to and produces the monthly SLA
      * report: (a) for every stage, the number of timed runs in the
      * month with their median and longest elapsed time, and (b)
      * every night whose delivery finished after its contractual
      * deadline, with the count of nights that were only projected
      * to miss it. A night's finish is the latest end time of any
      * of its stages - the delivery, once it has run. SLARPTPARM
      * gives the report month (YYYYMM, spaces for all months).
      * Ends with return code 4 when any night breached.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-SLARPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNU-LINUX.
       OBJECT-COMPUTER. GNU-LINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLARPT-PARM-FILE ASSIGN TO "SLARPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STAGE-TIMING-FILE ASSIGN TO "STAGETIME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGETIME-STATUS.
           SELECT SLARPT-REPORT-FILE ASSIGN TO "SLARPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  SLARPT-PARM-FILE
           RECORDING MODE IS F.
       01  SLARPT-PARM-RECORD.
           05  SR-REPORT-MONTH      PIC X(06).

       FD  STAGE-TIMING-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-STAGETIME.cpy".

       FD  SLARPT-REPORT-FILE
           RECORDING MODE IS F.
       01  SLARPT-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-STAGETIME-STATUS  PIC X(02).
           05  WS-EOF-SWITCH        PIC X(01).
               88  END-OF-STAGETIME VALUE 'Y'.
           05  WS-ABORT-SWITCH      PIC X(01) VALUE 'N'.
               88  REPORT-ABORTED   VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ      PIC 9(09) COMP VALUE 0.
           05  WS-MONTH-MATCHES     PIC 9(09) COMP VALUE 0.
           05  WS-DEADLINE-NIGHTS   PIC 9(05) COMP VALUE 0.
           05  WS-BREACHED-NIGHTS   PIC 9(05) COMP VALUE 0.
           05  WS-ALERTED-NIGHTS    PIC 9(05) COMP VALUE 0.

      ******************************************************************
      * STAGE TABLE - the month's completed elapsed times per stage,
      * in chain order with the delivery last
      ******************************************************************
       01  WS-STAGE-TABLE.
           05  WS-STAGE-ENTRY OCCURS 8 TIMES.
               10  WS-SG-NAME       PIC X(08).
               10  WS-SG-SAMPLES    PIC 9(03) COMP.
               10  WS-SG-MAXIMUM    PIC 9(07) COMP.
               10  WS-SG-ELAPSED    PIC 9(07) COMP OCCURS 300 TIMES.
       01  WS-STAGE-INDEX           PIC 9(02) COMP.
       01  WS-STAGE-MATCH           PIC 9(02) COMP.

       01  WS-SORT-WORK.
           05  WS-SORT-VALUE        PIC 9(07) COMP OCCURS 300 TIMES.
           05  WS-SORT-I            PIC 9(03) COMP.
           05  WS-SORT-J            PIC 9(03) COMP.
           05  WS-SORT-HOLD         PIC 9(07) COMP.
           05  WS-MEDIAN-SECONDS    PIC 9(07) COMP.

      ******************************************************************
      * NIGHT TABLE - one entry per night (STAGELOG run-id) seen in
      * the report month
      ******************************************************************
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-COUNT       PIC 9(03) COMP VALUE 0.
           05  WS-NIGHT-ENTRY OCCURS 100 TIMES.
               10  WS-NT-RUN-ID     PIC X(14).
               10  WS-NT-RUN-DATE   PIC X(08).
               10  WS-NT-DEADLINE   PIC X(14).
               10  WS-NT-FINISH     PIC X(14).
               10  WS-NT-ALERT-SW   PIC X(01).
                   88  NT-ALERTED       VALUE 'Y'.
               10  WS-NT-FAILED-SW  PIC X(01).
                   88  NT-STAGE-FAILED  VALUE 'Y'.
               10  WS-NT-DELIVER-SW PIC X(01).
                   88  NT-DELIVERED     VALUE 'Y'.
       01  WS-NIGHT-INDEX           PIC 9(03) COMP.
       01  WS-NIGHT-MATCH           PIC 9(03) COMP.

       01  WS-DURATION-WORK.
           05  WS-DURATION-SECONDS  PIC 9(07) COMP.
           05  WS-DURATION-REST     PIC 9(07) COMP.
           05  WS-DURATION-TEXT.
               10  WS-DURATION-HH   PIC 9(03).
               10  FILLER           PIC X(01) VALUE ':'.
               10  WS-DURATION-MI   PIC 9(02).
               10  FILLER           PIC X(01) VALUE ':'.
               10  WS-DURATION-SS   PIC 9(02).
       01  WS-MEDIAN-TEXT           PIC X(09).
       01  WS-NIGHT-NOTE            PIC X(30).

       01  WS-REPORT-NUMBER         PIC Z(04)9.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-SLARPT-ENTRY
      ******************************************************************
       MAIN-SLARPT-ENTRY.
           MOVE "IPC4801I" TO WS-OPSMSG-ID
           MOVE "starting delivery SLA report" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE

           OPEN INPUT SLARPT-PARM-FILE
           READ SLARPT-PARM-FILE
               AT END
                   MOVE "IPC4802C" TO WS-OPSMSG-ID
                   MOVE "SLARPTPARM is empty, aborting"
                       TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   SET REPORT-ABORTED TO TRUE
           END-READ
           CLOSE SLARPT-PARM-FILE

           IF NOT REPORT-ABORTED
               PERFORM LOAD-STAGE-TIMINGS

               OPEN OUTPUT SLARPT-REPORT-FILE
               MOVE "IPCRYPT-SLARPT DELIVERY SLA REPORT"
                   TO SLARPT-REPORT-LINE
               WRITE SLARPT-REPORT-LINE
               MOVE SPACES TO SLARPT-REPORT-LINE
               STRING "MONTH=" SR-REPORT-MONTH
                   DELIMITED BY SIZE INTO SLARPT-REPORT-LINE
               WRITE SLARPT-REPORT-LINE

               PERFORM WRITE-STAGE-SECTION
               PERFORM WRITE-BREACH-SECTION

               CLOSE SLARPT-REPORT-FILE
               MOVE "IPC4803I" TO WS-OPSMSG-ID
               MOVE WS-RECORDS-READ TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "timings read     = "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               MOVE "IPC4804I" TO WS-OPSMSG-ID
               MOVE WS-BREACHED-NIGHTS TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "nights breached  = "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               IF WS-BREACHED-NIGHTS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE "IPC4805I" TO WS-OPSMSG-ID
           MOVE "report complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
      * LOAD-STAGE-TIMINGS
      * One pass over STAGETIME: every record in the report month is
      * tallied against its stage and its night
      ******************************************************************
       LOAD-STAGE-TIMINGS.
           MOVE "INBOUND"  TO WS-SG-NAME(1)
           MOVE "VALIDATE" TO WS-SG-NAME(2)
           MOVE "ADDRPROF" TO WS-SG-NAME(3)
           MOVE "SPLIT"    TO WS-SG-NAME(4)
           MOVE "BATCH"    TO WS-SG-NAME(5)
           MOVE "MERGE"    TO WS-SG-NAME(6)
           MOVE "VERIFY"   TO WS-SG-NAME(7)
           MOVE "DELIVER"  TO WS-SG-NAME(8)
           PERFORM VARYING WS-STAGE-INDEX FROM 1 BY 1
               UNTIL WS-STAGE-INDEX > 8
               MOVE 0 TO WS-SG-SAMPLES(WS-STAGE-INDEX)
               MOVE 0 TO WS-SG-MAXIMUM(WS-STAGE-INDEX)
           END-PERFORM

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT STAGE-TIMING-FILE
           IF WS-STAGETIME-STATUS NOT = "00"
               MOVE "IPC4806W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "no STAGETIME history - status "
                   WS-STAGETIME-STATUS
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET END-OF-STAGETIME TO TRUE
           END-IF
           PERFORM UNTIL END-OF-STAGETIME
               READ STAGE-TIMING-FILE
                   AT END
                       SET END-OF-STAGETIME TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF SR-REPORT-MONTH = SPACES
                           OR ST-RUN-DATE(1:6) = SR-REPORT-MONTH
                           ADD 1 TO WS-MONTH-MATCHES
                           PERFORM TALLY-STAGE-TIMING
                           PERFORM TALLY-NIGHT-TIMING
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STAGETIME-STATUS NOT = "35"
               CLOSE STAGE-TIMING-FILE
           END-IF
           EXIT.

      ******************************************************************
      * TALLY-STAGE-TIMING
      * Only completed runs count towards a stage's typical time - a
      * failed stage stopped early and would drag the median down
      ******************************************************************
       TALLY-STAGE-TIMING.
           MOVE 0 TO WS-STAGE-MATCH
           PERFORM VARYING WS-STAGE-INDEX FROM 1 BY 1
               UNTIL WS-STAGE-INDEX > 8 OR WS-STAGE-MATCH > 0
               IF WS-SG-NAME(WS-STAGE-INDEX) = ST-STAGE-NAME
                   MOVE WS-STAGE-INDEX TO WS-STAGE-MATCH
               END-IF
           END-PERFORM
           IF WS-STAGE-MATCH > 0 AND ST-STAGE-COMPLETED
               IF WS-SG-SAMPLES(WS-STAGE-MATCH) < 300
                   ADD 1 TO WS-SG-SAMPLES(WS-STAGE-MATCH)
                   MOVE ST-ELAPSED-SECONDS TO
                       WS-SG-ELAPSED(WS-STAGE-MATCH,
                           WS-SG-SAMPLES(WS-STAGE-MATCH))
                   IF ST-ELAPSED-SECONDS > WS-SG-MAXIMUM(WS-STAGE-MATCH)
                       MOVE ST-ELAPSED-SECONDS
                           TO WS-SG-MAXIMUM(WS-STAGE-MATCH)
                   END-IF
               ELSE
                   MOVE "IPC4807W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "stage table full - timing not tallied: "
                       ST-STAGE-NAME " " ST-RUN-DATE
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * TALLY-NIGHT-TIMING
      * A night's deadline is carried on its driver stages; its
      * finish is the latest stage end seen for it
      ******************************************************************
       TALLY-NIGHT-TIMING.
           MOVE 0 TO WS-NIGHT-MATCH
           PERFORM VARYING WS-NIGHT-INDEX FROM 1 BY 1
               UNTIL WS-NIGHT-INDEX > WS-NIGHT-COUNT
                   OR WS-NIGHT-MATCH > 0
               IF WS-NT-RUN-ID(WS-NIGHT-INDEX) = ST-RUN-ID
                   AND WS-NT-RUN-DATE(WS-NIGHT-INDEX) = ST-RUN-DATE
                   MOVE WS-NIGHT-INDEX TO WS-NIGHT-MATCH
               END-IF
           END-PERFORM
           IF WS-NIGHT-MATCH = 0
               IF WS-NIGHT-COUNT < 100
                   ADD 1 TO WS-NIGHT-COUNT
                   MOVE WS-NIGHT-COUNT TO WS-NIGHT-MATCH
                   MOVE ST-RUN-ID TO WS-NT-RUN-ID(WS-NIGHT-MATCH)
                   MOVE ST-RUN-DATE TO WS-NT-RUN-DATE(WS-NIGHT-MATCH)
                   MOVE SPACES TO WS-NT-DEADLINE(WS-NIGHT-MATCH)
                   MOVE SPACES TO WS-NT-FINISH(WS-NIGHT-MATCH)
                   MOVE 'N' TO WS-NT-ALERT-SW(WS-NIGHT-MATCH)
                   MOVE 'N' TO WS-NT-FAILED-SW(WS-NIGHT-MATCH)
                   MOVE 'N' TO WS-NT-DELIVER-SW(WS-NIGHT-MATCH)
               ELSE
                   MOVE "IPC4808W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "night table full - night not tallied: "
                       ST-RUN-DATE " " ST-RUN-ID
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF
           IF WS-NIGHT-MATCH > 0
               IF WS-NT-DEADLINE(WS-NIGHT-MATCH) = SPACES
                   MOVE ST-DEADLINE-AT TO WS-NT-DEADLINE(WS-NIGHT-MATCH)
               END-IF
               IF WS-NT-FINISH(WS-NIGHT-MATCH) = SPACES
                   OR ST-ENDED-AT > WS-NT-FINISH(WS-NIGHT-MATCH)
                   MOVE ST-ENDED-AT TO WS-NT-FINISH(WS-NIGHT-MATCH)
               END-IF
               IF ST-BREACH-PROJECTED
                   SET NT-ALERTED(WS-NIGHT-MATCH) TO TRUE
               END-IF
               IF ST-STAGE-FAILED
                   SET NT-STAGE-FAILED(WS-NIGHT-MATCH) TO TRUE
               END-IF
               IF ST-STAGE-NAME = "DELIVER" AND ST-STAGE-COMPLETED
                   SET NT-DELIVERED(WS-NIGHT-MATCH) TO TRUE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * WRITE-STAGE-SECTION
      * (a) per-stage median and longest elapsed time for the month;
      * BATCH counts every partition as a run of its own
      ******************************************************************
       WRITE-STAGE-SECTION.
           MOVE SPACES TO SLARPT-REPORT-LINE
           WRITE SLARPT-REPORT-LINE
           MOVE "SECTION A - ELAPSED TIME BY STAGE (HHH:MM:SS)"
               TO SLARPT-REPORT-LINE
           WRITE SLARPT-REPORT-LINE
           MOVE "  STAGE      RUNS  MEDIAN     LONGEST"
               TO SLARPT-REPORT-LINE
           WRITE SLARPT-REPORT-LINE

           PERFORM WRITE-ONE-STAGE-LINE
               VARYING WS-STAGE-INDEX FROM 1 BY 1
               UNTIL WS-STAGE-INDEX > 8
           EXIT.

      ******************************************************************
      * WRITE-ONE-STAGE-LINE
      ******************************************************************
       WRITE-ONE-STAGE-LINE.
           MOVE WS-SG-SAMPLES(WS-STAGE-INDEX) TO WS-REPORT-NUMBER
           MOVE SPACES TO SLARPT-REPORT-LINE
           IF WS-SG-SAMPLES(WS-STAGE-INDEX) = 0
               STRING "  " WS-SG-NAME(WS-STAGE-INDEX)
                   " " WS-REPORT-NUMBER
                   "  NO COMPLETED RUNS"
                   DELIMITED BY SIZE INTO SLARPT-REPORT-LINE
               END-STRING
           ELSE
               PERFORM SETTLE-STAGE-MEDIAN
               MOVE WS-MEDIAN-SECONDS TO WS-DURATION-SECONDS
               PERFORM FORMAT-DURATION
               MOVE WS-DURATION-TEXT TO WS-MEDIAN-TEXT
               MOVE WS-SG-MAXIMUM(WS-STAGE-INDEX)
                   TO WS-DURATION-SECONDS
               PERFORM FORMAT-DURATION
               STRING "  " WS-SG-NAME(WS-STAGE-INDEX)
                   " " WS-REPORT-NUMBER
                   "  " WS-MEDIAN-TEXT
                   "  " WS-DURATION-TEXT
                   DELIMITED BY SIZE INTO SLARPT-REPORT-LINE
               END-STRING
           END-IF
           WRITE SLARPT-REPORT-LINE
           EXIT.

      ******************************************************************
      * SETTLE-STAGE-MEDIAN
      * Sort a copy of WS-STAGE-INDEX's times and take the middle
      * one - the mean of the middle two when the count is even
      ******************************************************************
       SETTLE-STAGE-MEDIAN.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I > WS-SG-SAMPLES(WS-STAGE-INDEX)
               MOVE WS-SG-ELAPSED(WS-STAGE-INDEX, WS-SORT-I)
                   TO WS-SORT-VALUE(WS-SORT-I)
           END-PERFORM
           PERFORM VARYING WS-SORT-I FROM 2 BY 1
               UNTIL WS-SORT-I > WS-SG-SAMPLES(WS-STAGE-INDEX)
               MOVE WS-SORT-VALUE(WS-SORT-I) TO WS-SORT-HOLD
               MOVE WS-SORT-I TO WS-SORT-J
               PERFORM UNTIL WS-SORT-J < 2
                   OR WS-SORT-VALUE(WS-SORT-J - 1) <= WS-SORT-HOLD
                   MOVE WS-SORT-VALUE(WS-SORT-J - 1)
                       TO WS-SORT-VALUE(WS-SORT-J)
                   SUBTRACT 1 FROM WS-SORT-J
               END-PERFORM
               MOVE WS-SORT-HOLD TO WS-SORT-VALUE(WS-SORT-J)
           END-PERFORM
           IF FUNCTION MOD(WS-SG-SAMPLES(WS-STAGE-INDEX), 2) = 1
               COMPUTE WS-SORT-I =
                   (WS-SG-SAMPLES(WS-STAGE-INDEX) + 1) / 2
               MOVE WS-SORT-VALUE(WS-SORT-I) TO WS-MEDIAN-SECONDS
           ELSE
               COMPUTE WS-SORT-I = WS-SG-SAMPLES(WS-STAGE-INDEX) / 2
               COMPUTE WS-MEDIAN-SECONDS =
                   (WS-SORT-VALUE(WS-SORT-I)
                    + WS-SORT-VALUE(WS-SORT-I + 1)) / 2
           END-IF
           EXIT.

      ******************************************************************
      * FORMAT-DURATION
      * WS-DURATION-SECONDS as hhh:mm:ss in WS-DURATION-TEXT
      ******************************************************************
       FORMAT-DURATION.
           DIVIDE WS-DURATION-SECONDS BY 3600 GIVING WS-DURATION-HH
               REMAINDER WS-DURATION-REST
           DIVIDE WS-DURATION-REST BY 60 GIVING WS-DURATION-MI
               REMAINDER WS-DURATION-SS
           EXIT.

      ******************************************************************
      * WRITE-BREACH-SECTION
      * (b) every night that finished after its delivery deadline,
      * then the month's totals - nights that were alerted but still
      * made the deadline are counted, not listed
      ******************************************************************
       WRITE-BREACH-SECTION.
           MOVE SPACES TO SLARPT-REPORT-LINE
           WRITE SLARPT-REPORT-LINE
           MOVE "SECTION B - NIGHTS THAT BREACHED THE DELIVERY DEADLINE"
               TO SLARPT-REPORT-LINE
           WRITE SLARPT-REPORT-LINE

           MOVE 0 TO WS-DEADLINE-NIGHTS
           MOVE 0 TO WS-BREACHED-NIGHTS
           MOVE 0 TO WS-ALERTED-NIGHTS
           PERFORM CHECK-ONE-NIGHT
               VARYING WS-NIGHT-INDEX FROM 1 BY 1
               UNTIL WS-NIGHT-INDEX > WS-NIGHT-COUNT

           IF WS-BREACHED-NIGHTS = 0
               MOVE "  NONE" TO SLARPT-REPORT-LINE
               WRITE SLARPT-REPORT-LINE
           END-IF

           MOVE SPACES TO SLARPT-REPORT-LINE
           WRITE SLARPT-REPORT-LINE
           MOVE WS-NIGHT-COUNT TO WS-REPORT-NUMBER
           MOVE SPACES TO SLARPT-REPORT-LINE
           STRING "  NIGHTS TIMED              " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO SLARPT-REPORT-LINE
           WRITE SLARPT-REPORT-LINE
           MOVE WS-DEADLINE-NIGHTS TO WS-REPORT-NUMBER
           MOVE SPACES TO SLARPT-REPORT-LINE
           STRING "  NIGHTS WITH A DEADLINE    " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO SLARPT-REPORT-LINE
           WRITE SLARPT-REPORT-LINE
           MOVE WS-ALERTED-NIGHTS TO WS-REPORT-NUMBER
           MOVE SPACES TO SLARPT-REPORT-LINE
           STRING "  NIGHTS ALERTED            " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO SLARPT-REPORT-LINE
           WRITE SLARPT-REPORT-LINE
           MOVE WS-BREACHED-NIGHTS TO WS-REPORT-NUMBER
           MOVE SPACES TO SLARPT-REPORT-LINE
           STRING "  NIGHTS BREACHED           " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO SLARPT-REPORT-LINE
           WRITE SLARPT-REPORT-LINE
           EXIT.

      ******************************************************************
      * CHECK-ONE-NIGHT
      ******************************************************************
       CHECK-ONE-NIGHT.
           IF WS-NT-DEADLINE(WS-NIGHT-INDEX) NOT = SPACES
               ADD 1 TO WS-DEADLINE-NIGHTS
               IF NT-ALERTED(WS-NIGHT-INDEX)
                   ADD 1 TO WS-ALERTED-NIGHTS
               END-IF
               IF WS-NT-FINISH(WS-NIGHT-INDEX)
                   > WS-NT-DEADLINE(WS-NIGHT-INDEX)
                   ADD 1 TO WS-BREACHED-NIGHTS
                   EVALUATE TRUE
                       WHEN NT-STAGE-FAILED(WS-NIGHT-INDEX)
                           MOVE "A STAGE FAILED"
                               TO WS-NIGHT-NOTE
                       WHEN NOT NT-DELIVERED(WS-NIGHT-INDEX)
                           MOVE "NOT YET DELIVERED"
                               TO WS-NIGHT-NOTE
                       WHEN NT-ALERTED(WS-NIGHT-INDEX)
                           MOVE "ALERTED IN FLIGHT"
                               TO WS-NIGHT-NOTE
                       WHEN OTHER
                           MOVE "NOT ALERTED"
                               TO WS-NIGHT-NOTE
                   END-EVALUATE
                   MOVE SPACES TO SLARPT-REPORT-LINE
                   STRING "  " WS-NT-RUN-DATE(WS-NIGHT-INDEX)
                       " RUN=" WS-NT-RUN-ID(WS-NIGHT-INDEX)
                       " DEADLINE=" WS-NT-DEADLINE(WS-NIGHT-INDEX)
                       " FINISHED=" WS-NT-FINISH(WS-NIGHT-INDEX)
                       " " WS-NIGHT-NOTE
                       DELIMITED BY SIZE INTO SLARPT-REPORT-LINE
                   END-STRING
                   WRITE SLARPT-REPORT-LINE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-SLARPT" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-SLARPT.
