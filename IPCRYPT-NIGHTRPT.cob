      * tonight (no TWEAKRPT, no DAYCMPRPT) reads as NOT RUN, not as
      * a failure; a missing or unbalanced RECONFILE is always a
      * no-go, since nothing can be signed off without it.
      * IPCRYPT-SMALLCELL's SMALLRPT is read the same way: small
      * enrichment cells are a no-go when the check was told to hold
      * delivery, and only noted when it suppressed the enrichment
      * on them instead; rows it could not count are always a no-go.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-NIGHTRPT.
           SELECT DAYCMP-REPORT-FILE ASSIGN TO "DAYCMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYCMP-STATUS.
           SELECT SMALLCELL-REPORT-FILE ASSIGN TO "SMALLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SMALL-STATUS.
           SELECT VERIFY-EXCEPTION-FILE ASSIGN TO "VERIFYEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFY-STATUS.
           RECORDING MODE IS F.
       01  DAYCMP-REPORT-LINE       PIC X(150).

       FD  SMALLCELL-REPORT-FILE
           RECORDING MODE IS F.
       01  SMALLCELL-REPORT-LINE    PIC X(100).

       FD  VERIFY-EXCEPTION-FILE
           RECORDING MODE IS F.
       01  VERIFY-EXCEPTION-LINE    PIC X(250).
           05  WS-PERF-STATUS       PIC X(02).
           05  WS-TWEAK-STATUS      PIC X(02).
           05  WS-DAYCMP-STATUS     PIC X(02).
           05  WS-SMALL-STATUS      PIC X(02).
           05  WS-VERIFY-STATUS     PIC X(02).
           05  WS-RUNHIST-STATUS    PIC X(02).

               88  DAYCMPRPT-SEEN   VALUE 'Y'.
           05  WS-PERF-SEEN-SW      PIC X(01) VALUE 'N'.
               88  PERFSTATS-SEEN   VALUE 'Y'.
           05  WS-SMALL-SEEN-SW     PIC X(01) VALUE 'N'.
               88  SMALLRPT-SEEN    VALUE 'Y'.
           05  WS-SMALL-ACTION-SW   PIC X(01) VALUE 'H'.
               88  SMALL-CELLS-SUPPRESSED VALUE 'S'.
           05  WS-SMALL-NEW-SW      PIC X(01) VALUE 'N'.
               88  SMALL-NEW-MASTER-FAILED VALUE 'Y'.

      ******************************************************************
      * THE NUMBERS PULLED FROM EACH SOURCE
           05  WS-AVG-RATE          PIC 9(09) COMP VALUE 0.
           05  WS-TWEAK-REPEATS     PIC 9(09) COMP VALUE 0.
           05  WS-DAYCMP-MISMATCH   PIC 9(09) COMP VALUE 0.
           05  WS-SMALL-CELLS       PIC 9(09) COMP VALUE 0.
           05  WS-SMALL-UNCOUNTED   PIC 9(09) COMP VALUE 0.
           05  WS-VERIFY-EXCEPTIONS PIC 9(09) COMP VALUE 0.

      ******************************************************************
       01  WS-REPORT-NUMBER         PIC Z(08)9.
       01  WS-VERDICT-TEXT          PIC X(12).

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-NIGHTRPT-ENTRY
      ******************************************************************
       MAIN-NIGHTRPT-ENTRY.
           MOVE "IPC3601I" TO WS-OPSMSG-ID
           MOVE "assembling nightly status" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE

           PERFORM GATHER-RECON-TOTALS
           PERFORM GATHER-PERF-RATE
           PERFORM GATHER-TWEAK-REPEATS
           PERFORM GATHER-DAYCMP-MISMATCHES
           PERFORM GATHER-SMALL-CELLS
           PERFORM COUNT-VERIFY-EXCEPTIONS
           PERFORM GATHER-RUN-HISTORY

           PERFORM WRITE-NIGHT-SUMMARY

           IF NIGHT-NO-GO
               MOVE "IPC3602C" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "*** NO-GO - HOLD THE DELIVERY STEPS (SEE "
                   "NIGHTRPT) ***"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "IPC3603I" TO WS-OPSMSG-ID
               MOVE "night is GO" TO WS-OPSMSG-TEXT
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           MOVE "IPC3604I" TO WS-OPSMSG-ID
           MOVE "report complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
           END-IF
           EXIT.

      ******************************************************************
      * GATHER-SMALL-CELLS
      ******************************************************************
       GATHER-SMALL-CELLS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SMALLCELL-REPORT-FILE
           IF WS-SMALL-STATUS NOT = "00"
               SET END-OF-FILE-SW TO TRUE
           ELSE
               SET SMALLRPT-SEEN TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FILE-SW
               READ SMALLCELL-REPORT-FILE
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       PERFORM EXAMINE-ONE-SMALLCELL-LINE
               END-READ
           END-PERFORM
           IF WS-SMALL-STATUS NOT = "35"
               CLOSE SMALLCELL-REPORT-FILE
           END-IF
           EXIT.

      ******************************************************************
      * EXAMINE-ONE-SMALLCELL-LINE
      ******************************************************************
       EXAMINE-ONE-SMALLCELL-LINE.
           MOVE SPACES TO WS-PARSE-HEAD
           MOVE SPACES TO WS-PARSE-TAIL
           UNSTRING SMALLCELL-REPORT-LINE DELIMITED BY ":"
               INTO WS-PARSE-HEAD WS-PARSE-TAIL
           END-UNSTRING
           EVALUATE TRUE
               WHEN SMALLCELL-REPORT-LINE(1:14) = "  SMALL CELLS "
                   PERFORM PARSE-NUMBER-AFTER-COLON
                   MOVE WS-PARSE-VALUE TO WS-SMALL-CELLS
               WHEN SMALLCELL-REPORT-LINE(1:17) = "  ROWS UNCOUNTED "
                   PERFORM PARSE-NUMBER-AFTER-COLON
                   MOVE WS-PARSE-VALUE TO WS-SMALL-UNCOUNTED
               WHEN SMALLCELL-REPORT-LINE(1:9) = "  ACTION "
                   IF WS-PARSE-TAIL(2:8) = "SUPPRESS"
                       SET SMALL-CELLS-SUPPRESSED TO TRUE
                   END-IF
               WHEN SMALLCELL-REPORT-LINE(1:18) = "  *** MERGEOUTNEW "
                   SET SMALL-NEW-MASTER-FAILED TO TRUE
           END-EVALUATE
           EXIT.

      ******************************************************************
      * COUNT-VERIFY-EXCEPTIONS
      * Every line on VERIFYEXCP is one flagged sample
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
      * IPCRYPT-DELIVER's per-partner re-key entries follow the
      * night's run onto the registry; they are not runs of their own
      * - nor are an intraday day's hourly increments, whose day is
      * the roll-up's record
                       IF RH-PROGRAM NOT = "DELIVER"
                           AND NOT RH-INCREMENT-RUN
                           ADD 1 TO WS-HIST-RECORDS
      * the record displaced from the tail slot joins the trailing
      * average; the registry's last record stays out of it, being
      * the very night under judgement (ADD-PRIOR-RUN-TO-TRAIL
      * restages the FD record area, hence the stash first)
                           MOVE RUNHIST-RECORD TO WS-THIS-RUN-RECORD
                           IF LAST-RUN-SEEN
                               PERFORM ADD-PRIOR-RUN-TO-TRAIL
                           END-IF
                           MOVE WS-THIS-RUN-RECORD TO WS-LAST-RUN-RECORD
                           SET LAST-RUN-SEEN TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RUNHIST-STATUS NOT = "35"
           PERFORM WRITE-VERIFY-VERDICT
           PERFORM WRITE-TWEAK-VERDICT
           PERFORM WRITE-DAYCMP-VERDICT
           PERFORM WRITE-SMALLCELL-VERDICT
           PERFORM WRITE-VOLUME-VERDICT

           MOVE SPACES TO NIGHT-REPORT-LINE
           WRITE NIGHT-REPORT-LINE
           EXIT.

      ******************************************************************
      * WRITE-SMALLCELL-VERDICT
      ******************************************************************
       WRITE-SMALLCELL-VERDICT.
           IF NOT SMALLRPT-SEEN
               MOVE "  SMALL CELLS       : NOT RUN TONIGHT"
                   TO NIGHT-REPORT-LINE
           ELSE
               IF WS-SMALL-UNCOUNTED > 0
                   SET NIGHT-NO-GO TO TRUE
                   MOVE WS-SMALL-UNCOUNTED TO WS-REPORT-NUMBER
                   MOVE SPACES TO NIGHT-REPORT-LINE
                   STRING "  SMALL CELLS       : NO-GO - "
                       WS-REPORT-NUMBER " ROWS UNCOUNTED"
                       DELIMITED BY SIZE INTO NIGHT-REPORT-LINE
                   END-STRING
               ELSE
               IF SMALL-NEW-MASTER-FAILED
                   SET NIGHT-NO-GO TO TRUE
                   MOVE "  SMALL CELLS       : NO-GO - MERGEOUTNEW "
                       & "NOT WRITTEN" TO NIGHT-REPORT-LINE
               ELSE
               IF WS-SMALL-CELLS = 0
                   MOVE "  SMALL CELLS       : NONE"
                       TO NIGHT-REPORT-LINE
               ELSE
                   MOVE WS-SMALL-CELLS TO WS-REPORT-NUMBER
                   MOVE SPACES TO NIGHT-REPORT-LINE
                   IF SMALL-CELLS-SUPPRESSED
                       STRING "  SMALL CELLS       : "
                           WS-REPORT-NUMBER " SUPPRESSED"
                           DELIMITED BY SIZE INTO NIGHT-REPORT-LINE
                       END-STRING
                   ELSE
                       SET NIGHT-NO-GO TO TRUE
                       STRING "  SMALL CELLS       : NO-GO - "
                           WS-REPORT-NUMBER " BELOW MINIMUM"
                           DELIMITED BY SIZE INTO NIGHT-REPORT-LINE
                       END-STRING
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           WRITE NIGHT-REPORT-LINE
           EXIT.

      ******************************************************************
      * WRITE-VOLUME-VERDICT
      * Informational, never a no-go by itself: tonight's volume and
           END-IF
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-NIGHTRPT" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-NIGHTRPT.
