      ******************************************************************
      * IPCRYPT-ACKREC - Delivery Acknowledgement Reconciliation
      * Matches the acknowledgement records partners return from
      * IPCRYPT-ENVCHK (ENVACK) against the DLVRMANIFEST record
      * IPCRYPT-DELIVER wrote for each partner file, by partner and
      * run date, and reports on ACKRPT:
      *   - deliveries never acknowledged once they are more than the
      *     ACKRPARM grace days old;
      *   - acknowledgements whose received count or check-total
      *     disagrees with what the manifest says we sent;
      *   - receipts the partner's check failed, with its reason;
      *   - acknowledgements that answer no delivery we recorded.
      * Only partners whose PARTNERSUB subscription takes an envelope
      * can run the check, so only their deliveries are expected to
      * be acknowledged; the others are counted, not chased. The
      * report is the delivery evidence the partner contracts call
      * for. Return code 4 when anything above is outstanding, 8 when
      * there is no manifest to reconcile.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-ACKREC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNU-LINUX.
       OBJECT-COMPUTER. GNU-LINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ACK-PARM-FILE - grace days before a delivery counts as
      * unacknowledged (default 5) and how many days of manifest
      * history to reconcile (default 90)
           SELECT ACK-PARM-FILE ASSIGN TO "ACKRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKRPARM-STATUS.
           SELECT PARTNER-SUB-FILE ASSIGN TO "PARTNERSUB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTNERSUB-STATUS.
           SELECT DELIVERY-MANIFEST-FILE ASSIGN TO "DLVRMANIFEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT ENVELOPE-ACK-FILE ASSIGN TO "ENVACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENVACK-STATUS.
           SELECT ACK-REPORT-FILE ASSIGN TO "ACKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ACK-PARM-FILE
           RECORDING MODE IS F.
       01  ACK-PARM-RECORD.
           05  AR-GRACE-DAYS        PIC 9(03).
           05  AR-LOOKBACK-DAYS     PIC 9(03).

      * PARTNER-SUB-FILE - only the partner id and envelope flag are
      * needed here; the layout is IPCRYPT-DELIVER's
       FD  PARTNER-SUB-FILE
           RECORDING MODE IS F.
       01  PARTNER-SUB-RECORD.
           05  PS-PARTNER-ID        PIC X(08).
           05  PS-SOURCE-LIST.
               10  PS-SOURCE-CODE   PIC X(04) OCCURS 5 TIMES.
           05  PS-MODE-LIST.
               10  PS-MODE-NAME     PIC X(16) OCCURS 2 TIMES.
           05  PS-SUBNET-CIDR       PIC X(43).
           05  PS-ENVELOPE-FLAG     PIC X(01).
               88  PS-WANTS-ENVELOPE VALUE 'Y'.

       FD  DELIVERY-MANIFEST-FILE
           RECORDING MODE IS F.
       01  DELIVERY-MANIFEST-RECORD.
           05  DM-RUN-DATE          PIC X(08).
           05  DM-PARTNER-ID        PIC X(08).
           05  DM-RECORD-COUNT      PIC 9(09).
           05  DM-CHECK-TOTAL       PIC 9(15).
           05  DM-KEY-ID            PIC X(08).

       FD  ENVELOPE-ACK-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-ENVACK.cpy".

       FD  ACK-REPORT-FILE
           RECORDING MODE IS F.
       01  ACK-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-ACKRPARM-STATUS   PIC X(02).
           05  WS-PARTNERSUB-STATUS PIC X(02).
           05  WS-MANIFEST-STATUS   PIC X(02).
           05  WS-ENVACK-STATUS     PIC X(02).
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  END-OF-FILE-SW   VALUE 'Y'.
           05  WS-SUBS-LOADED-SW    PIC X(01) VALUE 'N'.
               88  SUBSCRIPTIONS-LOADED VALUE 'Y'.

       01  WS-PARAMETERS.
           05  WS-GRACE-DAYS        PIC 9(03) VALUE 5.
           05  WS-LOOKBACK-DAYS     PIC 9(03) VALUE 90.

       01  WS-DATE-WORK.
           05  WS-TODAY-DATE        PIC X(08).
           05  WS-TODAY-INTEGER     PIC 9(09) COMP.
           05  WS-RUN-INTEGER       PIC 9(09) COMP.
           05  WS-AGE-DAYS          PIC 9(09) COMP.

       01  WS-COUNTERS.
           05  WS-MANIFEST-READ     PIC 9(09) COMP VALUE 0.
           05  WS-ACK-READ          PIC 9(09) COMP VALUE 0.
           05  WS-NOT-EXPECTED      PIC 9(09) COMP VALUE 0.
           05  WS-CONFIRMED-COUNT   PIC 9(09) COMP VALUE 0.
           05  WS-AWAITING-COUNT    PIC 9(09) COMP VALUE 0.
           05  WS-OVERDUE-COUNT     PIC 9(09) COMP VALUE 0.
           05  WS-MISMATCH-COUNT    PIC 9(09) COMP VALUE 0.
           05  WS-FAILED-COUNT      PIC 9(09) COMP VALUE 0.
           05  WS-UNMATCHED-COUNT   PIC 9(09) COMP VALUE 0.

      ******************************************************************
      * ENVELOPED PARTNER TABLE - from PARTNERSUB
      ******************************************************************
       01  WS-PARTNER-CONTROL.
           05  WS-PARTNER-COUNT     PIC 9(02) COMP VALUE 0.
           05  WS-PARTNER-INDEX     PIC 9(02) COMP.
           05  WS-PARTNER-MATCH     PIC 9(02) COMP.
       01  WS-PARTNER-TABLE.
           05  WS-PT-ENTRY OCCURS 20 TIMES.
               10  WS-PT-PARTNER-ID PIC X(08).
               10  WS-PT-ENVELOPE-SW PIC X(01).

      ******************************************************************
      * ACKNOWLEDGEMENT TABLE - the latest receipt per partner and run
      * date; a partner re-checking the same file replaces its
      * earlier receipt, so a corrected retransmission clears a
      * failure
      ******************************************************************
       01  WS-ACK-CONTROL.
           05  WS-ACK-COUNT         PIC 9(04) COMP VALUE 0.
           05  WS-ACK-INDEX         PIC 9(04) COMP.
           05  WS-ACK-MATCH         PIC 9(04) COMP.
       01  WS-ACK-TABLE.
           05  WS-ACK-ENTRY OCCURS 2000 TIMES.
               10  WS-ACK-PARTNER-ID PIC X(08).
               10  WS-ACK-RUN-DATE  PIC X(08).
               10  WS-ACK-CHECK-DATE PIC X(08).
               10  WS-ACK-RECORDS   PIC 9(09).
               10  WS-ACK-TOTAL     PIC 9(15).
               10  WS-ACK-RESULT    PIC X(01).
               10  WS-ACK-REASON    PIC X(30).
               10  WS-ACK-USED-SW   PIC X(01).

       01  WS-RESULT-TEXT           PIC X(16).
       01  WS-LOOKBACK-DATE         PIC 9(08).
       01  WS-REPORT-NUMBER         PIC Z(08)9.
       01  WS-REPORT-NUMBER-2       PIC Z(08)9.
       01  WS-REPORT-AGE            PIC ZZZ9.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-ACKREC-ENTRY
      ******************************************************************
       MAIN-ACKREC-ENTRY.
           MOVE "IPC0101I" TO WS-OPSMSG-ID
           MOVE "starting acknowledgement reconciliation"
               TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WS-TODAY-DATE))

           PERFORM READ-ACK-PARM
           PERFORM LOAD-PARTNER-TABLE
           PERFORM LOAD-ACK-TABLE

           OPEN OUTPUT ACK-REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM RECONCILE-MANIFEST
           IF WS-MANIFEST-STATUS NOT = "00"
               AND WS-MANIFEST-STATUS NOT = "10"
               MOVE "IPC0102E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "DLVRMANIFEST not usable (status "
                   WS-MANIFEST-STATUS ") - nothing to reconcile"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               MOVE "  *** DLVRMANIFEST NOT AVAILABLE ***"
                   TO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM REPORT-UNMATCHED-RECEIPTS
               PERFORM WRITE-REPORT-TOTALS
               MOVE "IPC0103I" TO WS-OPSMSG-ID
               MOVE WS-CONFIRMED-COUNT TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "confirmed      = "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               MOVE "IPC0104I" TO WS-OPSMSG-ID
               MOVE WS-OVERDUE-COUNT TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "unacknowledged = "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               MOVE "IPC0105I" TO WS-OPSMSG-ID
               MOVE WS-MISMATCH-COUNT TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "count mismatch = "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               MOVE "IPC0106I" TO WS-OPSMSG-ID
               MOVE WS-FAILED-COUNT TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "failed receipt = "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               IF WS-OVERDUE-COUNT > 0 OR WS-MISMATCH-COUNT > 0
                   OR WS-FAILED-COUNT > 0 OR WS-UNMATCHED-COUNT > 0
                   MOVE "IPC0107W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "*** deliveries need follow-up with partners "
                       "- see ACKRPT ***"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE ACK-REPORT-FILE
           MOVE "IPC0108I" TO WS-OPSMSG-ID
           MOVE "reconciliation complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
      * READ-ACK-PARM
      ******************************************************************
       READ-ACK-PARM.
           OPEN INPUT ACK-PARM-FILE
           IF WS-ACKRPARM-STATUS = "00"
               READ ACK-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AR-GRACE-DAYS IS NUMERIC
                           MOVE AR-GRACE-DAYS TO WS-GRACE-DAYS
                       END-IF
                       IF AR-LOOKBACK-DAYS IS NUMERIC
                           AND AR-LOOKBACK-DAYS > 0
                           MOVE AR-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
                       END-IF
               END-READ
               CLOSE ACK-PARM-FILE
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INTEGER - WS-LOOKBACK-DAYS)
               TO WS-LOOKBACK-DATE
           EXIT.

      ******************************************************************
      * LOAD-PARTNER-TABLE
      * No PARTNERSUB: every delivery is expected to be acknowledged
      ******************************************************************
       LOAD-PARTNER-TABLE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PARTNER-SUB-FILE
           IF WS-PARTNERSUB-STATUS NOT = "00"
               MOVE "IPC0109W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "PARTNERSUB not usable - every delivery will be "
                   "expected to acknowledge"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET END-OF-FILE-SW TO TRUE
           ELSE
               SET SUBSCRIPTIONS-LOADED TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FILE-SW
               READ PARTNER-SUB-FILE
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       IF WS-PARTNER-COUNT < 20
                           ADD 1 TO WS-PARTNER-COUNT
                           MOVE PS-PARTNER-ID
                               TO WS-PT-PARTNER-ID(WS-PARTNER-COUNT)
                           MOVE PS-ENVELOPE-FLAG
                               TO WS-PT-ENVELOPE-SW(WS-PARTNER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PARTNERSUB-STATUS NOT = "35"
               CLOSE PARTNER-SUB-FILE
           END-IF
           EXIT.

      ******************************************************************
      * LOAD-ACK-TABLE
      ******************************************************************
       LOAD-ACK-TABLE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ENVELOPE-ACK-FILE
           IF WS-ENVACK-STATUS NOT = "00"
               MOVE "IPC0110W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "no ENVACK receipts returned (status "
                   WS-ENVACK-STATUS ")"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET END-OF-FILE-SW TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FILE-SW
               READ ENVELOPE-ACK-FILE
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACK-READ
                       PERFORM LOAD-ONE-ACKNOWLEDGEMENT
               END-READ
           END-PERFORM
           IF WS-ENVACK-STATUS NOT = "35"
               CLOSE ENVELOPE-ACK-FILE
           END-IF
           EXIT.

      ******************************************************************
      * LOAD-ONE-ACKNOWLEDGEMENT
      ******************************************************************
       LOAD-ONE-ACKNOWLEDGEMENT.
           MOVE 0 TO WS-ACK-MATCH
           PERFORM VARYING WS-ACK-INDEX FROM 1 BY 1
               UNTIL WS-ACK-INDEX > WS-ACK-COUNT
                   OR WS-ACK-MATCH > 0
               IF WS-ACK-PARTNER-ID(WS-ACK-INDEX) = EA-PARTNER-ID
                   AND WS-ACK-RUN-DATE(WS-ACK-INDEX) = EA-RUN-DATE
                   MOVE WS-ACK-INDEX TO WS-ACK-MATCH
               END-IF
           END-PERFORM
           IF WS-ACK-MATCH = 0
               IF WS-ACK-COUNT < 2000
                   ADD 1 TO WS-ACK-COUNT
                   MOVE WS-ACK-COUNT TO WS-ACK-MATCH
               ELSE
                   MOVE "IPC0111W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "receipt table full - " EA-PARTNER-ID " "
                       EA-RUN-DATE " not carried"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           ELSE
               IF EA-CHECK-DATE < WS-ACK-CHECK-DATE(WS-ACK-MATCH)
                   MOVE 0 TO WS-ACK-MATCH
               END-IF
           END-IF
           IF WS-ACK-MATCH > 0
               MOVE EA-PARTNER-ID TO WS-ACK-PARTNER-ID(WS-ACK-MATCH)
               MOVE EA-RUN-DATE TO WS-ACK-RUN-DATE(WS-ACK-MATCH)
               MOVE EA-CHECK-DATE TO WS-ACK-CHECK-DATE(WS-ACK-MATCH)
               MOVE EA-RECORD-COUNT TO WS-ACK-RECORDS(WS-ACK-MATCH)
               MOVE EA-CHECK-TOTAL TO WS-ACK-TOTAL(WS-ACK-MATCH)
               MOVE EA-RESULT TO WS-ACK-RESULT(WS-ACK-MATCH)
               MOVE EA-REASON TO WS-ACK-REASON(WS-ACK-MATCH)
               MOVE 'N' TO WS-ACK-USED-SW(WS-ACK-MATCH)
           END-IF
           EXIT.

      ******************************************************************
      * RECONCILE-MANIFEST
      * One pass over the manifest within the lookback window; each
      * delivery is classified and, unless it is clean, listed
      ******************************************************************
       RECONCILE-MANIFEST.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT DELIVERY-MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               SET END-OF-FILE-SW TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FILE-SW
               READ DELIVERY-MANIFEST-FILE
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       IF DM-RUN-DATE IS NUMERIC
                           AND DM-RUN-DATE >= WS-LOOKBACK-DATE
                           ADD 1 TO WS-MANIFEST-READ
                           PERFORM RECONCILE-ONE-DELIVERY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MANIFEST-STATUS NOT = "35"
               CLOSE DELIVERY-MANIFEST-FILE
           END-IF
           EXIT.

      ******************************************************************
      * RECONCILE-ONE-DELIVERY
      ******************************************************************
       RECONCILE-ONE-DELIVERY.
           MOVE 0 TO WS-PARTNER-MATCH
           PERFORM VARYING WS-PARTNER-INDEX FROM 1 BY 1
               UNTIL WS-PARTNER-INDEX > WS-PARTNER-COUNT
                   OR WS-PARTNER-MATCH > 0
               IF WS-PT-PARTNER-ID(WS-PARTNER-INDEX) = DM-PARTNER-ID
                   MOVE WS-PARTNER-INDEX TO WS-PARTNER-MATCH
               END-IF
           END-PERFORM

           MOVE 0 TO WS-ACK-MATCH
           PERFORM VARYING WS-ACK-INDEX FROM 1 BY 1
               UNTIL WS-ACK-INDEX > WS-ACK-COUNT
                   OR WS-ACK-MATCH > 0
               IF WS-ACK-PARTNER-ID(WS-ACK-INDEX) = DM-PARTNER-ID
                   AND WS-ACK-RUN-DATE(WS-ACK-INDEX) = DM-RUN-DATE
                   MOVE WS-ACK-INDEX TO WS-ACK-MATCH
                   MOVE 'Y' TO WS-ACK-USED-SW(WS-ACK-INDEX)
               END-IF
           END-PERFORM

           COMPUTE WS-RUN-INTEGER = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(DM-RUN-DATE))
           IF WS-TODAY-INTEGER > WS-RUN-INTEGER
               COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER - WS-RUN-INTEGER
           ELSE
               MOVE 0 TO WS-AGE-DAYS
           END-IF

           EVALUATE TRUE
               WHEN WS-ACK-MATCH = 0
                   AND SUBSCRIPTIONS-LOADED
                   AND (WS-PARTNER-MATCH = 0
                       OR WS-PT-ENVELOPE-SW(WS-PARTNER-MATCH) NOT = 'Y')
                   ADD 1 TO WS-NOT-EXPECTED
               WHEN WS-ACK-MATCH = 0
                   IF WS-AGE-DAYS > WS-GRACE-DAYS
                       ADD 1 TO WS-OVERDUE-COUNT
                       MOVE "UNACKNOWLEDGED" TO WS-RESULT-TEXT
                       PERFORM WRITE-DELIVERY-LINE
                   ELSE
                       ADD 1 TO WS-AWAITING-COUNT
                   END-IF
               WHEN WS-ACK-RESULT(WS-ACK-MATCH) = 'F'
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "FAILED RECEIPT" TO WS-RESULT-TEXT
                   PERFORM WRITE-DELIVERY-LINE
               WHEN WS-ACK-RECORDS(WS-ACK-MATCH) NOT = DM-RECORD-COUNT
                   OR WS-ACK-TOTAL(WS-ACK-MATCH) NOT = DM-CHECK-TOTAL
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE "COUNT MISMATCH" TO WS-RESULT-TEXT
                   PERFORM WRITE-DELIVERY-LINE
               WHEN OTHER
                   ADD 1 TO WS-CONFIRMED-COUNT
           END-EVALUATE
           EXIT.

      ******************************************************************
      * WRITE-DELIVERY-LINE
      * Sent and received counts side by side; the receipt's own
      * reason is shown for a failed check
      ******************************************************************
       WRITE-DELIVERY-LINE.
           MOVE DM-RECORD-COUNT TO WS-REPORT-NUMBER
           MOVE WS-AGE-DAYS TO WS-REPORT-AGE
           MOVE SPACES TO ACK-REPORT-LINE
           IF WS-ACK-MATCH = 0
               STRING DM-PARTNER-ID " " DM-RUN-DATE " "
                   WS-REPORT-AGE " " WS-RESULT-TEXT " "
                   WS-REPORT-NUMBER
                   DELIMITED BY SIZE INTO ACK-REPORT-LINE
               END-STRING
           ELSE
               MOVE WS-ACK-RECORDS(WS-ACK-MATCH) TO WS-REPORT-NUMBER-2
               STRING DM-PARTNER-ID " " DM-RUN-DATE " "
                   WS-REPORT-AGE " " WS-RESULT-TEXT " "
                   WS-REPORT-NUMBER " " WS-REPORT-NUMBER-2 " "
                   WS-ACK-CHECK-DATE(WS-ACK-MATCH) " "
                   WS-ACK-REASON(WS-ACK-MATCH)
                   DELIMITED BY SIZE INTO ACK-REPORT-LINE
               END-STRING
           END-IF
           WRITE ACK-REPORT-LINE
           EXIT.

      ******************************************************************
      * REPORT-UNMATCHED-RECEIPTS
      * Receipts that answer no manifest record in the window - a
      * partner checking a file we have no record of sending, or a
      * mistyped ACKPARM partner id
      ******************************************************************
       REPORT-UNMATCHED-RECEIPTS.
           PERFORM VARYING WS-ACK-INDEX FROM 1 BY 1
               UNTIL WS-ACK-INDEX > WS-ACK-COUNT
               IF WS-ACK-USED-SW(WS-ACK-INDEX) NOT = 'Y'
                   AND WS-ACK-RUN-DATE(WS-ACK-INDEX) >= WS-LOOKBACK-DATE
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE WS-ACK-RECORDS(WS-ACK-INDEX)
                       TO WS-REPORT-NUMBER-2
                   MOVE SPACES TO ACK-REPORT-LINE
                   STRING WS-ACK-PARTNER-ID(WS-ACK-INDEX) " "
                       WS-ACK-RUN-DATE(WS-ACK-INDEX) "      "
                       "NO DELIVERY     " "          "
                       WS-REPORT-NUMBER-2 " "
                       WS-ACK-CHECK-DATE(WS-ACK-INDEX) " "
                       WS-ACK-REASON(WS-ACK-INDEX)
                       DELIMITED BY SIZE INTO ACK-REPORT-LINE
                   END-STRING
                   WRITE ACK-REPORT-LINE
               END-IF
           END-PERFORM
           EXIT.

      ******************************************************************
      * WRITE-REPORT-HEADING
      ******************************************************************
       WRITE-REPORT-HEADING.
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "IPCRYPT-ACKREC DELIVERY ACKNOWLEDGEMENT "
               "RECONCILIATION - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO ACK-REPORT-LINE
           END-STRING
           WRITE ACK-REPORT-LINE
           MOVE WS-GRACE-DAYS TO WS-REPORT-AGE
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "  GRACE DAYS " WS-REPORT-AGE
               "  MANIFEST FROM " WS-LOOKBACK-DATE
               DELIMITED BY SIZE INTO ACK-REPORT-LINE
           END-STRING
           WRITE ACK-REPORT-LINE
           MOVE SPACES TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE "PARTNER  RUN DATE  AGE FINDING               SENT "
               & " RECEIVED CHECKED  REASON" TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           EXIT.

      ******************************************************************
      * WRITE-REPORT-TOTALS
      ******************************************************************
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE WS-MANIFEST-READ TO WS-REPORT-NUMBER
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "  DELIVERIES IN WINDOW    : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE WS-CONFIRMED-COUNT TO WS-REPORT-NUMBER
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "  CONFIRMED RECEIPTS      : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE WS-AWAITING-COUNT TO WS-REPORT-NUMBER
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "  AWAITING (WITHIN GRACE) : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE WS-OVERDUE-COUNT TO WS-REPORT-NUMBER
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "  NEVER ACKNOWLEDGED      : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE WS-MISMATCH-COUNT TO WS-REPORT-NUMBER
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "  COUNT MISMATCHES        : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE WS-FAILED-COUNT TO WS-REPORT-NUMBER
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "  FAILED RECEIPTS         : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE WS-UNMATCHED-COUNT TO WS-REPORT-NUMBER
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "  RECEIPTS WITHOUT DELIVERY: " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE WS-NOT-EXPECTED TO WS-REPORT-NUMBER
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "  NOT ENVELOPED (NO ACK)  : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-ACKREC" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-ACKREC.
