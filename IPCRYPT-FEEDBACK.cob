      ******************************************************************
      * IPCRYPT-FEEDBACK - Partner Incident Feedback Intake
      * Partners send back lists of anonymized values they have tied
      * to fraud or attacks, each with their incident code, and until
      * now somebody worked those lists one value at a time through
      * IPCRYPT-REVINQ. This batch intake takes the partner's
      * FEEDBACK file whole and, for every value:
      *   - proves it was in a file we actually delivered to that
      *     partner: DLVRMANIFEST must show a delivery to the partner
      *     on the stated date, and the value must appear in that
      *     night's archived merged extract (MERGEARCH, the date it
      *     carries named on FBPARM);
      *   - attributes it to its collector (BO-SOURCE-SYSTEM) and the
      *     number of extract records that carried it - the raw
      *     address is never displayed, printed, or written anywhere;
      *   - where the partner asked for re-identification, raises a
      *     PENDDISC pending-disclosure request, so the ordinary
      *     IPCRYPT-DISCLOSURE approval still stands between the
      *     partner and any decrypt;
      * and ends with a summary per partner and incident code on
      * FBRPT. A value that cannot be verified is reported, never
      * attributed, and never raises a disclosure request. Return
      * code 4 when any value failed verification or a disclosure
      * request could not be raised, 8 when there was no feedback
      * file to work.
      * A partner whose file IPCRYPT-DELIVER re-keyed onto the
      * partner's own key (DM-KEY-ID on the manifest is not a key the
      * night's BATCH runs used) sends back values the archive never
      * held; each is decrypted under the partner key - logged as a
      * delivery re-key, not a disclosure - and matched to the
      * archived row carrying the same address and mode, and it is
      * that row's run-key value the disclosure request carries.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-FEEDBACK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNU-LINUX.
       OBJECT-COMPUTER. GNU-LINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * FEEDBACK-PARM-FILE - one record: the delivery date of the
      * archived extract supplied as MERGEARCH
           SELECT FEEDBACK-PARM-FILE ASSIGN TO "FBPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FBPARM-STATUS.
           SELECT FEEDBACK-FILE ASSIGN TO "FEEDBACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDBACK-STATUS.
           SELECT DELIVERY-MANIFEST-FILE ASSIGN TO "DLVRMANIFEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT ARCHIVED-EXTRACT-FILE ASSIGN TO "MERGEARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGEARCH-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
      * PENDING-DISCLOSURE-FILE - IPCRYPT-DISCLOSURE's workflow file;
      * read through once for the next request id and the slots in
      * use, then extended with this intake's requests
           SELECT PENDING-DISCLOSURE-FILE ASSIGN TO "PENDDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDDISC-STATUS.
           SELECT FEEDBACK-REPORT-FILE ASSIGN TO "FBRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  FEEDBACK-PARM-FILE
           RECORDING MODE IS F.
       01  FEEDBACK-PARM-RECORD.
           05  FP-ARCHIVE-DATE      PIC X(08).

      ******************************************************************
      * FEEDBACK-FILE - one record per value the partner returned:
      * who sent it, the delivery date of the file it came from, the
      * anonymized value exactly as delivered, the partner's incident
      * code and own reference, and 'Y' where the partner asks for
      * the address to be re-identified
      ******************************************************************
       FD  FEEDBACK-FILE
           RECORDING MODE IS F.
       01  FEEDBACK-RECORD.
           05  FB-PARTNER-ID        PIC X(08).
           05  FB-DELIVERY-DATE     PIC X(08).
           05  FB-VALUE             PIC X(64).
           05  FB-INCIDENT-CODE     PIC X(08).
           05  FB-PARTNER-REF       PIC X(20).
           05  FB-REIDENTIFY-FLAG   PIC X(01).
               88  FB-WANTS-REIDENTIFY VALUE 'Y'.

       FD  DELIVERY-MANIFEST-FILE
           RECORDING MODE IS F.
       01  DELIVERY-MANIFEST-RECORD.
           05  DM-RUN-DATE          PIC X(08).
           05  DM-PARTNER-ID        PIC X(08).
           05  DM-RECORD-COUNT      PIC 9(09).
           05  DM-CHECK-TOTAL       PIC 9(15).
           05  DM-KEY-ID            PIC X(08).

       FD  ARCHIVED-EXTRACT-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-BATOUT.cpy".

       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-RUNHIST.cpy".

       FD  PENDING-DISCLOSURE-FILE
           RECORDING MODE IS F.
       01  PENDING-DISCLOSURE-RECORD.
           05  PD-REQUEST-ID        PIC 9(06).
           05  PD-STATUS            PIC X(01).
               88  PD-PENDING       VALUE 'P'.
           05  PD-REQUEST-DATE      PIC X(08).
           05  PD-CASE-REF          PIC X(20).
           05  PD-REQUESTER         PIC X(30).
           05  PD-JUSTIFICATION     PIC X(60).
           05  PD-MODE              PIC X(16).
           05  PD-KEY-OR-ID         PIC X(64).
           05  PD-TWEAK-HEX         PIC X(32).
           05  PD-ADDRESS           PIC X(64).

       FD  FEEDBACK-REPORT-FILE
           RECORDING MODE IS F.
       01  FEEDBACK-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-FBPARM-STATUS     PIC X(02).
           05  WS-FEEDBACK-STATUS   PIC X(02).
           05  WS-MANIFEST-STATUS   PIC X(02).
           05  WS-MERGEARCH-STATUS  PIC X(02).
           05  WS-RUNHIST-STATUS    PIC X(02).
           05  WS-PENDDISC-STATUS   PIC X(02).
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  END-OF-FILE-SW   VALUE 'Y'.
           05  WS-ARCHIVE-SW        PIC X(01) VALUE 'N'.
               88  ARCHIVE-AVAILABLE VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-FEEDBACK-READ     PIC 9(09) COMP VALUE 0.
           05  WS-FEEDBACK-DROPPED  PIC 9(09) COMP VALUE 0.
           05  WS-ARCHIVE-READ      PIC 9(09) COMP VALUE 0.
           05  WS-VERIFIED-COUNT    PIC 9(09) COMP VALUE 0.
           05  WS-UNVERIFIED-COUNT  PIC 9(09) COMP VALUE 0.
           05  WS-RAISED-COUNT      PIC 9(09) COMP VALUE 0.
           05  WS-NOT-RAISED-COUNT  PIC 9(09) COMP VALUE 0.

      ******************************************************************
      * FEEDBACK TABLE - the partner's values, each with its
      * verification outcome and attribution as the passes below
      * fill them in. Status: V verified, M no manifest delivery to
      * that partner on that date, A no archived extract for that
      * date, N not in the archived extract.
      ******************************************************************
       01  WS-FEEDBACK-CONTROL.
           05  WS-FB-COUNT          PIC 9(04) COMP VALUE 0.
           05  WS-FB-INDEX          PIC 9(04) COMP.
       01  WS-FEEDBACK-TABLE.
           05  WS-FB-ENTRY OCCURS 1000 TIMES.
               10  WS-FB-PARTNER-ID PIC X(08).
               10  WS-FB-DATE       PIC X(08).
               10  WS-FB-VALUE      PIC X(64).
               10  WS-FB-INCIDENT   PIC X(08).
               10  WS-FB-PARTNER-REF PIC X(20).
               10  WS-FB-REIDENT-SW PIC X(01).
               10  WS-FB-STATUS     PIC X(01).
                   88  WS-FB-VERIFIED      VALUE 'V'.
                   88  WS-FB-NOT-DELIVERED VALUE 'M'.
                   88  WS-FB-NO-ARCHIVE    VALUE 'A'.
                   88  WS-FB-NOT-FOUND     VALUE 'N'.
               10  WS-FB-SOURCE     PIC X(04).
               10  WS-FB-MODE       PIC X(16).
               10  WS-FB-RECORDS    PIC 9(09) COMP.
               10  WS-FB-REQUEST-ID PIC 9(06).
      * re-keyed deliveries only: the partner key-id, the address
      * block and mode the partner's value decrypts to, and the
      * archived run-key value it was matched to
               10  WS-FB-KEY-ID     PIC X(08).
               10  WS-FB-REKEY-SW   PIC X(01).
                   88  WS-FB-REKEYED       VALUE 'Y'.
               10  WS-FB-ADDR-MODE  PIC X(16).
               10  WS-FB-ADDR-BLOCK PIC X(16).
               10  WS-FB-RUN-VALUE  PIC X(64).

      ******************************************************************
      * MANIFEST TABLE - the partner/date deliveries DLVRMANIFEST
      * records for the partners and dates the feedback names
      ******************************************************************
       01  WS-MANIFEST-CONTROL.
           05  WS-MF-COUNT          PIC 9(04) COMP VALUE 0.
           05  WS-MF-INDEX          PIC 9(04) COMP.
           05  WS-MF-MATCH          PIC 9(04) COMP.
       01  WS-MANIFEST-TABLE.
           05  WS-MF-ENTRY OCCURS 500 TIMES.
               10  WS-MF-PARTNER-ID PIC X(08).
               10  WS-MF-DATE       PIC X(08).
               10  WS-MF-KEY-ID     PIC X(08).

      ******************************************************************
      * RUN KEY TABLE - the modes and key-ids tonight's archive was
      * produced under, from the completed BATCH runs RUNHIST holds
      * for the archive date; the disclosure request names the key-id
      * so the approver's decrypt needs nothing from the partner
      ******************************************************************
       01  WS-RUN-KEY-CONTROL.
           05  WS-RK-COUNT          PIC 9(02) COMP VALUE 0.
           05  WS-RK-INDEX          PIC 9(02) COMP.
           05  WS-RK-MATCH          PIC 9(02) COMP.
       01  WS-RUN-KEY-TABLE.
           05  WS-RK-ENTRY OCCURS 10 TIMES.
               10  WS-RK-MODE       PIC X(16).
               10  WS-RK-KEY-ID     PIC X(08).

      ******************************************************************
      * SUMMARY TABLE - one slot per partner and incident code
      ******************************************************************
       01  WS-SUMMARY-CONTROL.
           05  WS-SUM-COUNT         PIC 9(02) COMP VALUE 0.
           05  WS-SUM-INDEX         PIC 9(02) COMP.
           05  WS-SUM-MATCH         PIC 9(02) COMP.
       01  WS-SUMMARY-TABLE.
           05  WS-SUM-ENTRY OCCURS 50 TIMES.
               10  WS-SUM-PARTNER-ID PIC X(08).
               10  WS-SUM-INCIDENT  PIC X(08).
               10  WS-SUM-ITEMS     PIC 9(09) COMP.
               10  WS-SUM-VERIFIED  PIC 9(09) COMP.
               10  WS-SUM-UNVERIFIED PIC 9(09) COMP.
               10  WS-SUM-RECORDS   PIC 9(09) COMP.
               10  WS-SUM-RAISED    PIC 9(09) COMP.

      ******************************************************************
      * PENDDISC WORK - the next free request id and the slots in use;
      * IPCRYPT-DISCLOSURE carries 200, and this intake never fills
      * the file past that
      ******************************************************************
       01  WS-PENDING-WORK.
           05  WS-NEXT-REQUEST-ID   PIC 9(06) VALUE 0.
           05  WS-PEND-IN-USE       PIC 9(04) COMP VALUE 0.
           05  WS-PEND-CAPACITY     PIC 9(04) COMP VALUE 200.

      ******************************************************************
      * PARTNER KEY WORK - mapping a re-keyed partner's value back to
      * the address it stands for; the address itself only ever
      * exists here as a 16-byte block for comparison
      ******************************************************************
       COPY "IPCRYPT-REQUEST.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       01  WS-PARTNER-KEY-WORK.
           05  WS-REKEYED-PENDING   PIC 9(04) COMP VALUE 0.
           05  WS-LOADED-KEY-ID     PIC X(08) VALUE SPACES.
           05  WS-PARTNER-KEY       PIC X(32).
           05  WS-PARTNER-KEY-LENGTH PIC 9(02) COMP.
           05  WS-KEYLOOKUP-STATUS  PIC X(01).
               88  WS-KEYLOOKUP-NOT-FOUND VALUE 'N'.
           05  WS-KEYLOOKUP-PREDECESSOR PIC X(08).
           05  WS-RUN-KEY-SW        PIC X(01).
               88  IS-RUN-KEY       VALUE 'Y'.
           05  WS-TRY-MODE          PIC X(16).
           05  WS-SEPARATOR-COUNT   PIC 9(02) COMP.
           05  WS-TWEAK-HEX-LEN     PIC 9(02) COMP.
           05  WS-TOTAL-HEX-LEN     PIC 9(03) COMP.
           05  WS-ACTUAL-HEX-LEN    PIC 9(03) COMP.
           05  WS-VALUE-TWEAK       PIC X(16).
           05  WS-VALUE-TWEAK-LENGTH PIC 9(02) COMP.
           05  WS-CIPHER-IP-TEXT    PIC X(64).
           05  WS-ROW-BLOCK         PIC X(16).
           05  WS-ROW-BLOCK-SW      PIC X(01).
               88  ROW-BLOCK-OK     VALUE 'Y'.

       01  WS-UTILS-CALL-WORK.
           05  WS-CALL-FUNCTION     PIC X(30).
           05  WS-CALL-PARAM-1      PIC X(64).
           05  WS-CALL-PARAM-2      PIC X(64).
           05  WS-CALL-PARAM-3      PIC X(64).
           05  WS-UTIL-STATUS       PIC X(01).

       01  WS-ARCHIVE-DATE          PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE              PIC X(08).
       01  WS-STATUS-TEXT           PIC X(14).
       01  WS-REQUEST-TEXT          PIC X(06).
       01  WS-REPORT-NUMBER         PIC Z(08)9.
       01  WS-REPORT-NUMBER-2       PIC Z(08)9.
       01  WS-REPORT-NUMBER-3       PIC Z(08)9.
       01  WS-REPORT-NUMBER-4       PIC Z(08)9.
       01  WS-REPORT-NUMBER-5       PIC Z(08)9.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-FEEDBACK-ENTRY
      ******************************************************************
       MAIN-FEEDBACK-ENTRY.
           MOVE "IPC2001I" TO WS-OPSMSG-ID
           MOVE "starting partner feedback intake" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           PERFORM READ-FEEDBACK-PARM
           PERFORM LOAD-FEEDBACK-TABLE
           IF WS-FEEDBACK-STATUS NOT = "00"
               AND WS-FEEDBACK-STATUS NOT = "10"
               MOVE "IPC2002E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "no FEEDBACK file to work (status "
                   WS-FEEDBACK-STATUS ")"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-MANIFEST-TABLE
               PERFORM CHECK-MANIFEST-DELIVERIES
               PERFORM LOAD-RUN-KEY-TABLE
               PERFORM PREPARE-REKEYED-VALUES
               PERFORM SCAN-ARCHIVED-EXTRACT
               PERFORM SETTLE-UNMATCHED-VALUES
               PERFORM RAISE-DISCLOSURE-REQUESTS
               PERFORM WRITE-FEEDBACK-REPORT

               MOVE "IPC2003I" TO WS-OPSMSG-ID
               MOVE WS-FB-COUNT TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "values received  = "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               MOVE "IPC2004I" TO WS-OPSMSG-ID
               MOVE WS-VERIFIED-COUNT TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "values verified  = "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               MOVE "IPC2005I" TO WS-OPSMSG-ID
               MOVE WS-UNVERIFIED-COUNT TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "not verified     = "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               MOVE "IPC2006I" TO WS-OPSMSG-ID
               MOVE WS-RAISED-COUNT TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "PENDDISC raised  = "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               IF WS-UNVERIFIED-COUNT > 0
                   OR WS-NOT-RAISED-COUNT > 0
                   OR WS-FEEDBACK-DROPPED > 0
                   MOVE "IPC2007W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "*** some feedback could not be verified or "
                       "actioned - see FBRPT ***"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE "IPC2008I" TO WS-OPSMSG-ID
           MOVE "intake complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
      * READ-FEEDBACK-PARM
      * No parm, no archive date: every value then reports as
      * unverifiable rather than being matched against an extract of
      * unknown date
      ******************************************************************
       READ-FEEDBACK-PARM.
           OPEN INPUT FEEDBACK-PARM-FILE
           IF WS-FBPARM-STATUS = "00"
               READ FEEDBACK-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FP-ARCHIVE-DATE TO WS-ARCHIVE-DATE
               END-READ
               CLOSE FEEDBACK-PARM-FILE
           END-IF
           IF WS-ARCHIVE-DATE = SPACES
               MOVE "IPC2009W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "FBPARM names no archive date - no value can be "
                   "verified this run"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           EXIT.

      ******************************************************************
      * LOAD-FEEDBACK-TABLE
      ******************************************************************
       LOAD-FEEDBACK-TABLE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT FEEDBACK-FILE
           IF WS-FEEDBACK-STATUS NOT = "00"
               SET END-OF-FILE-SW TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FILE-SW
               READ FEEDBACK-FILE
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FEEDBACK-READ
                       PERFORM LOAD-ONE-FEEDBACK-VALUE
               END-READ
           END-PERFORM
           IF WS-FEEDBACK-STATUS NOT = "35"
               CLOSE FEEDBACK-FILE
           END-IF
           EXIT.

      ******************************************************************
      * LOAD-ONE-FEEDBACK-VALUE
      ******************************************************************
       LOAD-ONE-FEEDBACK-VALUE.
           IF FB-PARTNER-ID = SPACES OR FB-VALUE = SPACES
               ADD 1 TO WS-FEEDBACK-DROPPED
               MOVE "IPC2010W" TO WS-OPSMSG-ID
               MOVE WS-FEEDBACK-READ TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "feedback record "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " has no partner "
                   "or value - skipped"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
           IF WS-FB-COUNT >= 1000
               ADD 1 TO WS-FEEDBACK-DROPPED
               MOVE "IPC2011W" TO WS-OPSMSG-ID
               MOVE WS-FEEDBACK-READ TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "feedback table full - record "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " not worked"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               ADD 1 TO WS-FB-COUNT
               MOVE FB-PARTNER-ID TO WS-FB-PARTNER-ID(WS-FB-COUNT)
               MOVE FB-DELIVERY-DATE TO WS-FB-DATE(WS-FB-COUNT)
               MOVE FB-VALUE TO WS-FB-VALUE(WS-FB-COUNT)
               MOVE FB-INCIDENT-CODE TO WS-FB-INCIDENT(WS-FB-COUNT)
               MOVE FB-PARTNER-REF TO WS-FB-PARTNER-REF(WS-FB-COUNT)
               MOVE FB-REIDENTIFY-FLAG TO WS-FB-REIDENT-SW(WS-FB-COUNT)
               MOVE SPACE TO WS-FB-STATUS(WS-FB-COUNT)
               MOVE SPACES TO WS-FB-SOURCE(WS-FB-COUNT)
               MOVE SPACES TO WS-FB-MODE(WS-FB-COUNT)
               MOVE 0 TO WS-FB-RECORDS(WS-FB-COUNT)
               MOVE 0 TO WS-FB-REQUEST-ID(WS-FB-COUNT)
               MOVE SPACES TO WS-FB-KEY-ID(WS-FB-COUNT)
               MOVE 'N' TO WS-FB-REKEY-SW(WS-FB-COUNT)
               MOVE SPACES TO WS-FB-ADDR-MODE(WS-FB-COUNT)
               MOVE LOW-VALUES TO WS-FB-ADDR-BLOCK(WS-FB-COUNT)
               MOVE SPACES TO WS-FB-RUN-VALUE(WS-FB-COUNT)
           END-IF
           END-IF
           EXIT.

      ******************************************************************
      * LOAD-MANIFEST-TABLE
      * Only the manifest rows for a partner and date the feedback
      * actually names are kept - the manifest is cumulative and
      * grows every night
      ******************************************************************
       LOAD-MANIFEST-TABLE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT DELIVERY-MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               MOVE "IPC2012E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "DLVRMANIFEST not usable (status "
                   WS-MANIFEST-STATUS ") - no delivery can be proven"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET END-OF-FILE-SW TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FILE-SW
               READ DELIVERY-MANIFEST-FILE
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-MANIFEST-ROW
               END-READ
           END-PERFORM
           IF WS-MANIFEST-STATUS NOT = "35"
               CLOSE DELIVERY-MANIFEST-FILE
           END-IF
           EXIT.

      ******************************************************************
      * LOAD-ONE-MANIFEST-ROW
      ******************************************************************
       LOAD-ONE-MANIFEST-ROW.
           MOVE 0 TO WS-MF-MATCH
           PERFORM VARYING WS-FB-INDEX FROM 1 BY 1
               UNTIL WS-FB-INDEX > WS-FB-COUNT
                   OR WS-MF-MATCH > 0
               IF WS-FB-PARTNER-ID(WS-FB-INDEX) = DM-PARTNER-ID
                   AND WS-FB-DATE(WS-FB-INDEX) = DM-RUN-DATE
                   MOVE 1 TO WS-MF-MATCH
               END-IF
           END-PERFORM
           IF WS-MF-MATCH > 0
               AND DM-RECORD-COUNT IS NUMERIC
               AND DM-RECORD-COUNT > 0
               IF WS-MF-COUNT < 500
                   ADD 1 TO WS-MF-COUNT
                   MOVE DM-PARTNER-ID TO WS-MF-PARTNER-ID(WS-MF-COUNT)
                   MOVE DM-RUN-DATE TO WS-MF-DATE(WS-MF-COUNT)
                   MOVE DM-KEY-ID TO WS-MF-KEY-ID(WS-MF-COUNT)
               ELSE
                   MOVE "IPC2013W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "manifest table full - delivery "
                       DM-PARTNER-ID " " DM-RUN-DATE " not carried"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * CHECK-MANIFEST-DELIVERIES
      * First gate: a value from a partner/date we have no delivery
      * record for is finished here; so is one from a date other
      * than the archive supplied, which cannot be looked at
      ******************************************************************
       CHECK-MANIFEST-DELIVERIES.
           PERFORM VARYING WS-FB-INDEX FROM 1 BY 1
               UNTIL WS-FB-INDEX > WS-FB-COUNT
               MOVE 0 TO WS-MF-MATCH
               PERFORM VARYING WS-MF-INDEX FROM 1 BY 1
                   UNTIL WS-MF-INDEX > WS-MF-COUNT
                       OR WS-MF-MATCH > 0
                   IF WS-MF-PARTNER-ID(WS-MF-INDEX) =
                           WS-FB-PARTNER-ID(WS-FB-INDEX)
                       AND WS-MF-DATE(WS-MF-INDEX) =
                           WS-FB-DATE(WS-FB-INDEX)
                       MOVE WS-MF-INDEX TO WS-MF-MATCH
                   END-IF
               END-PERFORM
               IF WS-MF-MATCH = 0
                   SET WS-FB-NOT-DELIVERED(WS-FB-INDEX) TO TRUE
               ELSE
                   MOVE WS-MF-KEY-ID(WS-MF-MATCH)
                       TO WS-FB-KEY-ID(WS-FB-INDEX)
                   IF WS-ARCHIVE-DATE = SPACES
                       OR WS-FB-DATE(WS-FB-INDEX) NOT = WS-ARCHIVE-DATE
                       SET WS-FB-NO-ARCHIVE(WS-FB-INDEX) TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      ******************************************************************
      * LOAD-RUN-KEY-TABLE
      ******************************************************************
       LOAD-RUN-KEY-TABLE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS NOT = "00"
               SET END-OF-FILE-SW TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FILE-SW
               READ RUN-HISTORY-FILE
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       IF RH-PROGRAM = "BATCH"
                           AND RH-COMPLETED
                           AND RH-OPERATION NOT = 'D'
                           AND RH-RUN-TIMESTAMP(1:8) = WS-ARCHIVE-DATE
                           PERFORM LOAD-ONE-RUN-KEY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RUNHIST-STATUS NOT = "35"
               CLOSE RUN-HISTORY-FILE
           END-IF
           EXIT.

      ******************************************************************
      * LOAD-ONE-RUN-KEY
      * A later run under the same mode (a rerun) replaces the
      * earlier one's key-id
      ******************************************************************
       LOAD-ONE-RUN-KEY.
           MOVE 0 TO WS-RK-MATCH
           PERFORM VARYING WS-RK-INDEX FROM 1 BY 1
               UNTIL WS-RK-INDEX > WS-RK-COUNT
                   OR WS-RK-MATCH > 0
               IF WS-RK-MODE(WS-RK-INDEX) = RH-MODE
                   MOVE WS-RK-INDEX TO WS-RK-MATCH
               END-IF
           END-PERFORM
           IF WS-RK-MATCH = 0 AND WS-RK-COUNT < 10
               ADD 1 TO WS-RK-COUNT
               MOVE WS-RK-COUNT TO WS-RK-MATCH
               MOVE RH-MODE TO WS-RK-MODE(WS-RK-MATCH)
           END-IF
           IF WS-RK-MATCH > 0
               MOVE RH-KEY-ID TO WS-RK-KEY-ID(WS-RK-MATCH)
           END-IF
           EXIT.

      ******************************************************************
      * PREPARE-REKEYED-VALUES
      * A delivery whose manifest key-id is one of the night's run
      * keys (or carries none, as before re-keying existed) went out
      * with the archive's own values. Any other key-id means the
      * partner's values were re-keyed at delivery and must be
      * decrypted before they can be found in the archive.
      ******************************************************************
       PREPARE-REKEYED-VALUES.
           PERFORM VARYING WS-FB-INDEX FROM 1 BY 1
               UNTIL WS-FB-INDEX > WS-FB-COUNT
               IF WS-FB-STATUS(WS-FB-INDEX) = SPACE
                   AND WS-FB-KEY-ID(WS-FB-INDEX) NOT = SPACES
                   MOVE 'N' TO WS-RUN-KEY-SW
                   PERFORM VARYING WS-RK-INDEX FROM 1 BY 1
                       UNTIL WS-RK-INDEX > WS-RK-COUNT
                       IF WS-RK-KEY-ID(WS-RK-INDEX) =
                               WS-FB-KEY-ID(WS-FB-INDEX)
                           SET IS-RUN-KEY TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT IS-RUN-KEY
                       SET WS-FB-REKEYED(WS-FB-INDEX) TO TRUE
                       PERFORM DECRYPT-PARTNER-VALUE
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PARTNER-KEY
           EXIT.

      ******************************************************************
      * DECRYPT-PARTNER-VALUE
      * The value carries no mode of its own, so each mode the night
      * ran under is tried in turn; the first that decrypts wins. A
      * value no mode decrypts is left to settle as not in the file.
      ******************************************************************
       DECRYPT-PARTNER-VALUE.
           IF WS-FB-KEY-ID(WS-FB-INDEX) NOT = WS-LOADED-KEY-ID
               MOVE WS-FB-KEY-ID(WS-FB-INDEX) TO WS-LOADED-KEY-ID
               CALL 'IPCRYPT-KEYLOOKUP' USING WS-LOADED-KEY-ID
                   WS-PARTNER-KEY WS-PARTNER-KEY-LENGTH
                   WS-KEYLOOKUP-STATUS WS-KEYLOOKUP-PREDECESSOR
               END-CALL
           END-IF
           IF WS-KEYLOOKUP-NOT-FOUND
               MOVE "IPC2014E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "partner key-id " WS-LOADED-KEY-ID " not found - "
                   "partner " WS-FB-PARTNER-ID(WS-FB-INDEX) " value "
                   "cannot be mapped"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               PERFORM VARYING WS-RK-INDEX FROM 1 BY 1
                   UNTIL WS-RK-INDEX > WS-RK-COUNT
                       OR WS-FB-ADDR-MODE(WS-FB-INDEX) NOT = SPACES
                   MOVE WS-RK-MODE(WS-RK-INDEX) TO WS-TRY-MODE
                   IF WS-TRY-MODE NOT = "SUBNET"
                       PERFORM TRY-PARTNER-VALUE-DECRYPT
                   END-IF
               END-PERFORM
               IF WS-FB-ADDR-MODE(WS-FB-INDEX) NOT = SPACES
                   ADD 1 TO WS-REKEYED-PENDING
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * TRY-PARTNER-VALUE-DECRYPT
      * ND/NDX values are tweak+ciphertext hex, split the way
      * IPCRYPT-REKEY splits them
      ******************************************************************
       TRY-PARTNER-VALUE-DECRYPT.
           MOVE SPACES TO WS-IPCRYPT-REQUEST
           SET WS-DECRYPT TO TRUE
           SET WS-PURPOSE-DELIVERY-REKEY TO TRUE
           MOVE WS-TRY-MODE TO WS-MODE OF WS-IPCRYPT-REQUEST
           MOVE WS-PARTNER-KEY TO WS-KEY OF WS-IPCRYPT-REQUEST
           MOVE WS-PARTNER-KEY-LENGTH
               TO WS-KEY-LENGTH OF WS-IPCRYPT-REQUEST
           MOVE WS-FB-VALUE(WS-FB-INDEX)
               TO WS-INPUT-IP OF WS-IPCRYPT-REQUEST
           MOVE 'Y' TO WS-UTIL-STATUS
           IF WS-TRY-MODE = "ND" OR WS-TRY-MODE = "NDX"
               PERFORM SPLIT-PARTNER-HEX-VALUE
           END-IF
           IF WS-UTIL-STATUS = 'Y'
               CALL 'IPCRYPT-LIB' USING WS-IPCRYPT-REQUEST
               IF IPCRYPT-SUCCESS OF WS-IPCRYPT-REQUEST
                   MOVE "IP-TO-BYTES" TO WS-CALL-FUNCTION
                   MOVE SPACES TO WS-CALL-PARAM-1
                   MOVE WS-OUTPUT OF WS-IPCRYPT-REQUEST
                       TO WS-CALL-PARAM-1
                   CALL 'IPCRYPT-UTILS' USING WS-CALL-FUNCTION
                       WS-CALL-PARAM-1 WS-CALL-PARAM-2 WS-CALL-PARAM-3
                       WS-UTIL-STATUS
                   END-CALL
                   IF WS-UTIL-STATUS = 'Y'
                       MOVE WS-CALL-PARAM-2(1:16)
                           TO WS-FB-ADDR-BLOCK(WS-FB-INDEX)
                       MOVE WS-TRY-MODE TO WS-FB-ADDR-MODE(WS-FB-INDEX)
                   END-IF
                   MOVE SPACES TO WS-CALL-PARAM-1
               END-IF
               MOVE SPACES TO WS-OUTPUT OF WS-IPCRYPT-REQUEST
           END-IF
           EXIT.

      ******************************************************************
      * SPLIT-PARTNER-HEX-VALUE
      ******************************************************************
       SPLIT-PARTNER-HEX-VALUE.
           IF WS-TRY-MODE = "ND"
               MOVE 16 TO WS-TWEAK-HEX-LEN
               MOVE 8 TO WS-VALUE-TWEAK-LENGTH
               MOVE 48 TO WS-TOTAL-HEX-LEN
           ELSE
               MOVE 32 TO WS-TWEAK-HEX-LEN
               MOVE 16 TO WS-VALUE-TWEAK-LENGTH
               MOVE 64 TO WS-TOTAL-HEX-LEN
           END-IF
           MOVE 0 TO WS-SEPARATOR-COUNT
           INSPECT WS-FB-VALUE(WS-FB-INDEX) TALLYING WS-SEPARATOR-COUNT
               FOR ALL "." ALL ":"
           COMPUTE WS-ACTUAL-HEX-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-FB-VALUE(WS-FB-INDEX)))
           IF WS-SEPARATOR-COUNT > 0
               OR WS-ACTUAL-HEX-LEN NOT = WS-TOTAL-HEX-LEN
               MOVE 'N' TO WS-UTIL-STATUS
           ELSE
               MOVE "CONVERT-HEX-STRING-TO-BYTES" TO WS-CALL-FUNCTION
               MOVE SPACES TO WS-CALL-PARAM-1
               MOVE WS-FB-VALUE(WS-FB-INDEX)(1:WS-TWEAK-HEX-LEN)
                   TO WS-CALL-PARAM-1
               MOVE SPACES TO WS-CALL-PARAM-2
               CALL 'IPCRYPT-UTILS' USING WS-CALL-FUNCTION
                   WS-CALL-PARAM-1 WS-CALL-PARAM-2 WS-CALL-PARAM-3
                   WS-UTIL-STATUS
               END-CALL
               MOVE WS-CALL-PARAM-2(1:16) TO WS-VALUE-TWEAK

               MOVE "CONVERT-HEX-STRING-TO-BYTES" TO WS-CALL-FUNCTION
               MOVE SPACES TO WS-CALL-PARAM-1
               MOVE WS-FB-VALUE(WS-FB-INDEX)(WS-TWEAK-HEX-LEN + 1:32)
                   TO WS-CALL-PARAM-1
               MOVE SPACES TO WS-CALL-PARAM-2
               CALL 'IPCRYPT-UTILS' USING WS-CALL-FUNCTION
                   WS-CALL-PARAM-1 WS-CALL-PARAM-2 WS-CALL-PARAM-3
                   WS-UTIL-STATUS
               END-CALL

               MOVE "BYTES-TO-IP" TO WS-CALL-FUNCTION
               MOVE WS-CALL-PARAM-2 TO WS-CALL-PARAM-1
               MOVE SPACES TO WS-CALL-PARAM-2
               MOVE SPACES TO WS-CALL-PARAM-3
               CALL 'IPCRYPT-UTILS' USING WS-CALL-FUNCTION
                   WS-CALL-PARAM-1 WS-CALL-PARAM-2 WS-CALL-PARAM-3
                   WS-UTIL-STATUS
               END-CALL
               MOVE SPACES TO WS-CIPHER-IP-TEXT
               MOVE WS-CALL-PARAM-2(1:39) TO WS-CIPHER-IP-TEXT
               MOVE WS-CIPHER-IP-TEXT
                   TO WS-INPUT-IP OF WS-IPCRYPT-REQUEST
               MOVE WS-VALUE-TWEAK TO WS-TWEAK OF WS-IPCRYPT-REQUEST
               MOVE WS-VALUE-TWEAK-LENGTH
                   TO WS-TWEAK-LENGTH OF WS-IPCRYPT-REQUEST
           END-IF
           EXIT.

      ******************************************************************
      * SCAN-ARCHIVED-EXTRACT
      * One pass over the archived extract; every successful row is
      * checked against the values still awaiting verification.
      * Only the collector code, mode and a record count are taken
      * from a matching row - its BO-ORIGINAL-IP is never touched.
      ******************************************************************
       SCAN-ARCHIVED-EXTRACT.
           IF WS-ARCHIVE-DATE NOT = SPACES
               MOVE 'N' TO WS-EOF-SWITCH
               OPEN INPUT ARCHIVED-EXTRACT-FILE
               IF WS-MERGEARCH-STATUS NOT = "00"
                   MOVE "IPC2015E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "MERGEARCH not usable (status "
                       WS-MERGEARCH-STATUS ") - no value can be "
                       "verified this run"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET END-OF-FILE-SW TO TRUE
               ELSE
                   SET ARCHIVE-AVAILABLE TO TRUE
               END-IF
               PERFORM UNTIL END-OF-FILE-SW
                   READ ARCHIVED-EXTRACT-FILE
                       AT END
                           SET END-OF-FILE-SW TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ARCHIVE-READ
                           IF BO-STATUS-CODE = 00
                               AND BO-OUTPUT-VALUE NOT = SPACES
                               PERFORM MATCH-ONE-ARCHIVED-ROW
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-MERGEARCH-STATUS NOT = "35"
                   CLOSE ARCHIVED-EXTRACT-FILE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * MATCH-ONE-ARCHIVED-ROW
      * A value two collectors both produced attributes to "MULT".
      * A re-keyed value matches on its decrypted address block and
      * mode; the row's address is turned into a block only when
      * some re-keyed value is still waiting for it.
      ******************************************************************
       MATCH-ONE-ARCHIVED-ROW.
           MOVE 'N' TO WS-ROW-BLOCK-SW
           IF WS-REKEYED-PENDING > 0
               MOVE "IP-TO-BYTES" TO WS-CALL-FUNCTION
               MOVE SPACES TO WS-CALL-PARAM-1
               MOVE BO-ORIGINAL-IP TO WS-CALL-PARAM-1
               CALL 'IPCRYPT-UTILS' USING WS-CALL-FUNCTION
                   WS-CALL-PARAM-1 WS-CALL-PARAM-2 WS-CALL-PARAM-3
                   WS-UTIL-STATUS
               END-CALL
               IF WS-UTIL-STATUS = 'Y'
                   MOVE WS-CALL-PARAM-2(1:16) TO WS-ROW-BLOCK
                   SET ROW-BLOCK-OK TO TRUE
               END-IF
               MOVE SPACES TO WS-CALL-PARAM-1
           END-IF
           PERFORM VARYING WS-FB-INDEX FROM 1 BY 1
               UNTIL WS-FB-INDEX > WS-FB-COUNT
               IF (WS-FB-STATUS(WS-FB-INDEX) = SPACE
                       OR WS-FB-VERIFIED(WS-FB-INDEX))
                   AND ((NOT WS-FB-REKEYED(WS-FB-INDEX)
                       AND WS-FB-VALUE(WS-FB-INDEX) = BO-OUTPUT-VALUE)
                   OR (WS-FB-REKEYED(WS-FB-INDEX)
                       AND ROW-BLOCK-OK
                       AND WS-FB-ADDR-MODE(WS-FB-INDEX) = BO-MODE-USED
                       AND WS-FB-ADDR-BLOCK(WS-FB-INDEX) =
                           WS-ROW-BLOCK))
                   IF WS-FB-VERIFIED(WS-FB-INDEX)
                       IF WS-FB-SOURCE(WS-FB-INDEX) NOT =
                               BO-SOURCE-SYSTEM
                           MOVE "MULT" TO WS-FB-SOURCE(WS-FB-INDEX)
                       END-IF
                   ELSE
                       SET WS-FB-VERIFIED(WS-FB-INDEX) TO TRUE
                       MOVE BO-SOURCE-SYSTEM
                           TO WS-FB-SOURCE(WS-FB-INDEX)
                       MOVE BO-MODE-USED TO WS-FB-MODE(WS-FB-INDEX)
                       MOVE BO-OUTPUT-VALUE
                           TO WS-FB-RUN-VALUE(WS-FB-INDEX)
                   END-IF
                   ADD 1 TO WS-FB-RECORDS(WS-FB-INDEX)
               END-IF
           END-PERFORM
           EXIT.

      ******************************************************************
      * SETTLE-UNMATCHED-VALUES
      * Whatever passed the manifest gate but matched no archived row
      * was not in the file we sent - or no archive could be read
      ******************************************************************
       SETTLE-UNMATCHED-VALUES.
           PERFORM VARYING WS-FB-INDEX FROM 1 BY 1
               UNTIL WS-FB-INDEX > WS-FB-COUNT
               IF WS-FB-STATUS(WS-FB-INDEX) = SPACE
                   IF ARCHIVE-AVAILABLE
                       SET WS-FB-NOT-FOUND(WS-FB-INDEX) TO TRUE
                   ELSE
                       SET WS-FB-NO-ARCHIVE(WS-FB-INDEX) TO TRUE
                   END-IF
               END-IF
               IF WS-FB-VERIFIED(WS-FB-INDEX)
                   ADD 1 TO WS-VERIFIED-COUNT
               ELSE
                   ADD 1 TO WS-UNVERIFIED-COUNT
               END-IF
           END-PERFORM
           EXIT.

      ******************************************************************
      * RAISE-DISCLOSURE-REQUESTS
      * Count what PENDDISC already holds and take the next request
      * id, then append one pending request per verified value the
      * partner asked to have re-identified. Nothing is decrypted
      * here; the approver still decides each one in
      * IPCRYPT-DISCLOSURE.
      ******************************************************************
       RAISE-DISCLOSURE-REQUESTS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PENDING-DISCLOSURE-FILE
           IF WS-PENDDISC-STATUS NOT = "00"
               SET END-OF-FILE-SW TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FILE-SW
               READ PENDING-DISCLOSURE-FILE
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PEND-IN-USE
                       IF PD-REQUEST-ID NUMERIC
                           AND PD-REQUEST-ID > WS-NEXT-REQUEST-ID
                           MOVE PD-REQUEST-ID TO WS-NEXT-REQUEST-ID
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PENDDISC-STATUS NOT = "35"
               CLOSE PENDING-DISCLOSURE-FILE
           END-IF

           OPEN EXTEND PENDING-DISCLOSURE-FILE
           IF WS-PENDDISC-STATUS NOT = "00"
               OPEN OUTPUT PENDING-DISCLOSURE-FILE
           END-IF
           PERFORM VARYING WS-FB-INDEX FROM 1 BY 1
               UNTIL WS-FB-INDEX > WS-FB-COUNT
               IF WS-FB-REIDENT-SW(WS-FB-INDEX) = 'Y'
                   AND WS-FB-VERIFIED(WS-FB-INDEX)
                   PERFORM RAISE-ONE-DISCLOSURE-REQUEST
               END-IF
           END-PERFORM
           CLOSE PENDING-DISCLOSURE-FILE
           EXIT.

      ******************************************************************
      * RAISE-ONE-DISCLOSURE-REQUEST
      ******************************************************************
       RAISE-ONE-DISCLOSURE-REQUEST.
           IF WS-PEND-IN-USE >= WS-PEND-CAPACITY
               ADD 1 TO WS-NOT-RAISED-COUNT
               MOVE "IPC2016W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "PENDDISC is full - no request raised for "
                   "partner " WS-FB-PARTNER-ID(WS-FB-INDEX) " incident "
                   WS-FB-INCIDENT(WS-FB-INDEX)
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               MOVE 0 TO WS-RK-MATCH
               PERFORM VARYING WS-RK-INDEX FROM 1 BY 1
                   UNTIL WS-RK-INDEX > WS-RK-COUNT
                       OR WS-RK-MATCH > 0
                   IF WS-RK-MODE(WS-RK-INDEX) = WS-FB-MODE(WS-FB-INDEX)
                       MOVE WS-RK-INDEX TO WS-RK-MATCH
                   END-IF
               END-PERFORM

               MOVE SPACES TO PENDING-DISCLOSURE-RECORD
               ADD 1 TO WS-NEXT-REQUEST-ID
               ADD 1 TO WS-PEND-IN-USE
               MOVE WS-NEXT-REQUEST-ID TO PD-REQUEST-ID
               SET PD-PENDING TO TRUE
               MOVE WS-RUN-DATE TO PD-REQUEST-DATE
               IF WS-FB-PARTNER-REF(WS-FB-INDEX) NOT = SPACES
                   MOVE WS-FB-PARTNER-REF(WS-FB-INDEX) TO PD-CASE-REF
               ELSE
                   STRING FUNCTION TRIM(WS-FB-PARTNER-ID(WS-FB-INDEX))
                       "-" FUNCTION TRIM(WS-FB-INCIDENT(WS-FB-INDEX))
                       DELIMITED BY SIZE INTO PD-CASE-REF
                   END-STRING
               END-IF
               STRING "PARTNER " WS-FB-PARTNER-ID(WS-FB-INDEX)
                   " FEEDBACK" DELIMITED BY SIZE INTO PD-REQUESTER
               END-STRING
               STRING "PARTNER INCIDENT "
                   FUNCTION TRIM(WS-FB-INCIDENT(WS-FB-INDEX))
                   " - DELIVERED " WS-FB-DATE(WS-FB-INDEX)
                   " SOURCE " WS-FB-SOURCE(WS-FB-INDEX)
                   DELIMITED BY SIZE INTO PD-JUSTIFICATION
               END-STRING
               MOVE WS-FB-MODE(WS-FB-INDEX) TO PD-MODE
               IF WS-RK-MATCH > 0
                   MOVE WS-RK-KEY-ID(WS-RK-MATCH) TO PD-KEY-OR-ID
               END-IF
      * the archive's run-key value, which is what the key-id above
      * decrypts - never the partner's re-keyed one
               MOVE WS-FB-RUN-VALUE(WS-FB-INDEX) TO PD-ADDRESS
               WRITE PENDING-DISCLOSURE-RECORD
               MOVE WS-NEXT-REQUEST-ID
                   TO WS-FB-REQUEST-ID(WS-FB-INDEX)
               ADD 1 TO WS-RAISED-COUNT
               IF WS-RK-MATCH = 0
                   MOVE "IPC2017W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "request " WS-NEXT-REQUEST-ID " raised "
                       "without a key-id - RUNHIST has no completed "
                       "run under " WS-FB-MODE(WS-FB-INDEX) " for "
                       WS-ARCHIVE-DATE
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * WRITE-FEEDBACK-REPORT
      * One detail line per value - the anonymized value as the
      * partner sent it, never the address behind it - then the
      * summary per partner and incident code
      ******************************************************************
       WRITE-FEEDBACK-REPORT.
           OPEN OUTPUT FEEDBACK-REPORT-FILE
           MOVE SPACES TO FEEDBACK-REPORT-LINE
           STRING "IPCRYPT-FEEDBACK PARTNER INCIDENT FEEDBACK - RUN "
               WS-RUN-DATE "  ARCHIVE " WS-ARCHIVE-DATE
               DELIMITED BY SIZE INTO FEEDBACK-REPORT-LINE
           END-STRING
           WRITE FEEDBACK-REPORT-LINE
           MOVE SPACES TO FEEDBACK-REPORT-LINE
           WRITE FEEDBACK-REPORT-LINE
           MOVE "PARTNER  DELIVERED INCIDENT STATUS         SOURCE "
               & "   RECORDS PENDDISC VALUE"
               TO FEEDBACK-REPORT-LINE
           WRITE FEEDBACK-REPORT-LINE

           PERFORM VARYING WS-FB-INDEX FROM 1 BY 1
               UNTIL WS-FB-INDEX > WS-FB-COUNT
               PERFORM WRITE-ONE-FEEDBACK-LINE
               PERFORM TALLY-FEEDBACK-SUMMARY
           END-PERFORM

           MOVE SPACES TO FEEDBACK-REPORT-LINE
           WRITE FEEDBACK-REPORT-LINE
           MOVE "SUMMARY BY PARTNER AND INCIDENT CODE"
               TO FEEDBACK-REPORT-LINE
           WRITE FEEDBACK-REPORT-LINE
           MOVE "PARTNER  INCIDENT     VALUES  VERIFIED  NOT-VERIF"
               & "   RECORDS  PENDDISC" TO FEEDBACK-REPORT-LINE
           WRITE FEEDBACK-REPORT-LINE
           PERFORM WRITE-ONE-SUMMARY-LINE
               VARYING WS-SUM-INDEX FROM 1 BY 1
               UNTIL WS-SUM-INDEX > WS-SUM-COUNT

           MOVE SPACES TO FEEDBACK-REPORT-LINE
           WRITE FEEDBACK-REPORT-LINE
           MOVE WS-FEEDBACK-READ TO WS-REPORT-NUMBER
           MOVE SPACES TO FEEDBACK-REPORT-LINE
           STRING "  FEEDBACK RECORDS READ   : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO FEEDBACK-REPORT-LINE
           WRITE FEEDBACK-REPORT-LINE
           MOVE WS-FEEDBACK-DROPPED TO WS-REPORT-NUMBER
           MOVE SPACES TO FEEDBACK-REPORT-LINE
           STRING "  RECORDS NOT WORKED      : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO FEEDBACK-REPORT-LINE
           WRITE FEEDBACK-REPORT-LINE
           MOVE WS-VERIFIED-COUNT TO WS-REPORT-NUMBER
           MOVE SPACES TO FEEDBACK-REPORT-LINE
           STRING "  VALUES VERIFIED         : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO FEEDBACK-REPORT-LINE
           WRITE FEEDBACK-REPORT-LINE
           MOVE WS-UNVERIFIED-COUNT TO WS-REPORT-NUMBER
           MOVE SPACES TO FEEDBACK-REPORT-LINE
           STRING "  VALUES NOT VERIFIED     : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO FEEDBACK-REPORT-LINE
           WRITE FEEDBACK-REPORT-LINE
           MOVE WS-RAISED-COUNT TO WS-REPORT-NUMBER
           MOVE SPACES TO FEEDBACK-REPORT-LINE
           STRING "  PENDDISC REQUESTS RAISED: " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO FEEDBACK-REPORT-LINE
           WRITE FEEDBACK-REPORT-LINE
           MOVE WS-NOT-RAISED-COUNT TO WS-REPORT-NUMBER
           MOVE SPACES TO FEEDBACK-REPORT-LINE
           STRING "  REQUESTS NOT RAISED     : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO FEEDBACK-REPORT-LINE
           WRITE FEEDBACK-REPORT-LINE
           CLOSE FEEDBACK-REPORT-FILE
           EXIT.

      ******************************************************************
      * WRITE-ONE-FEEDBACK-LINE
      ******************************************************************
       WRITE-ONE-FEEDBACK-LINE.
           EVALUATE TRUE
               WHEN WS-FB-VERIFIED(WS-FB-INDEX)
                   MOVE "VERIFIED" TO WS-STATUS-TEXT
               WHEN WS-FB-NOT-DELIVERED(WS-FB-INDEX)
                   MOVE "NOT DELIVERED" TO WS-STATUS-TEXT
               WHEN WS-FB-NO-ARCHIVE(WS-FB-INDEX)
                   MOVE "NO ARCHIVE" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "NOT IN FILE" TO WS-STATUS-TEXT
           END-EVALUATE
           IF WS-FB-REQUEST-ID(WS-FB-INDEX) > 0
               MOVE WS-FB-REQUEST-ID(WS-FB-INDEX) TO WS-REQUEST-TEXT
           ELSE
               IF WS-FB-REIDENT-SW(WS-FB-INDEX) = 'Y'
                   MOVE "NONE" TO WS-REQUEST-TEXT
               ELSE
                   MOVE "-" TO WS-REQUEST-TEXT
               END-IF
           END-IF
           MOVE WS-FB-RECORDS(WS-FB-INDEX) TO WS-REPORT-NUMBER
           MOVE SPACES TO FEEDBACK-REPORT-LINE
           STRING WS-FB-PARTNER-ID(WS-FB-INDEX) " "
               WS-FB-DATE(WS-FB-INDEX) "  "
               WS-FB-INCIDENT(WS-FB-INDEX) " "
               WS-STATUS-TEXT " "
               WS-FB-SOURCE(WS-FB-INDEX) " "
               WS-REPORT-NUMBER " "
               WS-REQUEST-TEXT "   "
               WS-FB-VALUE(WS-FB-INDEX)(1:48)
               DELIMITED BY SIZE INTO FEEDBACK-REPORT-LINE
           END-STRING
           WRITE FEEDBACK-REPORT-LINE
           EXIT.

      ******************************************************************
      * TALLY-FEEDBACK-SUMMARY
      * Fifty partner/incident slots; beyond that the last slot folds
      * the overflow under "++++" so nothing drops out of the totals
      ******************************************************************
       TALLY-FEEDBACK-SUMMARY.
           MOVE 0 TO WS-SUM-MATCH
           PERFORM VARYING WS-SUM-INDEX FROM 1 BY 1
               UNTIL WS-SUM-INDEX > WS-SUM-COUNT
                   OR WS-SUM-MATCH > 0
               IF WS-SUM-PARTNER-ID(WS-SUM-INDEX) =
                       WS-FB-PARTNER-ID(WS-FB-INDEX)
                   AND WS-SUM-INCIDENT(WS-SUM-INDEX) =
                       WS-FB-INCIDENT(WS-FB-INDEX)
                   MOVE WS-SUM-INDEX TO WS-SUM-MATCH
               END-IF
           END-PERFORM
           IF WS-SUM-MATCH = 0
               IF WS-SUM-COUNT < 49
                   ADD 1 TO WS-SUM-COUNT
                   MOVE WS-SUM-COUNT TO WS-SUM-MATCH
                   MOVE WS-FB-PARTNER-ID(WS-FB-INDEX)
                       TO WS-SUM-PARTNER-ID(WS-SUM-MATCH)
                   MOVE WS-FB-INCIDENT(WS-FB-INDEX)
                       TO WS-SUM-INCIDENT(WS-SUM-MATCH)
               ELSE
                   MOVE 50 TO WS-SUM-MATCH
                   IF WS-SUM-PARTNER-ID(50) NOT = "++++"
                       MOVE "++++" TO WS-SUM-PARTNER-ID(50)
                       MOVE "++++" TO WS-SUM-INCIDENT(50)
                       MOVE 50 TO WS-SUM-COUNT
                       MOVE 0 TO WS-SUM-ITEMS(50)
                   END-IF
               END-IF
               IF WS-SUM-ITEMS(WS-SUM-MATCH) = 0
                   MOVE 0 TO WS-SUM-VERIFIED(WS-SUM-MATCH)
                   MOVE 0 TO WS-SUM-UNVERIFIED(WS-SUM-MATCH)
                   MOVE 0 TO WS-SUM-RECORDS(WS-SUM-MATCH)
                   MOVE 0 TO WS-SUM-RAISED(WS-SUM-MATCH)
               END-IF
           END-IF
           ADD 1 TO WS-SUM-ITEMS(WS-SUM-MATCH)
           IF WS-FB-VERIFIED(WS-FB-INDEX)
               ADD 1 TO WS-SUM-VERIFIED(WS-SUM-MATCH)
               ADD WS-FB-RECORDS(WS-FB-INDEX)
                   TO WS-SUM-RECORDS(WS-SUM-MATCH)
           ELSE
               ADD 1 TO WS-SUM-UNVERIFIED(WS-SUM-MATCH)
           END-IF
           IF WS-FB-REQUEST-ID(WS-FB-INDEX) > 0
               ADD 1 TO WS-SUM-RAISED(WS-SUM-MATCH)
           END-IF
           EXIT.

      ******************************************************************
      * WRITE-ONE-SUMMARY-LINE
      ******************************************************************
       WRITE-ONE-SUMMARY-LINE.
           MOVE WS-SUM-ITEMS(WS-SUM-INDEX) TO WS-REPORT-NUMBER
           MOVE WS-SUM-VERIFIED(WS-SUM-INDEX) TO WS-REPORT-NUMBER-2
           MOVE WS-SUM-UNVERIFIED(WS-SUM-INDEX) TO WS-REPORT-NUMBER-3
           MOVE WS-SUM-RECORDS(WS-SUM-INDEX) TO WS-REPORT-NUMBER-4
           MOVE WS-SUM-RAISED(WS-SUM-INDEX) TO WS-REPORT-NUMBER-5
           MOVE SPACES TO FEEDBACK-REPORT-LINE
           STRING WS-SUM-PARTNER-ID(WS-SUM-INDEX) " "
               WS-SUM-INCIDENT(WS-SUM-INDEX) " "
               WS-REPORT-NUMBER " " WS-REPORT-NUMBER-2 " "
               WS-REPORT-NUMBER-3 " " WS-REPORT-NUMBER-4 " "
               WS-REPORT-NUMBER-5
               DELIMITED BY SIZE INTO FEEDBACK-REPORT-LINE
           END-STRING
           WRITE FEEDBACK-REPORT-LINE
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-FEEDBACK" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-FEEDBACK.
