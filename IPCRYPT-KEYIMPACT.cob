      ******************************************************************
      * IPCRYPT-KEYIMPACT - Key Retirement Impact Report
      * Run before a change ticket retires a key-id: reads the one
      * key-id on KEYIMPPARM and lists everything still depending on
      * it - the RUNHIST runs made under it and the partner deliveries
      * on DLVRMANIFEST that came out of them, the live TRANSKSDS
      * entries stamped with it, the OUTKSDS/REVKSDS generations built
      * under it, any PENDDISC disclosure request still open against
      * it, any legal hold naming it, and its predecessor/successor
      * links in the KEYSTORE chain. Ends with a verdict the ticket
      * can quote, mirrored in the return code:
      *   0  SAFE TO RETIRE - nothing depends on the key
      *   4  SAFE TO RETIRE - history only (runs and deliveries that
      *      remain decryptable through the retired key)
      *   8  NEEDS REKEY FIRST - live data or open requests under the
      *      key, or a legal hold naming it
      *  12  CANNOT DETERMINE - a file needed for the verdict could
      *      not be read
      *  16  aborted - no key-id given, or key-id not on the KEYSTORE
      * Read-only; addresses and key material are never written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-KEYIMPACT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNU-LINUX.
       OBJECT-COMPUTER. GNU-LINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYIMP-PARM-FILE ASSIGN TO "KEYIMPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT KEYSTORE-FILE ASSIGN TO "KEYSTORE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYSTORE-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT DELIVERY-MANIFEST-FILE ASSIGN TO "DLVRMANIFEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT TRANSLATION-KSDS ASSIGN TO "TRANSKSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-ORIGINAL-ADDRESS
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT PENDING-DISCLOSURE-FILE ASSIGN TO "PENDDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDDISC-STATUS.
           SELECT LEGALHOLD-FILE ASSIGN TO "LEGALHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGALHOLD-STATUS.
           SELECT KEYIMP-REPORT-FILE ASSIGN TO "KEYIMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  KEYIMP-PARM-FILE
           RECORDING MODE IS F.
       01  KEYIMP-PARM-RECORD.
           05  KI-KEY-ID            PIC X(08).

       FD  KEYSTORE-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-KEYSTORE.cpy".

       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-RUNHIST.cpy".

       FD  DELIVERY-MANIFEST-FILE
           RECORDING MODE IS F.
       01  DELIVERY-MANIFEST-RECORD.
           05  DM-RUN-DATE          PIC X(08).
           05  DM-PARTNER-ID        PIC X(08).
           05  DM-RECORD-COUNT      PIC 9(09).
           05  DM-CHECK-TOTAL       PIC 9(15).
           05  DM-KEY-ID            PIC X(08).

       FD  TRANSLATION-KSDS.
       01  TRANSLATION-RECORD.
           05  TR-ORIGINAL-ADDRESS  PIC X(64).
           05  TR-KEY-ID            PIC X(08).
           05  TR-OUTPUT-VALUE      PIC X(64).

       FD  PENDING-DISCLOSURE-FILE
           RECORDING MODE IS F.
       01  PENDING-DISCLOSURE-RECORD.
           05  PD-REQUEST-ID        PIC 9(06).
           05  PD-STATUS            PIC X(01).
               88  PD-PENDING       VALUE 'P'.
               88  PD-APPROVED      VALUE 'A'.
               88  PD-DENIED        VALUE 'D'.
               88  PD-LAPSED        VALUE 'L'.
           05  PD-REQUEST-DATE      PIC X(08).
           05  PD-CASE-REF          PIC X(20).
           05  PD-REQUESTER         PIC X(30).
           05  PD-JUSTIFICATION     PIC X(60).
           05  PD-MODE              PIC X(16).
           05  PD-KEY-OR-ID         PIC X(64).
           05  PD-TWEAK-HEX         PIC X(32).
           05  PD-ADDRESS           PIC X(64).

       FD  LEGALHOLD-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-LEGALHOLD.cpy".

       FD  KEYIMP-REPORT-FILE
           RECORDING MODE IS F.
       01  KEYIMP-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-PARM-STATUS       PIC X(02).
           05  WS-KEYSTORE-STATUS   PIC X(02).
           05  WS-RUNHIST-STATUS    PIC X(02).
           05  WS-MANIFEST-STATUS   PIC X(02).
           05  WS-TRANS-STATUS      PIC X(02).
           05  WS-PENDDISC-STATUS   PIC X(02).
           05  WS-LEGALHOLD-STATUS  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  END-OF-FILE-SW   VALUE 'Y'.
           05  WS-ABORT-SWITCH      PIC X(01) VALUE 'N'.
               88  IMPACT-ABORTED   VALUE 'Y'.
           05  WS-UNREAD-SWITCH     PIC X(01) VALUE 'N'.
               88  SOME-FILE-UNREADABLE VALUE 'Y'.
           05  WS-KEY-FOUND-SWITCH  PIC X(01) VALUE 'N'.
               88  KEY-ON-KEYSTORE  VALUE 'Y'.
           05  WS-DATE-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88  RUN-DATE-FOUND   VALUE 'Y'.

       01  WS-TARGET-KEY-ID         PIC X(08).
       01  WS-TODAY-DATE            PIC X(08).

      ******************************************************************
      * THE KEY UNDER REVIEW - as found on the KEYSTORE, plus the
      * successors that name it as their predecessor (a successor's
      * decrypt fallback still resolves it once it is RETIRED, so the
      * links are reported but do not block the retirement)
      ******************************************************************
       01  WS-TARGET-KEY.
           05  WS-TK-STATUS         PIC X(01).
           05  WS-TK-DESCRIPTION    PIC X(30).
           05  WS-TK-EFFECTIVE-DATE PIC X(08).
           05  WS-TK-EXPIRY-DATE    PIC X(08).
           05  WS-TK-PREDECESSOR    PIC X(08).
           05  WS-TK-PRED-STATUS    PIC X(01).

       01  WS-SUCCESSOR-TABLE.
           05  WS-SUCCESSOR-COUNT   PIC 9(03) COMP VALUE 0.
           05  WS-SUCCESSOR-ENTRY OCCURS 50 TIMES.
               10  WS-SC-KEY-ID     PIC X(08).
               10  WS-SC-STATUS     PIC X(01).
       01  WS-SC-INDEX              PIC 9(03) COMP.

      ******************************************************************
      * RUN DATES - dates of the BATCH runs made under the key, used to
      * tie manifest lines written before DM-KEY-ID was carried back
      * to the run that produced them
      ******************************************************************
       01  WS-RUN-DATE-TABLE.
           05  WS-RUN-DATE-COUNT    PIC 9(04) COMP VALUE 0.
           05  WS-RUN-DATE OCCURS 1000 TIMES PIC X(08).
       01  WS-RD-INDEX              PIC 9(04) COMP.

       01  WS-COUNTERS.
           05  WS-RUNS-UNDER-KEY    PIC 9(09) COMP VALUE 0.
           05  WS-BATCH-RUNS        PIC 9(09) COMP VALUE 0.
           05  WS-DELIVER-RUNS      PIC 9(09) COMP VALUE 0.
           05  WS-REKEY-RUNS        PIC 9(09) COMP VALUE 0.
           05  WS-KSDS-GENERATIONS  PIC 9(09) COMP VALUE 0.
           05  WS-DELIVERIES        PIC 9(09) COMP VALUE 0.
           05  WS-DELIVERED-RECORDS PIC 9(09) COMP VALUE 0.
           05  WS-TRANS-READ        PIC 9(09) COMP VALUE 0.
           05  WS-TRANS-UNDER-KEY   PIC 9(09) COMP VALUE 0.
           05  WS-OPEN-REQUESTS     PIC 9(09) COMP VALUE 0.
           05  WS-HOLDS-NAMING-KEY  PIC 9(09) COMP VALUE 0.

      * WS-LATEST-KSDS-*: the most recent OUTKSDS run under ANY key,
      * so the report can say whether the live KSDS was last built
      * under this key or has since been rebuilt under another
       01  WS-LATEST-KSDS.
           05  WS-LATEST-KSDS-TS    PIC X(14) VALUE SPACES.
           05  WS-LATEST-KSDS-KEY   PIC X(08) VALUE SPACES.

       01  WS-HOLD-INDEX            PIC 9(02) COMP.
       01  WS-COMPLETION-TEXT       PIC X(09).
       01  WS-STATUS-TEXT           PIC X(08).
       01  WS-VERDICT-TEXT          PIC X(40).
       01  WS-REPORT-NUMBER         PIC Z(08)9.
       01  WS-REPORT-AMOUNT         PIC Z(14)9.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-KEYIMPACT-ENTRY
      ******************************************************************
       MAIN-KEYIMPACT-ENTRY.
           MOVE "IPC2801I" TO WS-OPSMSG-ID
           MOVE "starting key retirement impact report"
               TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           PERFORM READ-IMPACT-PARM
           IF IMPACT-ABORTED
               MOVE 16 TO RETURN-CODE
               MOVE "IPC2802C" TO WS-OPSMSG-ID
               MOVE "report aborted" TO WS-OPSMSG-TEXT
               PERFORM ISSUE-OPS-MESSAGE
               GOBACK
           END-IF

           OPEN OUTPUT KEYIMP-REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM SCAN-KEYSTORE-CHAIN
           IF NOT IMPACT-ABORTED
               PERFORM SCAN-RUN-HISTORY
               PERFORM SCAN-DELIVERY-MANIFEST
               PERFORM SCAN-TRANSLATION-KSDS
               PERFORM SCAN-PENDING-DISCLOSURES
               PERFORM SCAN-LEGAL-HOLDS
               PERFORM DECIDE-RETIREMENT-VERDICT
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE KEYIMP-REPORT-FILE

           MOVE "IPC2803I" TO WS-OPSMSG-ID
           MOVE RETURN-CODE TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "report complete, return code "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
      * READ-IMPACT-PARM - the one key-id under review
      ******************************************************************
       READ-IMPACT-PARM.
           OPEN INPUT KEYIMP-PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               MOVE "IPC2804C" TO WS-OPSMSG-ID
               MOVE "KEYIMPPARM not found, aborting" TO WS-OPSMSG-TEXT
               PERFORM ISSUE-OPS-MESSAGE
               SET IMPACT-ABORTED TO TRUE
           ELSE
               READ KEYIMP-PARM-FILE
                   AT END
                       MOVE SPACES TO KI-KEY-ID
               END-READ
               CLOSE KEYIMP-PARM-FILE
               IF KI-KEY-ID = SPACES
                   MOVE "IPC2805C" TO WS-OPSMSG-ID
                   MOVE "KEYIMPPARM names no key-id, aborting"
                       TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   SET IMPACT-ABORTED TO TRUE
               ELSE
                   MOVE KI-KEY-ID TO WS-TARGET-KEY-ID
                   MOVE "IPC2806I" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "key-id under review = " WS-TARGET-KEY-ID
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * WRITE-REPORT-HEADING
      ******************************************************************
       WRITE-REPORT-HEADING.
           MOVE SPACES TO KEYIMP-REPORT-LINE
           STRING "IPCRYPT-KEYIMPACT KEY RETIREMENT IMPACT FOR KEY-ID "
               WS-TARGET-KEY-ID " AS AT " WS-TODAY-DATE
               DELIMITED BY SIZE INTO KEYIMP-REPORT-LINE
           END-STRING
           WRITE KEYIMP-REPORT-LINE
           MOVE SPACES TO KEYIMP-REPORT-LINE
           WRITE KEYIMP-REPORT-LINE
           EXIT.

      ******************************************************************
      * WRITE-SECTION-TITLE - title already in the report line
      ******************************************************************
       WRITE-SECTION-TITLE.
           WRITE KEYIMP-REPORT-LINE
           MOVE ALL "-" TO KEYIMP-REPORT-LINE(1:60)
           WRITE KEYIMP-REPORT-LINE
           EXIT.

      ******************************************************************
      * SCAN-KEYSTORE-CHAIN - the key's own entry, its predecessor and
      * every key that names it as predecessor. A key-id that is not
      * on the KEYSTORE at all aborts the report: a typo on the change
      * ticket must not come back as SAFE TO RETIRE.
      ******************************************************************
       SCAN-KEYSTORE-CHAIN.
           MOVE SPACES TO WS-TARGET-KEY
           OPEN INPUT KEYSTORE-FILE
           IF WS-KEYSTORE-STATUS NOT = "00"
               MOVE "IPC2807C" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "KEYSTORE not usable (status " WS-KEYSTORE-STATUS
                   "), aborting"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               MOVE "*** KEYSTORE COULD NOT BE READ - REPORT ABORTED"
                   TO KEYIMP-REPORT-LINE
               WRITE KEYIMP-REPORT-LINE
               SET IMPACT-ABORTED TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE-SW
                   READ KEYSTORE-FILE
                       AT END
                           SET END-OF-FILE-SW TO TRUE
                       NOT AT END
                           PERFORM NOTE-ONE-KEYSTORE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE KEYSTORE-FILE
           END-IF
           IF NOT IMPACT-ABORTED AND NOT KEY-ON-KEYSTORE
               MOVE "IPC2808C" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "key-id " WS-TARGET-KEY-ID " is not on the "
                   "KEYSTORE, aborting"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               MOVE SPACES TO KEYIMP-REPORT-LINE
               STRING "*** KEY-ID " WS-TARGET-KEY-ID
                   " IS NOT ON THE KEYSTORE - REPORT ABORTED"
                   DELIMITED BY SIZE INTO KEYIMP-REPORT-LINE
               END-STRING
               WRITE KEYIMP-REPORT-LINE
               SET IMPACT-ABORTED TO TRUE
           END-IF
           IF NOT IMPACT-ABORTED
               PERFORM WRITE-KEYSTORE-SECTION
           END-IF
           EXIT.

      ******************************************************************
      * NOTE-ONE-KEYSTORE-ENTRY
      ******************************************************************
       NOTE-ONE-KEYSTORE-ENTRY.
           IF KS-KEY-ID = WS-TARGET-KEY-ID
               SET KEY-ON-KEYSTORE TO TRUE
               MOVE KS-STATUS TO WS-TK-STATUS
               MOVE KS-DESCRIPTION TO WS-TK-DESCRIPTION
               MOVE KS-EFFECTIVE-DATE TO WS-TK-EFFECTIVE-DATE
               MOVE KS-EXPIRY-DATE TO WS-TK-EXPIRY-DATE
               MOVE KS-PREDECESSOR-KEY-ID TO WS-TK-PREDECESSOR
           END-IF
           IF KS-PREDECESSOR-KEY-ID = WS-TARGET-KEY-ID
               AND KS-KEY-ID NOT = WS-TARGET-KEY-ID
               AND WS-SUCCESSOR-COUNT < 50
               ADD 1 TO WS-SUCCESSOR-COUNT
               MOVE KS-KEY-ID TO WS-SC-KEY-ID(WS-SUCCESSOR-COUNT)
               MOVE KS-STATUS TO WS-SC-STATUS(WS-SUCCESSOR-COUNT)
           END-IF
           EXIT.

      ******************************************************************
      * WRITE-KEYSTORE-SECTION - the predecessor's status is looked up
      * on a second pass, since it may sit after the key on the file
      ******************************************************************
       WRITE-KEYSTORE-SECTION.
           IF WS-TK-PREDECESSOR NOT = SPACES
               OPEN INPUT KEYSTORE-FILE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-FILE-SW
                   READ KEYSTORE-FILE
                       AT END
                           SET END-OF-FILE-SW TO TRUE
                       NOT AT END
                           IF KS-KEY-ID = WS-TK-PREDECESSOR
                               MOVE KS-STATUS TO WS-TK-PRED-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KEYSTORE-FILE
           END-IF

           MOVE "KEYSTORE CHAIN" TO KEYIMP-REPORT-LINE
           PERFORM WRITE-SECTION-TITLE
           MOVE WS-TK-STATUS TO WS-STATUS-TEXT
           PERFORM FORMAT-KEY-STATUS
           MOVE SPACES TO KEYIMP-REPORT-LINE
           STRING "  KEY-ID " WS-TARGET-KEY-ID
               "  STATUS " WS-STATUS-TEXT
               "  " WS-TK-DESCRIPTION
               DELIMITED BY SIZE INTO KEYIMP-REPORT-LINE
           END-STRING
           WRITE KEYIMP-REPORT-LINE
           MOVE SPACES TO KEYIMP-REPORT-LINE
           STRING "  EFFECTIVE " WS-TK-EFFECTIVE-DATE
               "  EXPIRES " WS-TK-EXPIRY-DATE
               DELIMITED BY SIZE INTO KEYIMP-REPORT-LINE
           END-STRING
           WRITE KEYIMP-REPORT-LINE
           IF WS-TK-STATUS = 'R'
               MOVE "  NOTE: KEY IS ALREADY RETIRED - DEPENDENCIES "
                   & "BELOW ARE RESIDUAL" TO KEYIMP-REPORT-LINE
               WRITE KEYIMP-REPORT-LINE
           END-IF

           MOVE SPACES TO KEYIMP-REPORT-LINE
           IF WS-TK-PREDECESSOR = SPACES
               MOVE "  PREDECESSOR : NONE" TO KEYIMP-REPORT-LINE
           ELSE
               IF WS-TK-PRED-STATUS = SPACES
                   MOVE "NOT ON FILE" TO WS-STATUS-TEXT
               ELSE
                   MOVE WS-TK-PRED-STATUS TO WS-STATUS-TEXT
                   PERFORM FORMAT-KEY-STATUS
               END-IF
               STRING "  PREDECESSOR : " WS-TK-PREDECESSOR
                   "  STATUS " WS-STATUS-TEXT
                   DELIMITED BY SIZE INTO KEYIMP-REPORT-LINE
               END-STRING
           END-IF
           WRITE KEYIMP-REPORT-LINE

           IF WS-SUCCESSOR-COUNT = 0
               MOVE "  SUCCESSORS  : NONE" TO KEYIMP-REPORT-LINE
               WRITE KEYIMP-REPORT-LINE
           END-IF
           PERFORM VARYING WS-SC-INDEX FROM 1 BY 1
               UNTIL WS-SC-INDEX > WS-SUCCESSOR-COUNT
               MOVE WS-SC-STATUS(WS-SC-INDEX) TO WS-STATUS-TEXT
               PERFORM FORMAT-KEY-STATUS
               MOVE SPACES TO KEYIMP-REPORT-LINE
               STRING "  SUCCESSOR   : " WS-SC-KEY-ID(WS-SC-INDEX)
                   "  STATUS " WS-STATUS-TEXT
                   "  (DECRYPT FALLBACK RESOLVES THIS KEY)"
                   DELIMITED BY SIZE INTO KEYIMP-REPORT-LINE
               END-STRING
               WRITE KEYIMP-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO KEYIMP-REPORT-LINE
           WRITE KEYIMP-REPORT-LINE
           EXIT.

      ******************************************************************
      * FORMAT-KEY-STATUS - one-letter KS-STATUS in WS-STATUS-TEXT
      * turned into the word the report prints
      ******************************************************************
       FORMAT-KEY-STATUS.
           EVALUATE WS-STATUS-TEXT
               WHEN "A"
                   MOVE "ACTIVE" TO WS-STATUS-TEXT
               WHEN "R"
                   MOVE "RETIRED" TO WS-STATUS-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

      ******************************************************************
      * MARK-FILE-UNREADABLE - the file named in the report line could
      * not be read; the verdict can no longer be SAFE
      ******************************************************************
       MARK-FILE-UNREADABLE.
           WRITE KEYIMP-REPORT-LINE
           MOVE SPACES TO KEYIMP-REPORT-LINE
           WRITE KEYIMP-REPORT-LINE
           SET SOME-FILE-UNREADABLE TO TRUE
           EXIT.

      ******************************************************************
      * SCAN-RUN-HISTORY - every RUNHIST run under the key. BATCH runs
      * written to OUTKSDS built OUTKSDS and REVKSDS together, so each
      * one is an OUTKSDS/REVKSDS generation under the key.
      ******************************************************************
       SCAN-RUN-HISTORY.
           MOVE "RUNS UNDER THE KEY (RUNHIST)" TO KEYIMP-REPORT-LINE
           PERFORM WRITE-SECTION-TITLE
           OPEN INPUT RUN-HISTORY-FILE
           EVALUATE WS-RUNHIST-STATUS
               WHEN "00"
                   MOVE 'N' TO WS-EOF-SWITCH
               WHEN "35"
                   SET END-OF-FILE-SW TO TRUE
               WHEN OTHER
                   MOVE "IPC2809E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "RUNHIST not usable (status "
                       WS-RUNHIST-STATUS ")"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE "  *** RUNHIST COULD NOT BE READ"
                       TO KEYIMP-REPORT-LINE
                   PERFORM MARK-FILE-UNREADABLE
                   SET END-OF-FILE-SW TO TRUE
           END-EVALUATE
           PERFORM UNTIL END-OF-FILE-SW
               READ RUN-HISTORY-FILE
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       PERFORM NOTE-ONE-RUN
               END-READ
           END-PERFORM
           IF WS-RUNHIST-STATUS = "00" OR WS-RUNHIST-STATUS = "10"
               CLOSE RUN-HISTORY-FILE
           END-IF

           IF WS-RUNS-UNDER-KEY = 0
               MOVE "  NO RUNS RECORDED UNDER THIS KEY"
                   TO KEYIMP-REPORT-LINE
               WRITE KEYIMP-REPORT-LINE
           END-IF
           MOVE WS-KSDS-GENERATIONS TO WS-REPORT-NUMBER
           MOVE SPACES TO KEYIMP-REPORT-LINE
           STRING "  OUTKSDS/REVKSDS GENERATIONS UNDER KEY : "
               WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO KEYIMP-REPORT-LINE
           END-STRING
           WRITE KEYIMP-REPORT-LINE
           IF WS-LATEST-KSDS-TS NOT = SPACES
               MOVE SPACES TO KEYIMP-REPORT-LINE
               STRING "  LATEST OUTKSDS BUILD " WS-LATEST-KSDS-TS
                   " WAS UNDER KEY-ID " WS-LATEST-KSDS-KEY
                   DELIMITED BY SIZE INTO KEYIMP-REPORT-LINE
               END-STRING
               WRITE KEYIMP-REPORT-LINE
           END-IF
           MOVE SPACES TO KEYIMP-REPORT-LINE
           WRITE KEYIMP-REPORT-LINE
           EXIT.

      ******************************************************************
      * NOTE-ONE-RUN
      ******************************************************************
       NOTE-ONE-RUN.
           IF RH-PROGRAM = "BATCH" AND RH-OUTPUT-NAME = "OUTKSDS"
               AND RH-RUN-TIMESTAMP > WS-LATEST-KSDS-TS
               MOVE RH-RUN-TIMESTAMP TO WS-LATEST-KSDS-TS
               MOVE RH-KEY-ID TO WS-LATEST-KSDS-KEY
           END-IF
           IF RH-KEY-ID = WS-TARGET-KEY-ID
               ADD 1 TO WS-RUNS-UNDER-KEY
               EVALUATE RH-PROGRAM
                   WHEN "BATCH"
                       ADD 1 TO WS-BATCH-RUNS
                       PERFORM REMEMBER-RUN-DATE
                       IF RH-OUTPUT-NAME = "OUTKSDS"
                           ADD 1 TO WS-KSDS-GENERATIONS
                       END-IF
                   WHEN "DELIVER"
                       ADD 1 TO WS-DELIVER-RUNS
                   WHEN "REKEY"
                       ADD 1 TO WS-REKEY-RUNS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF RH-COMPLETED
                   MOVE "COMPLETED" TO WS-COMPLETION-TEXT
               ELSE
                   MOVE "ABORTED" TO WS-COMPLETION-TEXT
               END-IF
               MOVE RH-RECORDS-WRITTEN TO WS-REPORT-NUMBER
               MOVE SPACES TO KEYIMP-REPORT-LINE
               STRING "  " RH-RUN-TIMESTAMP " " RH-PROGRAM
                   " MODE=" RH-MODE " IN=" RH-INPUT-NAME
                   " OUT=" RH-OUTPUT-NAME
                   " WRITTEN=" WS-REPORT-NUMBER
                   " " WS-COMPLETION-TEXT
                   DELIMITED BY SIZE INTO KEYIMP-REPORT-LINE
               END-STRING
               WRITE KEYIMP-REPORT-LINE
           END-IF
           EXIT.

      ******************************************************************
      * REMEMBER-RUN-DATE
      ******************************************************************
       REMEMBER-RUN-DATE.
           MOVE 'N' TO WS-DATE-FOUND-SWITCH
           PERFORM VARYING WS-RD-INDEX FROM 1 BY 1
               UNTIL WS-RD-INDEX > WS-RUN-DATE-COUNT
                  OR RUN-DATE-FOUND
               IF WS-RUN-DATE(WS-RD-INDEX) = RH-RUN-TIMESTAMP(1:8)
                   SET RUN-DATE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT RUN-DATE-FOUND AND WS-RUN-DATE-COUNT < 1000
               ADD 1 TO WS-RUN-DATE-COUNT
               MOVE RH-RUN-TIMESTAMP(1:8)
                   TO WS-RUN-DATE(WS-RUN-DATE-COUNT)
           END-IF
           EXIT.

      ******************************************************************
      * SCAN-DELIVERY-MANIFEST - partner files whose values are under
      * the key: DM-KEY-ID names it, or (on manifest lines older than
      * DM-KEY-ID) the delivery date is one of the key's run dates
      ******************************************************************
       SCAN-DELIVERY-MANIFEST.
           MOVE "PARTNER DELIVERIES UNDER THE KEY (DLVRMANIFEST)"
               TO KEYIMP-REPORT-LINE
           PERFORM WRITE-SECTION-TITLE
           OPEN INPUT DELIVERY-MANIFEST-FILE
           EVALUATE WS-MANIFEST-STATUS
               WHEN "00"
                   MOVE 'N' TO WS-EOF-SWITCH
               WHEN "35"
                   SET END-OF-FILE-SW TO TRUE
               WHEN OTHER
                   MOVE "IPC2810E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "DLVRMANIFEST not usable (status "
                       WS-MANIFEST-STATUS ")"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE "  *** DLVRMANIFEST COULD NOT BE READ"
                       TO KEYIMP-REPORT-LINE
                   PERFORM MARK-FILE-UNREADABLE
                   SET END-OF-FILE-SW TO TRUE
           END-EVALUATE
           PERFORM UNTIL END-OF-FILE-SW
               READ DELIVERY-MANIFEST-FILE
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       PERFORM NOTE-ONE-DELIVERY
               END-READ
           END-PERFORM
           IF WS-MANIFEST-STATUS = "00" OR WS-MANIFEST-STATUS = "10"
               CLOSE DELIVERY-MANIFEST-FILE
           END-IF

           IF WS-DELIVERIES = 0
               MOVE "  NO DELIVERIES UNDER THIS KEY"
                   TO KEYIMP-REPORT-LINE
               WRITE KEYIMP-REPORT-LINE
           END-IF
           MOVE SPACES TO KEYIMP-REPORT-LINE
           WRITE KEYIMP-REPORT-LINE
           EXIT.

      ******************************************************************
      * NOTE-ONE-DELIVERY
      ******************************************************************
       NOTE-ONE-DELIVERY.
           MOVE 'N' TO WS-DATE-FOUND-SWITCH
           IF DM-KEY-ID = WS-TARGET-KEY-ID
               SET RUN-DATE-FOUND TO TRUE
           ELSE
               IF DM-KEY-ID = SPACES
                   PERFORM VARYING WS-RD-INDEX FROM 1 BY 1
                       UNTIL WS-RD-INDEX > WS-RUN-DATE-COUNT
                          OR RUN-DATE-FOUND
                       IF WS-RUN-DATE(WS-RD-INDEX) = DM-RUN-DATE
                           SET RUN-DATE-FOUND TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           IF RUN-DATE-FOUND
               ADD 1 TO WS-DELIVERIES
               ADD DM-RECORD-COUNT TO WS-DELIVERED-RECORDS
               MOVE DM-RECORD-COUNT TO WS-REPORT-NUMBER
               MOVE DM-CHECK-TOTAL TO WS-REPORT-AMOUNT
               MOVE SPACES TO KEYIMP-REPORT-LINE
               STRING "  " DM-RUN-DATE " PARTNER " DM-PARTNER-ID
                   " RECORDS=" WS-REPORT-NUMBER
                   " CHECK-TOTAL=" WS-REPORT-AMOUNT
                   DELIMITED BY SIZE INTO KEYIMP-REPORT-LINE
               END-STRING
               WRITE KEYIMP-REPORT-LINE
           END-IF
           EXIT.

      ******************************************************************
      * SCAN-TRANSLATION-KSDS - live translation entries stamped with
      * the key; each one would stop resolving the day the key goes.
      * A missing TRANSKSDS simply has no entries.
      ******************************************************************
       SCAN-TRANSLATION-KSDS.
           MOVE "LIVE TRANSLATION ENTRIES (TRANSKSDS)"
               TO KEYIMP-REPORT-LINE
           PERFORM WRITE-SECTION-TITLE
           OPEN INPUT TRANSLATION-KSDS
           EVALUATE WS-TRANS-STATUS
               WHEN "00"
                   MOVE 'N' TO WS-EOF-SWITCH
               WHEN "35"
                   SET END-OF-FILE-SW TO TRUE
               WHEN OTHER
                   MOVE "IPC2811E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "TRANSKSDS not usable (status "
                       WS-TRANS-STATUS ")"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE "  *** TRANSKSDS COULD NOT BE READ"
                       TO KEYIMP-REPORT-LINE
                   PERFORM MARK-FILE-UNREADABLE
                   SET END-OF-FILE-SW TO TRUE
           END-EVALUATE
           PERFORM UNTIL END-OF-FILE-SW
               READ TRANSLATION-KSDS NEXT RECORD
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRANS-READ
                       IF TR-KEY-ID = WS-TARGET-KEY-ID
                           ADD 1 TO WS-TRANS-UNDER-KEY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TRANS-STATUS = "00" OR WS-TRANS-STATUS = "10"
               CLOSE TRANSLATION-KSDS
           END-IF

           MOVE WS-TRANS-READ TO WS-REPORT-NUMBER
           MOVE SPACES TO KEYIMP-REPORT-LINE
           STRING "  ENTRIES READ      : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO KEYIMP-REPORT-LINE
           END-STRING
           WRITE KEYIMP-REPORT-LINE
           MOVE WS-TRANS-UNDER-KEY TO WS-REPORT-NUMBER
           MOVE SPACES TO KEYIMP-REPORT-LINE
           STRING "  ENTRIES UNDER KEY : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO KEYIMP-REPORT-LINE
           END-STRING
           WRITE KEYIMP-REPORT-LINE
           MOVE SPACES TO KEYIMP-REPORT-LINE
           WRITE KEYIMP-REPORT-LINE
           EXIT.

      ******************************************************************
      * SCAN-PENDING-DISCLOSURES - requests still awaiting approval
      * that will decrypt under the key once approved
      ******************************************************************
       SCAN-PENDING-DISCLOSURES.
           MOVE "OPEN DISCLOSURE REQUESTS (PENDDISC)"
               TO KEYIMP-REPORT-LINE
           PERFORM WRITE-SECTION-TITLE
           OPEN INPUT PENDING-DISCLOSURE-FILE
           EVALUATE WS-PENDDISC-STATUS
               WHEN "00"
                   MOVE 'N' TO WS-EOF-SWITCH
               WHEN "35"
                   SET END-OF-FILE-SW TO TRUE
               WHEN OTHER
                   MOVE "IPC2812E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "PENDDISC not usable (status "
                       WS-PENDDISC-STATUS ")"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE "  *** PENDDISC COULD NOT BE READ"
                       TO KEYIMP-REPORT-LINE
                   PERFORM MARK-FILE-UNREADABLE
                   SET END-OF-FILE-SW TO TRUE
           END-EVALUATE
           PERFORM UNTIL END-OF-FILE-SW
               READ PENDING-DISCLOSURE-FILE
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       IF PD-PENDING
                           AND PD-KEY-OR-ID = WS-TARGET-KEY-ID
                           ADD 1 TO WS-OPEN-REQUESTS
                           MOVE SPACES TO KEYIMP-REPORT-LINE
                           STRING "  REQUEST " PD-REQUEST-ID
                               " RAISED " PD-REQUEST-DATE
                               " CASE " PD-CASE-REF
                               " BY " PD-REQUESTER
                               DELIMITED BY SIZE
                               INTO KEYIMP-REPORT-LINE
                           END-STRING
                           WRITE KEYIMP-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PENDDISC-STATUS = "00" OR WS-PENDDISC-STATUS = "10"
               CLOSE PENDING-DISCLOSURE-FILE
           END-IF

           IF WS-OPEN-REQUESTS = 0
               MOVE "  NO OPEN REQUESTS NAME THIS KEY"
                   TO KEYIMP-REPORT-LINE
               WRITE KEYIMP-REPORT-LINE
           END-IF
           MOVE SPACES TO KEYIMP-REPORT-LINE
           WRITE KEYIMP-REPORT-LINE
           EXIT.

      ******************************************************************
      * SCAN-LEGAL-HOLDS - holds in force naming the key; IPCRYPT-
      * KEYMAINT refuses the RETIRE while any of these stand
      ******************************************************************
       SCAN-LEGAL-HOLDS.
           MOVE "LEGAL HOLDS NAMING THE KEY (LEGALHOLD)"
               TO KEYIMP-REPORT-LINE
           PERFORM WRITE-SECTION-TITLE
           OPEN INPUT LEGALHOLD-FILE
           EVALUATE WS-LEGALHOLD-STATUS
               WHEN "00"
                   MOVE 'N' TO WS-EOF-SWITCH
               WHEN "35"
                   SET END-OF-FILE-SW TO TRUE
               WHEN OTHER
                   MOVE "IPC2813E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "LEGALHOLD not usable (status "
                       WS-LEGALHOLD-STATUS ")"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE "  *** LEGALHOLD COULD NOT BE READ"
                       TO KEYIMP-REPORT-LINE
                   PERFORM MARK-FILE-UNREADABLE
                   SET END-OF-FILE-SW TO TRUE
           END-EVALUATE
           PERFORM UNTIL END-OF-FILE-SW
               READ LEGALHOLD-FILE
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       IF LH-RELEASE-DATE = SPACES
                           OR LH-RELEASE-DATE > WS-TODAY-DATE
                           PERFORM NOTE-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LEGALHOLD-STATUS = "00" OR WS-LEGALHOLD-STATUS = "10"
               CLOSE LEGALHOLD-FILE
           END-IF

           IF WS-HOLDS-NAMING-KEY = 0
               MOVE "  NO LEGAL HOLD IN FORCE NAMES THIS KEY"
                   TO KEYIMP-REPORT-LINE
               WRITE KEYIMP-REPORT-LINE
           END-IF
           MOVE SPACES TO KEYIMP-REPORT-LINE
           WRITE KEYIMP-REPORT-LINE
           EXIT.

      ******************************************************************
      * NOTE-ONE-HOLD
      ******************************************************************
       NOTE-ONE-HOLD.
           PERFORM VARYING WS-HOLD-INDEX FROM 1 BY 1
               UNTIL WS-HOLD-INDEX > 5
               IF LH-KEY-ID(WS-HOLD-INDEX) = WS-TARGET-KEY-ID
                   ADD 1 TO WS-HOLDS-NAMING-KEY
                   MOVE SPACES TO KEYIMP-REPORT-LINE
                   STRING "  MATTER " LH-MATTER-REF
                       " " LH-DESCRIPTION
                       " SET " LH-SET-DATE
                       DELIMITED BY SIZE INTO KEYIMP-REPORT-LINE
                   END-STRING
                   WRITE KEYIMP-REPORT-LINE
                   MOVE 6 TO WS-HOLD-INDEX
               END-IF
           END-PERFORM
           EXIT.

      ******************************************************************
      * DECIDE-RETIREMENT-VERDICT - the summary block and the return
      * code the change ticket quotes. A legal hold or any live data
      * or open request under the key needs IPCRYPT-REKEY (or the
      * request resolved, or the hold released) first; history alone
      * stays decryptable through the retired key and only warns.
      ******************************************************************
       DECIDE-RETIREMENT-VERDICT.
           MOVE "SUMMARY" TO KEYIMP-REPORT-LINE
           PERFORM WRITE-SECTION-TITLE
           MOVE WS-RUNS-UNDER-KEY TO WS-REPORT-NUMBER
           MOVE SPACES TO KEYIMP-REPORT-LINE
           STRING "  RUNS UNDER KEY          : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO KEYIMP-REPORT-LINE
           END-STRING
           WRITE KEYIMP-REPORT-LINE
           MOVE WS-BATCH-RUNS TO WS-REPORT-NUMBER
           MOVE SPACES TO KEYIMP-REPORT-LINE
           STRING "    BATCH                 : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO KEYIMP-REPORT-LINE
           END-STRING
           WRITE KEYIMP-REPORT-LINE
           MOVE WS-DELIVER-RUNS TO WS-REPORT-NUMBER
           MOVE SPACES TO KEYIMP-REPORT-LINE
           STRING "    DELIVER               : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO KEYIMP-REPORT-LINE
           END-STRING
           WRITE KEYIMP-REPORT-LINE
           MOVE WS-REKEY-RUNS TO WS-REPORT-NUMBER
           MOVE SPACES TO KEYIMP-REPORT-LINE
           STRING "    REKEY                 : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO KEYIMP-REPORT-LINE
           END-STRING
           WRITE KEYIMP-REPORT-LINE
           MOVE WS-DELIVERIES TO WS-REPORT-NUMBER
           MOVE SPACES TO KEYIMP-REPORT-LINE
           STRING "  PARTNER DELIVERIES      : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO KEYIMP-REPORT-LINE
           END-STRING
           WRITE KEYIMP-REPORT-LINE
           MOVE WS-DELIVERED-RECORDS TO WS-REPORT-NUMBER
           MOVE SPACES TO KEYIMP-REPORT-LINE
           STRING "  RECORDS DELIVERED       : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO KEYIMP-REPORT-LINE
           END-STRING
           WRITE KEYIMP-REPORT-LINE
           MOVE WS-KSDS-GENERATIONS TO WS-REPORT-NUMBER
           MOVE SPACES TO KEYIMP-REPORT-LINE
           STRING "  OUTKSDS/REVKSDS GENS    : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO KEYIMP-REPORT-LINE
           END-STRING
           WRITE KEYIMP-REPORT-LINE
           MOVE WS-TRANS-UNDER-KEY TO WS-REPORT-NUMBER
           MOVE SPACES TO KEYIMP-REPORT-LINE
           STRING "  LIVE TRANSKSDS ENTRIES  : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO KEYIMP-REPORT-LINE
           END-STRING
           WRITE KEYIMP-REPORT-LINE
           MOVE WS-OPEN-REQUESTS TO WS-REPORT-NUMBER
           MOVE SPACES TO KEYIMP-REPORT-LINE
           STRING "  OPEN PENDDISC REQUESTS  : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO KEYIMP-REPORT-LINE
           END-STRING
           WRITE KEYIMP-REPORT-LINE
           MOVE WS-HOLDS-NAMING-KEY TO WS-REPORT-NUMBER
           MOVE SPACES TO KEYIMP-REPORT-LINE
           STRING "  LEGAL HOLDS IN FORCE    : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO KEYIMP-REPORT-LINE
           END-STRING
           WRITE KEYIMP-REPORT-LINE
           MOVE WS-SUCCESSOR-COUNT TO WS-REPORT-NUMBER
           MOVE SPACES TO KEYIMP-REPORT-LINE
           STRING "  SUCCESSOR KEYS          : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO KEYIMP-REPORT-LINE
           END-STRING
           WRITE KEYIMP-REPORT-LINE
           MOVE SPACES TO KEYIMP-REPORT-LINE
           WRITE KEYIMP-REPORT-LINE

           EVALUATE TRUE
               WHEN SOME-FILE-UNREADABLE
                   MOVE "CANNOT DETERMINE - FILE UNREADABLE"
                       TO WS-VERDICT-TEXT
                   MOVE 12 TO RETURN-CODE
               WHEN WS-HOLDS-NAMING-KEY > 0
                   MOVE "NOT RETIRABLE - UNDER LEGAL HOLD"
                       TO WS-VERDICT-TEXT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TRANS-UNDER-KEY > 0
                 OR WS-KSDS-GENERATIONS > 0
                 OR WS-OPEN-REQUESTS > 0
                   MOVE "NEEDS REKEY FIRST" TO WS-VERDICT-TEXT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RUNS-UNDER-KEY > 0
                 OR WS-DELIVERIES > 0
                 OR WS-SUCCESSOR-COUNT > 0
                   MOVE "SAFE TO RETIRE - HISTORY ONLY"
                       TO WS-VERDICT-TEXT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "SAFE TO RETIRE" TO WS-VERDICT-TEXT
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           MOVE RETURN-CODE TO WS-REPORT-NUMBER
           MOVE SPACES TO KEYIMP-REPORT-LINE
           STRING "  VERDICT : " WS-VERDICT-TEXT
               "  RETURN CODE " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO KEYIMP-REPORT-LINE
           END-STRING
           WRITE KEYIMP-REPORT-LINE
           IF WS-TRANS-UNDER-KEY > 0
               MOVE "  - TRANSKSDS ENTRIES UNDER THE KEY MUST BE "
                   & "RE-TRANSLATED OR AGED OUT BY IPCRYPT-TRANSHSK"
                   TO KEYIMP-REPORT-LINE
               WRITE KEYIMP-REPORT-LINE
           END-IF
           IF WS-KSDS-GENERATIONS > 0
               MOVE "  - OUTKSDS/REVKSDS MUST BE REBUILT UNDER THE "
                   & "SUCCESSOR KEY" TO KEYIMP-REPORT-LINE
               WRITE KEYIMP-REPORT-LINE
           END-IF
           IF WS-OPEN-REQUESTS > 0
               MOVE "  - OPEN DISCLOSURE REQUESTS MUST BE DECIDED "
                   & "FIRST" TO KEYIMP-REPORT-LINE
               WRITE KEYIMP-REPORT-LINE
           END-IF
           IF WS-HOLDS-NAMING-KEY > 0
               MOVE "  - THE LEGAL HOLD MUST BE RELEASED THROUGH "
                   & "IPCRYPT-HOLDMAINT" TO KEYIMP-REPORT-LINE
               WRITE KEYIMP-REPORT-LINE
           END-IF

           MOVE "IPC2814I" TO WS-OPSMSG-ID
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "verdict for " WS-TARGET-KEY-ID " = " WS-VERDICT-TEXT
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-KEYIMPACT" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-KEYIMPACT.
