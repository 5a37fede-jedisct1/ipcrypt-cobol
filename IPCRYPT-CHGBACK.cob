      ******************************************************************
      * IPCRYPT-CHGBACK - Monthly Usage Chargeback
      * Finance splits the anonymization service's running cost
      * across the business units that use it. This job totals one
      * month's usage by consuming party, prices it from the CHGRATE
      * rate table and writes the cost statement per business unit
      * to CHGRPT and the machine-readable summary for the general
      * ledger to CHGGLFEED (IPCRYPT-CHGFEED). The usage comes from
      * the histories the service already keeps:
      *   RECORDS  - records processed per BO-SOURCE-SYSTEM: the
      *              merged-extract rows of the month's EXTARCH
      *              generations, with whatever completed BATCH runs
      *              on RUNHIST processed beyond them charged to the
      *              source party *UNATTR
      *   DELIVERY - records delivered per partner, from the latest
      *              DLVRMANIFEST record of each partner and night
      *   QUEUEREQ - requests served per requestor, from QUSEHIST
      *   ONLINE   - console transactions per operator, from the
      *              EVENT=TRANS lines on MENULOG
      *   DISCLOSE - disclosures run per approving operator, from
      *              the STATUS=00 lines on DISCLOG
      * CHGUNIT maps each party - by type (S source system, P
      * partner, Q queue requestor, O operator) and id, or the
      * type's *DEFAULT entry - to its business unit and ledger cost
      * centre. CHGPARM names the month (YYYYMM); spaces, or no
      * CHGPARM, charge the previous calendar month.
      *
      * A party no CHGUNIT entry covers is charged to UNASSIGN, and
      * a class with usage but no CHGRATE entry is charged at zero;
      * either leaves the statement incomplete, so CHGGLFEED is
      * written empty and the job ends with return code 8 - the
      * ledger must not post a month it cannot balance to the
      * business units. A missing usage history ends with 4; no
      * CHGRATE or CHGUNIT at all, or a bad month, aborts with 16.
      * It only ever reads the histories.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-CHGBACK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNU-LINUX.
       OBJECT-COMPUTER. GNU-LINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-PARM-FILE ASSIGN TO "CHGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CHARGE-RATE-FILE ASSIGN TO "CHGRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT CHARGE-UNIT-FILE ASSIGN TO "CHGUNIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNIT-STATUS.
           SELECT EXTRACT-ARCHIVE-FILE ASSIGN TO "EXTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTARCH-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT DELIVERY-MANIFEST-FILE ASSIGN TO "DLVRMANIFEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT USAGE-HISTORY-FILE ASSIGN TO "QUSEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USEHIST-STATUS.
           SELECT SESSION-LOG ASSIGN TO "MENULOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENULOG-STATUS.
           SELECT DISCLOSURE-LOG ASSIGN TO "DISCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCLOG-STATUS.
           SELECT CHARGE-REPORT-FILE ASSIGN TO "CHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHARGE-FEED-FILE ASSIGN TO "CHGGLFEED"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CHARGE-PARM-FILE
           RECORDING MODE IS F.
       01  CHARGE-PARM-RECORD.
           05  CP-CHARGE-MONTH      PIC X(06).

      ******************************************************************
      * CHARGE-RATE-FILE - one record per charge class: the price of
      * CR-UNITS-PER usage units (1000 for a per-thousand-records
      * rate, 1 for a per-request or per-disclosure rate), four
      * implied decimals
      ******************************************************************
       FD  CHARGE-RATE-FILE
           RECORDING MODE IS F.
       01  CHARGE-RATE-RECORD.
           05  CR-CHARGE-CLASS      PIC X(08).
           05  CR-UNITS-PER         PIC 9(05).
           05  CR-RATE              PIC 9(05)V9(04).
           05  CR-DESCRIPTION       PIC X(30).

      ******************************************************************
      * CHARGE-UNIT-FILE - party to business unit map; CU-PARTY-ID
      * *DEFAULT covers every party of its type not named elsewhere
      ******************************************************************
       FD  CHARGE-UNIT-FILE
           RECORDING MODE IS F.
       01  CHARGE-UNIT-RECORD.
           05  CU-PARTY-TYPE        PIC X(01).
               88  CU-TYPE-VALID    VALUE 'S' 'P' 'Q' 'O'.
           05  CU-PARTY-ID          PIC X(08).
           05  CU-BUSINESS-UNIT     PIC X(08).
           05  CU-COST-CENTRE       PIC X(10).
           05  CU-UNIT-NAME         PIC X(30).

       FD  EXTRACT-ARCHIVE-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-EXTARCH.cpy".

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

       FD  USAGE-HISTORY-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-QUSEHIST.cpy".

       FD  SESSION-LOG
           RECORDING MODE IS F.
       01  SESSION-LOG-LINE         PIC X(80).

       FD  DISCLOSURE-LOG
           RECORDING MODE IS F.
       01  DISCLOSURE-LOG-LINE      PIC X(200).

       FD  CHARGE-REPORT-FILE
           RECORDING MODE IS F.
       01  CHARGE-REPORT-LINE       PIC X(132).

       FD  CHARGE-FEED-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-CHGFEED.cpy".

       WORKING-STORAGE SECTION.

      ******************************************************************
      * EXTRACT ROW - an archived merged-extract row in BATOUT form
      ******************************************************************
       COPY "IPCRYPT-BATOUT.cpy".

       01  WS-SWITCHES.
           05  WS-PARM-STATUS       PIC X(02).
           05  WS-RATE-STATUS       PIC X(02).
           05  WS-UNIT-STATUS       PIC X(02).
           05  WS-EXTARCH-STATUS    PIC X(02).
           05  WS-RUNHIST-STATUS    PIC X(02).
           05  WS-MANIFEST-STATUS   PIC X(02).
           05  WS-USEHIST-STATUS    PIC X(02).
           05  WS-MENULOG-STATUS    PIC X(02).
           05  WS-DISCLOG-STATUS    PIC X(02).
           05  WS-EOF-SWITCH        PIC X(01).
               88  END-OF-INPUT     VALUE 'Y'.
           05  WS-ABORT-SWITCH      PIC X(01) VALUE 'N'.
               88  CHARGEBACK-ABORTED VALUE 'Y'.
           05  WS-TAG-SWITCH        PIC X(01).
               88  TAG-FOUND        VALUE 'Y'.
           05  WS-PARTY-FULL-SW     PIC X(01) VALUE 'N'.
               88  PARTY-TABLE-FULL VALUE 'Y'.
           05  WS-UNIT-FULL-SW      PIC X(01) VALUE 'N'.
               88  UNIT-TABLE-FULL  VALUE 'Y'.
           05  WS-MANIFEST-FULL-SW  PIC X(01) VALUE 'N'.
               88  MANIFEST-TABLE-FULL VALUE 'Y'.
           05  WS-RUNHIST-SEEN-SW   PIC X(01) VALUE 'N'.
               88  RUNHIST-SEEN     VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ      PIC 9(09) COMP VALUE 0.
           05  WS-WARNING-COUNT     PIC 9(05) COMP VALUE 0.
           05  WS-ERROR-COUNT       PIC 9(05) COMP VALUE 0.
           05  WS-FEED-RECORDS      PIC 9(07) COMP VALUE 0.
           05  WS-SESSION-TALLY     PIC 9(03) COMP.

      ******************************************************************
      * MONTH - the chargeback month and the run's own timestamp
      ******************************************************************
       01  WS-CHARGE-MONTH          PIC X(06).
       01  WS-MONTH-WORK.
           05  WS-MONTH-YEAR        PIC 9(04).
           05  WS-MONTH-MONTH       PIC 9(02).
       01  WS-MONTH-TEXT REDEFINES WS-MONTH-WORK PIC X(06).
       01  WS-PRODUCED-AT           PIC X(14).

      ******************************************************************
      * SOURCE TOTALS - the month's usage as each history gave it,
      * for the statement's reconciliation section
      ******************************************************************
       01  WS-SOURCE-TOTALS.
           05  WS-EXTRACT-ROWS      PIC 9(11) COMP VALUE 0.
           05  WS-RUNHIST-RECORDS   PIC 9(11) COMP VALUE 0.
           05  WS-RUNHIST-RUNS      PIC 9(07) COMP VALUE 0.
           05  WS-UNATTRIBUTED      PIC 9(11) COMP VALUE 0.
           05  WS-DELIVERED-RECORDS PIC 9(11) COMP VALUE 0.
           05  WS-QUEUE-REQUESTS    PIC 9(11) COMP VALUE 0.
           05  WS-ONLINE-TRANS      PIC 9(11) COMP VALUE 0.
           05  WS-DISCLOSURES       PIC 9(11) COMP VALUE 0.

      ******************************************************************
      * CHARGE CLASSES - fixed, in statement order, each with the
      * party type it is charged to and its CHGRATE price
      ******************************************************************
       01  WS-CLASS-TABLE.
           05  WS-CLASS-ENTRY OCCURS 5 TIMES.
               10  WS-CL-NAME       PIC X(08).
               10  WS-CL-PARTY-TYPE PIC X(01).
               10  WS-CL-RATE-SW    PIC X(01).
                   88  CL-RATE-FOUND    VALUE 'Y'.
               10  WS-CL-MISSING-SW PIC X(01).
                   88  CL-RATE-MISSING  VALUE 'Y'.
               10  WS-CL-UNITS-PER  PIC 9(05) COMP.
               10  WS-CL-RATE       PIC 9(05)V9(04).
               10  WS-CL-DESCRIPTION PIC X(30).
       01  WS-CLASS-INDEX           PIC 9(02) COMP.
       01  WS-CLASS-MATCH           PIC 9(02) COMP.

      ******************************************************************
      * UNIT MAP - the CHGUNIT entries
      ******************************************************************
       01  WS-UNIT-MAP.
           05  WS-MAP-COUNT         PIC 9(03) COMP VALUE 0.
           05  WS-MAP-ENTRY OCCURS 500 TIMES.
               10  WS-MAP-TYPE      PIC X(01).
               10  WS-MAP-ID        PIC X(08).
               10  WS-MAP-UNIT      PIC X(08).
               10  WS-MAP-CENTRE    PIC X(10).
               10  WS-MAP-NAME      PIC X(30).
       01  WS-MAP-INDEX             PIC 9(03) COMP.
       01  WS-MAP-MATCH             PIC 9(03) COMP.

      ******************************************************************
      * PARTY TABLE - usage per party and charge class; an operator
      * carries one entry for ONLINE and one for DISCLOSE
      ******************************************************************
       01  WS-PARTY-TABLE.
           05  WS-PARTY-COUNT       PIC 9(03) COMP VALUE 0.
           05  WS-PARTY-ENTRY OCCURS 500 TIMES.
               10  WS-PT-TYPE       PIC X(01).
               10  WS-PT-ID         PIC X(08).
               10  WS-PT-CLASS      PIC 9(02) COMP.
               10  WS-PT-QUANTITY   PIC 9(11) COMP.
               10  WS-PT-UNIT       PIC X(08).
               10  WS-PT-AMOUNT     PIC 9(11)V99.
       01  WS-PARTY-INDEX           PIC 9(03) COMP.
       01  WS-PARTY-MATCH           PIC 9(03) COMP.

       01  WS-ADD-USAGE.
           05  WS-ADD-TYPE          PIC X(01).
           05  WS-ADD-ID            PIC X(08).
           05  WS-ADD-CLASS         PIC 9(02) COMP.
           05  WS-ADD-QUANTITY      PIC 9(11) COMP.

      ******************************************************************
      * BUSINESS UNIT TABLE - charges per unit and class, sorted into
      * unit order for the statement and the ledger feed
      ******************************************************************
       01  WS-UNIT-TABLE.
           05  WS-UNIT-COUNT        PIC 9(03) COMP VALUE 0.
           05  WS-UNIT-ENTRY OCCURS 100 TIMES.
               10  WS-BU-UNIT       PIC X(08).
               10  WS-BU-CENTRE     PIC X(10).
               10  WS-BU-NAME       PIC X(30).
               10  WS-BU-TOTAL      PIC 9(11)V99.
               10  WS-BU-CLASS OCCURS 5 TIMES.
                   15  WS-BU-QUANTITY PIC 9(11) COMP.
                   15  WS-BU-AMOUNT   PIC 9(11)V99.
       01  WS-UNIT-HOLD             PIC X(200).
       01  WS-UNIT-INDEX            PIC 9(03) COMP.
       01  WS-UNIT-MATCH            PIC 9(03) COMP.
       01  WS-SORT-I                PIC 9(03) COMP.
       01  WS-SORT-J                PIC 9(03) COMP.
       01  WS-GRAND-TOTAL           PIC 9(11)V99 VALUE 0.

      ******************************************************************
      * MANIFEST TABLE - the latest DLVRMANIFEST count per partner and
      * night; a re-run delivery appends again, and only what the
      * partner was last sent counts
      ******************************************************************
       01  WS-MANIFEST-TABLE.
           05  WS-MANIFEST-COUNT    PIC 9(04) COMP VALUE 0.
           05  WS-MANIFEST-ENTRY OCCURS 2000 TIMES.
               10  WS-MF-PARTNER    PIC X(08).
               10  WS-MF-DATE       PIC X(08).
               10  WS-MF-RECORDS    PIC 9(09) COMP.
       01  WS-MANIFEST-INDEX        PIC 9(04) COMP.
       01  WS-MANIFEST-MATCH        PIC 9(04) COMP.

      ******************************************************************
      * LOG-LINE TAG WORK AREA - the token after a KEYWORD= tag, up to
      * the next blank, the way IPCRYPT-OPERRPT reads the same logs
      ******************************************************************
       01  WS-TAG-WORK.
           05  WS-THIS-LINE         PIC X(200).
           05  WS-TAG-TEXT          PIC X(12).
           05  WS-TAG-LENGTH        PIC 9(02) COMP.
           05  WS-TAG-VALUE         PIC X(20).
           05  WS-LINE-LENGTH       PIC 9(03) COMP.
           05  WS-SCAN-POS          PIC 9(03) COMP.
           05  WS-VALUE-POS         PIC 9(03) COMP.

       01  WS-REPORT-FIELDS.
           05  WS-REPORT-QUANTITY   PIC Z(10)9.
           05  WS-REPORT-AMOUNT     PIC Z(10)9.99.
           05  WS-REPORT-RATE       PIC Z(04)9.9999.
           05  WS-REPORT-UNITS      PIC Z(04)9.
           05  WS-REPORT-PARTY      PIC X(10).

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-CHGBACK-ENTRY
      ******************************************************************
       MAIN-CHGBACK-ENTRY.
           MOVE "IPC5701I" TO WS-OPSMSG-ID
           MOVE "starting monthly usage chargeback" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-PRODUCED-AT

           PERFORM RESOLVE-CHARGE-MONTH
           IF NOT CHARGEBACK-ABORTED
               PERFORM LOAD-RATE-TABLE
           END-IF
           IF NOT CHARGEBACK-ABORTED
               PERFORM LOAD-UNIT-MAP
           END-IF

           IF NOT CHARGEBACK-ABORTED
               PERFORM TALLY-EXTRACT-ROWS
               PERFORM TALLY-RUN-HISTORY
               PERFORM CHARGE-UNATTRIBUTED-RECORDS
               PERFORM TALLY-DELIVERY-MANIFEST
               PERFORM TALLY-QUEUE-HISTORY
               PERFORM TALLY-SESSION-LOG
               PERFORM TALLY-DISCLOSURE-LOG
               PERFORM PRICE-PARTY-USAGE
               PERFORM SORT-BUSINESS-UNITS
               PERFORM WRITE-CHARGEBACK-REPORT
               PERFORM WRITE-LEDGER-FEED

               MOVE "IPC5702I" TO WS-OPSMSG-ID
               MOVE WS-PARTY-COUNT TO WS-OPSMSG-NUMBER-1
               MOVE WS-UNIT-COUNT TO WS-OPSMSG-NUMBER-2
               MOVE WS-GRAND-TOTAL TO WS-REPORT-AMOUNT
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "parties charged = "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   " business units = "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-2)
                   " total charged = "
                   FUNCTION TRIM(WS-REPORT-AMOUNT)
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE

               EVALUATE TRUE
                   WHEN WS-ERROR-COUNT > 0
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-WARNING-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 0 TO RETURN-CODE
               END-EVALUATE
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF

           MOVE "IPC5703I" TO WS-OPSMSG-ID
           MOVE "chargeback complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
      * RESOLVE-CHARGE-MONTH
      * CHGPARM's month when it gives one, else the calendar month
      * before today - the normal monthly run charges the month
      * just closed
      ******************************************************************
       RESOLVE-CHARGE-MONTH.
           MOVE SPACES TO WS-CHARGE-MONTH
           OPEN INPUT CHARGE-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ CHARGE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CP-CHARGE-MONTH TO WS-CHARGE-MONTH
               END-READ
           END-IF
           IF WS-PARM-STATUS NOT = "35"
               CLOSE CHARGE-PARM-FILE
           END-IF

           IF WS-CHARGE-MONTH = SPACES
               MOVE WS-PRODUCED-AT(1:6) TO WS-MONTH-TEXT
               IF WS-MONTH-MONTH = 1
                   SUBTRACT 1 FROM WS-MONTH-YEAR
                   MOVE 12 TO WS-MONTH-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-MONTH-MONTH
               END-IF
               MOVE WS-MONTH-TEXT TO WS-CHARGE-MONTH
           ELSE
               MOVE WS-CHARGE-MONTH TO WS-MONTH-TEXT
               IF WS-MONTH-TEXT IS NOT NUMERIC
                   OR WS-MONTH-MONTH < 1 OR WS-MONTH-MONTH > 12
                   MOVE "IPC5704C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "CHGPARM month " WS-CHARGE-MONTH
                       " is not a valid YYYYMM, aborting"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET CHARGEBACK-ABORTED TO TRUE
               END-IF
           END-IF

           IF NOT CHARGEBACK-ABORTED
               MOVE "IPC5705I" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "charging usage for month " WS-CHARGE-MONTH
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           EXIT.

      ******************************************************************
      * LOAD-RATE-TABLE
      * The five classes are fixed; CHGRATE prices them. A record
      * for a class nobody charges, or with no units to price, is
      * set aside with a warning, and the first record for a class
      * is the one that holds
      ******************************************************************
       LOAD-RATE-TABLE.
           MOVE "RECORDS"  TO WS-CL-NAME(1)
           MOVE "S"        TO WS-CL-PARTY-TYPE(1)
           MOVE "DELIVERY" TO WS-CL-NAME(2)
           MOVE "P"        TO WS-CL-PARTY-TYPE(2)
           MOVE "QUEUEREQ" TO WS-CL-NAME(3)
           MOVE "Q"        TO WS-CL-PARTY-TYPE(3)
           MOVE "ONLINE"   TO WS-CL-NAME(4)
           MOVE "O"        TO WS-CL-PARTY-TYPE(4)
           MOVE "DISCLOSE" TO WS-CL-NAME(5)
           MOVE "O"        TO WS-CL-PARTY-TYPE(5)
           PERFORM VARYING WS-CLASS-INDEX FROM 1 BY 1
               UNTIL WS-CLASS-INDEX > 5
               MOVE 'N' TO WS-CL-RATE-SW(WS-CLASS-INDEX)
               MOVE 'N' TO WS-CL-MISSING-SW(WS-CLASS-INDEX)
               MOVE 0 TO WS-CL-UNITS-PER(WS-CLASS-INDEX)
               MOVE 0 TO WS-CL-RATE(WS-CLASS-INDEX)
               MOVE SPACES TO WS-CL-DESCRIPTION(WS-CLASS-INDEX)
           END-PERFORM

           OPEN INPUT CHARGE-RATE-FILE
           IF WS-RATE-STATUS NOT = "00"
               MOVE "IPC5706C" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "CHGRATE cannot be opened - status "
                   WS-RATE-STATUS ", aborting"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET CHARGEBACK-ABORTED TO TRUE
           ELSE
               MOVE 0 TO WS-RECORDS-READ
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT
                   READ CHARGE-RATE-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM LOAD-ONE-RATE
                   END-READ
               END-PERFORM
               CLOSE CHARGE-RATE-FILE
           END-IF
           EXIT.

      ******************************************************************
      * LOAD-ONE-RATE
      ******************************************************************
       LOAD-ONE-RATE.
           MOVE 0 TO WS-CLASS-MATCH
           PERFORM VARYING WS-CLASS-INDEX FROM 1 BY 1
               UNTIL WS-CLASS-INDEX > 5 OR WS-CLASS-MATCH > 0
               IF WS-CL-NAME(WS-CLASS-INDEX) = CR-CHARGE-CLASS
                   MOVE WS-CLASS-INDEX TO WS-CLASS-MATCH
               END-IF
           END-PERFORM
           MOVE WS-RECORDS-READ TO WS-OPSMSG-NUMBER-1
           EVALUATE TRUE
               WHEN WS-CLASS-MATCH = 0
                   MOVE "IPC5707W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "CHGRATE record "
                       FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                       ": charge class " CR-CHARGE-CLASS
                       " is not one this job charges - ignored"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   ADD 1 TO WS-WARNING-COUNT
               WHEN CR-UNITS-PER IS NOT NUMERIC
                   OR CR-RATE IS NOT NUMERIC
                   OR CR-UNITS-PER = 0
                   MOVE "IPC5708W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "CHGRATE record "
                       FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                       ": charge class " CR-CHARGE-CLASS
                       " has no usable units or rate - ignored"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   ADD 1 TO WS-WARNING-COUNT
               WHEN CL-RATE-FOUND(WS-CLASS-MATCH)
                   MOVE "IPC5709W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "CHGRATE record "
                       FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                       ": charge class " CR-CHARGE-CLASS
                       " is already priced - ignored"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   ADD 1 TO WS-WARNING-COUNT
               WHEN OTHER
                   SET CL-RATE-FOUND(WS-CLASS-MATCH) TO TRUE
                   MOVE CR-UNITS-PER TO WS-CL-UNITS-PER(WS-CLASS-MATCH)
                   MOVE CR-RATE TO WS-CL-RATE(WS-CLASS-MATCH)
                   MOVE CR-DESCRIPTION
                       TO WS-CL-DESCRIPTION(WS-CLASS-MATCH)
           END-EVALUATE
           EXIT.

      ******************************************************************
      * LOAD-UNIT-MAP
      ******************************************************************
       LOAD-UNIT-MAP.
           OPEN INPUT CHARGE-UNIT-FILE
           IF WS-UNIT-STATUS NOT = "00"
               MOVE "IPC5710C" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "CHGUNIT cannot be opened - status "
                   WS-UNIT-STATUS ", aborting"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET CHARGEBACK-ABORTED TO TRUE
           ELSE
               MOVE 0 TO WS-RECORDS-READ
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT
                   READ CHARGE-UNIT-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM LOAD-ONE-UNIT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CHARGE-UNIT-FILE
           END-IF
           EXIT.

      ******************************************************************
      * LOAD-ONE-UNIT-ENTRY
      * The first entry for a party holds; a later one for the same
      * party is set aside rather than silently moving its charges
      ******************************************************************
       LOAD-ONE-UNIT-ENTRY.
           MOVE 0 TO WS-MAP-MATCH
           PERFORM VARYING WS-MAP-INDEX FROM 1 BY 1
               UNTIL WS-MAP-INDEX > WS-MAP-COUNT OR WS-MAP-MATCH > 0
               IF WS-MAP-TYPE(WS-MAP-INDEX) = CU-PARTY-TYPE
                   AND WS-MAP-ID(WS-MAP-INDEX) = CU-PARTY-ID
                   MOVE WS-MAP-INDEX TO WS-MAP-MATCH
               END-IF
           END-PERFORM
           MOVE WS-RECORDS-READ TO WS-OPSMSG-NUMBER-1
           EVALUATE TRUE
               WHEN NOT CU-TYPE-VALID
                   OR CU-PARTY-ID = SPACES
                   OR CU-BUSINESS-UNIT = SPACES
                   MOVE "IPC5711W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "CHGUNIT record "
                       FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                       ": party " CU-PARTY-TYPE " " CU-PARTY-ID
                       " needs a type of S, P, Q or O, an id and a "
                       "business unit - ignored"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   ADD 1 TO WS-WARNING-COUNT
               WHEN WS-MAP-MATCH > 0
                   MOVE "IPC5712W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "CHGUNIT record "
                       FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                       ": party " CU-PARTY-TYPE " " CU-PARTY-ID
                       " is already mapped to "
                       WS-MAP-UNIT(WS-MAP-MATCH) " - ignored"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   ADD 1 TO WS-WARNING-COUNT
               WHEN WS-MAP-COUNT >= 500
                   MOVE "IPC5713W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "CHGUNIT record "
                       FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                       ": unit map full - party " CU-PARTY-TYPE " "
                       CU-PARTY-ID " not loaded"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   ADD 1 TO WS-WARNING-COUNT
               WHEN OTHER
                   ADD 1 TO WS-MAP-COUNT
                   MOVE CU-PARTY-TYPE TO WS-MAP-TYPE(WS-MAP-COUNT)
                   MOVE CU-PARTY-ID TO WS-MAP-ID(WS-MAP-COUNT)
                   MOVE CU-BUSINESS-UNIT TO WS-MAP-UNIT(WS-MAP-COUNT)
                   MOVE CU-COST-CENTRE TO WS-MAP-CENTRE(WS-MAP-COUNT)
                   MOVE CU-UNIT-NAME TO WS-MAP-NAME(WS-MAP-COUNT)
           END-EVALUATE
           EXIT.

      ******************************************************************
      * TALLY-EXTRACT-ROWS
      * Every merged-extract row the month's generations archived is
      * a record processed for its source system; envelope lines and
      * partner slices are not. An erased row keeps its source
      * system, so it still counts
      ******************************************************************
       TALLY-EXTRACT-ROWS.
           OPEN INPUT EXTRACT-ARCHIVE-FILE
           IF WS-EXTARCH-STATUS NOT = "00"
               MOVE "IPC5714W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "no EXTARCH - status " WS-EXTARCH-STATUS
                   " - all records processed are charged unattributed"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT
                   READ EXTRACT-ARCHIVE-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF XA-RUN-DATE(1:6) = WS-CHARGE-MONTH
                               AND XA-SLICE-ID = "*EXTRACT"
                               AND XA-RECORD-IMAGE(1:3) NOT = "HDR"
                               AND XA-RECORD-IMAGE(1:3) NOT = "TRL"
                               PERFORM TALLY-ONE-EXTRACT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-ARCHIVE-FILE
           END-IF
           EXIT.

      ******************************************************************
      * TALLY-ONE-EXTRACT-ROW
      ******************************************************************
       TALLY-ONE-EXTRACT-ROW.
           MOVE XA-RECORD-IMAGE TO BATOUT-RECORD
           ADD 1 TO WS-EXTRACT-ROWS
           MOVE "S" TO WS-ADD-TYPE
           IF BO-SOURCE-SYSTEM = SPACES
               MOVE "*BLANK" TO WS-ADD-ID
           ELSE
               MOVE BO-SOURCE-SYSTEM TO WS-ADD-ID
           END-IF
           MOVE 1 TO WS-ADD-CLASS
           MOVE 1 TO WS-ADD-QUANTITY
           PERFORM ADD-PARTY-USAGE
           EXIT.

      ******************************************************************
      * TALLY-RUN-HISTORY
      * Records read by the month's completed BATCH runs - every
      * partition and every intraday increment; the day roll-up
      * only re-merges increments already counted, and an aborted
      * run is re-run in full
      ******************************************************************
       TALLY-RUN-HISTORY.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS NOT = "00"
               MOVE "IPC5715W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "RUNHIST not available - status "
                   WS-RUNHIST-STATUS
                   " - its usage is not charged"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               SET RUNHIST-SEEN TO TRUE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT
                   READ RUN-HISTORY-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF RH-RUN-TIMESTAMP(1:6) = WS-CHARGE-MONTH
                               AND RH-PROGRAM = "BATCH"
                               AND RH-COMPLETED
                               ADD 1 TO WS-RUNHIST-RUNS
                               ADD RH-RECORDS-READ
                                   TO WS-RUNHIST-RECORDS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF
           EXIT.

      ******************************************************************
      * CHARGE-UNATTRIBUTED-RECORDS
      * What the month's runs processed beyond the archived extract
      * rows - purged generations, decrypt runs, re-runs - has no
      * source system to charge and goes to *UNATTR. Fewer records
      * processed than archived means RUNHIST is short, not that
      * anything was processed twice; it is reported, not charged
      ******************************************************************
       CHARGE-UNATTRIBUTED-RECORDS.
           IF RUNHIST-SEEN
               IF WS-RUNHIST-RECORDS > WS-EXTRACT-ROWS
                   COMPUTE WS-UNATTRIBUTED =
                       WS-RUNHIST-RECORDS - WS-EXTRACT-ROWS
                   MOVE "S" TO WS-ADD-TYPE
                   MOVE "*UNATTR" TO WS-ADD-ID
                   MOVE 1 TO WS-ADD-CLASS
                   MOVE WS-UNATTRIBUTED TO WS-ADD-QUANTITY
                   PERFORM ADD-PARTY-USAGE
                   MOVE "IPC5716I" TO WS-OPSMSG-ID
                   MOVE WS-UNATTRIBUTED TO WS-OPSMSG-NUMBER-1
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "records processed with no archived source "
                       "system = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                       " - charged to *UNATTR"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
               IF WS-RUNHIST-RECORDS < WS-EXTRACT-ROWS
                   MOVE "IPC5717W" TO WS-OPSMSG-ID
                   MOVE WS-RUNHIST-RECORDS TO WS-OPSMSG-NUMBER-1
                   MOVE WS-EXTRACT-ROWS TO WS-OPSMSG-NUMBER-2
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "RUNHIST shows "
                       FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                       " records processed but EXTARCH archived "
                       FUNCTION TRIM(WS-OPSMSG-NUMBER-2)
                       " - extract rows charged as archived"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * TALLY-DELIVERY-MANIFEST
      * The latest manifest record of each partner and night is what
      * that partner was sent; their counts are its records
      * delivered
      ******************************************************************
       TALLY-DELIVERY-MANIFEST.
           OPEN INPUT DELIVERY-MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               MOVE "IPC5718W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "DLVRMANIFEST not available - status "
                   WS-MANIFEST-STATUS
                   " - its usage is not charged"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT
                   READ DELIVERY-MANIFEST-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF DM-RUN-DATE(1:6) = WS-CHARGE-MONTH
                               PERFORM KEEP-LATEST-MANIFEST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELIVERY-MANIFEST-FILE
           END-IF

           PERFORM VARYING WS-MANIFEST-INDEX FROM 1 BY 1
               UNTIL WS-MANIFEST-INDEX > WS-MANIFEST-COUNT
               ADD WS-MF-RECORDS(WS-MANIFEST-INDEX)
                   TO WS-DELIVERED-RECORDS
               MOVE "P" TO WS-ADD-TYPE
               MOVE WS-MF-PARTNER(WS-MANIFEST-INDEX) TO WS-ADD-ID
               MOVE 2 TO WS-ADD-CLASS
               MOVE WS-MF-RECORDS(WS-MANIFEST-INDEX)
                   TO WS-ADD-QUANTITY
               PERFORM ADD-PARTY-USAGE
           END-PERFORM
           EXIT.

      ******************************************************************
      * KEEP-LATEST-MANIFEST
      ******************************************************************
       KEEP-LATEST-MANIFEST.
           MOVE 0 TO WS-MANIFEST-MATCH
           PERFORM VARYING WS-MANIFEST-INDEX FROM 1 BY 1
               UNTIL WS-MANIFEST-INDEX > WS-MANIFEST-COUNT
                   OR WS-MANIFEST-MATCH > 0
               IF WS-MF-PARTNER(WS-MANIFEST-INDEX) = DM-PARTNER-ID
                   AND WS-MF-DATE(WS-MANIFEST-INDEX) = DM-RUN-DATE
                   MOVE WS-MANIFEST-INDEX TO WS-MANIFEST-MATCH
               END-IF
           END-PERFORM
           IF WS-MANIFEST-MATCH = 0
               IF WS-MANIFEST-COUNT < 2000
                   ADD 1 TO WS-MANIFEST-COUNT
                   MOVE WS-MANIFEST-COUNT TO WS-MANIFEST-MATCH
                   MOVE DM-PARTNER-ID
                       TO WS-MF-PARTNER(WS-MANIFEST-MATCH)
                   MOVE DM-RUN-DATE TO WS-MF-DATE(WS-MANIFEST-MATCH)
               ELSE
                   IF NOT MANIFEST-TABLE-FULL
                       SET MANIFEST-TABLE-FULL TO TRUE
                       MOVE "IPC5719E" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "manifest table full - deliveries from "
                           DM-RUN-DATE " " DM-PARTNER-ID
                           " on are not charged"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               END-IF
           END-IF
           IF WS-MANIFEST-MATCH > 0
               MOVE DM-RECORD-COUNT TO WS-MF-RECORDS(WS-MANIFEST-MATCH)
           END-IF
           EXIT.

      ******************************************************************
      * TALLY-QUEUE-HISTORY
      ******************************************************************
       TALLY-QUEUE-HISTORY.
           OPEN INPUT USAGE-HISTORY-FILE
           IF WS-USEHIST-STATUS NOT = "00"
               MOVE "IPC5720W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "QUSEHIST not available - status "
                   WS-USEHIST-STATUS
                   " - its usage is not charged"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT
                   READ USAGE-HISTORY-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF UH-DATE(1:6) = WS-CHARGE-MONTH
                               ADD UH-REQUESTS-SERVED
                                   TO WS-QUEUE-REQUESTS
                               MOVE "Q" TO WS-ADD-TYPE
                               MOVE UH-REQUESTOR TO WS-ADD-ID
                               MOVE 3 TO WS-ADD-CLASS
                               MOVE UH-REQUESTS-SERVED
                                   TO WS-ADD-QUANTITY
                               PERFORM ADD-PARTY-USAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USAGE-HISTORY-FILE
           END-IF
           EXIT.

      ******************************************************************
      * TALLY-SESSION-LOG
      * IPCRYPT-ONLINE's EVENT=TRANS lines, one per transaction run;
      * sign-ons, menu choices and refusals cost nothing
      ******************************************************************
       TALLY-SESSION-LOG.
           OPEN INPUT SESSION-LOG
           IF WS-MENULOG-STATUS NOT = "00"
               MOVE "IPC5721W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "MENULOG not available - status "
                   WS-MENULOG-STATUS
                   " - its usage is not charged"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT
                   READ SESSION-LOG
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF SESSION-LOG-LINE(1:6) = WS-CHARGE-MONTH
                               PERFORM TALLY-ONE-SESSION-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SESSION-LOG
           END-IF
           EXIT.

      ******************************************************************
      * TALLY-ONE-SESSION-LINE
      ******************************************************************
       TALLY-ONE-SESSION-LINE.
           MOVE 0 TO WS-SESSION-TALLY
           INSPECT SESSION-LOG-LINE
               TALLYING WS-SESSION-TALLY FOR ALL " EVENT=TRANS "
           IF WS-SESSION-TALLY > 0
               MOVE SESSION-LOG-LINE TO WS-THIS-LINE
               MOVE " OPERATOR=" TO WS-TAG-TEXT
               MOVE 10 TO WS-TAG-LENGTH
               PERFORM FIND-TAG-VALUE
               IF TAG-FOUND
                   ADD 1 TO WS-ONLINE-TRANS
                   MOVE "O" TO WS-ADD-TYPE
                   MOVE FUNCTION UPPER-CASE(WS-TAG-VALUE)
                       TO WS-ADD-ID
                   MOVE 4 TO WS-ADD-CLASS
                   MOVE 1 TO WS-ADD-QUANTITY
                   PERFORM ADD-PARTY-USAGE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * TALLY-DISCLOSURE-LOG
      * A disclosure that ran clean (STATUS=00) is charged to the
      * operator who approved it - the requester is a free-text name,
      * not an operator id
      ******************************************************************
       TALLY-DISCLOSURE-LOG.
           OPEN INPUT DISCLOSURE-LOG
           IF WS-DISCLOG-STATUS NOT = "00"
               MOVE "IPC5722W" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "DISCLOG not available - status "
                   WS-DISCLOG-STATUS
                   " - its usage is not charged"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT
                   READ DISCLOSURE-LOG
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           IF DISCLOSURE-LOG-LINE(1:6) =
                                   WS-CHARGE-MONTH
                               PERFORM TALLY-ONE-DISCLOSURE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISCLOSURE-LOG
           END-IF
           EXIT.

      ******************************************************************
      * TALLY-ONE-DISCLOSURE-LINE
      ******************************************************************
       TALLY-ONE-DISCLOSURE-LINE.
           MOVE DISCLOSURE-LOG-LINE TO WS-THIS-LINE
           MOVE " STATUS=" TO WS-TAG-TEXT
           MOVE 8 TO WS-TAG-LENGTH
           PERFORM FIND-TAG-VALUE
           IF TAG-FOUND AND WS-TAG-VALUE = "00"
               MOVE " APPROVER=" TO WS-TAG-TEXT
               MOVE 10 TO WS-TAG-LENGTH
               PERFORM FIND-TAG-VALUE
               IF TAG-FOUND
                   ADD 1 TO WS-DISCLOSURES
                   MOVE "O" TO WS-ADD-TYPE
                   MOVE FUNCTION UPPER-CASE(WS-TAG-VALUE)
                       TO WS-ADD-ID
                   MOVE 5 TO WS-ADD-CLASS
                   MOVE 1 TO WS-ADD-QUANTITY
                   PERFORM ADD-PARTY-USAGE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * FIND-TAG-VALUE
      * The token after the first WS-TAG-TEXT in WS-THIS-LINE, up to
      * the next blank; an empty token counts as not found
      ******************************************************************
       FIND-TAG-VALUE.
           MOVE 'N' TO WS-TAG-SWITCH
           MOVE SPACES TO WS-TAG-VALUE
           COMPUTE WS-LINE-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(WS-THIS-LINE TRAILING))
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS + WS-TAG-LENGTH > WS-LINE-LENGTH
                   OR TAG-FOUND
               IF WS-THIS-LINE(WS-SCAN-POS:WS-TAG-LENGTH) =
                       WS-TAG-TEXT(1:WS-TAG-LENGTH)
                   COMPUTE WS-VALUE-POS =
                       WS-SCAN-POS + WS-TAG-LENGTH
                   UNSTRING WS-THIS-LINE
                       DELIMITED BY ALL " "
                       INTO WS-TAG-VALUE
                       WITH POINTER WS-VALUE-POS
                   END-UNSTRING
                   IF WS-TAG-VALUE NOT = SPACES
                       MOVE 'Y' TO WS-TAG-SWITCH
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

      ******************************************************************
      * ADD-PARTY-USAGE
      * WS-ADD-QUANTITY units of class WS-ADD-CLASS for party
      * WS-ADD-TYPE/WS-ADD-ID, its entry created on first sight; a
      * full table is reported once and its overflow left uncharged
      ******************************************************************
       ADD-PARTY-USAGE.
           IF WS-ADD-QUANTITY > 0
               MOVE 0 TO WS-PARTY-MATCH
               PERFORM VARYING WS-PARTY-INDEX FROM 1 BY 1
                   UNTIL WS-PARTY-INDEX > WS-PARTY-COUNT
                       OR WS-PARTY-MATCH > 0
                   IF WS-PT-TYPE(WS-PARTY-INDEX) = WS-ADD-TYPE
                       AND WS-PT-ID(WS-PARTY-INDEX) = WS-ADD-ID
                       AND WS-PT-CLASS(WS-PARTY-INDEX) = WS-ADD-CLASS
                       MOVE WS-PARTY-INDEX TO WS-PARTY-MATCH
                   END-IF
               END-PERFORM
               IF WS-PARTY-MATCH = 0
                   IF WS-PARTY-COUNT < 500
                       ADD 1 TO WS-PARTY-COUNT
                       MOVE WS-PARTY-COUNT TO WS-PARTY-MATCH
                       MOVE WS-ADD-TYPE TO WS-PT-TYPE(WS-PARTY-MATCH)
                       MOVE WS-ADD-ID TO WS-PT-ID(WS-PARTY-MATCH)
                       MOVE WS-ADD-CLASS TO WS-PT-CLASS(WS-PARTY-MATCH)
                       MOVE 0 TO WS-PT-QUANTITY(WS-PARTY-MATCH)
                       MOVE SPACES TO WS-PT-UNIT(WS-PARTY-MATCH)
                       MOVE 0 TO WS-PT-AMOUNT(WS-PARTY-MATCH)
                   ELSE
                       IF NOT PARTY-TABLE-FULL
                           SET PARTY-TABLE-FULL TO TRUE
                           MOVE "IPC5723E" TO WS-OPSMSG-ID
                           MOVE SPACES TO WS-OPSMSG-TEXT
                           STRING "party table full - usage of "
                               WS-ADD-TYPE " " WS-ADD-ID
                               " and any further new party is not "
                               "charged"
                               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                           END-STRING
                           PERFORM ISSUE-OPS-MESSAGE
                           ADD 1 TO WS-ERROR-COUNT
                       END-IF
                   END-IF
               END-IF
               IF WS-PARTY-MATCH > 0
                   ADD WS-ADD-QUANTITY TO WS-PT-QUANTITY(WS-PARTY-MATCH)
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * PRICE-PARTY-USAGE
      * Each party's usage priced at its class rate, rounded to the
      * cent, and added to its business unit; the unit's totals are
      * the sum of its parties' amounts, so the statement adds up
      ******************************************************************
       PRICE-PARTY-USAGE.
           PERFORM VARYING WS-PARTY-INDEX FROM 1 BY 1
               UNTIL WS-PARTY-INDEX > WS-PARTY-COUNT
               PERFORM FIND-PARTY-UNIT
               MOVE WS-PT-CLASS(WS-PARTY-INDEX) TO WS-CLASS-INDEX
               IF CL-RATE-FOUND(WS-CLASS-INDEX)
                   COMPUTE WS-PT-AMOUNT(WS-PARTY-INDEX) ROUNDED =
                       WS-PT-QUANTITY(WS-PARTY-INDEX)
                       * WS-CL-RATE(WS-CLASS-INDEX)
                       / WS-CL-UNITS-PER(WS-CLASS-INDEX)
               ELSE
                   MOVE 0 TO WS-PT-AMOUNT(WS-PARTY-INDEX)
                   IF NOT CL-RATE-MISSING(WS-CLASS-INDEX)
                       SET CL-RATE-MISSING(WS-CLASS-INDEX) TO TRUE
                       MOVE "IPC5724E" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "charge class "
                           WS-CL-NAME(WS-CLASS-INDEX)
                           " has usage but no CHGRATE entry - "
                           "charged at zero"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               END-IF
               PERFORM FIND-UNIT-SLOT
               IF WS-UNIT-MATCH > 0
                   ADD WS-PT-QUANTITY(WS-PARTY-INDEX)
                       TO WS-BU-QUANTITY(WS-UNIT-MATCH, WS-CLASS-INDEX)
                   ADD WS-PT-AMOUNT(WS-PARTY-INDEX)
                       TO WS-BU-AMOUNT(WS-UNIT-MATCH, WS-CLASS-INDEX)
                   ADD WS-PT-AMOUNT(WS-PARTY-INDEX)
                       TO WS-BU-TOTAL(WS-UNIT-MATCH)
                   ADD WS-PT-AMOUNT(WS-PARTY-INDEX) TO WS-GRAND-TOTAL
               END-IF
           END-PERFORM
           EXIT.

      ******************************************************************
      * FIND-PARTY-UNIT
      * The party's own CHGUNIT entry, else its type's *DEFAULT; a
      * party neither covers is charged to UNASSIGN and named
      ******************************************************************
       FIND-PARTY-UNIT.
           MOVE 0 TO WS-MAP-MATCH
           PERFORM VARYING WS-MAP-INDEX FROM 1 BY 1
               UNTIL WS-MAP-INDEX > WS-MAP-COUNT OR WS-MAP-MATCH > 0
               IF WS-MAP-TYPE(WS-MAP-INDEX) = WS-PT-TYPE(WS-PARTY-INDEX)
                   AND WS-MAP-ID(WS-MAP-INDEX) =
                       WS-PT-ID(WS-PARTY-INDEX)
                   MOVE WS-MAP-INDEX TO WS-MAP-MATCH
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MAP-INDEX FROM 1 BY 1
               UNTIL WS-MAP-INDEX > WS-MAP-COUNT OR WS-MAP-MATCH > 0
               IF WS-MAP-TYPE(WS-MAP-INDEX) = WS-PT-TYPE(WS-PARTY-INDEX)
                   AND WS-MAP-ID(WS-MAP-INDEX) = "*DEFAULT"
                   MOVE WS-MAP-INDEX TO WS-MAP-MATCH
               END-IF
           END-PERFORM
           IF WS-MAP-MATCH > 0
               MOVE WS-MAP-UNIT(WS-MAP-MATCH)
                   TO WS-PT-UNIT(WS-PARTY-INDEX)
           ELSE
               MOVE "UNASSIGN" TO WS-PT-UNIT(WS-PARTY-INDEX)
               MOVE "IPC5725E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "party " WS-PT-TYPE(WS-PARTY-INDEX) " "
                   WS-PT-ID(WS-PARTY-INDEX)
                   " has no CHGUNIT entry and its type no *DEFAULT"
                   " - charged to UNASSIGN"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           EXIT.

      ******************************************************************
      * FIND-UNIT-SLOT
      * The business-unit entry for the current party's unit,
      * created on first sight with the cost centre and name of the
      * CHGUNIT entry that mapped it
      ******************************************************************
       FIND-UNIT-SLOT.
           MOVE 0 TO WS-UNIT-MATCH
           PERFORM VARYING WS-UNIT-INDEX FROM 1 BY 1
               UNTIL WS-UNIT-INDEX > WS-UNIT-COUNT
                   OR WS-UNIT-MATCH > 0
               IF WS-BU-UNIT(WS-UNIT-INDEX) =
                       WS-PT-UNIT(WS-PARTY-INDEX)
                   MOVE WS-UNIT-INDEX TO WS-UNIT-MATCH
               END-IF
           END-PERFORM
           IF WS-UNIT-MATCH = 0
               IF WS-UNIT-COUNT < 100
                   ADD 1 TO WS-UNIT-COUNT
                   MOVE WS-UNIT-COUNT TO WS-UNIT-MATCH
                   MOVE WS-PT-UNIT(WS-PARTY-INDEX)
                       TO WS-BU-UNIT(WS-UNIT-MATCH)
                   IF WS-MAP-MATCH > 0
                       MOVE WS-MAP-CENTRE(WS-MAP-MATCH)
                           TO WS-BU-CENTRE(WS-UNIT-MATCH)
                       MOVE WS-MAP-NAME(WS-MAP-MATCH)
                           TO WS-BU-NAME(WS-UNIT-MATCH)
                   ELSE
                       MOVE SPACES TO WS-BU-CENTRE(WS-UNIT-MATCH)
                       MOVE "NOT MAPPED ON CHGUNIT"
                           TO WS-BU-NAME(WS-UNIT-MATCH)
                   END-IF
                   MOVE 0 TO WS-BU-TOTAL(WS-UNIT-MATCH)
                   PERFORM VARYING WS-SORT-I FROM 1 BY 1
                       UNTIL WS-SORT-I > 5
                       MOVE 0 TO WS-BU-QUANTITY(WS-UNIT-MATCH,
                           WS-SORT-I)
                       MOVE 0 TO WS-BU-AMOUNT(WS-UNIT-MATCH,
                           WS-SORT-I)
                   END-PERFORM
               ELSE
                   IF NOT UNIT-TABLE-FULL
                       SET UNIT-TABLE-FULL TO TRUE
                       MOVE "IPC5726E" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-OPSMSG-TEXT
                       STRING "business unit table full - unit "
                           WS-PT-UNIT(WS-PARTY-INDEX)
                           " and any further unit is not charged"
                           DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                       END-STRING
                       PERFORM ISSUE-OPS-MESSAGE
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * SORT-BUSINESS-UNITS
      * Into business-unit order for the statement and the feed
      ******************************************************************
       SORT-BUSINESS-UNITS.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-UNIT-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J > WS-UNIT-COUNT - WS-SORT-I
                   IF WS-BU-UNIT(WS-SORT-J) > WS-BU-UNIT(WS-SORT-J + 1)
                       MOVE WS-UNIT-ENTRY(WS-SORT-J) TO WS-UNIT-HOLD
                       MOVE WS-UNIT-ENTRY(WS-SORT-J + 1)
                           TO WS-UNIT-ENTRY(WS-SORT-J)
                       MOVE WS-UNIT-HOLD
                           TO WS-UNIT-ENTRY(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

      ******************************************************************
      * WRITE-CHARGEBACK-REPORT
      ******************************************************************
       WRITE-CHARGEBACK-REPORT.
           OPEN OUTPUT CHARGE-REPORT-FILE
           MOVE "IPCRYPT-CHGBACK MONTHLY USAGE CHARGEBACK"
               TO CHARGE-REPORT-LINE
           WRITE CHARGE-REPORT-LINE
           MOVE SPACES TO CHARGE-REPORT-LINE
           STRING "MONTH=" WS-CHARGE-MONTH
               "  PRODUCED=" WS-PRODUCED-AT
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           END-STRING
           WRITE CHARGE-REPORT-LINE

           PERFORM WRITE-RATE-SECTION
           PERFORM WRITE-SOURCE-SECTION
           PERFORM WRITE-STATEMENT-SECTION

           MOVE SPACES TO CHARGE-REPORT-LINE
           WRITE CHARGE-REPORT-LINE
           MOVE WS-GRAND-TOTAL TO WS-REPORT-AMOUNT
           MOVE SPACES TO CHARGE-REPORT-LINE
           STRING "GRAND TOTAL" DELIMITED BY SIZE
               INTO CHARGE-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-AMOUNT TO CHARGE-REPORT-LINE(56:14)
           WRITE CHARGE-REPORT-LINE
           MOVE SPACES TO CHARGE-REPORT-LINE
           IF WS-ERROR-COUNT > 0
               MOVE WS-ERROR-COUNT TO WS-OPSMSG-NUMBER-1
               STRING "STATEMENT INCOMPLETE - "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   " ERROR(S) ON THE CONSOLE - CHGGLFEED WITHHELD"
                   DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
               END-STRING
           ELSE
               MOVE "STATEMENT COMPLETE - CHGGLFEED WRITTEN"
                   TO CHARGE-REPORT-LINE
           END-IF
           WRITE CHARGE-REPORT-LINE
           CLOSE CHARGE-REPORT-FILE
           EXIT.

      ******************************************************************
      * WRITE-RATE-SECTION
      ******************************************************************
       WRITE-RATE-SECTION.
           MOVE SPACES TO CHARGE-REPORT-LINE
           WRITE CHARGE-REPORT-LINE
           MOVE "RATES" TO CHARGE-REPORT-LINE
           WRITE CHARGE-REPORT-LINE
           PERFORM VARYING WS-CLASS-INDEX FROM 1 BY 1
               UNTIL WS-CLASS-INDEX > 5
               MOVE SPACES TO CHARGE-REPORT-LINE
               IF CL-RATE-FOUND(WS-CLASS-INDEX)
                   MOVE WS-CL-RATE(WS-CLASS-INDEX) TO WS-REPORT-RATE
                   MOVE WS-CL-UNITS-PER(WS-CLASS-INDEX)
                       TO WS-REPORT-UNITS
                   STRING "  " WS-CL-NAME(WS-CLASS-INDEX)
                       "  " WS-REPORT-RATE " PER " WS-REPORT-UNITS
                       "  " WS-CL-DESCRIPTION(WS-CLASS-INDEX)
                       DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
                   END-STRING
               ELSE
                   STRING "  " WS-CL-NAME(WS-CLASS-INDEX)
                       "  NOT PRICED ON CHGRATE"
                       DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
                   END-STRING
               END-IF
               WRITE CHARGE-REPORT-LINE
           END-PERFORM
           EXIT.

      ******************************************************************
      * WRITE-SOURCE-SECTION
      * The month's usage as each history gave it - what the party
      * lines below must add up to, class by class
      ******************************************************************
       WRITE-SOURCE-SECTION.
           MOVE SPACES TO CHARGE-REPORT-LINE
           WRITE CHARGE-REPORT-LINE
           MOVE "USAGE BY SOURCE" TO CHARGE-REPORT-LINE
           WRITE CHARGE-REPORT-LINE

           MOVE WS-RUNHIST-RUNS TO WS-OPSMSG-NUMBER-1
           MOVE WS-RUNHIST-RECORDS TO WS-REPORT-QUANTITY
           MOVE SPACES TO CHARGE-REPORT-LINE
           STRING "  RECORDS PROCESSED, RUNHIST  " WS-REPORT-QUANTITY
               "  IN " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               " COMPLETED BATCH RUN(S)"
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           END-STRING
           WRITE CHARGE-REPORT-LINE
           MOVE WS-EXTRACT-ROWS TO WS-REPORT-QUANTITY
           MOVE SPACES TO CHARGE-REPORT-LINE
           STRING "    OF WHICH ARCHIVED ROWS    " WS-REPORT-QUANTITY
               "  BY SOURCE SYSTEM, EXTARCH"
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           END-STRING
           WRITE CHARGE-REPORT-LINE
           MOVE WS-UNATTRIBUTED TO WS-REPORT-QUANTITY
           MOVE SPACES TO CHARGE-REPORT-LINE
           STRING "    OF WHICH UNATTRIBUTED     " WS-REPORT-QUANTITY
               "  CHARGED TO *UNATTR"
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           END-STRING
           WRITE CHARGE-REPORT-LINE
           MOVE WS-DELIVERED-RECORDS TO WS-REPORT-QUANTITY
           MOVE SPACES TO CHARGE-REPORT-LINE
           STRING "  RECORDS DELIVERED           " WS-REPORT-QUANTITY
               "  DLVRMANIFEST"
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           END-STRING
           WRITE CHARGE-REPORT-LINE
           MOVE WS-QUEUE-REQUESTS TO WS-REPORT-QUANTITY
           MOVE SPACES TO CHARGE-REPORT-LINE
           STRING "  QUEUE REQUESTS SERVED       " WS-REPORT-QUANTITY
               "  QUSEHIST"
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           END-STRING
           WRITE CHARGE-REPORT-LINE
           MOVE WS-ONLINE-TRANS TO WS-REPORT-QUANTITY
           MOVE SPACES TO CHARGE-REPORT-LINE
           STRING "  ONLINE TRANSACTIONS         " WS-REPORT-QUANTITY
               "  MENULOG"
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           END-STRING
           WRITE CHARGE-REPORT-LINE
           MOVE WS-DISCLOSURES TO WS-REPORT-QUANTITY
           MOVE SPACES TO CHARGE-REPORT-LINE
           STRING "  DISCLOSURES                 " WS-REPORT-QUANTITY
               "  DISCLOG"
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           END-STRING
           WRITE CHARGE-REPORT-LINE
           EXIT.

      ******************************************************************
      * WRITE-STATEMENT-SECTION
      * Per business unit: every party line, then the unit's total
      ******************************************************************
       WRITE-STATEMENT-SECTION.
           MOVE SPACES TO CHARGE-REPORT-LINE
           WRITE CHARGE-REPORT-LINE
           MOVE "COST STATEMENT BY BUSINESS UNIT" TO CHARGE-REPORT-LINE
           WRITE CHARGE-REPORT-LINE
           IF WS-UNIT-COUNT = 0
               MOVE "  NO CHARGEABLE USAGE IN THE MONTH"
                   TO CHARGE-REPORT-LINE
               WRITE CHARGE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-UNIT-INDEX FROM 1 BY 1
               UNTIL WS-UNIT-INDEX > WS-UNIT-COUNT
               MOVE SPACES TO CHARGE-REPORT-LINE
               WRITE CHARGE-REPORT-LINE
               MOVE SPACES TO CHARGE-REPORT-LINE
               STRING "BUSINESS UNIT " WS-BU-UNIT(WS-UNIT-INDEX)
                   "  " WS-BU-NAME(WS-UNIT-INDEX)
                   "  COST CENTRE " WS-BU-CENTRE(WS-UNIT-INDEX)
                   DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
               END-STRING
               WRITE CHARGE-REPORT-LINE
               MOVE SPACES TO CHARGE-REPORT-LINE
               MOVE "CLASS" TO CHARGE-REPORT-LINE(3:5)
               MOVE "PARTY" TO CHARGE-REPORT-LINE(13:5)
               MOVE "QUANTITY" TO CHARGE-REPORT-LINE(27:8)
               MOVE "RATE" TO CHARGE-REPORT-LINE(43:4)
               MOVE "PER" TO CHARGE-REPORT-LINE(51:3)
               MOVE "AMOUNT" TO CHARGE-REPORT-LINE(64:6)
               WRITE CHARGE-REPORT-LINE
               PERFORM VARYING WS-PARTY-INDEX FROM 1 BY 1
                   UNTIL WS-PARTY-INDEX > WS-PARTY-COUNT
                   IF WS-PT-UNIT(WS-PARTY-INDEX) =
                           WS-BU-UNIT(WS-UNIT-INDEX)
                       PERFORM WRITE-PARTY-LINE
                   END-IF
               END-PERFORM
               MOVE WS-BU-TOTAL(WS-UNIT-INDEX) TO WS-REPORT-AMOUNT
               MOVE SPACES TO CHARGE-REPORT-LINE
               STRING "  UNIT TOTAL" DELIMITED BY SIZE
                   INTO CHARGE-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-AMOUNT TO CHARGE-REPORT-LINE(56:14)
               WRITE CHARGE-REPORT-LINE
           END-PERFORM
           EXIT.

      ******************************************************************
      * WRITE-PARTY-LINE
      ******************************************************************
       WRITE-PARTY-LINE.
           MOVE WS-PT-CLASS(WS-PARTY-INDEX) TO WS-CLASS-INDEX
           MOVE SPACES TO WS-REPORT-PARTY
           STRING WS-PT-TYPE(WS-PARTY-INDEX) " "
               WS-PT-ID(WS-PARTY-INDEX)
               DELIMITED BY SIZE INTO WS-REPORT-PARTY
           END-STRING
           MOVE WS-PT-QUANTITY(WS-PARTY-INDEX) TO WS-REPORT-QUANTITY
           MOVE WS-CL-RATE(WS-CLASS-INDEX) TO WS-REPORT-RATE
           MOVE WS-CL-UNITS-PER(WS-CLASS-INDEX) TO WS-REPORT-UNITS
           MOVE WS-PT-AMOUNT(WS-PARTY-INDEX) TO WS-REPORT-AMOUNT
           MOVE SPACES TO CHARGE-REPORT-LINE
           STRING "  " WS-CL-NAME(WS-CLASS-INDEX)
               "  " WS-REPORT-PARTY
               " " WS-REPORT-QUANTITY
               "  " WS-REPORT-RATE
               "  " WS-REPORT-UNITS
               "  " WS-REPORT-AMOUNT
               DELIMITED BY SIZE INTO CHARGE-REPORT-LINE
           END-STRING
           IF NOT CL-RATE-FOUND(WS-CLASS-INDEX)
               MOVE "NO RATE" TO CHARGE-REPORT-LINE(72:7)
           END-IF
           IF WS-PT-UNIT(WS-PARTY-INDEX) = "UNASSIGN"
               MOVE "NOT MAPPED" TO CHARGE-REPORT-LINE(80:10)
           END-IF
           WRITE CHARGE-REPORT-LINE
           EXIT.

      ******************************************************************
      * WRITE-LEDGER-FEED
      * One detail per business unit and class with usage, and the
      * balancing trailer. An incomplete statement leaves CHGGLFEED
      * empty, never last month's file and never a partial one
      ******************************************************************
       WRITE-LEDGER-FEED.
           OPEN OUTPUT CHARGE-FEED-FILE
           IF WS-ERROR-COUNT > 0
               MOVE "IPC5727E" TO WS-OPSMSG-ID
               MOVE WS-ERROR-COUNT TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "statement incomplete - "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   " error(s) - CHGGLFEED written empty"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           ELSE
               PERFORM VARYING WS-UNIT-INDEX FROM 1 BY 1
                   UNTIL WS-UNIT-INDEX > WS-UNIT-COUNT
                   PERFORM VARYING WS-CLASS-INDEX FROM 1 BY 1
                       UNTIL WS-CLASS-INDEX > 5
                       IF WS-BU-QUANTITY(WS-UNIT-INDEX,
                               WS-CLASS-INDEX) > 0
                           MOVE SPACES TO CHARGE-FEED-RECORD
                           SET CF-DETAIL TO TRUE
                           MOVE WS-CHARGE-MONTH TO CF-PERIOD
                           MOVE WS-BU-UNIT(WS-UNIT-INDEX)
                               TO CF-BUSINESS-UNIT
                           MOVE WS-BU-CENTRE(WS-UNIT-INDEX)
                               TO CF-COST-CENTRE
                           MOVE WS-CL-NAME(WS-CLASS-INDEX)
                               TO CF-CHARGE-CLASS
                           MOVE WS-BU-QUANTITY(WS-UNIT-INDEX,
                               WS-CLASS-INDEX) TO CF-QUANTITY
                           MOVE WS-BU-AMOUNT(WS-UNIT-INDEX,
                               WS-CLASS-INDEX) TO CF-AMOUNT
                           MOVE WS-PRODUCED-AT TO CF-PRODUCED-AT
                           WRITE CHARGE-FEED-RECORD
                           ADD 1 TO WS-FEED-RECORDS
                       END-IF
                   END-PERFORM
               END-PERFORM
               MOVE SPACES TO CHARGE-FEED-RECORD
               SET CF-TRAILER TO TRUE
               MOVE WS-CHARGE-MONTH TO CF-PERIOD
               MOVE WS-FEED-RECORDS TO CF-QUANTITY
               MOVE WS-GRAND-TOTAL TO CF-AMOUNT
               MOVE WS-PRODUCED-AT TO CF-PRODUCED-AT
               WRITE CHARGE-FEED-RECORD
               MOVE "IPC5728I" TO WS-OPSMSG-ID
               MOVE WS-FEED-RECORDS TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "CHGGLFEED written - "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   " detail record(s) and trailer"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           CLOSE CHARGE-FEED-FILE
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-CHGBACK" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-CHGBACK.
