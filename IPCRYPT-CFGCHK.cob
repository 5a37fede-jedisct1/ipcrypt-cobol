      ******************************************************************
      * IPCRYPT-CFGCHK - Pre-Night Control-File Consistency Check
      * Most of our bad nights were not bad data but control files
      * that disagreed with each other - a RUNCTL key-id retired on
      * KEYSTORE, a partner subscribed to a mode the night does not
      * produce, a SUBNETPOL prefix BATCH quietly skipped, GEOASN
      * ranges that overlap, a PROCCAL nobody extended into next
      * month, an OPERAUTH left with no approver. Each program only
      * ever looked at its own file, and only when it reached it.
      * This job loads RUNCTL, PARMFILE, the KEYSTORE metadata,
      * OPERAUTH, PARTNERSUB, SUBNETPOL, GEOASN and PROCCAL together
      * and cross-checks them against each other and against the
      * night RUNCTL describes, before anything is opened for
      * output. It only ever reads them - key material is never
      * touched, so the MASTERKEY is not needed.
      *
      * Every inconsistency is listed on CFGCHKRPT, and on the
      * console, with the file and the record (its number in the
      * file and its key) it was found on. Errors are what will make
      * the night fail or deliver the wrong thing; warnings are what
      * an operator should look at but the night survives; notes are
      * listed for the record only. The job ends with return code 8
      * when any error was found, 4 for warnings alone and 0 when
      * the files agree. IPCRYPT-DRIVER runs it ahead of every chain
      * and stops on 8; it can equally be run on its own after the
      * operators have changed a control file.
      *
      * A PARMFILE left behind by an IPCRYPT-DRIVER partition pass is
      * not checked: the driver rewrites it from RUNCTL for every
      * pass, so it only matters for a stand-alone IPCRYPT-BATCH run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-CFGCHK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNU-LINUX.
       OBJECT-COMPUTER. GNU-LINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT KEYSTORE-FILE ASSIGN TO "KEYSTORE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYSTORE-STATUS.
           SELECT OPERAUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-STATUS.
           SELECT PARTNER-SUB-FILE ASSIGN TO "PARTNERSUB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTNERSUB-STATUS.
           SELECT SUBNET-POLICY-FILE ASSIGN TO "SUBNETPOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBNETPOL-STATUS.
           SELECT GEO-LOOKUP-FILE ASSIGN TO "GEOASN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEOASN-STATUS.
           SELECT PROCESSING-CALENDAR-FILE ASSIGN TO "PROCCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCCAL-STATUS.
           SELECT CFGCHK-REPORT-FILE ASSIGN TO "CFGCHKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-RUNCTL.cpy".

      ******************************************************************
      * PARM-FILE - the fields of IPCRYPT-BATCH's PARM-RECORD this
      * check needs, at their positions there; the rest is FILLER
      ******************************************************************
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-OPERATION       PIC X(01).
           05  PARM-MODE            PIC X(16).
           05  PARM-KEY-ID          PIC X(08).
           05  FILLER               PIC X(100).
           05  PARM-OUTPUT-MODE     PIC X(01).
               88  OUTPUT-MODE-TOKEN      VALUE 'T'.
           05  PARM-MIXED-MODE-FLAG PIC X(01).
               88  MIXED-MODE-ACTIVE      VALUE 'Y'.
           05  PARM-PARTITION-MODE-FLAG PIC X(01).
               88  PARTITION-MODE-ACTIVE  VALUE 'Y'.
           05  FILLER               PIC X(13).
           05  PARM-ENRICH-FLAG     PIC X(01).
               88  ENRICH-REQUESTED       VALUE 'Y'.
           05  FILLER               PIC X(14).
           05  PARM-MAC-KEY-ID      PIC X(08).
           05  FILLER               PIC X(02).
           05  PARM-SUBNET-POLICY-FLAG PIC X(01).
               88  SUBNET-POLICY-REQUESTED VALUE 'Y'.
           05  FILLER               PIC X(02).
           05  PARM-FAMILY-ROUTE-FLAG PIC X(01).
               88  FAMILY-ROUTING-REQUESTED VALUE 'Y'.
           05  PARM-V4-MODE         PIC X(16).
           05  PARM-V4-KEY-ID       PIC X(08).
           05  PARM-V6-MODE         PIC X(16).
           05  PARM-V6-KEY-ID       PIC X(08).
           05  FILLER               PIC X(38).

       FD  KEYSTORE-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-KEYSTORE.cpy".

       FD  OPERAUTH-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-OPERAUTH.cpy".

      * PARTNER-SUB-FILE - as IPCRYPT-DELIVER reads it
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
           05  PS-WATCHLIST-FLAG    PIC X(01).
           05  PS-KEY-ID            PIC X(08).

      * SUBNET-POLICY-FILE / GEO-LOOKUP-FILE - as IPCRYPT-BATCH
      * reads them
       FD  SUBNET-POLICY-FILE
           RECORDING MODE IS F.
       01  SUBNET-POLICY-RECORD.
           05  SP-CIDR-TEXT         PIC X(43).
           05  SP-ACTION            PIC X(01).
               88  SP-ACTION-VALID  VALUE 'P' 'D' 'A'.
           05  SP-DESCRIPTION       PIC X(30).

       FD  GEO-LOOKUP-FILE
           RECORDING MODE IS F.
       01  GEO-LOOKUP-RECORD.
           05  GA-RANGE-START-IP    PIC X(39).
           05  GA-RANGE-END-IP      PIC X(39).
           05  GA-COUNTRY-CODE      PIC X(02).
           05  GA-ASN               PIC 9(10).

       FD  PROCESSING-CALENDAR-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-PROCCAL.cpy".

       FD  CFGCHK-REPORT-FILE
           RECORDING MODE IS F.
       01  CFGCHK-REPORT-LINE       PIC X(160).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-RUNCTL-STATUS     PIC X(02).
           05  WS-PARMFILE-STATUS   PIC X(02).
           05  WS-KEYSTORE-STATUS   PIC X(02).
           05  WS-OPERAUTH-STATUS   PIC X(02).
           05  WS-PARTNERSUB-STATUS PIC X(02).
           05  WS-SUBNETPOL-STATUS  PIC X(02).
           05  WS-GEOASN-STATUS     PIC X(02).
           05  WS-PROCCAL-STATUS    PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  END-OF-FILE-SW   VALUE 'Y'.
           05  WS-RUNCTL-SW         PIC X(01) VALUE 'N'.
               88  RUN-CONTROL-LOADED VALUE 'Y'.
           05  WS-KEYSTORE-SW       PIC X(01) VALUE 'N'.
               88  KEYSTORE-LOADED  VALUE 'Y'.
           05  WS-PROCCAL-SW        PIC X(01) VALUE 'N'.
               88  PROCCAL-LOADED   VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORD-NUMBER     PIC 9(05) COMP VALUE 0.
           05  WS-ERRORS            PIC 9(05) COMP VALUE 0.
           05  WS-WARNINGS          PIC 9(05) COMP VALUE 0.
           05  WS-NOTES             PIC 9(05) COMP VALUE 0.
           05  WS-POLICY-USABLE     PIC 9(05) COMP VALUE 0.
           05  WS-GEO-USABLE        PIC 9(05) COMP VALUE 0.
           05  WS-APPROVERS         PIC 9(05) COMP VALUE 0.
           05  WS-DIGESTS-SET       PIC 9(05) COMP VALUE 0.
           05  WS-NEXT-MONTH-DATES  PIC 9(05) COMP VALUE 0.

      ******************************************************************
      * THE NIGHT BEING CHECKED - RUNCTL's business date, or today;
      * key windows and the calendar are judged against it
      ******************************************************************
       01  WS-DATE-WORK.
           05  WS-TODAY-DATE        PIC X(08).
           05  WS-RUN-DATE          PIC X(08).
           05  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(08).
           05  WS-RUN-DAY-NUMBER    PIC 9(07) COMP.
           05  WS-NEXT-MONTH        PIC X(06).
           05  WS-NEXT-YEAR-NUM     PIC 9(04).
           05  WS-NEXT-MONTH-NUM    PIC 9(02).
           05  WS-DATE-TEXT         PIC X(08).
           05  WS-DATE-NUM REDEFINES WS-DATE-TEXT PIC 9(08).
           05  WS-DATE-BAD-SW       PIC X(01).
               88  DATE-IS-BAD      VALUE 'Y'.
           05  WS-DAYS-LEFT         PIC S9(07) COMP.
           05  WS-DEADLINE-HH       PIC 9(02).
           05  WS-DEADLINE-MM       PIC 9(02).

      * WS-MODE-NAME - a mode as IPCRYPT-LIB will accept it
       01  WS-MODE-NAME             PIC X(16).
           88  KNOWN-MODE           VALUE "DETERMINISTIC" "ND" "NDX"
                                          "SUBNET" "PREFIX" "IPV4FPE"
                                          "IDTOKEN".

      ******************************************************************
      * KEYSTORE METADATA - key-id, status and usage window only;
      * KS-KEY-HEX is never held
      ******************************************************************
       01  WS-KEY-TABLE.
           05  WS-KEY-COUNT         PIC 9(03) COMP VALUE 0.
           05  WS-KEY-ENTRY OCCURS 200 TIMES.
               10  WS-KT-KEY-ID     PIC X(08).
               10  WS-KT-STATUS     PIC X(01).
               10  WS-KT-EFFECTIVE  PIC X(08).
               10  WS-KT-EXPIRY     PIC X(08).
       01  WS-KEY-INDEX             PIC 9(03) COMP.
       01  WS-KEY-MATCH             PIC 9(03) COMP.

      * The key-id a control record names, and the field naming it,
      * handed to CHECK-KEY-REFERENCE
       01  WS-KEY-REFERENCE.
           05  WS-REF-KEY-ID        PIC X(08).
           05  WS-REF-FIELD-NAME    PIC X(20).

       01  WS-OPERATOR-TABLE.
           05  WS-OPERATOR-COUNT    PIC 9(03) COMP VALUE 0.
           05  WS-OT-OPERATOR-ID    PIC X(08) OCCURS 300 TIMES.
       01  WS-PARTNER-TABLE.
           05  WS-PARTNER-COUNT     PIC 9(03) COMP VALUE 0.
           05  WS-PT-PARTNER-ID     PIC X(08) OCCURS 100 TIMES.
       01  WS-SCAN-INDEX            PIC 9(04) COMP.
       01  WS-LIST-INDEX            PIC 9(02) COMP.

       01  WS-PARTNER-MODE-WORK.
           05  WS-MODES-NAMED       PIC 9(02) COMP.
           05  WS-MODES-PRODUCED    PIC 9(02) COMP.

      ******************************************************************
      * SUBNETPOL AND GEOASN RANGES - start/end blocks byte-wise the
      * way IPCRYPT-BATCH holds them, with the record each came from,
      * for the shadowed-prefix and overlapping-range checks
      ******************************************************************
       01  WS-POLICY-TABLE.
           05  WS-POLICY-COUNT      PIC 9(03) COMP VALUE 0.
           05  WS-POLICY-ENTRY OCCURS 200 TIMES.
               10  WS-PL-START-BLOCK PIC X(16).
               10  WS-PL-END-BLOCK  PIC X(16).
               10  WS-PL-ACTION     PIC X(01).
               10  WS-PL-RECORD     PIC 9(05) COMP.
       01  WS-GEO-TABLE.
           05  WS-GEO-COUNT         PIC 9(03) COMP VALUE 0.
           05  WS-GEO-ENTRY OCCURS 500 TIMES.
               10  WS-GT-START-BLOCK PIC X(16).
               10  WS-GT-END-BLOCK  PIC X(16).
               10  WS-GT-RECORD     PIC 9(05) COMP.
       01  WS-GEO-START-WORK        PIC X(16).
       01  WS-GEO-START-FAMILY      PIC X(01).

      ******************************************************************
      * PROCCAL - every dated record, for the duplicate-date check
      ******************************************************************
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-COUNT         PIC 9(04) COMP VALUE 0.
           05  WS-CAL-ENTRY OCCURS 2000 TIMES.
               10  WS-CT-DATE       PIC X(08).
               10  WS-CT-DAY-TYPE   PIC X(01).
               10  WS-CT-RECORD     PIC 9(05) COMP.
       01  WS-RUN-DAY-TYPE          PIC X(01).
           88  RUN-DATE-HOLIDAY     VALUE 'H' 'N'.

      * CIDR parse scratch, as IPCRYPT-BATCH's CONVERT-CIDR-TO-RANGE
      * carries it, plus the length text checked digit by digit
      * where the loader reads unreadable text as zero
       01  WS-CIDR-PARSE.
           05  WS-CP-CIDR-TEXT      PIC X(43).
           05  WS-CP-VALID-SWITCH   PIC X(01).
               88  CP-PREFIX-VALID  VALUE 'Y'.
           05  WS-CP-ADDR-TEXT      PIC X(39).
           05  WS-CP-LEN-TEXT       PIC X(05).
           05  WS-CP-LEN-DIGITS     PIC 9(02) COMP.
           05  WS-CP-PREFIX-LEN     PIC 9(03) COMP.
           05  WS-CP-FULL-BYTES     PIC 9(02) COMP.
           05  WS-CP-REM-BITS       PIC 9(01) COMP.
           05  WS-CP-STEP           PIC 9(03) COMP.
           05  WS-CP-BYTE-INDEX     PIC 9(02) COMP.
           05  WS-CP-BYTE-VALUE     PIC 9(03) COMP.
           05  WS-CP-START-WORK     PIC X(16).
           05  WS-CP-END-WORK       PIC X(16).
           05  WS-CP-FAULT          PIC X(01).
               88  CP-NO-LENGTH     VALUE 'L'.
       01  WS-CALL-WORK.
           05  WS-CALL-FUNCTION     PIC X(30).
           05  WS-CALL-PARAM-1      PIC X(64).
           05  WS-CALL-PARAM-2      PIC X(64).
           05  WS-CALL-PARAM-3      PIC X(64).
           05  WS-UTIL-STATUS       PIC X(01).

      ******************************************************************
      * THE FINDING BEING LISTED - the file, the record's number in
      * it and its key, and what is wrong; the message ID and its
      * severity are set in WS-OPSMSG-ID alongside
      ******************************************************************
       01  WS-FINDING.
           05  WS-FINDING-FILE      PIC X(10).
           05  WS-FINDING-RECORD    PIC 9(05) COMP.
           05  WS-FINDING-KEY       PIC X(43).
           05  WS-FINDING-TEXT      PIC X(120).
       01  WS-REPORT-RECORD         PIC Z(04)9.
       01  WS-REPORT-NUMBER         PIC Z(04)9.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-CFGCHK-ENTRY
      ******************************************************************
       MAIN-CFGCHK-ENTRY.
           MOVE "IPC5601I" TO WS-OPSMSG-ID
           MOVE "starting control-file consistency check"
               TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE

           OPEN OUTPUT CFGCHK-REPORT-FILE
           MOVE "IPCRYPT-CFGCHK CONTROL-FILE CONSISTENCY FINDINGS"
               TO CFGCHK-REPORT-LINE
           WRITE CFGCHK-REPORT-LINE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM LOAD-RUN-CONTROL
           PERFORM SETTLE-RUN-DATE
           PERFORM LOAD-KEYSTORE-TABLE
           IF RUN-CONTROL-LOADED
               PERFORM CHECK-RUN-CONTROL
           END-IF
           PERFORM CHECK-OPERATOR-AUTHORITY
           PERFORM CHECK-PARTNER-SUBSCRIPTIONS
           PERFORM CHECK-SUBNET-POLICY
           PERFORM CHECK-GEO-RANGES
           PERFORM CHECK-PROCESSING-CALENDAR
           PERFORM CHECK-PARM-FILE

           MOVE SPACES TO CFGCHK-REPORT-LINE
           WRITE CFGCHK-REPORT-LINE
           MOVE WS-ERRORS TO WS-REPORT-NUMBER
           MOVE SPACES TO CFGCHK-REPORT-LINE
           STRING "ERRORS:   " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO CFGCHK-REPORT-LINE
           WRITE CFGCHK-REPORT-LINE
           MOVE WS-WARNINGS TO WS-REPORT-NUMBER
           MOVE SPACES TO CFGCHK-REPORT-LINE
           STRING "WARNINGS: " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO CFGCHK-REPORT-LINE
           WRITE CFGCHK-REPORT-LINE
           MOVE WS-NOTES TO WS-REPORT-NUMBER
           MOVE SPACES TO CFGCHK-REPORT-LINE
           STRING "NOTES:    " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO CFGCHK-REPORT-LINE
           WRITE CFGCHK-REPORT-LINE
           CLOSE CFGCHK-REPORT-FILE

           MOVE "IPC5602I" TO WS-OPSMSG-ID
           MOVE WS-ERRORS TO WS-OPSMSG-NUMBER-1
           MOVE WS-WARNINGS TO WS-OPSMSG-NUMBER-2
           MOVE WS-NOTES TO WS-OPSMSG-NUMBER-3
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "errors = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               ", warnings = " FUNCTION TRIM(WS-OPSMSG-NUMBER-2)
               ", notes = " FUNCTION TRIM(WS-OPSMSG-NUMBER-3)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           EVALUATE TRUE
               WHEN WS-ERRORS > 0
                   MOVE "IPC5603E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "*** CONTROL FILES DISAGREE - SEE CFGCHKRPT; "
                       "PUT THEM RIGHT BEFORE THE NIGHT RUNS ***"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNINGS > 0
                   MOVE "IPC5604W" TO WS-OPSMSG-ID
                   MOVE "control files agree, with warnings - see "
                       & "CFGCHKRPT" TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "IPC5605I" TO WS-OPSMSG-ID
                   MOVE "control files agree" TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      ******************************************************************
      * LOAD-RUN-CONTROL
      * Without RUNCTL there is no night to check the others against;
      * the files are still checked on their own
      ******************************************************************
       LOAD-RUN-CONTROL.
           MOVE "RUNCTL" TO WS-FINDING-FILE
           MOVE 1 TO WS-FINDING-RECORD
           MOVE SPACES TO WS-FINDING-KEY
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               MOVE "IPC5606E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "RUNCTL not usable (status " WS-RUNCTL-STATUS
                   ") - nothing to check the night against"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               END-STRING
               PERFORM WRITE-ONE-FINDING
           ELSE
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE "IPC5607E" TO WS-OPSMSG-ID
                       MOVE "RUNCTL is empty - nothing to check the "
                           & "night against" TO WS-FINDING-TEXT
                       PERFORM WRITE-ONE-FINDING
                   NOT AT END
                       SET RUN-CONTROL-LOADED TO TRUE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           EXIT.

      ******************************************************************
      * SETTLE-RUN-DATE
      * The night's date - RUNCTL's business date when it carries a
      * valid one, today otherwise - and the month after it, which
      * PROCCAL must already cover
      ******************************************************************
       SETTLE-RUN-DATE.
           MOVE WS-TODAY-DATE TO WS-RUN-DATE
           IF RUN-CONTROL-LOADED AND RC-BUSINESS-DATE NOT = SPACES
               MOVE RC-BUSINESS-DATE TO WS-DATE-TEXT
               PERFORM JUDGE-ONE-DATE
               IF DATE-IS-BAD
                   MOVE "IPC5608E" TO WS-OPSMSG-ID
                   MOVE "RUNCTL" TO WS-FINDING-FILE
                   MOVE 1 TO WS-FINDING-RECORD
                   MOVE RC-BUSINESS-DATE TO WS-FINDING-KEY
                   MOVE "RC-BUSINESS-DATE is not a valid yyyymmdd date"
                       TO WS-FINDING-TEXT
                   PERFORM WRITE-ONE-FINDING
               ELSE
                   MOVE RC-BUSINESS-DATE TO WS-RUN-DATE
               END-IF
           END-IF
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           MOVE WS-RUN-DATE(1:4) TO WS-NEXT-YEAR-NUM
           MOVE WS-RUN-DATE(5:2) TO WS-NEXT-MONTH-NUM
           IF WS-NEXT-MONTH-NUM = 12
               ADD 1 TO WS-NEXT-YEAR-NUM
               MOVE 1 TO WS-NEXT-MONTH-NUM
           ELSE
               ADD 1 TO WS-NEXT-MONTH-NUM
           END-IF
           MOVE WS-NEXT-YEAR-NUM TO WS-NEXT-MONTH(1:4)
           MOVE WS-NEXT-MONTH-NUM TO WS-NEXT-MONTH(5:2)
           MOVE "IPC5609I" TO WS-OPSMSG-ID
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "checking the night of " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           EXIT.

      ******************************************************************
      * LOAD-KEYSTORE-TABLE
      * Key-id, status and window of every key; a key-id on the file
      * twice is itself a finding - IPCRYPT-KEYLOOKUP takes the first
      ******************************************************************
       LOAD-KEYSTORE-TABLE.
           MOVE "KEYSTORE" TO WS-FINDING-FILE
           MOVE 0 TO WS-RECORD-NUMBER
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT KEYSTORE-FILE
           IF WS-KEYSTORE-STATUS NOT = "00"
               MOVE "IPC5610E" TO WS-OPSMSG-ID
               MOVE 0 TO WS-FINDING-RECORD
               MOVE SPACES TO WS-FINDING-KEY
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "KEYSTORE not usable (status " WS-KEYSTORE-STATUS
                   ") - no key-id can be resolved"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               END-STRING
               PERFORM WRITE-ONE-FINDING
           ELSE
               SET KEYSTORE-LOADED TO TRUE
               PERFORM UNTIL END-OF-FILE-SW
                   READ KEYSTORE-FILE
                       AT END
                           SET END-OF-FILE-SW TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORD-NUMBER
                           PERFORM LOAD-ONE-KEY
                   END-READ
               END-PERFORM
               CLOSE KEYSTORE-FILE
           END-IF
           EXIT.

      ******************************************************************
      * LOAD-ONE-KEY
      ******************************************************************
       LOAD-ONE-KEY.
           MOVE WS-RECORD-NUMBER TO WS-FINDING-RECORD
           MOVE KS-KEY-ID TO WS-FINDING-KEY
           MOVE KS-KEY-ID TO WS-REF-KEY-ID
           PERFORM FIND-KEY-ENTRY
           IF WS-KEY-MATCH > 0
               MOVE "IPC5611E" TO WS-OPSMSG-ID
               MOVE "key-id already on KEYSTORE - IPCRYPT-KEYLOOKUP "
                   & "never reaches this record" TO WS-FINDING-TEXT
               PERFORM WRITE-ONE-FINDING
           ELSE
           IF WS-KEY-COUNT >= 200
               MOVE "IPC5612W" TO WS-OPSMSG-ID
               MOVE "more than 200 keys - key-id not cross-checked"
                   TO WS-FINDING-TEXT
               PERFORM WRITE-ONE-FINDING
           ELSE
               ADD 1 TO WS-KEY-COUNT
               MOVE KS-KEY-ID TO WS-KT-KEY-ID(WS-KEY-COUNT)
               MOVE KS-STATUS TO WS-KT-STATUS(WS-KEY-COUNT)
               MOVE KS-EFFECTIVE-DATE TO WS-KT-EFFECTIVE(WS-KEY-COUNT)
               MOVE KS-EXPIRY-DATE TO WS-KT-EXPIRY(WS-KEY-COUNT)
           END-IF
           END-IF
           EXIT.

      ******************************************************************
      * FIND-KEY-ENTRY
      * WS-REF-KEY-ID's entry in the table, into WS-KEY-MATCH (zero
      * when it has none)
      ******************************************************************
       FIND-KEY-ENTRY.
           MOVE 0 TO WS-KEY-MATCH
           PERFORM VARYING WS-KEY-INDEX FROM 1 BY 1
               UNTIL WS-KEY-INDEX > WS-KEY-COUNT
                   OR WS-KEY-MATCH > 0
               IF WS-KT-KEY-ID(WS-KEY-INDEX) = WS-REF-KEY-ID
                   MOVE WS-KEY-INDEX TO WS-KEY-MATCH
               END-IF
           END-PERFORM
           EXIT.

      ******************************************************************
      * CHECK-KEY-REFERENCE
      * A key-id named by WS-REF-FIELD-NAME on the record set up in
      * WS-FINDING: it must be on KEYSTORE, active, and inside its
      * usage window on the night's date; a window closing within a
      * week of it is a warning. Nothing to say without a KEYSTORE -
      * that has been reported once already.
      ******************************************************************
       CHECK-KEY-REFERENCE.
           IF KEYSTORE-LOADED
               PERFORM FIND-KEY-ENTRY
               IF WS-KEY-MATCH = 0
                   MOVE "IPC5613E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING FUNCTION TRIM(WS-REF-FIELD-NAME) " "
                       WS-REF-KEY-ID " is not on KEYSTORE"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   END-STRING
                   PERFORM WRITE-ONE-FINDING
               ELSE
               IF WS-KT-STATUS(WS-KEY-MATCH) NOT = 'A'
                   MOVE "IPC5614E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING FUNCTION TRIM(WS-REF-FIELD-NAME) " "
                       WS-REF-KEY-ID " is not active on KEYSTORE "
                       "(status " WS-KT-STATUS(WS-KEY-MATCH) ")"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   END-STRING
                   PERFORM WRITE-ONE-FINDING
               ELSE
               IF WS-KT-EFFECTIVE(WS-KEY-MATCH) NOT = SPACES
                   AND WS-KT-EFFECTIVE(WS-KEY-MATCH) > WS-RUN-DATE
                   MOVE "IPC5615E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING FUNCTION TRIM(WS-REF-FIELD-NAME) " "
                       WS-REF-KEY-ID " is not effective until "
                       WS-KT-EFFECTIVE(WS-KEY-MATCH)
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   END-STRING
                   PERFORM WRITE-ONE-FINDING
               ELSE
               IF WS-KT-EXPIRY(WS-KEY-MATCH) NOT = SPACES
                   AND WS-KT-EXPIRY(WS-KEY-MATCH) < WS-RUN-DATE
                   MOVE "IPC5616E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING FUNCTION TRIM(WS-REF-FIELD-NAME) " "
                       WS-REF-KEY-ID " expired on "
                       WS-KT-EXPIRY(WS-KEY-MATCH)
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   END-STRING
                   PERFORM WRITE-ONE-FINDING
               ELSE
                   PERFORM CHECK-KEY-EXPIRY-NEAR
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * CHECK-KEY-EXPIRY-NEAR
      ******************************************************************
       CHECK-KEY-EXPIRY-NEAR.
           MOVE WS-KT-EXPIRY(WS-KEY-MATCH) TO WS-DATE-TEXT
           IF WS-DATE-TEXT NOT = SPACES
               PERFORM JUDGE-ONE-DATE
               IF NOT DATE-IS-BAD
                   COMPUTE WS-DAYS-LEFT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                       - WS-RUN-DAY-NUMBER
                   IF WS-DAYS-LEFT < 7
                       MOVE "IPC5617W" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING FUNCTION TRIM(WS-REF-FIELD-NAME) " "
                           WS-REF-KEY-ID " expires on " WS-DATE-TEXT
                           " - rotate it before then"
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       END-STRING
                       PERFORM WRITE-ONE-FINDING
                   END-IF
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * CHECK-RUN-CONTROL
      * The night's mode and key against IPCRYPT-LIB and KEYSTORE,
      * and its delivery deadline as the SLA projection will read it
      ******************************************************************
       CHECK-RUN-CONTROL.
           MOVE "RUNCTL" TO WS-FINDING-FILE
           MOVE 1 TO WS-FINDING-RECORD
           MOVE RC-KEY-ID TO WS-FINDING-KEY
           MOVE RC-MODE TO WS-MODE-NAME
           IF NOT KNOWN-MODE
               MOVE "IPC5618E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "RC-MODE " FUNCTION TRIM(RC-MODE)
                   " is not a mode IPCRYPT-LIB runs"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               END-STRING
               PERFORM WRITE-ONE-FINDING
           END-IF
           IF RC-KEY-ID = SPACES
               MOVE "IPC5619E" TO WS-OPSMSG-ID
               MOVE "RC-KEY-ID is blank - the night has no key"
                   TO WS-FINDING-TEXT
               PERFORM WRITE-ONE-FINDING
           ELSE
               MOVE RC-KEY-ID TO WS-REF-KEY-ID
               MOVE "RC-KEY-ID" TO WS-REF-FIELD-NAME
               PERFORM CHECK-KEY-REFERENCE
           END-IF
           IF RC-DELIVERY-DEADLINE NOT = SPACES
               IF RC-DELIVERY-DEADLINE NOT NUMERIC
                   MOVE "IPC5620E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "RC-DELIVERY-DEADLINE " RC-DELIVERY-DEADLINE
                       " is not a time of day (hhmm)"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   END-STRING
                   PERFORM WRITE-ONE-FINDING
               ELSE
                   MOVE RC-DELIVERY-DEADLINE(1:2) TO WS-DEADLINE-HH
                   MOVE RC-DELIVERY-DEADLINE(3:2) TO WS-DEADLINE-MM
                   IF WS-DEADLINE-HH > 23 OR WS-DEADLINE-MM > 59
                       MOVE "IPC5621E" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "RC-DELIVERY-DEADLINE "
                           RC-DELIVERY-DEADLINE
                           " is not a time of day (hhmm)"
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       END-STRING
                       PERFORM WRITE-ONE-FINDING
                   END-IF
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * CHECK-OPERATOR-AUTHORITY
      * Every operator once, with a role the programs know; at least
      * one approver who can act tonight (active, not locked out),
      * and the OPERPASS key behind every passphrase digest
      ******************************************************************
       CHECK-OPERATOR-AUTHORITY.
           MOVE "OPERAUTH" TO WS-FINDING-FILE
           MOVE 0 TO WS-RECORD-NUMBER
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT OPERAUTH-FILE
           IF WS-OPERAUTH-STATUS NOT = "00"
               MOVE "IPC5622E" TO WS-OPSMSG-ID
               MOVE 0 TO WS-FINDING-RECORD
               MOVE SPACES TO WS-FINDING-KEY
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "OPERAUTH not usable (status " WS-OPERAUTH-STATUS
                   ") - no operator can sign on or approve"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               END-STRING
               PERFORM WRITE-ONE-FINDING
           ELSE
               PERFORM UNTIL END-OF-FILE-SW
                   READ OPERAUTH-FILE
                       AT END
                           SET END-OF-FILE-SW TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORD-NUMBER
                           PERFORM CHECK-ONE-OPERATOR
                   END-READ
               END-PERFORM
               CLOSE OPERAUTH-FILE

               MOVE 0 TO WS-FINDING-RECORD
               MOVE SPACES TO WS-FINDING-KEY
               IF WS-APPROVERS = 0
                   MOVE "IPC5623E" TO WS-OPSMSG-ID
                   MOVE "no active approver - no disclosure can be "
                       & "approved" TO WS-FINDING-TEXT
                   PERFORM WRITE-ONE-FINDING
               ELSE
               IF WS-APPROVERS = 1
                   MOVE "IPC5624W" TO WS-OPSMSG-ID
                   MOVE "only one active approver - no cover when "
                       & "that operator is away" TO WS-FINDING-TEXT
                   PERFORM WRITE-ONE-FINDING
               END-IF
               END-IF
               IF WS-DIGESTS-SET > 0
                   MOVE "OPERPASS" TO WS-REF-KEY-ID
                   MOVE "passphrase key" TO WS-REF-FIELD-NAME
                   PERFORM CHECK-KEY-REFERENCE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * CHECK-ONE-OPERATOR
      ******************************************************************
       CHECK-ONE-OPERATOR.
           MOVE WS-RECORD-NUMBER TO WS-FINDING-RECORD
           MOVE OA-OPERATOR-ID TO WS-FINDING-KEY
           PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1
               UNTIL WS-SCAN-INDEX > WS-OPERATOR-COUNT
               IF WS-OT-OPERATOR-ID(WS-SCAN-INDEX) = OA-OPERATOR-ID
                   MOVE "IPC5625E" TO WS-OPSMSG-ID
                   MOVE "operator already on OPERAUTH - sign-on and "
                       & "approval read the first record only"
                       TO WS-FINDING-TEXT
                   PERFORM WRITE-ONE-FINDING
               END-IF
           END-PERFORM
           IF WS-OPERATOR-COUNT < 300
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE OA-OPERATOR-ID
                   TO WS-OT-OPERATOR-ID(WS-OPERATOR-COUNT)
           END-IF

           IF NOT OA-ROLE-ENCRYPT-ONLY AND NOT OA-ROLE-DECRYPT
               AND NOT OA-ROLE-APPROVER
               MOVE "IPC5626E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "role " OA-ROLE " is not E, D or A"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               END-STRING
               PERFORM WRITE-ONE-FINDING
           END-IF
           IF OA-ROLE-APPROVER AND OA-ACTIVE AND NOT OA-LOCKED
               ADD 1 TO WS-APPROVERS
           END-IF
           IF OA-PASS-DIGEST NOT = SPACES
               ADD 1 TO WS-DIGESTS-SET
           END-IF
           EXIT.

      ******************************************************************
      * CHECK-PARTNER-SUBSCRIPTIONS
      * Every rule IPCRYPT-DELIVER will route on: a partner id, once,
      * within the eight delivery slots; modes the night produces;
      * a subnet prefix that parses; and a partner key fit to use
      ******************************************************************
       CHECK-PARTNER-SUBSCRIPTIONS.
           MOVE "PARTNERSUB" TO WS-FINDING-FILE
           MOVE 0 TO WS-RECORD-NUMBER
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PARTNER-SUB-FILE
           IF WS-PARTNERSUB-STATUS NOT = "00"
               MOVE "IPC5627W" TO WS-OPSMSG-ID
               MOVE 0 TO WS-FINDING-RECORD
               MOVE SPACES TO WS-FINDING-KEY
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "PARTNERSUB not usable (status "
                   WS-PARTNERSUB-STATUS ") - no partner will be "
                   "delivered to"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               END-STRING
               PERFORM WRITE-ONE-FINDING
           ELSE
               PERFORM UNTIL END-OF-FILE-SW
                   READ PARTNER-SUB-FILE
                       AT END
                           SET END-OF-FILE-SW TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORD-NUMBER
                           PERFORM CHECK-ONE-PARTNER
                   END-READ
               END-PERFORM
               CLOSE PARTNER-SUB-FILE
           END-IF
           EXIT.

      ******************************************************************
      * CHECK-ONE-PARTNER
      ******************************************************************
       CHECK-ONE-PARTNER.
           MOVE WS-RECORD-NUMBER TO WS-FINDING-RECORD
           MOVE PS-PARTNER-ID TO WS-FINDING-KEY
           IF PS-PARTNER-ID = SPACES
               MOVE "IPC5628E" TO WS-OPSMSG-ID
               MOVE "rule has no partner id - IPCRYPT-DELIVER skips "
                   & "it" TO WS-FINDING-TEXT
               PERFORM WRITE-ONE-FINDING
           ELSE
               PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1
                   UNTIL WS-SCAN-INDEX > WS-PARTNER-COUNT
                   IF WS-PT-PARTNER-ID(WS-SCAN-INDEX) = PS-PARTNER-ID
                       MOVE "IPC5629E" TO WS-OPSMSG-ID
                       MOVE "partner already has a rule - it would "
                           & "take two delivery slots"
                           TO WS-FINDING-TEXT
                       PERFORM WRITE-ONE-FINDING
                   END-IF
               END-PERFORM
               IF WS-PARTNER-COUNT < 100
                   ADD 1 TO WS-PARTNER-COUNT
                   MOVE PS-PARTNER-ID
                       TO WS-PT-PARTNER-ID(WS-PARTNER-COUNT)
               END-IF
               IF WS-PARTNER-COUNT > 8
                   MOVE "IPC5630E" TO WS-OPSMSG-ID
                   MOVE "beyond the eight delivery slots - "
                       & "IPCRYPT-DELIVER skips it" TO WS-FINDING-TEXT
                   PERFORM WRITE-ONE-FINDING
               END-IF
           END-IF

           PERFORM CHECK-PARTNER-MODES
           IF PS-SUBNET-CIDR NOT = SPACES
               MOVE PS-SUBNET-CIDR TO WS-CP-CIDR-TEXT
               PERFORM CONVERT-CIDR-TO-RANGE
               IF NOT CP-PREFIX-VALID
                   MOVE "IPC5631E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "subnet " FUNCTION TRIM(PS-SUBNET-CIDR)
                       " does not parse - the partner would be routed "
                       "on its other criteria alone"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   END-STRING
                   PERFORM WRITE-ONE-FINDING
               END-IF
           END-IF
           IF PS-KEY-ID NOT = SPACES
               MOVE PS-KEY-ID TO WS-REF-KEY-ID
               MOVE "PS-KEY-ID" TO WS-REF-FIELD-NAME
               PERFORM CHECK-KEY-REFERENCE
           END-IF
           EXIT.

      ******************************************************************
      * CHECK-PARTNER-MODES
      * A mode list naming none of the modes the night produces
      * delivers the partner an empty file - an error; a list that
      * also names a mode produced on other nights is noted
      ******************************************************************
       CHECK-PARTNER-MODES.
           MOVE 0 TO WS-MODES-NAMED
           MOVE 0 TO WS-MODES-PRODUCED
           PERFORM VARYING WS-LIST-INDEX FROM 1 BY 1
               UNTIL WS-LIST-INDEX > 2
               IF PS-MODE-NAME(WS-LIST-INDEX) NOT = SPACES
                   ADD 1 TO WS-MODES-NAMED
                   MOVE PS-MODE-NAME(WS-LIST-INDEX) TO WS-MODE-NAME
                   IF NOT KNOWN-MODE
                       MOVE "IPC5632E" TO WS-OPSMSG-ID
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "mode list names "
                           FUNCTION TRIM(WS-MODE-NAME)
                           ", not a mode IPCRYPT-LIB runs"
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       END-STRING
                       PERFORM WRITE-ONE-FINDING
                   ELSE
                   IF RUN-CONTROL-LOADED
                       IF WS-MODE-NAME = RC-MODE
                           ADD 1 TO WS-MODES-PRODUCED
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF RUN-CONTROL-LOADED AND WS-MODES-NAMED > 0
               IF WS-MODES-PRODUCED = 0
                   MOVE "IPC5633E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "mode list names no mode the night produces "
                       "(RC-MODE " FUNCTION TRIM(RC-MODE) ") - the "
                       "partner's file will be empty"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   END-STRING
                   PERFORM WRITE-ONE-FINDING
               ELSE
               IF WS-MODES-PRODUCED < WS-MODES-NAMED
                   MOVE "IPC5634I" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "mode list also names a mode the night does "
                       "not produce (RC-MODE " FUNCTION TRIM(RC-MODE)
                       ")"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   END-STRING
                   PERFORM WRITE-ONE-FINDING
               END-IF
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * CHECK-SUBNET-POLICY
      * Every prefix IPCRYPT-BATCH would skip, with the reason; a
      * prefix wholly inside an earlier one with a different action
      * never decides anything, since the first match wins
      ******************************************************************
       CHECK-SUBNET-POLICY.
           MOVE "SUBNETPOL" TO WS-FINDING-FILE
           MOVE 0 TO WS-RECORD-NUMBER
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SUBNET-POLICY-FILE
           IF WS-SUBNETPOL-STATUS = "00"
               PERFORM UNTIL END-OF-FILE-SW
                   READ SUBNET-POLICY-FILE
                       AT END
                           SET END-OF-FILE-SW TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORD-NUMBER
                           PERFORM CHECK-ONE-POLICY-PREFIX
                   END-READ
               END-PERFORM
               CLOSE SUBNET-POLICY-FILE
           END-IF
           EXIT.

      ******************************************************************
      * CHECK-ONE-POLICY-PREFIX
      ******************************************************************
       CHECK-ONE-POLICY-PREFIX.
           MOVE WS-RECORD-NUMBER TO WS-FINDING-RECORD
           MOVE SP-CIDR-TEXT TO WS-FINDING-KEY
           MOVE SP-CIDR-TEXT TO WS-CP-CIDR-TEXT
           PERFORM CONVERT-CIDR-TO-RANGE
           IF NOT SP-ACTION-VALID
               MOVE "IPC5635E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "action " SP-ACTION " is not P, D or A - "
                   "IPCRYPT-BATCH skips the prefix"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               END-STRING
               PERFORM WRITE-ONE-FINDING
           ELSE
           IF CP-NO-LENGTH
               MOVE "IPC5636E" TO WS-OPSMSG-ID
               MOVE "prefix has no /length - IPCRYPT-BATCH reads it "
                   & "as the whole address family" TO WS-FINDING-TEXT
               PERFORM WRITE-ONE-FINDING
           ELSE
           IF NOT CP-PREFIX-VALID
               MOVE "IPC5637E" TO WS-OPSMSG-ID
               MOVE "prefix does not parse - IPCRYPT-BATCH skips it"
                   TO WS-FINDING-TEXT
               PERFORM WRITE-ONE-FINDING
           ELSE
           IF WS-POLICY-COUNT >= 200
               MOVE "IPC5638E" TO WS-OPSMSG-ID
               MOVE "beyond IPCRYPT-BATCH's 200 prefixes - dropped"
                   TO WS-FINDING-TEXT
               PERFORM WRITE-ONE-FINDING
           ELSE
               ADD 1 TO WS-POLICY-USABLE
               PERFORM FIND-SHADOWING-PREFIX
               ADD 1 TO WS-POLICY-COUNT
               MOVE WS-CP-START-WORK
                   TO WS-PL-START-BLOCK(WS-POLICY-COUNT)
               MOVE WS-CP-END-WORK TO WS-PL-END-BLOCK(WS-POLICY-COUNT)
               MOVE SP-ACTION TO WS-PL-ACTION(WS-POLICY-COUNT)
               MOVE WS-RECORD-NUMBER TO WS-PL-RECORD(WS-POLICY-COUNT)
           END-IF
           END-IF
           END-IF
           END-IF
           EXIT.

      ******************************************************************
      * FIND-SHADOWING-PREFIX
      ******************************************************************
       FIND-SHADOWING-PREFIX.
           PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1
               UNTIL WS-SCAN-INDEX > WS-POLICY-COUNT
               IF WS-CP-START-WORK >= WS-PL-START-BLOCK(WS-SCAN-INDEX)
                   AND WS-CP-END-WORK <= WS-PL-END-BLOCK(WS-SCAN-INDEX)
                   AND SP-ACTION NOT = WS-PL-ACTION(WS-SCAN-INDEX)
                   MOVE "IPC5639W" TO WS-OPSMSG-ID
                   MOVE WS-PL-RECORD(WS-SCAN-INDEX)
                       TO WS-REPORT-NUMBER
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "lies wholly inside record "
                       FUNCTION TRIM(WS-REPORT-NUMBER)
                       ", whose action " WS-PL-ACTION(WS-SCAN-INDEX)
                       " always wins - action " SP-ACTION
                       " is never taken"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   END-STRING
                   PERFORM WRITE-ONE-FINDING
               END-IF
           END-PERFORM
           EXIT.

      ******************************************************************
      * CHECK-GEO-RANGES
      * Every range IPCRYPT-BATCH would skip, and every range that
      * overlaps an earlier one - an address in both is enriched by
      * whichever comes first, silently
      ******************************************************************
       CHECK-GEO-RANGES.
           MOVE "GEOASN" TO WS-FINDING-FILE
           MOVE 0 TO WS-RECORD-NUMBER
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT GEO-LOOKUP-FILE
           IF WS-GEOASN-STATUS = "00"
               PERFORM UNTIL END-OF-FILE-SW
                   READ GEO-LOOKUP-FILE
                       AT END
                           SET END-OF-FILE-SW TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORD-NUMBER
                           PERFORM CHECK-ONE-GEO-RANGE
                   END-READ
               END-PERFORM
               CLOSE GEO-LOOKUP-FILE
           END-IF
           EXIT.

      ******************************************************************
      * CHECK-ONE-GEO-RANGE
      ******************************************************************
       CHECK-ONE-GEO-RANGE.
           MOVE WS-RECORD-NUMBER TO WS-FINDING-RECORD
           MOVE GA-RANGE-START-IP TO WS-FINDING-KEY
           MOVE "IP-TO-BYTES" TO WS-CALL-FUNCTION
           MOVE SPACES TO WS-CALL-PARAM-1
           MOVE GA-RANGE-START-IP TO WS-CALL-PARAM-1(1:39)
           CALL 'IPCRYPT-UTILS' USING WS-CALL-FUNCTION
               WS-CALL-PARAM-1 WS-CALL-PARAM-2 WS-CALL-PARAM-3
               WS-UTIL-STATUS
           END-CALL
           IF WS-UTIL-STATUS = 'Y'
               MOVE WS-CALL-PARAM-2(1:16) TO WS-GEO-START-WORK
               MOVE WS-CALL-PARAM-3(1:1) TO WS-GEO-START-FAMILY
               MOVE "IP-TO-BYTES" TO WS-CALL-FUNCTION
               MOVE SPACES TO WS-CALL-PARAM-1
               MOVE GA-RANGE-END-IP TO WS-CALL-PARAM-1(1:39)
               CALL 'IPCRYPT-UTILS' USING WS-CALL-FUNCTION
                   WS-CALL-PARAM-1 WS-CALL-PARAM-2 WS-CALL-PARAM-3
                   WS-UTIL-STATUS
               END-CALL
           END-IF

           IF WS-UTIL-STATUS NOT = 'Y'
               MOVE "IPC5640E" TO WS-OPSMSG-ID
               MOVE "range address does not parse - IPCRYPT-BATCH "
                   & "skips the range" TO WS-FINDING-TEXT
               PERFORM WRITE-ONE-FINDING
           ELSE
           IF WS-CALL-PARAM-3(1:1) NOT = WS-GEO-START-FAMILY
               MOVE "IPC5641E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "range starts and ends in different address "
                   "families (end " FUNCTION TRIM(GA-RANGE-END-IP) ")"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               END-STRING
               PERFORM WRITE-ONE-FINDING
           ELSE
           IF WS-CALL-PARAM-2(1:16) < WS-GEO-START-WORK
               MOVE "IPC5642E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "range ends (" FUNCTION TRIM(GA-RANGE-END-IP)
                   ") before it starts - it matches nothing"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               END-STRING
               PERFORM WRITE-ONE-FINDING
           ELSE
           IF WS-GEO-COUNT >= 500
               MOVE "IPC5643E" TO WS-OPSMSG-ID
               MOVE "beyond IPCRYPT-BATCH's 500 ranges - dropped"
                   TO WS-FINDING-TEXT
               PERFORM WRITE-ONE-FINDING
           ELSE
               ADD 1 TO WS-GEO-USABLE
               PERFORM FIND-OVERLAPPING-RANGE
               ADD 1 TO WS-GEO-COUNT
               MOVE WS-GEO-START-WORK
                   TO WS-GT-START-BLOCK(WS-GEO-COUNT)
               MOVE WS-CALL-PARAM-2(1:16)
                   TO WS-GT-END-BLOCK(WS-GEO-COUNT)
               MOVE WS-RECORD-NUMBER TO WS-GT-RECORD(WS-GEO-COUNT)
           END-IF
           END-IF
           END-IF
           END-IF
           EXIT.

      ******************************************************************
      * FIND-OVERLAPPING-RANGE
      ******************************************************************
       FIND-OVERLAPPING-RANGE.
           PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1
               UNTIL WS-SCAN-INDEX > WS-GEO-COUNT
               IF WS-GEO-START-WORK <= WS-GT-END-BLOCK(WS-SCAN-INDEX)
                   AND WS-CALL-PARAM-2(1:16)
                       >= WS-GT-START-BLOCK(WS-SCAN-INDEX)
                   MOVE "IPC5644E" TO WS-OPSMSG-ID
                   MOVE WS-GT-RECORD(WS-SCAN-INDEX) TO WS-REPORT-NUMBER
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "range overlaps record "
                       FUNCTION TRIM(WS-REPORT-NUMBER)
                       " - addresses in both take that record's codes"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   END-STRING
                   PERFORM WRITE-ONE-FINDING
               END-IF
           END-PERFORM
           EXIT.

      ******************************************************************
      * CHECK-PROCESSING-CALENDAR
      * Dates and day types the run gate can read, each date once,
      * the month after the night already maintained, and - for an
      * ordinary night not forced through - whether the gate will
      * refuse the night as a holiday
      ******************************************************************
       CHECK-PROCESSING-CALENDAR.
           MOVE "PROCCAL" TO WS-FINDING-FILE
           MOVE 0 TO WS-RECORD-NUMBER
           MOVE SPACE TO WS-RUN-DAY-TYPE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PROCESSING-CALENDAR-FILE
           IF WS-PROCCAL-STATUS NOT = "00"
               MOVE "IPC5645W" TO WS-OPSMSG-ID
               MOVE 0 TO WS-FINDING-RECORD
               MOVE SPACES TO WS-FINDING-KEY
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "PROCCAL not usable (status " WS-PROCCAL-STATUS
                   ") - every date is treated as a business day"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               END-STRING
               PERFORM WRITE-ONE-FINDING
           ELSE
               SET PROCCAL-LOADED TO TRUE
               PERFORM UNTIL END-OF-FILE-SW
                   READ PROCESSING-CALENDAR-FILE
                       AT END
                           SET END-OF-FILE-SW TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORD-NUMBER
                           PERFORM CHECK-ONE-CALENDAR-DATE
                   END-READ
               END-PERFORM
               CLOSE PROCESSING-CALENDAR-FILE

               MOVE 0 TO WS-FINDING-RECORD
               MOVE WS-NEXT-MONTH TO WS-FINDING-KEY
               IF WS-NEXT-MONTH-DATES = 0
                   MOVE "IPC5646E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "no record for " WS-NEXT-MONTH " - next "
                       "month's holidays and no-run days are not in "
                       "yet"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   END-STRING
                   PERFORM WRITE-ONE-FINDING
               END-IF
               IF RUN-DATE-HOLIDAY AND RUN-CONTROL-LOADED
                   AND RC-RUN-TYPE = SPACE AND NOT RC-CATCHUP
                   AND NOT RC-RESTART AND NOT RC-FORCE-RERUN
                   MOVE "IPC5647W" TO WS-OPSMSG-ID
                   MOVE WS-RUN-DATE TO WS-FINDING-KEY
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING WS-RUN-DATE " is a holiday/no-run date and "
                       "RUNCTL does not force the night - the run gate "
                       "will refuse it"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   END-STRING
                   PERFORM WRITE-ONE-FINDING
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * CHECK-ONE-CALENDAR-DATE
      * A second record for a date is never read - the gate takes
      * the first; one that says something different is an error
      ******************************************************************
       CHECK-ONE-CALENDAR-DATE.
           MOVE WS-RECORD-NUMBER TO WS-FINDING-RECORD
           MOVE PC-DATE TO WS-FINDING-KEY
           MOVE PC-DATE TO WS-DATE-TEXT
           PERFORM JUDGE-ONE-DATE
           IF DATE-IS-BAD OR PC-DATE = SPACES
               MOVE "IPC5648E" TO WS-OPSMSG-ID
               MOVE "date is not a valid yyyymmdd date - the run "
                   & "gate never matches it" TO WS-FINDING-TEXT
               PERFORM WRITE-ONE-FINDING
           ELSE
               IF NOT PC-BUSINESS-DAY AND NOT PC-HOLIDAY
                   AND NOT PC-NO-RUN-DAY
                   MOVE "IPC5649E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "day type " PC-DAY-TYPE " is not B, H or N "
                       "- the date runs as a business day"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   END-STRING
                   PERFORM WRITE-ONE-FINDING
               END-IF
               PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1
                   UNTIL WS-SCAN-INDEX > WS-CAL-COUNT
                   IF WS-CT-DATE(WS-SCAN-INDEX) = PC-DATE
                       PERFORM REPORT-DUPLICATE-DATE
                   END-IF
               END-PERFORM
               IF PC-DATE(1:6) = WS-NEXT-MONTH
                   ADD 1 TO WS-NEXT-MONTH-DATES
               END-IF
               IF PC-DATE = WS-RUN-DATE AND WS-RUN-DAY-TYPE = SPACE
                   MOVE PC-DAY-TYPE TO WS-RUN-DAY-TYPE
               END-IF
               IF WS-CAL-COUNT < 2000
                   ADD 1 TO WS-CAL-COUNT
                   MOVE PC-DATE TO WS-CT-DATE(WS-CAL-COUNT)
                   MOVE PC-DAY-TYPE TO WS-CT-DAY-TYPE(WS-CAL-COUNT)
                   MOVE WS-RECORD-NUMBER TO WS-CT-RECORD(WS-CAL-COUNT)
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * REPORT-DUPLICATE-DATE
      ******************************************************************
       REPORT-DUPLICATE-DATE.
           MOVE WS-CT-RECORD(WS-SCAN-INDEX) TO WS-REPORT-NUMBER
           MOVE SPACES TO WS-FINDING-TEXT
           IF WS-CT-DAY-TYPE(WS-SCAN-INDEX) = PC-DAY-TYPE
               MOVE "IPC5650W" TO WS-OPSMSG-ID
               STRING "date already on record "
                   FUNCTION TRIM(WS-REPORT-NUMBER)
                   " - this record is never read"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               END-STRING
           ELSE
               MOVE "IPC5651E" TO WS-OPSMSG-ID
               STRING "date already on record "
                   FUNCTION TRIM(WS-REPORT-NUMBER) " as day type "
                   WS-CT-DAY-TYPE(WS-SCAN-INDEX) " - this record's "
                   PC-DAY-TYPE " is never read"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               END-STRING
           END-IF
           PERFORM WRITE-ONE-FINDING
           EXIT.

      ******************************************************************
      * CHECK-PARM-FILE
      * A stand-alone IPCRYPT-BATCH run's parm record: its modes and
      * keys, the SUBNETPOL/GEOASN files its flags depend on, and
      * whether it would repeat the night RUNCTL describes
      ******************************************************************
       CHECK-PARM-FILE.
           MOVE "PARMFILE" TO WS-FINDING-FILE
           MOVE 1 TO WS-FINDING-RECORD
           MOVE SPACES TO WS-FINDING-KEY
           OPEN INPUT PARM-FILE
           IF WS-PARMFILE-STATUS NOT = "00"
               MOVE "IPC5652I" TO WS-OPSMSG-ID
               MOVE "no PARMFILE - only a stand-alone IPCRYPT-BATCH "
                   & "run reads one" TO WS-FINDING-TEXT
               PERFORM WRITE-ONE-FINDING
           ELSE
               READ PARM-FILE
                   AT END
                       MOVE "IPC5653I" TO WS-OPSMSG-ID
                       MOVE "PARMFILE is empty - only a stand-alone "
                           & "IPCRYPT-BATCH run reads one"
                           TO WS-FINDING-TEXT
                       PERFORM WRITE-ONE-FINDING
                   NOT AT END
                       IF PARTITION-MODE-ACTIVE
                           MOVE "IPC5654I" TO WS-OPSMSG-ID
                           MOVE "PARMFILE was staged by IPCRYPT-DRIVER "
                               & "for a partition pass - rewritten "
                               & "from RUNCTL, not checked"
                               TO WS-FINDING-TEXT
                           PERFORM WRITE-ONE-FINDING
                       ELSE
                           PERFORM CHECK-PARM-RECORD
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           EXIT.

      ******************************************************************
      * CHECK-PARM-RECORD
      ******************************************************************
       CHECK-PARM-RECORD.
           MOVE PARM-KEY-ID TO WS-FINDING-KEY
           IF FAMILY-ROUTING-REQUESTED
               MOVE PARM-V4-MODE TO WS-MODE-NAME
               PERFORM CHECK-PARM-MODE
               MOVE PARM-V6-MODE TO WS-MODE-NAME
               PERFORM CHECK-PARM-MODE
               IF PARM-V4-KEY-ID NOT = SPACES
                   MOVE PARM-V4-KEY-ID TO WS-REF-KEY-ID
                   MOVE "PARM-V4-KEY-ID" TO WS-REF-FIELD-NAME
                   PERFORM CHECK-KEY-REFERENCE
               END-IF
               IF PARM-V6-KEY-ID NOT = SPACES
                   MOVE PARM-V6-KEY-ID TO WS-REF-KEY-ID
                   MOVE "PARM-V6-KEY-ID" TO WS-REF-FIELD-NAME
                   PERFORM CHECK-KEY-REFERENCE
               END-IF
           ELSE
           IF NOT MIXED-MODE-ACTIVE
               MOVE PARM-MODE TO WS-MODE-NAME
               PERFORM CHECK-PARM-MODE
               IF PARM-KEY-ID NOT = SPACES
                   MOVE PARM-KEY-ID TO WS-REF-KEY-ID
                   MOVE "PARM-KEY-ID" TO WS-REF-FIELD-NAME
                   PERFORM CHECK-KEY-REFERENCE
               END-IF
               IF RUN-CONTROL-LOADED
                   AND (PARM-MODE NOT = RC-MODE
                        OR PARM-KEY-ID NOT = RC-KEY-ID)
                   MOVE "IPC5655W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "mode " FUNCTION TRIM(PARM-MODE)
                       " key-id " PARM-KEY-ID " differ from RUNCTL's "
                       FUNCTION TRIM(RC-MODE) " " RC-KEY-ID
                       " - a stand-alone rerun would not repeat the "
                       "night"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   END-STRING
                   PERFORM WRITE-ONE-FINDING
               END-IF
           END-IF
           END-IF

           IF OUTPUT-MODE-TOKEN
               IF PARM-MAC-KEY-ID = SPACES
                   MOVE "IPC5656E" TO WS-OPSMSG-ID
                   MOVE "token output with no PARM-MAC-KEY-ID"
                       TO WS-FINDING-TEXT
                   PERFORM WRITE-ONE-FINDING
               ELSE
                   MOVE PARM-MAC-KEY-ID TO WS-REF-KEY-ID
                   MOVE "PARM-MAC-KEY-ID" TO WS-REF-FIELD-NAME
                   PERFORM CHECK-KEY-REFERENCE
               END-IF
           END-IF
           IF SUBNET-POLICY-REQUESTED AND WS-POLICY-USABLE = 0
               MOVE "IPC5657E" TO WS-OPSMSG-ID
               MOVE "subnet policy requested but SUBNETPOL has no "
                   & "usable prefix - the run goes without it"
                   TO WS-FINDING-TEXT
               PERFORM WRITE-ONE-FINDING
           END-IF
           IF ENRICH-REQUESTED AND WS-GEO-USABLE = 0
               MOVE "IPC5658E" TO WS-OPSMSG-ID
               MOVE "enrichment requested but GEOASN has no usable "
                   & "range - the run goes without it"
                   TO WS-FINDING-TEXT
               PERFORM WRITE-ONE-FINDING
           END-IF
           EXIT.

      ******************************************************************
      * CHECK-PARM-MODE
      ******************************************************************
       CHECK-PARM-MODE.
           IF NOT KNOWN-MODE
               MOVE "IPC5659E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "mode " FUNCTION TRIM(WS-MODE-NAME)
                   " is not a mode IPCRYPT-LIB runs"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               END-STRING
               PERFORM WRITE-ONE-FINDING
           END-IF
           EXIT.

      ******************************************************************
      * CONVERT-CIDR-TO-RANGE
      * The "address/length" text in WS-CP-CIDR-TEXT to the start/end
      * block pair IPCRYPT-BATCH derives; sets CP-PREFIX-VALID only
      * when the address parses and the length is digits within the
      * family's width. A missing length is told apart (CP-NO-LENGTH)
      * because the loader takes it as /0, the whole family.
      ******************************************************************
       CONVERT-CIDR-TO-RANGE.
           MOVE 'N' TO WS-CP-VALID-SWITCH
           MOVE SPACE TO WS-CP-FAULT
           MOVE SPACES TO WS-CP-ADDR-TEXT
           MOVE SPACES TO WS-CP-LEN-TEXT
           UNSTRING WS-CP-CIDR-TEXT DELIMITED BY "/"
               INTO WS-CP-ADDR-TEXT WS-CP-LEN-TEXT
           END-UNSTRING

           MOVE 0 TO WS-CP-LEN-DIGITS
           INSPECT WS-CP-LEN-TEXT TALLYING WS-CP-LEN-DIGITS
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CP-LEN-TEXT = SPACES
               SET CP-NO-LENGTH TO TRUE
           ELSE
           IF WS-CP-LEN-DIGITS > 0 AND WS-CP-LEN-DIGITS < 4
               IF WS-CP-LEN-TEXT(1:WS-CP-LEN-DIGITS) IS NUMERIC
                   COMPUTE WS-CP-PREFIX-LEN =
                       FUNCTION NUMVAL(WS-CP-LEN-TEXT)

                   MOVE "IP-TO-BYTES" TO WS-CALL-FUNCTION
                   MOVE SPACES TO WS-CALL-PARAM-1
                   MOVE WS-CP-ADDR-TEXT TO WS-CALL-PARAM-1(1:39)
                   CALL 'IPCRYPT-UTILS' USING WS-CALL-FUNCTION
                       WS-CALL-PARAM-1 WS-CALL-PARAM-2 WS-CALL-PARAM-3
                       WS-UTIL-STATUS
                   END-CALL
                   IF WS-UTIL-STATUS = 'Y'
                       IF WS-CALL-PARAM-3(1:1) = '4'
                           IF WS-CP-PREFIX-LEN <= 32
                               ADD 96 TO WS-CP-PREFIX-LEN
                               MOVE 'Y' TO WS-CP-VALID-SWITCH
                           END-IF
                       ELSE
                           IF WS-CP-PREFIX-LEN <= 128
                               MOVE 'Y' TO WS-CP-VALID-SWITCH
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF

           IF CP-PREFIX-VALID
               MOVE WS-CALL-PARAM-2(1:16) TO WS-CP-START-WORK
               MOVE WS-CALL-PARAM-2(1:16) TO WS-CP-END-WORK
               COMPUTE WS-CP-FULL-BYTES = WS-CP-PREFIX-LEN / 8
               COMPUTE WS-CP-REM-BITS =
                   FUNCTION MOD(WS-CP-PREFIX-LEN, 8)
               IF WS-CP-REM-BITS > 0
                   COMPUTE WS-CP-STEP = 2 ** (8 - WS-CP-REM-BITS)
                   COMPUTE WS-CP-BYTE-INDEX = WS-CP-FULL-BYTES + 1
                   COMPUTE WS-CP-BYTE-VALUE = FUNCTION ORD(
                       WS-CP-START-WORK(WS-CP-BYTE-INDEX:1)) - 1
                   COMPUTE WS-CP-BYTE-VALUE =
                       (WS-CP-BYTE-VALUE / WS-CP-STEP) * WS-CP-STEP
                   MOVE FUNCTION CHAR(WS-CP-BYTE-VALUE + 1)
                       TO WS-CP-START-WORK(WS-CP-BYTE-INDEX:1)
                   COMPUTE WS-CP-BYTE-VALUE =
                       WS-CP-BYTE-VALUE + WS-CP-STEP - 1
                   MOVE FUNCTION CHAR(WS-CP-BYTE-VALUE + 1)
                       TO WS-CP-END-WORK(WS-CP-BYTE-INDEX:1)
                   COMPUTE WS-CP-BYTE-INDEX = WS-CP-FULL-BYTES + 2
               ELSE
                   COMPUTE WS-CP-BYTE-INDEX = WS-CP-FULL-BYTES + 1
               END-IF
               PERFORM UNTIL WS-CP-BYTE-INDEX > 16
                   MOVE FUNCTION CHAR(1)
                       TO WS-CP-START-WORK(WS-CP-BYTE-INDEX:1)
                   MOVE FUNCTION CHAR(256)
                       TO WS-CP-END-WORK(WS-CP-BYTE-INDEX:1)
                   ADD 1 TO WS-CP-BYTE-INDEX
               END-PERFORM
           END-IF
           EXIT.

      ******************************************************************
      * JUDGE-ONE-DATE
      * WS-DATE-TEXT is a real calendar date in yyyymmdd form
      ******************************************************************
       JUDGE-ONE-DATE.
           MOVE 'N' TO WS-DATE-BAD-SW
           IF WS-DATE-TEXT NOT NUMERIC
               SET DATE-IS-BAD TO TRUE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                   SET DATE-IS-BAD TO TRUE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * WRITE-ONE-FINDING
      * One line on CFGCHKRPT and the same finding on the console,
      * under the message ID already in WS-OPSMSG-ID
      ******************************************************************
       WRITE-ONE-FINDING.
           EVALUATE WS-OPSMSG-ID(8:1)
               WHEN 'E'
                   ADD 1 TO WS-ERRORS
               WHEN 'W'
                   ADD 1 TO WS-WARNINGS
               WHEN OTHER
                   ADD 1 TO WS-NOTES
           END-EVALUATE
           MOVE WS-FINDING-RECORD TO WS-REPORT-RECORD
           MOVE SPACES TO CFGCHK-REPORT-LINE
           STRING "  " WS-OPSMSG-ID "  " WS-FINDING-FILE " REC "
               WS-REPORT-RECORD "  " WS-FINDING-KEY(1:20) "  "
               FUNCTION TRIM(WS-FINDING-TEXT)
               DELIMITED BY SIZE INTO CFGCHK-REPORT-LINE
           END-STRING
           WRITE CFGCHK-REPORT-LINE

      * A finding on the file as a whole carries record 0 and no key
           MOVE WS-FINDING-RECORD TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           EVALUATE TRUE
               WHEN WS-FINDING-RECORD = 0 AND WS-FINDING-KEY = SPACES
                   STRING FUNCTION TRIM(WS-FINDING-FILE) ": "
                       FUNCTION TRIM(WS-FINDING-TEXT)
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
               WHEN WS-FINDING-RECORD = 0
                   STRING FUNCTION TRIM(WS-FINDING-FILE) " ("
                       FUNCTION TRIM(WS-FINDING-KEY) "): "
                       FUNCTION TRIM(WS-FINDING-TEXT)
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
               WHEN WS-FINDING-KEY = SPACES
                   STRING FUNCTION TRIM(WS-FINDING-FILE) " record "
                       FUNCTION TRIM(WS-OPSMSG-NUMBER-1) ": "
                       FUNCTION TRIM(WS-FINDING-TEXT)
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
               WHEN OTHER
                   STRING FUNCTION TRIM(WS-FINDING-FILE) " record "
                       FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " ("
                       FUNCTION TRIM(WS-FINDING-KEY) "): "
                       FUNCTION TRIM(WS-FINDING-TEXT)
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
           END-EVALUATE
           PERFORM ISSUE-OPS-MESSAGE
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-CFGCHK" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-CFGCHK.
