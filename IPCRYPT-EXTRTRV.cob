      ******************************************************************
      * IPCRYPT-EXTRTRV - Extract Archive Retrieval
      * Rebuilds one archived slice from the extract archive: the
      * merged extract of a run, or the file one partner was sent,
      * envelope and all, exactly as it left. EXTRTVPARM names the
      * run date and/or the generation (a run date alone takes the
      * latest generation archived for it) and the partner id, or
      * spaces for the merged extract.
      *
      * The slice is found through the EXTCAT catalog and refused
      * when the generation is not there, the partner was not on it,
      * or the slice has been purged under the retention periods.
      * Rows are copied to EXTRTVOUT and re-proved against the
      * catalog's record count and check total as they go; a slice
      * that does not prove is not handed over - EXTRTVOUT is left
      * empty. Rows blanked since by IPCRYPT-ERASE still prove (the
      * archive keeps each erased row's share of the check total)
      * but are handed over blanked, and the report says how many.
      *
      * Return code 0 handed over, 4 handed over with erased rows,
      * 8 refused or failed to prove, 16 parameter or catalog not
      * usable.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-EXTRTRV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNU-LINUX.
       OBJECT-COMPUTER. GNU-LINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETRIEVE-PARM-FILE ASSIGN TO "EXTRTVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTVPARM-STATUS.
           SELECT EXTRACT-CATALOG-FILE ASSIGN TO "EXTCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT EXTRACT-ARCHIVE-FILE ASSIGN TO "EXTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT RETRIEVED-FILE ASSIGN TO "EXTRTVOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETRIEVE-REPORT-FILE ASSIGN TO "EXTRTVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * RETRIEVE-PARM-FILE - run date and/or generation; partner id
      * or spaces for the merged extract
      ******************************************************************
       FD  RETRIEVE-PARM-FILE
           RECORDING MODE IS F.
       01  RETRIEVE-PARM-RECORD.
           05  RP-RUN-DATE          PIC X(08).
           05  RP-GENERATION        PIC X(06).
           05  RP-SLICE-ID          PIC X(08).

       FD  EXTRACT-CATALOG-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-EXTCAT.cpy".

       FD  EXTRACT-ARCHIVE-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-EXTARCH.cpy".

       FD  RETRIEVED-FILE
           RECORDING MODE IS F.
       01  RETRIEVED-RECORD         PIC X(200).

       FD  RETRIEVE-REPORT-FILE
           RECORDING MODE IS F.
       01  RETRIEVE-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-RTVPARM-STATUS    PIC X(02).
           05  WS-CATALOG-STATUS    PIC X(02).
           05  WS-ARCHIVE-STATUS    PIC X(02).
           05  WS-EOF-SWITCH        PIC X(01).
               88  END-OF-FILE-SW   VALUE 'Y'.
           05  WS-FOUND-SW          PIC X(01) VALUE 'N'.
               88  GENERATION-FOUND VALUE 'Y'.
           05  WS-SLICE-SW          PIC X(01) VALUE 'N'.
               88  SLICE-ON-GENERATION VALUE 'Y'.

       01  WS-REQUEST.
           05  WS-RQ-RUN-DATE       PIC X(08) VALUE SPACES.
           05  WS-RQ-GENERATION     PIC 9(06) VALUE 0.
           05  WS-RQ-GENERATION-TEXT PIC X(06) VALUE SPACES.
           05  WS-RQ-SLICE-ID       PIC X(08) VALUE SPACES.

      ******************************************************************
      * THE CATALOG ENTRY FOR THE SLICE ASKED FOR
      ******************************************************************
       01  WS-SLICE-ENTRY.
           05  WS-SE-GENERATION     PIC 9(06) VALUE 0.
           05  WS-SE-RUN-DATE       PIC X(08) VALUE SPACES.
           05  WS-SE-KEY-ID         PIC X(08) VALUE SPACES.
           05  WS-SE-RECORDS        PIC 9(09) VALUE 0.
           05  WS-SE-CHECK-TOTAL    PIC 9(15) VALUE 0.
           05  WS-SE-PURGED-DATE    PIC X(08) VALUE SPACES.
       01  WS-CAT-INDEX             PIC 9(02) COMP.

       01  WS-RESULT.
           05  WS-RS-RECORDS        PIC 9(09) COMP VALUE 0.
           05  WS-RS-CHECK-TOTAL    PIC 9(15) COMP VALUE 0.
           05  WS-RS-ROWS-WRITTEN   PIC 9(09) COMP VALUE 0.
           05  WS-RS-ERASED         PIC 9(09) COMP VALUE 0.
           05  WS-RS-OUTCOME        PIC X(40) VALUE SPACES.

       01  WS-CHECK-WORK.
           05  WS-CHECK-RECORD      PIC X(200).
           05  WS-ROW-SUM           PIC 9(07) COMP.
           05  WS-ENV-SCAN          PIC 9(04) COMP.
           05  WS-ENV-TEXT-LENGTH   PIC 9(04) COMP.

       01  WS-REPORT-NUMBER         PIC Z(08)9.
       01  WS-REPORT-TOTAL          PIC 9(15).
       01  WS-GENERATION-DISP       PIC 9(06).
       01  WS-RUN-STAMP             PIC X(14).

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-EXTRTRV-ENTRY
      ******************************************************************
       MAIN-EXTRTRV-ENTRY.
           MOVE "IPC1901I" TO WS-OPSMSG-ID
           MOVE "starting extract retrieval" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           OPEN OUTPUT RETRIEVE-REPORT-FILE
           MOVE "IPCRYPT-EXTRTRV EXTRACT ARCHIVE RETRIEVAL"
               TO RETRIEVE-REPORT-LINE
           WRITE RETRIEVE-REPORT-LINE
           MOVE SPACES TO RETRIEVE-REPORT-LINE
           STRING "RUN " WS-RUN-STAMP(1:8) " " WS-RUN-STAMP(9:6)
               DELIMITED BY SIZE INTO RETRIEVE-REPORT-LINE
           END-STRING
           WRITE RETRIEVE-REPORT-LINE

           PERFORM READ-RETRIEVE-PARM
           IF RETURN-CODE = 0
               PERFORM FIND-CATALOG-ENTRY
           END-IF
           IF RETURN-CODE = 0
               PERFORM COPY-SLICE-ROWS
           END-IF

           PERFORM WRITE-RETRIEVE-REPORT
           CLOSE RETRIEVE-REPORT-FILE
           EVALUATE RETURN-CODE
               WHEN 0
                   MOVE "IPC1902I" TO WS-OPSMSG-ID
               WHEN 4
                   MOVE "IPC1903W" TO WS-OPSMSG-ID
               WHEN 8
                   MOVE "IPC1904E" TO WS-OPSMSG-ID
               WHEN OTHER
                   MOVE "IPC1905C" TO WS-OPSMSG-ID
           END-EVALUATE
           MOVE WS-RS-OUTCOME TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
      * READ-RETRIEVE-PARM
      ******************************************************************
       READ-RETRIEVE-PARM.
           OPEN INPUT RETRIEVE-PARM-FILE
           IF WS-RTVPARM-STATUS NOT = "00"
               MOVE "EXTRTVPARM NOT READABLE" TO WS-RS-OUTCOME
               MOVE 16 TO RETURN-CODE
           ELSE
               READ RETRIEVE-PARM-FILE
                   AT END
                       MOVE "EXTRTVPARM EMPTY" TO WS-RS-OUTCOME
                       MOVE 16 TO RETURN-CODE
               END-READ
               IF RETURN-CODE = 0
                   PERFORM CHECK-RETRIEVE-PARM
               END-IF
               CLOSE RETRIEVE-PARM-FILE
           END-IF
           EXIT.

      ******************************************************************
      * CHECK-RETRIEVE-PARM
      ******************************************************************
       CHECK-RETRIEVE-PARM.
           EVALUATE TRUE
               WHEN RP-RUN-DATE NOT = SPACES
                   AND RP-RUN-DATE IS NOT NUMERIC
                   MOVE "RUN DATE NOT VALID" TO WS-RS-OUTCOME
                   MOVE 16 TO RETURN-CODE
               WHEN RP-GENERATION NOT = SPACES
                   AND RP-GENERATION IS NOT NUMERIC
                   MOVE "GENERATION NOT VALID" TO WS-RS-OUTCOME
                   MOVE 16 TO RETURN-CODE
               WHEN RP-RUN-DATE = SPACES
                   AND RP-GENERATION = SPACES
                   MOVE "NEITHER RUN DATE NOR GENERATION GIVEN"
                       TO WS-RS-OUTCOME
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   MOVE RP-RUN-DATE TO WS-RQ-RUN-DATE
                   MOVE RP-GENERATION TO WS-RQ-GENERATION-TEXT
                   IF RP-GENERATION NOT = SPACES
                       MOVE RP-GENERATION TO WS-RQ-GENERATION
                   END-IF
                   IF RP-SLICE-ID = SPACES
                       MOVE "*EXTRACT" TO WS-RQ-SLICE-ID
                   ELSE
                       MOVE RP-SLICE-ID TO WS-RQ-SLICE-ID
                   END-IF
           END-EVALUATE
           EXIT.

      ******************************************************************
      * FIND-CATALOG-ENTRY
      * A generation asked for by number must also carry the run date
      * when one is given; by run date alone, the latest generation
      * archived for that date is taken
      ******************************************************************
       FIND-CATALOG-ENTRY.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT EXTRACT-CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               MOVE "EXTCAT NOT READABLE" TO WS-RS-OUTCOME
               MOVE 16 TO RETURN-CODE
               SET END-OF-FILE-SW TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FILE-SW
               READ EXTRACT-CATALOG-FILE
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       IF (WS-RQ-GENERATION = 0
                               OR XC-GENERATION = WS-RQ-GENERATION)
                           AND (WS-RQ-RUN-DATE = SPACES
                               OR XC-RUN-DATE = WS-RQ-RUN-DATE)
                           AND XC-GENERATION >= WS-SE-GENERATION
                           PERFORM NOTE-CATALOG-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CATALOG-STATUS NOT = "35"
               CLOSE EXTRACT-CATALOG-FILE
           END-IF

           IF RETURN-CODE = 0
               EVALUATE TRUE
                   WHEN NOT GENERATION-FOUND
                       MOVE "REFUSED - NO SUCH GENERATION ON EXTCAT"
                           TO WS-RS-OUTCOME
                       MOVE 8 TO RETURN-CODE
                   WHEN NOT SLICE-ON-GENERATION
                       MOVE "REFUSED - PARTNER NOT ON THE GENERATION"
                           TO WS-RS-OUTCOME
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-SE-PURGED-DATE NOT = SPACES
                       MOVE SPACES TO WS-RS-OUTCOME
                       STRING "REFUSED - SLICE PURGED "
                           WS-SE-PURGED-DATE
                           DELIMITED BY SIZE INTO WS-RS-OUTCOME
                       END-STRING
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF
           EXIT.

      ******************************************************************
      * NOTE-CATALOG-ENTRY
      ******************************************************************
       NOTE-CATALOG-ENTRY.
           SET GENERATION-FOUND TO TRUE
           MOVE 'N' TO WS-SLICE-SW
           MOVE XC-GENERATION TO WS-SE-GENERATION
           MOVE XC-RUN-DATE TO WS-SE-RUN-DATE
           MOVE SPACES TO WS-SE-KEY-ID
           IF WS-RQ-SLICE-ID = "*EXTRACT"
               SET SLICE-ON-GENERATION TO TRUE
               MOVE XC-KEY-ID TO WS-SE-KEY-ID
               MOVE XC-RECORD-COUNT TO WS-SE-RECORDS
               MOVE XC-CHECK-TOTAL TO WS-SE-CHECK-TOTAL
               MOVE XC-PURGED-DATE TO WS-SE-PURGED-DATE
           ELSE
               PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
                   UNTIL WS-CAT-INDEX > XC-PARTNER-COUNT
                       OR WS-CAT-INDEX > 8
                       OR SLICE-ON-GENERATION
                   IF XC-PARTNER-ID(WS-CAT-INDEX) = WS-RQ-SLICE-ID
                       SET SLICE-ON-GENERATION TO TRUE
                       MOVE XC-PARTNER-KEY-ID(WS-CAT-INDEX)
                           TO WS-SE-KEY-ID
                       MOVE XC-PARTNER-RECORDS(WS-CAT-INDEX)
                           TO WS-SE-RECORDS
                       MOVE XC-PARTNER-CHECK-TOTAL(WS-CAT-INDEX)
                           TO WS-SE-CHECK-TOTAL
                       MOVE XC-PARTNER-PURGED-DATE(WS-CAT-INDEX)
                           TO WS-SE-PURGED-DATE
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

      ******************************************************************
      * COPY-SLICE-ROWS
      * Body rows are counted and summed as the delivery summed
      * them; an erased row contributes the share kept for it
      ******************************************************************
       COPY-SLICE-ROWS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN OUTPUT RETRIEVED-FILE
           OPEN INPUT EXTRACT-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               SET END-OF-FILE-SW TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FILE-SW
               READ EXTRACT-ARCHIVE-FILE
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       IF XA-GENERATION = WS-SE-GENERATION
                           AND XA-SLICE-ID = WS-RQ-SLICE-ID
                           PERFORM COPY-ONE-SLICE-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ARCHIVE-STATUS NOT = "35"
               CLOSE EXTRACT-ARCHIVE-FILE
           END-IF
           CLOSE RETRIEVED-FILE

           IF WS-RS-RECORDS NOT = WS-SE-RECORDS
               OR WS-RS-CHECK-TOTAL NOT = WS-SE-CHECK-TOTAL
      * not the slice that was archived - nothing handed over
               OPEN OUTPUT RETRIEVED-FILE
               CLOSE RETRIEVED-FILE
               MOVE "FAILED - SLICE DOES NOT PROVE TO EXTCAT"
                   TO WS-RS-OUTCOME
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-RS-ERASED > 0
                   MOVE "HANDED OVER - ERASED ROWS BLANKED"
                       TO WS-RS-OUTCOME
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE "HANDED OVER" TO WS-RS-OUTCOME
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * COPY-ONE-SLICE-ROW
      ******************************************************************
       COPY-ONE-SLICE-ROW.
           MOVE XA-RECORD-IMAGE TO RETRIEVED-RECORD
           WRITE RETRIEVED-RECORD
           ADD 1 TO WS-RS-ROWS-WRITTEN
           IF XA-RECORD-IMAGE(1:3) NOT = "HDR"
               AND XA-RECORD-IMAGE(1:3) NOT = "TRL"
               ADD 1 TO WS-RS-RECORDS
               IF XA-ERASED
                   ADD 1 TO WS-RS-ERASED
                   MOVE XA-ORIGINAL-SUM TO WS-ROW-SUM
               ELSE
                   MOVE XA-RECORD-IMAGE TO WS-CHECK-RECORD
                   PERFORM SUM-CHECK-RECORD
               END-IF
               COMPUTE WS-RS-CHECK-TOTAL = FUNCTION MOD(
                   WS-RS-CHECK-TOTAL + WS-ROW-SUM, 1000000000000000)
           END-IF
           EXIT.

      ******************************************************************
      * SUM-CHECK-RECORD
      * Same byte-value sum as IPCRYPT-DELIVER's ADD-RECORD-TO-CHECK-
      * TOTAL, for one record: WS-CHECK-RECORD in, WS-ROW-SUM out
      ******************************************************************
       SUM-CHECK-RECORD.
           MOVE 0 TO WS-ROW-SUM
           COMPUTE WS-ENV-TEXT-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(WS-CHECK-RECORD))
           PERFORM VARYING WS-ENV-SCAN FROM 1 BY 1
               UNTIL WS-ENV-SCAN > WS-ENV-TEXT-LENGTH
               COMPUTE WS-ROW-SUM = WS-ROW-SUM
                   + FUNCTION ORD(WS-CHECK-RECORD(WS-ENV-SCAN:1)) - 1
           END-PERFORM
           EXIT.

      ******************************************************************
      * WRITE-RETRIEVE-REPORT
      ******************************************************************
       WRITE-RETRIEVE-REPORT.
           MOVE SPACES TO RETRIEVE-REPORT-LINE
           WRITE RETRIEVE-REPORT-LINE
           MOVE SPACES TO RETRIEVE-REPORT-LINE
           STRING "REQUESTED  RUN DATE " WS-RQ-RUN-DATE
               "  GENERATION " WS-RQ-GENERATION-TEXT
               "  SLICE " WS-RQ-SLICE-ID
               DELIMITED BY SIZE INTO RETRIEVE-REPORT-LINE
           END-STRING
           WRITE RETRIEVE-REPORT-LINE
           IF GENERATION-FOUND
               MOVE WS-SE-GENERATION TO WS-GENERATION-DISP
               MOVE SPACES TO RETRIEVE-REPORT-LINE
               STRING "CATALOG    GEN " WS-GENERATION-DISP
                   "  RUN DATE " WS-SE-RUN-DATE
                   "  KEY-ID " WS-SE-KEY-ID
                   DELIMITED BY SIZE INTO RETRIEVE-REPORT-LINE
               END-STRING
               WRITE RETRIEVE-REPORT-LINE
           END-IF
           IF SLICE-ON-GENERATION
               MOVE SPACES TO RETRIEVE-REPORT-LINE
               MOVE WS-SE-RECORDS TO WS-REPORT-NUMBER
               STRING "  CATALOGUED RECORDS " WS-REPORT-NUMBER
                   "  CHECK TOTAL " WS-SE-CHECK-TOTAL
                   DELIMITED BY SIZE INTO RETRIEVE-REPORT-LINE
               END-STRING
               WRITE RETRIEVE-REPORT-LINE
           END-IF
           IF WS-RS-ROWS-WRITTEN > 0
               MOVE SPACES TO RETRIEVE-REPORT-LINE
               MOVE WS-RS-RECORDS TO WS-REPORT-NUMBER
               MOVE WS-RS-CHECK-TOTAL TO WS-REPORT-TOTAL
               STRING "  RETRIEVED  RECORDS " WS-REPORT-NUMBER
                   "  CHECK TOTAL " WS-REPORT-TOTAL
                   DELIMITED BY SIZE INTO RETRIEVE-REPORT-LINE
               END-STRING
               WRITE RETRIEVE-REPORT-LINE
               MOVE SPACES TO RETRIEVE-REPORT-LINE
               MOVE WS-RS-ERASED TO WS-REPORT-NUMBER
               STRING "  ERASED ROWS        " WS-REPORT-NUMBER
                   DELIMITED BY SIZE INTO RETRIEVE-REPORT-LINE
               END-STRING
               WRITE RETRIEVE-REPORT-LINE
           END-IF
           MOVE SPACES TO RETRIEVE-REPORT-LINE
           WRITE RETRIEVE-REPORT-LINE
           MOVE SPACES TO RETRIEVE-REPORT-LINE
           STRING "OUTCOME    " WS-RS-OUTCOME
               DELIMITED BY SIZE INTO RETRIEVE-REPORT-LINE
           END-STRING
           WRITE RETRIEVE-REPORT-LINE
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-EXTRTRV" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-EXTRTRV.
