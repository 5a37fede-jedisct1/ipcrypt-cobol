      ******************************************************************
      * IPCRYPT-SMALLCELL - Small-Cell Disclosure Check
      * Privacy review cleared the country/ASN enrichment on the
      * condition that no partner file lets a single subscriber be
      * singled out - and a country/ASN pair carried by one or two
      * addresses does exactly that. This pre-delivery control counts
      * the distinct addresses in every enrichment cell of MERGEOUT -
      * BO-COUNTRY-CODE and BO-ASN, split further by BO-SOURCE-SYSTEM
      * where the run carried it - and flags every cell below the
      * minimum group size on SMALLPARM. What happens to a flagged
      * cell is the parm's call:
      *   H (hold, the default) - the extract is left alone and the
      *     job ends with return code 8, so the scheduler holds the
      *     delivery steps until the cell is dealt with;
      *   S (suppress) - MERGEOUT is copied old-master/new-master to
      *     MERGEOUTNEW with the enrichment blanked on every row of a
      *     flagged cell (the row itself, and its anonymized value,
      *     stay), and the scheduler swaps the new master into place
      *     ahead of delivery.
      * A cell counts subscribers, not rows: an address is counted
      * by the original it came from, since ND/NDX give every row of
      * the same address a different anonymized value. Rows with no
      * enrichment, and rows that failed, belong to no cell.
      * SMALLRPT lists each flagged cell; IPCRYPT-NIGHTRPT reads its
      * totals as one more go/no-go control alongside IPCRYPT-TWEAKCHK
      * and IPCRYPT-DUPCHK. Cells that could not be counted (tables
      * full) are never presumed safe.
      * Return code 4 when rows were suppressed, 8 when delivery must
      * be held (small cells under H, uncounted cells, or MERGEOUTNEW
      * could not be written), 16 when MERGEOUT cannot be read.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-SMALLCELL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNU-LINUX.
       OBJECT-COMPUTER. GNU-LINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SMALLCELL-PARM-FILE ASSIGN TO "SMALLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MERGE-OUTPUT-FILE ASSIGN TO "MERGEOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGEOUT-STATUS.
           SELECT MERGE-OUTPUT-NEW ASSIGN TO "MERGEOUTNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGENEW-STATUS.
           SELECT SMALLCELL-REPORT-FILE ASSIGN TO "SMALLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * SMALLCELL-PARM-FILE - optional. SP-MIN-GROUP-SIZE is the
      * fewest distinct addresses a cell may carry (zero: 5);
      * SP-ACTION is H or S as described above (spaces: H)
      ******************************************************************
       FD  SMALLCELL-PARM-FILE
           RECORDING MODE IS F.
       01  SMALLCELL-PARM-RECORD.
           05  SP-MIN-GROUP-SIZE    PIC 9(05).
           05  SP-ACTION            PIC X(01).

       FD  MERGE-OUTPUT-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-BATOUT.cpy".

       FD  MERGE-OUTPUT-NEW
           RECORDING MODE IS F.
       01  MERGE-OUTPUT-NEW-RECORD  PIC X(175).

       FD  SMALLCELL-REPORT-FILE
           RECORDING MODE IS F.
       01  SMALLCELL-REPORT-LINE    PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-PARM-STATUS       PIC X(02).
           05  WS-MERGEOUT-STATUS   PIC X(02).
           05  WS-MERGENEW-STATUS   PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01).
               88  END-OF-FILE-SW   VALUE 'Y'.
           05  WS-ABORT-SWITCH      PIC X(01) VALUE 'N'.
               88  CHECK-ABORTED    VALUE 'Y'.
           05  WS-NEW-FAILED-SW     PIC X(01) VALUE 'N'.
               88  NEW-MASTER-FAILED VALUE 'Y'.
           05  WS-ACTION            PIC X(01).
               88  ACTION-HOLD      VALUE 'H'.
               88  ACTION-SUPPRESS  VALUE 'S'.

       01  WS-MIN-GROUP-SIZE        PIC 9(05) COMP.

       01  WS-COUNTERS.
           05  WS-ROWS-READ         PIC 9(09) COMP VALUE 0.
           05  WS-ROWS-IN-CELLS     PIC 9(09) COMP VALUE 0.
           05  WS-ROWS-UNCOUNTED    PIC 9(09) COMP VALUE 0.
           05  WS-SMALL-CELLS       PIC 9(09) COMP VALUE 0.
           05  WS-SMALL-ROWS        PIC 9(09) COMP VALUE 0.
           05  WS-ROWS-SUPPRESSED   PIC 9(09) COMP VALUE 0.
           05  WS-ROWS-COPIED       PIC 9(09) COMP VALUE 0.

      ******************************************************************
      * CELL TABLE - one entry per country/ASN/source-system cell,
      * with its row count and distinct-address count. A cell's
      * addresses are only remembered until it reaches the minimum
      * group size - past that it is safe whatever else arrives - so
      * the address table holds at most that many per cell.
      ******************************************************************
       01  WS-CELL-TABLE-AREA.
           05  WS-CELL-COUNT        PIC 9(05) COMP VALUE 0.
           05  WS-CELL-ENTRY OCCURS 5000 TIMES.
               10  WS-CELL-COUNTRY  PIC X(02).
               10  WS-CELL-ASN      PIC 9(10).
               10  WS-CELL-SOURCE   PIC X(04).
               10  WS-CELL-ROWS     PIC 9(09) COMP.
               10  WS-CELL-DISTINCT PIC 9(09) COMP.
               10  WS-CELL-STATE    PIC X(01).
                   88  CELL-SMALL   VALUE 'S'.
                   88  CELL-UNCOUNTED VALUE 'U'.
       01  WS-ADDRESS-TABLE-AREA.
           05  WS-ADDRESS-COUNT     PIC 9(05) COMP VALUE 0.
           05  WS-ADDRESS-ENTRY OCCURS 50000 TIMES.
               10  WS-ADDR-CELL     PIC 9(05) COMP.
               10  WS-ADDR-ORIGINAL PIC X(64).
       01  WS-SCAN-INDEX            PIC 9(05) COMP.
       01  WS-CELL-INDEX            PIC 9(05) COMP.
       01  WS-MATCH-INDEX           PIC 9(05) COMP.
       01  WS-ASN-DISP              PIC Z(09)9.

       01  WS-REPORT-NUMBER         PIC Z(08)9.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-SMALLCELL-ENTRY
      ******************************************************************
       MAIN-SMALLCELL-ENTRY.
           MOVE "IPC4901I" TO WS-OPSMSG-ID
           MOVE "starting small-cell check" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE

           PERFORM READ-SMALLCELL-PARM
           PERFORM COUNT-ENRICHMENT-CELLS
           IF NOT CHECK-ABORTED
               PERFORM JUDGE-ENRICHMENT-CELLS
               IF ACTION-SUPPRESS
                   PERFORM WRITE-SUPPRESSED-MASTER
               END-IF
               PERFORM WRITE-SMALLCELL-REPORT
           END-IF

           MOVE "IPC4902I" TO WS-OPSMSG-ID
           MOVE WS-ROWS-READ TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "rows read        = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC4903I" TO WS-OPSMSG-ID
           MOVE WS-CELL-COUNT TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "cells            = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC4904I" TO WS-OPSMSG-ID
           MOVE WS-SMALL-CELLS TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "small cells      = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           IF ACTION-SUPPRESS
               MOVE "IPC4905I" TO WS-OPSMSG-ID
               MOVE WS-ROWS-SUPPRESSED TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "rows suppressed  = "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF

           EVALUATE TRUE
               WHEN CHECK-ABORTED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-ROWS-UNCOUNTED > 0
                   MOVE "IPC4906C" TO WS-OPSMSG-ID
                   MOVE WS-ROWS-UNCOUNTED TO WS-OPSMSG-NUMBER-1
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "*** " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                       " ROWS COULD NOT BE COUNTED - HOLD THE DELIVERY "
                       "***"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN NEW-MASTER-FAILED
                   MOVE "IPC4907C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "*** MERGEOUTNEW NOT WRITTEN - HOLD THE "
                       "DELIVERY ***"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SMALL-CELLS > 0 AND ACTION-HOLD
                   MOVE "IPC4908C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "*** SMALL CELLS FOUND - HOLD THE DELIVERY "
                       "(SEE SMALLRPT) ***"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ROWS-SUPPRESSED > 0
                   MOVE "IPC4909W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "enrichment suppressed - MERGEOUTNEW must "
                       "replace MERGEOUT"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           MOVE "IPC4910I" TO WS-OPSMSG-ID
           MOVE "check complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
      * READ-SMALLCELL-PARM
      ******************************************************************
       READ-SMALLCELL-PARM.
           MOVE SPACES TO SMALLCELL-PARM-RECORD
           OPEN INPUT SMALLCELL-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ SMALLCELL-PARM-FILE
                   AT END
                       MOVE SPACES TO SMALLCELL-PARM-RECORD
               END-READ
               CLOSE SMALLCELL-PARM-FILE
           END-IF

           IF SP-MIN-GROUP-SIZE NUMERIC AND SP-MIN-GROUP-SIZE > 0
               MOVE SP-MIN-GROUP-SIZE TO WS-MIN-GROUP-SIZE
           ELSE
               MOVE 5 TO WS-MIN-GROUP-SIZE
           END-IF
           IF SP-ACTION = 'S'
               SET ACTION-SUPPRESS TO TRUE
           ELSE
               IF SP-ACTION NOT = 'H' AND SP-ACTION NOT = SPACE
                   MOVE "IPC4911W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "action '" SP-ACTION "' not recognized - "
                       "holding"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
               SET ACTION-HOLD TO TRUE
           END-IF
           MOVE "IPC4912I" TO WS-OPSMSG-ID
           MOVE WS-MIN-GROUP-SIZE TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "minimum group size "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1) ", action " WS-ACTION
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           EXIT.

      ******************************************************************
      * COUNT-ENRICHMENT-CELLS
      ******************************************************************
       COUNT-ENRICHMENT-CELLS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MERGE-OUTPUT-FILE
           IF WS-MERGEOUT-STATUS NOT = "00"
               MOVE "IPC4913C" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "MERGEOUT not usable (status " WS-MERGEOUT-STATUS
                   "), aborting"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET CHECK-ABORTED TO TRUE
               SET END-OF-FILE-SW TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FILE-SW
               READ MERGE-OUTPUT-FILE
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       IF BO-STATUS-CODE = 00
                           AND (BO-COUNTRY-CODE NOT = SPACES
                               OR BO-ASN > 0)
                           ADD 1 TO WS-ROWS-IN-CELLS
                           PERFORM TALLY-ONE-CELL-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MERGEOUT-STATUS = "00" OR WS-MERGEOUT-STATUS = "10"
               CLOSE MERGE-OUTPUT-FILE
           END-IF
           EXIT.

      ******************************************************************
      * FIND-ROW-CELL
      * WS-CELL-INDEX is left at the current row's cell, or zero
      ******************************************************************
       FIND-ROW-CELL.
           MOVE 0 TO WS-CELL-INDEX
           PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1
               UNTIL WS-SCAN-INDEX > WS-CELL-COUNT
                   OR WS-CELL-INDEX > 0
               IF WS-CELL-COUNTRY(WS-SCAN-INDEX) = BO-COUNTRY-CODE
                   AND WS-CELL-ASN(WS-SCAN-INDEX) = BO-ASN
                   AND WS-CELL-SOURCE(WS-SCAN-INDEX) = BO-SOURCE-SYSTEM
                   MOVE WS-SCAN-INDEX TO WS-CELL-INDEX
               END-IF
           END-PERFORM
           EXIT.

      ******************************************************************
      * TALLY-ONE-CELL-ROW
      * A row whose cell cannot be entered, or whose address cannot
      * be remembered while its cell is still under the minimum, is
      * counted as uncounted - reported, never silently passed
      ******************************************************************
       TALLY-ONE-CELL-ROW.
           PERFORM FIND-ROW-CELL
           IF WS-CELL-INDEX = 0
               IF WS-CELL-COUNT < 5000
                   ADD 1 TO WS-CELL-COUNT
                   MOVE WS-CELL-COUNT TO WS-CELL-INDEX
                   MOVE BO-COUNTRY-CODE
                       TO WS-CELL-COUNTRY(WS-CELL-INDEX)
                   MOVE BO-ASN TO WS-CELL-ASN(WS-CELL-INDEX)
                   MOVE BO-SOURCE-SYSTEM
                       TO WS-CELL-SOURCE(WS-CELL-INDEX)
                   MOVE 0 TO WS-CELL-ROWS(WS-CELL-INDEX)
                   MOVE 0 TO WS-CELL-DISTINCT(WS-CELL-INDEX)
                   MOVE SPACE TO WS-CELL-STATE(WS-CELL-INDEX)
               ELSE
                   ADD 1 TO WS-ROWS-UNCOUNTED
               END-IF
           END-IF

           IF WS-CELL-INDEX > 0
               ADD 1 TO WS-CELL-ROWS(WS-CELL-INDEX)
               IF WS-CELL-DISTINCT(WS-CELL-INDEX) < WS-MIN-GROUP-SIZE
                   PERFORM TALLY-ONE-CELL-ADDRESS
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * TALLY-ONE-CELL-ADDRESS
      ******************************************************************
       TALLY-ONE-CELL-ADDRESS.
           MOVE 0 TO WS-MATCH-INDEX
           PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1
               UNTIL WS-SCAN-INDEX > WS-ADDRESS-COUNT
                   OR WS-MATCH-INDEX > 0
               IF WS-ADDR-CELL(WS-SCAN-INDEX) = WS-CELL-INDEX
                   AND WS-ADDR-ORIGINAL(WS-SCAN-INDEX)
                       = BO-ORIGINAL-IP
                   MOVE WS-SCAN-INDEX TO WS-MATCH-INDEX
               END-IF
           END-PERFORM

           IF WS-MATCH-INDEX = 0
               IF WS-ADDRESS-COUNT < 50000
                   ADD 1 TO WS-ADDRESS-COUNT
                   MOVE WS-CELL-INDEX
                       TO WS-ADDR-CELL(WS-ADDRESS-COUNT)
                   MOVE BO-ORIGINAL-IP
                       TO WS-ADDR-ORIGINAL(WS-ADDRESS-COUNT)
                   ADD 1 TO WS-CELL-DISTINCT(WS-CELL-INDEX)
               ELSE
                   SET CELL-UNCOUNTED(WS-CELL-INDEX) TO TRUE
                   ADD 1 TO WS-ROWS-UNCOUNTED
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * JUDGE-ENRICHMENT-CELLS
      * An uncounted cell that still reached the minimum is safe all
      * the same; one that did not is held, not flagged small
      ******************************************************************
       JUDGE-ENRICHMENT-CELLS.
           PERFORM VARYING WS-CELL-INDEX FROM 1 BY 1
               UNTIL WS-CELL-INDEX > WS-CELL-COUNT
               IF WS-CELL-DISTINCT(WS-CELL-INDEX) < WS-MIN-GROUP-SIZE
                   IF NOT CELL-UNCOUNTED(WS-CELL-INDEX)
                       SET CELL-SMALL(WS-CELL-INDEX) TO TRUE
                       ADD 1 TO WS-SMALL-CELLS
                       ADD WS-CELL-ROWS(WS-CELL-INDEX) TO WS-SMALL-ROWS
                   END-IF
               ELSE
                   MOVE SPACE TO WS-CELL-STATE(WS-CELL-INDEX)
               END-IF
           END-PERFORM
           EXIT.

      ******************************************************************
      * WRITE-SUPPRESSED-MASTER
      * Old-master/new-master, as IPCRYPT-ERASE rewrites MERGEARCH:
      * every row is copied to MERGEOUTNEW, a row of a small cell
      * with its country code and ASN blanked
      ******************************************************************
       WRITE-SUPPRESSED-MASTER.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MERGE-OUTPUT-FILE
           OPEN OUTPUT MERGE-OUTPUT-NEW
           IF WS-MERGEOUT-STATUS NOT = "00"
               OR WS-MERGENEW-STATUS NOT = "00"
               MOVE "IPC4914E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "MERGEOUTNEW cannot be written (status "
                   WS-MERGEOUT-STATUS "/" WS-MERGENEW-STATUS ")"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET NEW-MASTER-FAILED TO TRUE
               SET END-OF-FILE-SW TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FILE-SW
               READ MERGE-OUTPUT-FILE
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       IF BO-STATUS-CODE = 00
                           AND (BO-COUNTRY-CODE NOT = SPACES
                               OR BO-ASN > 0)
                           PERFORM FIND-ROW-CELL
                           IF WS-CELL-INDEX > 0
                               IF CELL-SMALL(WS-CELL-INDEX)
                                   MOVE SPACES TO BO-COUNTRY-CODE
                                   MOVE 0 TO BO-ASN
                                   ADD 1 TO WS-ROWS-SUPPRESSED
                               END-IF
                           END-IF
                       END-IF
                       WRITE MERGE-OUTPUT-NEW-RECORD
                           FROM BATOUT-RECORD
                       ADD 1 TO WS-ROWS-COPIED
               END-READ
           END-PERFORM
           IF WS-MERGEOUT-STATUS = "00" OR WS-MERGEOUT-STATUS = "10"
               CLOSE MERGE-OUTPUT-FILE
           END-IF
           IF WS-MERGENEW-STATUS = "00"
               CLOSE MERGE-OUTPUT-NEW
           END-IF
           EXIT.

      ******************************************************************
      * WRITE-SMALLCELL-REPORT
      * Totals in the "LABEL : number" form IPCRYPT-NIGHTRPT reads,
      * then one line per flagged cell
      ******************************************************************
       WRITE-SMALLCELL-REPORT.
           OPEN OUTPUT SMALLCELL-REPORT-FILE
           MOVE "IPCRYPT-SMALLCELL SMALL-CELL DISCLOSURE REPORT"
               TO SMALLCELL-REPORT-LINE
           WRITE SMALLCELL-REPORT-LINE
           MOVE SPACES TO SMALLCELL-REPORT-LINE
           WRITE SMALLCELL-REPORT-LINE

           MOVE WS-MIN-GROUP-SIZE TO WS-REPORT-NUMBER
           MOVE SPACES TO SMALLCELL-REPORT-LINE
           STRING "  MINIMUM GROUP SIZE   : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO SMALLCELL-REPORT-LINE
           WRITE SMALLCELL-REPORT-LINE

           MOVE SPACES TO SMALLCELL-REPORT-LINE
           IF ACTION-SUPPRESS
               MOVE "  ACTION               : SUPPRESS"
                   TO SMALLCELL-REPORT-LINE
           ELSE
               MOVE "  ACTION               : HOLD"
                   TO SMALLCELL-REPORT-LINE
           END-IF
           WRITE SMALLCELL-REPORT-LINE

           MOVE WS-ROWS-READ TO WS-REPORT-NUMBER
           MOVE SPACES TO SMALLCELL-REPORT-LINE
           STRING "  ROWS READ            : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO SMALLCELL-REPORT-LINE
           WRITE SMALLCELL-REPORT-LINE

           MOVE WS-ROWS-IN-CELLS TO WS-REPORT-NUMBER
           MOVE SPACES TO SMALLCELL-REPORT-LINE
           STRING "  ENRICHED ROWS        : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO SMALLCELL-REPORT-LINE
           WRITE SMALLCELL-REPORT-LINE

           MOVE WS-CELL-COUNT TO WS-REPORT-NUMBER
           MOVE SPACES TO SMALLCELL-REPORT-LINE
           STRING "  CELLS                : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO SMALLCELL-REPORT-LINE
           WRITE SMALLCELL-REPORT-LINE

           MOVE WS-SMALL-CELLS TO WS-REPORT-NUMBER
           MOVE SPACES TO SMALLCELL-REPORT-LINE
           STRING "  SMALL CELLS          : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO SMALLCELL-REPORT-LINE
           WRITE SMALLCELL-REPORT-LINE

           MOVE WS-SMALL-ROWS TO WS-REPORT-NUMBER
           MOVE SPACES TO SMALLCELL-REPORT-LINE
           STRING "  ROWS IN SMALL CELLS  : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO SMALLCELL-REPORT-LINE
           WRITE SMALLCELL-REPORT-LINE

           MOVE WS-ROWS-SUPPRESSED TO WS-REPORT-NUMBER
           MOVE SPACES TO SMALLCELL-REPORT-LINE
           STRING "  ROWS SUPPRESSED      : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO SMALLCELL-REPORT-LINE
           WRITE SMALLCELL-REPORT-LINE

           MOVE WS-ROWS-UNCOUNTED TO WS-REPORT-NUMBER
           MOVE SPACES TO SMALLCELL-REPORT-LINE
           STRING "  ROWS UNCOUNTED       : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO SMALLCELL-REPORT-LINE
           WRITE SMALLCELL-REPORT-LINE

           IF NEW-MASTER-FAILED
               MOVE "  *** MERGEOUTNEW COULD NOT BE WRITTEN"
                   TO SMALLCELL-REPORT-LINE
               WRITE SMALLCELL-REPORT-LINE
           END-IF
           IF ACTION-SUPPRESS AND NOT NEW-MASTER-FAILED
               AND WS-ROWS-SUPPRESSED > 0
               MOVE "  MERGEOUTNEW MUST REPLACE MERGEOUT BEFORE "
                   & "DELIVERY" TO SMALLCELL-REPORT-LINE
               WRITE SMALLCELL-REPORT-LINE
           END-IF

           IF WS-SMALL-CELLS > 0
               MOVE SPACES TO SMALLCELL-REPORT-LINE
               WRITE SMALLCELL-REPORT-LINE
               MOVE "  COUNTRY         ASN  SOURCE  ADDRESSES"
                   & "      ROWS" TO SMALLCELL-REPORT-LINE
               WRITE SMALLCELL-REPORT-LINE
               PERFORM VARYING WS-CELL-INDEX FROM 1 BY 1
                   UNTIL WS-CELL-INDEX > WS-CELL-COUNT
                   IF CELL-SMALL(WS-CELL-INDEX)
                       PERFORM WRITE-ONE-SMALL-CELL
                   END-IF
               END-PERFORM
           END-IF

           CLOSE SMALLCELL-REPORT-FILE
           EXIT.

      ******************************************************************
      * WRITE-ONE-SMALL-CELL
      ******************************************************************
       WRITE-ONE-SMALL-CELL.
           MOVE SPACES TO SMALLCELL-REPORT-LINE
           MOVE WS-CELL-COUNTRY(WS-CELL-INDEX)
               TO SMALLCELL-REPORT-LINE(3:2)
           MOVE WS-CELL-ASN(WS-CELL-INDEX) TO WS-ASN-DISP
           MOVE WS-ASN-DISP TO SMALLCELL-REPORT-LINE(12:10)
           MOVE WS-CELL-SOURCE(WS-CELL-INDEX)
               TO SMALLCELL-REPORT-LINE(24:4)
           MOVE WS-CELL-DISTINCT(WS-CELL-INDEX) TO WS-REPORT-NUMBER
           MOVE WS-REPORT-NUMBER TO SMALLCELL-REPORT-LINE(31:9)
           MOVE WS-CELL-ROWS(WS-CELL-INDEX) TO WS-REPORT-NUMBER
           MOVE WS-REPORT-NUMBER TO SMALLCELL-REPORT-LINE(41:9)
           WRITE SMALLCELL-REPORT-LINE
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-SMALLCELL" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-SMALLCELL.
