      ******************************************************************
      * IPCRYPT-CONVAGG - Flow Conversation Aggregation
      * Reads a completed flow-mode run's OUTFILE (the rebuilt flow
      * rows IPCRYPT-BATCH writes when PARM-FLOW-MODE-FLAG is set) and
      * rolls it up by conversation - anonymized source, anonymized
      * destination and protocol - totalling the flows, packets and
      * bytes and counting the distinct destination ports each
      * conversation used. Writes the conversation summary file
      * CONVSUM (IPCRYPT-CONVSUM.cpy), delivered to the network
      * analytics team in place of the raw rows, and a report ranked
      * by bytes to CONVAGGRPT; top-N comes from CONVAGGPARM (0
      * defaults to 20).
      * Only the anonymized values already on OUTFILE are ever
      * copied to either output - this program never sees an
      * original address. Envelope header/trailer records and rows
      * with a blank address are skipped; a counter that is not
      * numeric text is taken as zero and reported.
      * Return code 4 when any counter was unreadable; 8 when the
      * conversation or port table filled and some rows could not be
      * aggregated, so the summary is incomplete and must not be
      * delivered in place of the raw rows.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-CONVAGG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNU-LINUX.
       OBJECT-COMPUTER. GNU-LINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONVAGG-PARM-FILE ASSIGN TO "CONVAGGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT FLOW-OUTPUT-FILE ASSIGN TO "OUTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLOW-STATUS.
           SELECT CONVSUM-FILE ASSIGN TO "CONVSUM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONVAGG-REPORT-FILE ASSIGN TO "CONVAGGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CONVAGG-PARM-FILE
           RECORDING MODE IS F.
       01  CONVAGG-PARM-RECORD.
           05  CA-TOP-N             PIC 9(03).

      ******************************************************************
      * FLOW-OUTPUT-FILE - IPCRYPT-BATCH's IP-OUTPUT-FLOW-RECORD: both
      * addresses already anonymized, ports and counters as carried
      * through from the input row
      ******************************************************************
       FD  FLOW-OUTPUT-FILE
           RECORDING MODE IS F.
       01  FLOW-OUTPUT-RECORD.
           05  FL-SRC-IP            PIC X(39).
           05  FL-DST-IP            PIC X(39).
           05  FL-SRC-PORT          PIC X(05).
           05  FL-DST-PORT          PIC X(05).
           05  FL-PROTOCOL          PIC X(03).
           05  FL-PACKET-COUNT      PIC X(10).
           05  FL-BYTE-COUNT        PIC X(12).

       FD  CONVSUM-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-CONVSUM.cpy".

       FD  CONVAGG-REPORT-FILE
           RECORDING MODE IS F.
       01  CONVAGG-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-PARM-STATUS       PIC X(02).
           05  WS-FLOW-STATUS       PIC X(02).
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  END-OF-FLOWS     VALUE 'Y'.
           05  WS-TABLE-FULL-SWITCH PIC X(01) VALUE 'N'.
               88  CONV-TABLE-FULL  VALUE 'Y'.
           05  WS-PORT-FULL-SWITCH  PIC X(01) VALUE 'N'.
               88  PORT-TABLE-FULL  VALUE 'Y'.
           05  WS-PORT-SEEN-SWITCH  PIC X(01).
               88  PORT-ALREADY-SEEN VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ      PIC 9(09) COMP VALUE 0.
           05  WS-RECORDS-COUNTED   PIC 9(09) COMP VALUE 0.
           05  WS-RECORDS-SKIPPED   PIC 9(09) COMP VALUE 0.
           05  WS-RECORDS-DROPPED   PIC 9(09) COMP VALUE 0.
           05  WS-PORTS-DROPPED     PIC 9(09) COMP VALUE 0.
           05  WS-BAD-COUNTERS      PIC 9(09) COMP VALUE 0.
           05  WS-SUMMARY-WRITTEN   PIC 9(09) COMP VALUE 0.
           05  WS-TOTAL-PACKETS     PIC 9(15) COMP VALUE 0.
           05  WS-TOTAL-BYTES       PIC 9(18) COMP VALUE 0.

      ******************************************************************
      * CONVERSATION TABLE - one entry per distinct source/destination/
      * protocol seen, in first-seen order. Each entry heads a chain
      * through the port table of the destination ports it has used,
      * so the distinct-port check walks only that conversation's own
      * ports. When either table fills, the rows that needed a new
      * entry are counted as dropped and reported, never silently lost
      * from the totals.
      ******************************************************************
       01  WS-CONV-TABLE.
           05  WS-CONV-COUNT        PIC 9(05) COMP VALUE 0.
           05  WS-CONV-ENTRY OCCURS 5000 TIMES.
               10  WS-CONV-SRC-IP       PIC X(39).
               10  WS-CONV-DST-IP       PIC X(39).
               10  WS-CONV-PROTOCOL     PIC X(03).
               10  WS-CONV-FLOWS        PIC 9(09) COMP.
               10  WS-CONV-PACKETS      PIC 9(15) COMP.
               10  WS-CONV-BYTES        PIC 9(18) COMP.
               10  WS-CONV-PORT-COUNT   PIC 9(05) COMP.
               10  WS-CONV-FIRST-PORT   PIC 9(05) COMP.
               10  WS-CONV-RANKED-SW    PIC X(01).
                   88  CONV-RANKED      VALUE 'Y'.
       01  WS-CONV-INDEX            PIC 9(05) COMP.
       01  WS-MATCH-INDEX           PIC 9(05) COMP.

       01  WS-PORT-TABLE.
           05  WS-PORT-COUNT        PIC 9(05) COMP VALUE 0.
           05  WS-PORT-ENTRY OCCURS 20000 TIMES.
               10  WS-PORT-VALUE        PIC X(05).
               10  WS-PORT-NEXT         PIC 9(05) COMP.
       01  WS-PORT-INDEX            PIC 9(05) COMP.
       01  WS-PORT-LAST             PIC 9(05) COMP.

      ******************************************************************
      * COUNTER WORK - a flow counter is accepted only when it holds
      * nothing but digits and blanks
      ******************************************************************
       01  WS-COUNTER-WORK.
           05  WS-COUNTER-TEXT      PIC X(12).
           05  WS-COUNTER-CHECK     PIC X(12).
           05  WS-COUNTER-VALUE     PIC 9(12) COMP.

      ******************************************************************
      * RANKING WORK - repeated max selection over the conversation
      * table by byte total; a reported entry is flagged out of the
      * running rather than re-sorting the whole table, so its totals
      * stay intact
      ******************************************************************
       01  WS-RANK-WORK.
           05  WS-RANK-NUMBER       PIC 9(03) COMP.
           05  WS-RANK-LIMIT        PIC 9(03) COMP.
           05  WS-BEST-INDEX        PIC 9(05) COMP.
           05  WS-BEST-BYTES        PIC 9(18) COMP.
           05  WS-RANK-DISP         PIC Z(02)9.
           05  WS-FLOWS-DISP        PIC Z(08)9.
           05  WS-PACKETS-DISP      PIC Z(14)9.
           05  WS-BYTES-DISP        PIC Z(17)9.
           05  WS-PORTS-DISP        PIC Z(04)9.

       01  WS-REPORT-NUMBER         PIC Z(08)9.
       01  WS-REPORT-TOTAL          PIC Z(17)9.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-CONVAGG-ENTRY
      ******************************************************************
       MAIN-CONVAGG-ENTRY.
           MOVE "IPC0801I" TO WS-OPSMSG-ID
           MOVE "starting flow conversation aggregation"
               TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE

           MOVE 20 TO CA-TOP-N
           OPEN INPUT CONVAGG-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ CONVAGG-PARM-FILE
                   AT END
                       MOVE 20 TO CA-TOP-N
               END-READ
               CLOSE CONVAGG-PARM-FILE
           END-IF
           IF CA-TOP-N NOT NUMERIC OR CA-TOP-N = 0
               MOVE 20 TO CA-TOP-N
           END-IF

           OPEN INPUT FLOW-OUTPUT-FILE
           IF WS-FLOW-STATUS NOT = "00"
               MOVE "IPC0802C" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "OUTFILE not usable (status " WS-FLOW-STATUS
                   "), aborting"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-NEXT-FLOW-RECORD
           PERFORM UNTIL END-OF-FLOWS
               PERFORM AGGREGATE-ONE-FLOW-RECORD
               PERFORM READ-NEXT-FLOW-RECORD
           END-PERFORM
           CLOSE FLOW-OUTPUT-FILE

           PERFORM WRITE-CONVERSATION-SUMMARY
           PERFORM WRITE-CONVAGG-REPORT

           MOVE "IPC0803I" TO WS-OPSMSG-ID
           MOVE WS-RECORDS-READ TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "records read       = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC0804I" TO WS-OPSMSG-ID
           MOVE WS-RECORDS-COUNTED TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "flows aggregated   = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC0805I" TO WS-OPSMSG-ID
           MOVE WS-CONV-COUNT TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "conversations      = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           IF WS-BAD-COUNTERS > 0
               MOVE "IPC0806W" TO WS-OPSMSG-ID
               MOVE WS-BAD-COUNTERS TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " unreadable "
                   "packet/byte counters taken as zero"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-RECORDS-DROPPED > 0 OR WS-PORTS-DROPPED > 0
               MOVE "IPC0807E" TO WS-OPSMSG-ID
               MOVE WS-RECORDS-DROPPED TO WS-OPSMSG-NUMBER-1
               MOVE WS-PORTS-DROPPED TO WS-OPSMSG-NUMBER-2
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "*** tables filled - "
                   FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " flows not "
                   "aggregated, " FUNCTION TRIM(WS-OPSMSG-NUMBER-2)
                   " ports not counted - summary incomplete, do not "
                   "deliver ***"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE "IPC0808I" TO WS-OPSMSG-ID
           MOVE "aggregation complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
      * READ-NEXT-FLOW-RECORD
      ******************************************************************
       READ-NEXT-FLOW-RECORD.
           READ FLOW-OUTPUT-FILE
               AT END
                   SET END-OF-FLOWS TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ
           EXIT.

      ******************************************************************
      * AGGREGATE-ONE-FLOW-RECORD
      * An enveloped OUTFILE carries a header and trailer record
      * around the flow rows; neither an anonymized IPv4 nor an
      * expanded IPv6 value can begin "HDR" or "TRL", so the record
      * type alone tells them apart
      ******************************************************************
       AGGREGATE-ONE-FLOW-RECORD.
           IF FL-SRC-IP(1:3) = "HDR" OR FL-SRC-IP(1:3) = "TRL"
               OR FL-SRC-IP = SPACES OR FL-DST-IP = SPACES
               ADD 1 TO WS-RECORDS-SKIPPED
           ELSE
               PERFORM FIND-CONVERSATION-ENTRY
               IF WS-MATCH-INDEX > 0
                   PERFORM ADD-FLOW-TO-CONVERSATION
               ELSE
                   SET CONV-TABLE-FULL TO TRUE
                   ADD 1 TO WS-RECORDS-DROPPED
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * FIND-CONVERSATION-ENTRY
      * Locate this row's conversation, adding a new entry the first
      * time it is seen; WS-MATCH-INDEX stays zero only when the table
      * is full
      ******************************************************************
       FIND-CONVERSATION-ENTRY.
           MOVE 0 TO WS-MATCH-INDEX
           PERFORM VARYING WS-CONV-INDEX FROM 1 BY 1
               UNTIL WS-CONV-INDEX > WS-CONV-COUNT
                   OR WS-MATCH-INDEX > 0
               IF WS-CONV-SRC-IP(WS-CONV-INDEX) = FL-SRC-IP
                   AND WS-CONV-DST-IP(WS-CONV-INDEX) = FL-DST-IP
                   AND WS-CONV-PROTOCOL(WS-CONV-INDEX) = FL-PROTOCOL
                   MOVE WS-CONV-INDEX TO WS-MATCH-INDEX
               END-IF
           END-PERFORM

           IF WS-MATCH-INDEX = 0 AND WS-CONV-COUNT < 5000
               ADD 1 TO WS-CONV-COUNT
               MOVE WS-CONV-COUNT TO WS-MATCH-INDEX
               MOVE FL-SRC-IP TO WS-CONV-SRC-IP(WS-MATCH-INDEX)
               MOVE FL-DST-IP TO WS-CONV-DST-IP(WS-MATCH-INDEX)
               MOVE FL-PROTOCOL TO WS-CONV-PROTOCOL(WS-MATCH-INDEX)
               MOVE 0 TO WS-CONV-FLOWS(WS-MATCH-INDEX)
               MOVE 0 TO WS-CONV-PACKETS(WS-MATCH-INDEX)
               MOVE 0 TO WS-CONV-BYTES(WS-MATCH-INDEX)
               MOVE 0 TO WS-CONV-PORT-COUNT(WS-MATCH-INDEX)
               MOVE 0 TO WS-CONV-FIRST-PORT(WS-MATCH-INDEX)
               MOVE 'N' TO WS-CONV-RANKED-SW(WS-MATCH-INDEX)
           END-IF
           EXIT.

      ******************************************************************
      * ADD-FLOW-TO-CONVERSATION
      ******************************************************************
       ADD-FLOW-TO-CONVERSATION.
           ADD 1 TO WS-RECORDS-COUNTED
           ADD 1 TO WS-CONV-FLOWS(WS-MATCH-INDEX)

           MOVE FL-PACKET-COUNT TO WS-COUNTER-TEXT
           PERFORM CONVERT-FLOW-COUNTER
           ADD WS-COUNTER-VALUE TO WS-CONV-PACKETS(WS-MATCH-INDEX)
           ADD WS-COUNTER-VALUE TO WS-TOTAL-PACKETS

           MOVE FL-BYTE-COUNT TO WS-COUNTER-TEXT
           PERFORM CONVERT-FLOW-COUNTER
           ADD WS-COUNTER-VALUE TO WS-CONV-BYTES(WS-MATCH-INDEX)
           ADD WS-COUNTER-VALUE TO WS-TOTAL-BYTES

           PERFORM NOTE-DESTINATION-PORT
           EXIT.

      ******************************************************************
      * CONVERT-FLOW-COUNTER
      * The counters ride through IPCRYPT-BATCH as text, left- or
      * right-aligned as the collector wrote them
      ******************************************************************
       CONVERT-FLOW-COUNTER.
           MOVE 0 TO WS-COUNTER-VALUE
           MOVE WS-COUNTER-TEXT TO WS-COUNTER-CHECK
           INSPECT WS-COUNTER-CHECK
               CONVERTING "0123456789" TO SPACES
           IF WS-COUNTER-CHECK NOT = SPACES
               ADD 1 TO WS-BAD-COUNTERS
           ELSE
               IF WS-COUNTER-TEXT NOT = SPACES
                   COMPUTE WS-COUNTER-VALUE =
                       FUNCTION NUMVAL(WS-COUNTER-TEXT)
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * NOTE-DESTINATION-PORT
      * Walk the conversation's own port chain; a port not on it is
      * added to the end and counted
      ******************************************************************
       NOTE-DESTINATION-PORT.
           MOVE 'N' TO WS-PORT-SEEN-SWITCH
           MOVE 0 TO WS-PORT-LAST
           MOVE WS-CONV-FIRST-PORT(WS-MATCH-INDEX) TO WS-PORT-INDEX
           PERFORM UNTIL WS-PORT-INDEX = 0 OR PORT-ALREADY-SEEN
               IF WS-PORT-VALUE(WS-PORT-INDEX) = FL-DST-PORT
                   SET PORT-ALREADY-SEEN TO TRUE
               ELSE
                   MOVE WS-PORT-INDEX TO WS-PORT-LAST
                   MOVE WS-PORT-NEXT(WS-PORT-INDEX) TO WS-PORT-INDEX
               END-IF
           END-PERFORM

           IF NOT PORT-ALREADY-SEEN
               IF WS-PORT-COUNT < 20000
                   ADD 1 TO WS-PORT-COUNT
                   MOVE FL-DST-PORT TO WS-PORT-VALUE(WS-PORT-COUNT)
                   MOVE 0 TO WS-PORT-NEXT(WS-PORT-COUNT)
                   IF WS-PORT-LAST = 0
                       MOVE WS-PORT-COUNT
                           TO WS-CONV-FIRST-PORT(WS-MATCH-INDEX)
                   ELSE
                       MOVE WS-PORT-COUNT
                           TO WS-PORT-NEXT(WS-PORT-LAST)
                   END-IF
                   ADD 1 TO WS-CONV-PORT-COUNT(WS-MATCH-INDEX)
               ELSE
                   SET PORT-TABLE-FULL TO TRUE
                   ADD 1 TO WS-PORTS-DROPPED
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * WRITE-CONVERSATION-SUMMARY
      * One CONVSUM record per conversation, in first-seen order
      ******************************************************************
       WRITE-CONVERSATION-SUMMARY.
           OPEN OUTPUT CONVSUM-FILE
           PERFORM VARYING WS-CONV-INDEX FROM 1 BY 1
               UNTIL WS-CONV-INDEX > WS-CONV-COUNT
               MOVE SPACES TO CONVSUM-RECORD
               MOVE WS-CONV-SRC-IP(WS-CONV-INDEX) TO CS-SRC-IP
               MOVE WS-CONV-DST-IP(WS-CONV-INDEX) TO CS-DST-IP
               MOVE WS-CONV-PROTOCOL(WS-CONV-INDEX) TO CS-PROTOCOL
               MOVE WS-CONV-FLOWS(WS-CONV-INDEX) TO CS-FLOW-COUNT
               MOVE WS-CONV-PACKETS(WS-CONV-INDEX) TO CS-PACKET-TOTAL
               MOVE WS-CONV-BYTES(WS-CONV-INDEX) TO CS-BYTE-TOTAL
               MOVE WS-CONV-PORT-COUNT(WS-CONV-INDEX)
                   TO CS-DST-PORT-COUNT
               WRITE CONVSUM-RECORD
               ADD 1 TO WS-SUMMARY-WRITTEN
           END-PERFORM
           CLOSE CONVSUM-FILE
           EXIT.

      ******************************************************************
      * WRITE-CONVAGG-REPORT
      * Control totals first, so the summary can be reconciled to the
      * flow file before anyone reads the ranking
      ******************************************************************
       WRITE-CONVAGG-REPORT.
           OPEN OUTPUT CONVAGG-REPORT-FILE

           MOVE "IPCRYPT-CONVAGG FLOW CONVERSATION REPORT"
               TO CONVAGG-REPORT-LINE
           WRITE CONVAGG-REPORT-LINE
           MOVE SPACES TO CONVAGG-REPORT-LINE
           WRITE CONVAGG-REPORT-LINE

           MOVE WS-RECORDS-READ TO WS-REPORT-NUMBER
           MOVE SPACES TO CONVAGG-REPORT-LINE
           STRING "  FLOW RECORDS READ     : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO CONVAGG-REPORT-LINE
           WRITE CONVAGG-REPORT-LINE

           MOVE WS-RECORDS-SKIPPED TO WS-REPORT-NUMBER
           MOVE SPACES TO CONVAGG-REPORT-LINE
           STRING "  RECORDS SKIPPED       : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO CONVAGG-REPORT-LINE
           WRITE CONVAGG-REPORT-LINE

           MOVE WS-RECORDS-COUNTED TO WS-REPORT-NUMBER
           MOVE SPACES TO CONVAGG-REPORT-LINE
           STRING "  FLOWS AGGREGATED      : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO CONVAGG-REPORT-LINE
           WRITE CONVAGG-REPORT-LINE

           MOVE WS-CONV-COUNT TO WS-REPORT-NUMBER
           MOVE SPACES TO CONVAGG-REPORT-LINE
           STRING "  CONVERSATIONS         : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO CONVAGG-REPORT-LINE
           WRITE CONVAGG-REPORT-LINE

           MOVE WS-TOTAL-PACKETS TO WS-REPORT-TOTAL
           MOVE SPACES TO CONVAGG-REPORT-LINE
           STRING "  TOTAL PACKETS         : " WS-REPORT-TOTAL
               DELIMITED BY SIZE INTO CONVAGG-REPORT-LINE
           WRITE CONVAGG-REPORT-LINE

           MOVE WS-TOTAL-BYTES TO WS-REPORT-TOTAL
           MOVE SPACES TO CONVAGG-REPORT-LINE
           STRING "  TOTAL BYTES           : " WS-REPORT-TOTAL
               DELIMITED BY SIZE INTO CONVAGG-REPORT-LINE
           WRITE CONVAGG-REPORT-LINE

           IF WS-BAD-COUNTERS > 0
               MOVE WS-BAD-COUNTERS TO WS-REPORT-NUMBER
               MOVE SPACES TO CONVAGG-REPORT-LINE
               STRING "  COUNTERS UNREADABLE   : " WS-REPORT-NUMBER
                   " (TAKEN AS ZERO)"
                   DELIMITED BY SIZE INTO CONVAGG-REPORT-LINE
               WRITE CONVAGG-REPORT-LINE
           END-IF

           IF WS-RECORDS-DROPPED > 0 OR WS-PORTS-DROPPED > 0
               MOVE WS-RECORDS-DROPPED TO WS-REPORT-NUMBER
               MOVE SPACES TO CONVAGG-REPORT-LINE
               STRING "  FLOWS NOT AGGREGATED  : " WS-REPORT-NUMBER
                   DELIMITED BY SIZE INTO CONVAGG-REPORT-LINE
               WRITE CONVAGG-REPORT-LINE
               MOVE WS-PORTS-DROPPED TO WS-REPORT-NUMBER
               MOVE SPACES TO CONVAGG-REPORT-LINE
               STRING "  PORTS NOT COUNTED     : " WS-REPORT-NUMBER
                   DELIMITED BY SIZE INTO CONVAGG-REPORT-LINE
               WRITE CONVAGG-REPORT-LINE
               MOVE "  *** SUMMARY INCOMPLETE - DO NOT DELIVER ***"
                   TO CONVAGG-REPORT-LINE
               WRITE CONVAGG-REPORT-LINE
           END-IF

           MOVE SPACES TO CONVAGG-REPORT-LINE
           WRITE CONVAGG-REPORT-LINE
           MOVE "RANKED TOP CONVERSATIONS BY BYTES"
               TO CONVAGG-REPORT-LINE
           WRITE CONVAGG-REPORT-LINE
           MOVE SPACES TO CONVAGG-REPORT-LINE
           MOVE "RANK" TO CONVAGG-REPORT-LINE(1:4)
           MOVE "BYTES" TO CONVAGG-REPORT-LINE(19:5)
           MOVE "PACKETS" TO CONVAGG-REPORT-LINE(33:7)
           MOVE "FLOWS" TO CONVAGG-REPORT-LINE(45:5)
           MOVE "PORTS" TO CONVAGG-REPORT-LINE(51:5)
           MOVE "PRO" TO CONVAGG-REPORT-LINE(57:3)
           MOVE "SOURCE -> DESTINATION" TO CONVAGG-REPORT-LINE(61:21)
           WRITE CONVAGG-REPORT-LINE

           MOVE CA-TOP-N TO WS-RANK-LIMIT
           IF WS-RANK-LIMIT > WS-CONV-COUNT
               MOVE WS-CONV-COUNT TO WS-RANK-LIMIT
           END-IF
           PERFORM WRITE-ONE-RANK-LINE
               VARYING WS-RANK-NUMBER FROM 1 BY 1
               UNTIL WS-RANK-NUMBER > WS-RANK-LIMIT

           CLOSE CONVAGG-REPORT-FILE
           EXIT.

      ******************************************************************
      * WRITE-ONE-RANK-LINE
      * Select the largest remaining byte total, report it on two
      * lines (the counts with the source, then the destination), and
      * flag it so the next pass finds the runner-up
      ******************************************************************
       WRITE-ONE-RANK-LINE.
           MOVE 0 TO WS-BEST-INDEX
           MOVE 0 TO WS-BEST-BYTES
           PERFORM VARYING WS-CONV-INDEX FROM 1 BY 1
               UNTIL WS-CONV-INDEX > WS-CONV-COUNT
               IF NOT CONV-RANKED(WS-CONV-INDEX)
                   AND (WS-BEST-INDEX = 0
                    OR WS-CONV-BYTES(WS-CONV-INDEX) > WS-BEST-BYTES)
                   MOVE WS-CONV-BYTES(WS-CONV-INDEX) TO WS-BEST-BYTES
                   MOVE WS-CONV-INDEX TO WS-BEST-INDEX
               END-IF
           END-PERFORM

           IF WS-BEST-INDEX > 0
               MOVE WS-RANK-NUMBER TO WS-RANK-DISP
               MOVE WS-CONV-BYTES(WS-BEST-INDEX) TO WS-BYTES-DISP
               MOVE WS-CONV-PACKETS(WS-BEST-INDEX) TO WS-PACKETS-DISP
               MOVE WS-CONV-FLOWS(WS-BEST-INDEX) TO WS-FLOWS-DISP
               MOVE WS-CONV-PORT-COUNT(WS-BEST-INDEX) TO WS-PORTS-DISP
               MOVE SPACES TO CONVAGG-REPORT-LINE
               STRING WS-RANK-DISP ". " WS-BYTES-DISP " "
                   WS-PACKETS-DISP " " WS-FLOWS-DISP " "
                   WS-PORTS-DISP " "
                   WS-CONV-PROTOCOL(WS-BEST-INDEX) " "
                   WS-CONV-SRC-IP(WS-BEST-INDEX)
                   DELIMITED BY SIZE INTO CONVAGG-REPORT-LINE
               END-STRING
               WRITE CONVAGG-REPORT-LINE
               MOVE SPACES TO CONVAGG-REPORT-LINE
               MOVE "->" TO CONVAGG-REPORT-LINE(58:2)
               MOVE WS-CONV-DST-IP(WS-BEST-INDEX)
                   TO CONVAGG-REPORT-LINE(61:39)
               WRITE CONVAGG-REPORT-LINE
               SET CONV-RANKED(WS-BEST-INDEX) TO TRUE
           END-IF
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-CONVAGG" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-CONVAGG.
