      ******************************************************************
      * IPCRYPT-ADDRPROF - Inbound Address-Class Profile
      * IPCRYPT-VALIDATE proves each INFILE record parses; it says
      * nothing about WHAT the addresses are. This pass classifies
      * every inbound address - public, RFC 1918 private (and the
      * IPv6 unique-local equivalent), loopback, link-local,
      * multicast, documentation/reserved, IPv4-mapped IPv6 - counts
      * the classes per collector (SRC-SOURCE-SYSTEM when the file
      * is source-tagged), and compares each collector's class shares
      * against its profile from the previous night on PROFHIST. A
      * collector that quietly starts exporting internal 10.x
      * addresses shows up here as a jump in its PRIVATE share the
      * first night it happens, not two weeks into partner
      * deliveries. Tonight's profile is appended to PROFHIST for
      * tomorrow's comparison and the findings are printed to
      * PROFRPT. Return code 8 when any share moved by more than the
      * PROFPARM threshold - the driver holds the chain on it - or 4
      * when the shift has been reviewed and accepted for tonight.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-ADDRPROF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNU-LINUX.
       OBJECT-COMPUTER. GNU-LINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-PARM-FILE ASSIGN TO "PROFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFPARM-STATUS.
           SELECT PROFILE-INPUT-FILE ASSIGN TO "INFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFILE-STATUS.
      * PROFILE-HISTORY-FILE - permanent cumulative profile register,
      * one record per collector per night; appended at end of run,
      * never rewritten, the way RUNHIST is kept
           SELECT PROFILE-HISTORY-FILE ASSIGN TO "PROFHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFHIST-STATUS.
           SELECT PROFILE-REPORT-FILE ASSIGN TO "PROFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * PROFILE-PARM-FILE - optional control record. PP-LAYOUT-FLAG 'S'
      * says INFILE carries the source-tagged row layout (collector
      * code ahead of the address, as IPCRYPT-BATCH reads it under
      * PARM-SOURCE-MODE-FLAG); anything else reads bare addresses
      * and profiles the file as one collector. PP-SHIFT-POINTS is
      * the share movement, in whole percentage points, that counts
      * as sharp (zero takes the default of 10). PP-MIN-RECORDS keeps
      * a collector with only a handful of rows from tripping the
      * check on noise (zero takes the default of 100).
      * PP-ACCEPT-FLAG 'Y' records that tonight's shift has been
      * reviewed: it is still reported, but ends with return code 4
      * instead of 8 so the chain carries on.
      * PP-RUN-DATE is the business date being profiled when that is
      * not today - a night caught up after an outage is filed on
      * PROFHIST under its own date, so the next night compares with
      * it rather than past it. Spaces mean today.
      ******************************************************************
       FD  PROFILE-PARM-FILE
           RECORDING MODE IS F.
       01  PROFILE-PARM-RECORD.
           05  PP-LAYOUT-FLAG       PIC X(01).
               88  PP-SOURCE-TAGGED VALUE 'S'.
           05  PP-SHIFT-POINTS      PIC 9(03).
           05  PP-MIN-RECORDS       PIC 9(09).
           05  PP-ACCEPT-FLAG       PIC X(01).
               88  PP-SHIFT-ACCEPTED VALUE 'Y'.
           05  PP-RUN-DATE          PIC X(08).

      ******************************************************************
      * PROFILE-INPUT-FILE - the night's inbound file, bare-address or
      * source-tagged per PP-LAYOUT-FLAG
      ******************************************************************
       FD  PROFILE-INPUT-FILE
           RECORDING MODE IS F.
       01  PROFILE-INPUT-RECORD     PIC X(512).
       01  PROFILE-SOURCE-RECORD REDEFINES PROFILE-INPUT-RECORD.
           05  PS-SOURCE-SYSTEM     PIC X(04).
           05  PS-ORIGINAL-IP       PIC X(64).
           05  FILLER               PIC X(444).

      ******************************************************************
      * PROFILE-HISTORY-FILE - run date, collector, total addresses,
      * then one count per address class in WS-CLASS-NAME order
      ******************************************************************
       FD  PROFILE-HISTORY-FILE
           RECORDING MODE IS F.
       01  PROFILE-HISTORY-RECORD.
           05  PH-RUN-DATE          PIC X(08).
           05  PH-SOURCE-SYSTEM     PIC X(04).
           05  PH-TOTAL             PIC 9(09).
           05  PH-CLASS-COUNT       PIC 9(09) OCCURS 8 TIMES.

       FD  PROFILE-REPORT-FILE
           RECORDING MODE IS F.
       01  PROFILE-REPORT-LINE      PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-PROFPARM-STATUS   PIC X(02).
           05  WS-INFILE-STATUS     PIC X(02).
           05  WS-PROFHIST-STATUS   PIC X(02).
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  END-OF-FILE-SW   VALUE 'Y'.
           05  WS-LAYOUT-SWITCH     PIC X(01) VALUE 'N'.
               88  SOURCE-TAGGED    VALUE 'Y'.
           05  WS-ACCEPT-SWITCH     PIC X(01) VALUE 'N'.
               88  SHIFT-ACCEPTED   VALUE 'Y'.
           05  WS-INPUT-SWITCH      PIC X(01) VALUE 'N'.
               88  INPUT-MISSING    VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ      PIC 9(09) COMP VALUE 0.
           05  WS-SHIFTS-FOUND      PIC 9(09) COMP VALUE 0.
           05  WS-SHIFT-POINTS      PIC 9(03) COMP VALUE 10.
           05  WS-MIN-RECORDS       PIC 9(09) COMP VALUE 100.

      ******************************************************************
      * ADDRESS CLASSES - fixed order; PROFHIST carries one count per
      * class in exactly this order, so new classes go on the end
      ******************************************************************
       01  WS-CLASS-NAME-DATA.
           05  FILLER               PIC X(12) VALUE "PUBLIC".
           05  FILLER               PIC X(12) VALUE "PRIVATE".
           05  FILLER               PIC X(12) VALUE "LOOPBACK".
           05  FILLER               PIC X(12) VALUE "LINK-LOCAL".
           05  FILLER               PIC X(12) VALUE "MULTICAST".
           05  FILLER               PIC X(12) VALUE "DOC/RESERVED".
           05  FILLER               PIC X(12) VALUE "V4-MAPPED".
           05  FILLER               PIC X(12) VALUE "UNPARSEABLE".
       01  WS-CLASS-NAME-TABLE REDEFINES WS-CLASS-NAME-DATA.
           05  WS-CLASS-NAME        PIC X(12) OCCURS 8 TIMES.
       01  WS-CLASS-INDEX           PIC 9(02) COMP.
       01  WS-CURRENT-CLASS         PIC 9(02) COMP.

      ******************************************************************
      * TONIGHT'S PROFILE - one slot per collector code seen, slot 10
      * held back as the "++++" overflow bucket the same way
      * IPCRYPT-BATCH's per-source control totals are kept
      ******************************************************************
       01  WS-PROFILE-CONTROL.
           05  WS-PROFILE-COUNT     PIC 9(02) COMP VALUE 0.
           05  WS-PROFILE-INDEX     PIC 9(02) COMP.
           05  WS-PROFILE-MATCH     PIC 9(02) COMP.
       01  WS-PROFILE-TABLE.
           05  WS-PROFILE-ENTRY OCCURS 10 TIMES.
               10  WS-PROF-SOURCE       PIC X(04).
               10  WS-PROF-TOTAL        PIC 9(09) COMP.
               10  WS-PROF-CLASS        PIC 9(09) COMP OCCURS 8 TIMES.
       01  WS-CURRENT-SOURCE        PIC X(04).

      ******************************************************************
      * PREVIOUS NIGHT'S PROFILE - the PROFHIST rows carrying the
      * latest run date before tonight; a collector profiled twice
      * that night (a rerun) keeps its later row
      ******************************************************************
       01  WS-PRIOR-CONTROL.
           05  WS-PRIOR-DATE        PIC X(08) VALUE SPACES.
           05  WS-PRIOR-COUNT       PIC 9(02) COMP VALUE 0.
           05  WS-PRIOR-INDEX       PIC 9(02) COMP.
           05  WS-PRIOR-MATCH       PIC 9(02) COMP.
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-ENTRY OCCURS 10 TIMES.
               10  WS-PRI-SOURCE        PIC X(04).
               10  WS-PRI-TOTAL         PIC 9(09) COMP.
               10  WS-PRI-CLASS         PIC 9(09) COMP OCCURS 8 TIMES.

      ******************************************************************
      * CLASSIFICATION WORK AREA - the 16-byte block IP-TO-BYTES
      * returns (IPv4 arrives IPv4-mapped, so the address family flag
      * it hands back in param 3 is what tells a dotted-quad row from
      * an IPv6 row that was written as ::ffff:a.b.c.d)
      ******************************************************************
       01  WS-CLASS-WORK.
           05  WS-ADDRESS-BLOCK     PIC X(16).
           05  WS-ADDRESS-FAMILY    PIC X(01).
               88  FAMILY-IPV4      VALUE '4'.
           05  WS-OCTET-1           PIC 9(03) COMP.
           05  WS-OCTET-2           PIC 9(03) COMP.
           05  WS-OCTET-3           PIC 9(03) COMP.

       01  WS-RUN-DATE              PIC X(08).

      ******************************************************************
      * SHARE COMPARISON WORK AREA - shares are held in tenths of a
      * percent so a half-point move is still visible on the report
      ******************************************************************
       01  WS-SHARE-WORK.
           05  WS-SHARE-TONIGHT     PIC 9(04) COMP.
           05  WS-SHARE-PRIOR       PIC 9(04) COMP.
           05  WS-SHARE-MOVE        PIC 9(04) COMP.
           05  WS-SHARE-LIMIT       PIC 9(04) COMP.
           05  WS-SHARE-TONIGHT-DISP PIC ZZ9.9.
           05  WS-SHARE-PRIOR-DISP  PIC ZZ9.9.
           05  WS-DIRECTION         PIC X(04).

      ******************************************************************
      * IPCRYPT-UTILS CALL INTERFACE WORK AREA
      ******************************************************************
       01  WS-CALL-WORK.
           05  WS-CALL-FUNCTION     PIC X(30).
           05  WS-CALL-PARAM-1      PIC X(64).
           05  WS-CALL-PARAM-2      PIC X(64).
           05  WS-CALL-PARAM-3      PIC X(64).
           05  WS-UTILITY-STATUS    PIC X(01).
               88  UTIL-CALL-SUCCESS    VALUE 'Y'.

       01  WS-REPORT-NUMBER         PIC Z(08)9.
       01  WS-REPORT-NUMBER-2       PIC Z(08)9.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-ADDRPROF-ENTRY
      ******************************************************************
       MAIN-ADDRPROF-ENTRY.
           MOVE "IPC0301I" TO WS-OPSMSG-ID
           MOVE "starting address-class profile" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           PERFORM READ-PROFILE-PARM
           PERFORM PROFILE-INPUT-FILE-RECORDS
           PERFORM LOAD-PRIOR-PROFILE

           OPEN OUTPUT PROFILE-REPORT-FILE
           PERFORM WRITE-PROFILE-HEADING
           PERFORM VARYING WS-PROFILE-INDEX FROM 1 BY 1
               UNTIL WS-PROFILE-INDEX > WS-PROFILE-COUNT
               PERFORM REPORT-ONE-COLLECTOR
           END-PERFORM
           PERFORM REPORT-MISSING-COLLECTORS
           PERFORM WRITE-PROFILE-SUMMARY
           CLOSE PROFILE-REPORT-FILE

           IF NOT INPUT-MISSING
               PERFORM APPEND-TONIGHTS-PROFILE
           END-IF

           MOVE "IPC0302I" TO WS-OPSMSG-ID
           MOVE WS-RECORDS-READ TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "records profiled = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC0303I" TO WS-OPSMSG-ID
           MOVE WS-SHIFTS-FOUND TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "sharp shifts     = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           EVALUATE TRUE
               WHEN INPUT-MISSING
                   MOVE "IPC0304E" TO WS-OPSMSG-ID
                   MOVE "*** INFILE NOT USABLE - NOTHING TO PROFILE ***"
                       TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SHIFTS-FOUND > 0 AND SHIFT-ACCEPTED
                   MOVE "IPC0305W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "class shifts found but accepted for tonight "
                       "on PROFPARM (see PROFRPT)"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 4 TO RETURN-CODE
               WHEN WS-SHIFTS-FOUND > 0
                   MOVE "IPC0306E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "*** ADDRESS-CLASS MIX SHIFTED SHARPLY - "
                       "REVIEW PROFRPT BEFORE ANYTHING IS DELIVERED ***"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           MOVE "IPC0307I" TO WS-OPSMSG-ID
           MOVE "profile complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
      * READ-PROFILE-PARM
      * No PROFPARM at all is a bare-address file under the defaults
      ******************************************************************
       READ-PROFILE-PARM.
           OPEN INPUT PROFILE-PARM-FILE
           IF WS-PROFPARM-STATUS = "00"
               READ PROFILE-PARM-FILE
                   AT END
                       MOVE SPACES TO PROFILE-PARM-RECORD
               END-READ
               IF PP-SOURCE-TAGGED
                   SET SOURCE-TAGGED TO TRUE
               END-IF
               IF PP-SHIFT-ACCEPTED
                   SET SHIFT-ACCEPTED TO TRUE
               END-IF
               IF PP-SHIFT-POINTS IS NUMERIC AND PP-SHIFT-POINTS > 0
                   MOVE PP-SHIFT-POINTS TO WS-SHIFT-POINTS
               END-IF
               IF PP-MIN-RECORDS IS NUMERIC AND PP-MIN-RECORDS > 0
                   MOVE PP-MIN-RECORDS TO WS-MIN-RECORDS
               END-IF
               IF PP-RUN-DATE IS NUMERIC
                   MOVE PP-RUN-DATE TO WS-RUN-DATE
               END-IF
           END-IF
           IF WS-PROFPARM-STATUS NOT = "35"
               CLOSE PROFILE-PARM-FILE
           END-IF
           COMPUTE WS-SHARE-LIMIT = WS-SHIFT-POINTS * 10
           MOVE "IPC0308I" TO WS-OPSMSG-ID
           MOVE WS-SHIFT-POINTS TO WS-OPSMSG-NUMBER-1
           MOVE WS-MIN-RECORDS TO WS-OPSMSG-NUMBER-2
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "shift threshold " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               " points, minimum " FUNCTION TRIM(WS-OPSMSG-NUMBER-2)
               " records per collector"
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           EXIT.

      ******************************************************************
      * PROFILE-INPUT-FILE-RECORDS
      ******************************************************************
       PROFILE-INPUT-FILE-RECORDS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PROFILE-INPUT-FILE
           IF WS-INFILE-STATUS NOT = "00"
               MOVE "IPC0309E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "INFILE not usable (status " WS-INFILE-STATUS ")"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET INPUT-MISSING TO TRUE
               SET END-OF-FILE-SW TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FILE-SW
               READ PROFILE-INPUT-FILE
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM PROFILE-ONE-RECORD
               END-READ
           END-PERFORM
           IF WS-INFILE-STATUS NOT = "35"
               CLOSE PROFILE-INPUT-FILE
           END-IF
           EXIT.

      ******************************************************************
      * PROFILE-ONE-RECORD
      ******************************************************************
       PROFILE-ONE-RECORD.
           MOVE SPACES TO WS-CALL-PARAM-1
           IF SOURCE-TAGGED
               MOVE PS-SOURCE-SYSTEM TO WS-CURRENT-SOURCE
               MOVE PS-ORIGINAL-IP TO WS-CALL-PARAM-1(1:64)
           ELSE
               MOVE "ALL " TO WS-CURRENT-SOURCE
               MOVE PROFILE-INPUT-RECORD(1:64) TO WS-CALL-PARAM-1(1:64)
           END-IF

           PERFORM CLASSIFY-ONE-ADDRESS
           PERFORM FIND-PROFILE-SLOT
           ADD 1 TO WS-PROF-TOTAL(WS-PROFILE-MATCH)
           ADD 1 TO WS-PROF-CLASS(WS-PROFILE-MATCH, WS-CURRENT-CLASS)
           EXIT.

      ******************************************************************
      * CLASSIFY-ONE-ADDRESS
      * Parse through IP-TO-BYTES, then sort the block into its class
      * by family; a row that will not parse is counted, not dropped,
      * so the shares still add up to the file
      ******************************************************************
       CLASSIFY-ONE-ADDRESS.
           MOVE "IP-TO-BYTES" TO WS-CALL-FUNCTION
           MOVE SPACES TO WS-CALL-PARAM-2
           MOVE SPACES TO WS-CALL-PARAM-3
           CALL 'IPCRYPT-UTILS' USING WS-CALL-FUNCTION
               WS-CALL-PARAM-1 WS-CALL-PARAM-2 WS-CALL-PARAM-3
               WS-UTILITY-STATUS
           END-CALL

           IF NOT UTIL-CALL-SUCCESS
               MOVE 8 TO WS-CURRENT-CLASS
           ELSE
               MOVE WS-CALL-PARAM-2(1:16) TO WS-ADDRESS-BLOCK
               MOVE WS-CALL-PARAM-3(1:1) TO WS-ADDRESS-FAMILY
               IF FAMILY-IPV4
                   PERFORM CLASSIFY-IPV4-ADDRESS
               ELSE
                   PERFORM CLASSIFY-IPV6-ADDRESS
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * CLASSIFY-IPV4-ADDRESS
      * Octets 1-3 of a dotted-quad row sit in bytes 13-15 of the
      * IPv4-mapped block. Documentation/reserved covers "this
      * network" 0/8, shared address space 100.64/10, the IETF
      * protocol block 192.0.0/24, the three TEST-NETs, the
      * benchmarking block 198.18/15, and everything from 240/4 up
      * (limited broadcast included).
      ******************************************************************
       CLASSIFY-IPV4-ADDRESS.
           COMPUTE WS-OCTET-1 =
               FUNCTION ORD(WS-ADDRESS-BLOCK(13:1)) - 1
           COMPUTE WS-OCTET-2 =
               FUNCTION ORD(WS-ADDRESS-BLOCK(14:1)) - 1
           COMPUTE WS-OCTET-3 =
               FUNCTION ORD(WS-ADDRESS-BLOCK(15:1)) - 1
           EVALUATE TRUE
               WHEN WS-OCTET-1 = 10
               WHEN WS-OCTET-1 = 172 AND WS-OCTET-2 >= 16
                    AND WS-OCTET-2 <= 31
               WHEN WS-OCTET-1 = 192 AND WS-OCTET-2 = 168
                   MOVE 2 TO WS-CURRENT-CLASS
               WHEN WS-OCTET-1 = 127
                   MOVE 3 TO WS-CURRENT-CLASS
               WHEN WS-OCTET-1 = 169 AND WS-OCTET-2 = 254
                   MOVE 4 TO WS-CURRENT-CLASS
               WHEN WS-OCTET-1 >= 224 AND WS-OCTET-1 <= 239
                   MOVE 5 TO WS-CURRENT-CLASS
               WHEN WS-OCTET-1 = 0
               WHEN WS-OCTET-1 >= 240
               WHEN WS-OCTET-1 = 100 AND WS-OCTET-2 >= 64
                    AND WS-OCTET-2 <= 127
               WHEN WS-OCTET-1 = 192 AND WS-OCTET-2 = 0
                    AND WS-OCTET-3 = 0
               WHEN WS-OCTET-1 = 192 AND WS-OCTET-2 = 0
                    AND WS-OCTET-3 = 2
               WHEN WS-OCTET-1 = 198 AND WS-OCTET-2 = 51
                    AND WS-OCTET-3 = 100
               WHEN WS-OCTET-1 = 203 AND WS-OCTET-2 = 0
                    AND WS-OCTET-3 = 113
               WHEN WS-OCTET-1 = 198 AND WS-OCTET-2 >= 18
                    AND WS-OCTET-2 <= 19
                   MOVE 6 TO WS-CURRENT-CLASS
               WHEN OTHER
                   MOVE 1 TO WS-CURRENT-CLASS
           END-EVALUATE
           EXIT.

      ******************************************************************
      * CLASSIFY-IPV6-ADDRESS
      * ::ffff:0:0/96 is an IPv4 address written in IPv6 form and gets
      * its own class; fc00::/7 unique-local counts as private, the
      * IPv6 counterpart of RFC 1918; documentation 2001:db8::/32,
      * the unspecified address and the old IPv4-compatible ::/96
      * count as reserved
      ******************************************************************
       CLASSIFY-IPV6-ADDRESS.
           COMPUTE WS-OCTET-1 =
               FUNCTION ORD(WS-ADDRESS-BLOCK(1:1)) - 1
           COMPUTE WS-OCTET-2 =
               FUNCTION ORD(WS-ADDRESS-BLOCK(2:1)) - 1
           EVALUATE TRUE
               WHEN WS-ADDRESS-BLOCK(1:12) =
                       X"00000000000000000000FFFF"
                   MOVE 7 TO WS-CURRENT-CLASS
               WHEN WS-ADDRESS-BLOCK =
                       X"00000000000000000000000000000001"
                   MOVE 3 TO WS-CURRENT-CLASS
               WHEN WS-ADDRESS-BLOCK(1:12) =
                       X"000000000000000000000000"
                   MOVE 6 TO WS-CURRENT-CLASS
               WHEN WS-OCTET-1 = 255
                   MOVE 5 TO WS-CURRENT-CLASS
               WHEN WS-OCTET-1 = 254 AND WS-OCTET-2 >= 128
                    AND WS-OCTET-2 <= 191
                   MOVE 4 TO WS-CURRENT-CLASS
               WHEN WS-OCTET-1 = 252 OR WS-OCTET-1 = 253
                   MOVE 2 TO WS-CURRENT-CLASS
               WHEN WS-ADDRESS-BLOCK(1:4) = X"20010DB8"
                   MOVE 6 TO WS-CURRENT-CLASS
               WHEN OTHER
                   MOVE 1 TO WS-CURRENT-CLASS
           END-EVALUATE
           EXIT.

      ******************************************************************
      * FIND-PROFILE-SLOT
      * Locate (or open) WS-CURRENT-SOURCE's slot in tonight's
      * profile; the tenth distinct code onward shares "++++"
      ******************************************************************
       FIND-PROFILE-SLOT.
           MOVE 0 TO WS-PROFILE-MATCH
           PERFORM VARYING WS-PROFILE-INDEX FROM 1 BY 1
               UNTIL WS-PROFILE-INDEX > WS-PROFILE-COUNT
                   OR WS-PROFILE-MATCH > 0
               IF WS-PROF-SOURCE(WS-PROFILE-INDEX) = WS-CURRENT-SOURCE
                   MOVE WS-PROFILE-INDEX TO WS-PROFILE-MATCH
               END-IF
           END-PERFORM
           IF WS-PROFILE-MATCH = 0
               IF WS-PROFILE-COUNT < 9
                   ADD 1 TO WS-PROFILE-COUNT
                   MOVE WS-PROFILE-COUNT TO WS-PROFILE-MATCH
               ELSE
                   MOVE 10 TO WS-PROFILE-MATCH
                   MOVE "++++" TO WS-CURRENT-SOURCE
                   IF WS-PROFILE-COUNT < 10
                       MOVE 10 TO WS-PROFILE-COUNT
                   END-IF
               END-IF
               IF WS-PROF-SOURCE(WS-PROFILE-MATCH) NOT =
                       WS-CURRENT-SOURCE
                   MOVE WS-CURRENT-SOURCE
                       TO WS-PROF-SOURCE(WS-PROFILE-MATCH)
                   MOVE 0 TO WS-PROF-TOTAL(WS-PROFILE-MATCH)
                   PERFORM VARYING WS-CLASS-INDEX FROM 1 BY 1
                       UNTIL WS-CLASS-INDEX > 8
                       MOVE 0 TO
                           WS-PROF-CLASS(WS-PROFILE-MATCH,
                                         WS-CLASS-INDEX)
                   END-PERFORM
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * LOAD-PRIOR-PROFILE
      * The previous night is the latest PROFHIST date before tonight;
      * a later date replaces whatever an earlier one loaded
      ******************************************************************
       LOAD-PRIOR-PROFILE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PROFILE-HISTORY-FILE
           IF WS-PROFHIST-STATUS NOT = "00"
               MOVE "IPC0310I" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "no PROFHIST yet - tonight becomes the first "
                   "baseline"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET END-OF-FILE-SW TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FILE-SW
               READ PROFILE-HISTORY-FILE
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       IF PH-RUN-DATE < WS-RUN-DATE
                           AND PH-RUN-DATE >= WS-PRIOR-DATE
                           PERFORM LOAD-ONE-PRIOR-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PROFHIST-STATUS NOT = "35"
               CLOSE PROFILE-HISTORY-FILE
           END-IF
           EXIT.

      ******************************************************************
      * LOAD-ONE-PRIOR-ROW
      ******************************************************************
       LOAD-ONE-PRIOR-ROW.
           IF PH-RUN-DATE > WS-PRIOR-DATE
               MOVE PH-RUN-DATE TO WS-PRIOR-DATE
               MOVE 0 TO WS-PRIOR-COUNT
           END-IF
           MOVE 0 TO WS-PRIOR-MATCH
           PERFORM VARYING WS-PRIOR-INDEX FROM 1 BY 1
               UNTIL WS-PRIOR-INDEX > WS-PRIOR-COUNT
                   OR WS-PRIOR-MATCH > 0
               IF WS-PRI-SOURCE(WS-PRIOR-INDEX) = PH-SOURCE-SYSTEM
                   MOVE WS-PRIOR-INDEX TO WS-PRIOR-MATCH
               END-IF
           END-PERFORM
           IF WS-PRIOR-MATCH = 0 AND WS-PRIOR-COUNT < 10
               ADD 1 TO WS-PRIOR-COUNT
               MOVE WS-PRIOR-COUNT TO WS-PRIOR-MATCH
           END-IF
           IF WS-PRIOR-MATCH > 0
               MOVE PH-SOURCE-SYSTEM TO WS-PRI-SOURCE(WS-PRIOR-MATCH)
               MOVE PH-TOTAL TO WS-PRI-TOTAL(WS-PRIOR-MATCH)
               PERFORM VARYING WS-CLASS-INDEX FROM 1 BY 1
                   UNTIL WS-CLASS-INDEX > 8
                   MOVE PH-CLASS-COUNT(WS-CLASS-INDEX)
                       TO WS-PRI-CLASS(WS-PRIOR-MATCH, WS-CLASS-INDEX)
               END-PERFORM
           END-IF
           EXIT.

      ******************************************************************
      * WRITE-PROFILE-HEADING
      ******************************************************************
       WRITE-PROFILE-HEADING.
           MOVE "IPCRYPT-ADDRPROF INBOUND ADDRESS-CLASS PROFILE"
               TO PROFILE-REPORT-LINE
           WRITE PROFILE-REPORT-LINE
           MOVE SPACES TO PROFILE-REPORT-LINE
           STRING "RUN DATE " WS-RUN-DATE "  COMPARED WITH "
               DELIMITED BY SIZE INTO PROFILE-REPORT-LINE
           END-STRING
           IF WS-PRIOR-DATE = SPACES
               MOVE "(NO PRIOR NIGHT)" TO PROFILE-REPORT-LINE(34:16)
           ELSE
               MOVE WS-PRIOR-DATE TO PROFILE-REPORT-LINE(34:8)
           END-IF
           WRITE PROFILE-REPORT-LINE
           MOVE SPACES TO PROFILE-REPORT-LINE
           WRITE PROFILE-REPORT-LINE
           EXIT.

      ******************************************************************
      * REPORT-ONE-COLLECTOR
      * One block per collector: its total, then one line per class
      * with tonight's share beside the previous night's, and a
      * "SHIFT" marker on any class that moved past the threshold.
      * Collectors under the minimum row count either night are
      * shown but not judged.
      ******************************************************************
       REPORT-ONE-COLLECTOR.
           MOVE 0 TO WS-PRIOR-MATCH
           PERFORM VARYING WS-PRIOR-INDEX FROM 1 BY 1
               UNTIL WS-PRIOR-INDEX > WS-PRIOR-COUNT
                   OR WS-PRIOR-MATCH > 0
               IF WS-PRI-SOURCE(WS-PRIOR-INDEX) =
                       WS-PROF-SOURCE(WS-PROFILE-INDEX)
                   MOVE WS-PRIOR-INDEX TO WS-PRIOR-MATCH
               END-IF
           END-PERFORM

           MOVE WS-PROF-TOTAL(WS-PROFILE-INDEX) TO WS-REPORT-NUMBER
           MOVE SPACES TO PROFILE-REPORT-LINE
           STRING "COLLECTOR " WS-PROF-SOURCE(WS-PROFILE-INDEX)
               "   ADDRESSES TONIGHT : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO PROFILE-REPORT-LINE
           END-STRING
           IF WS-PRIOR-MATCH > 0
               MOVE WS-PRI-TOTAL(WS-PRIOR-MATCH) TO WS-REPORT-NUMBER-2
               STRING "   PRIOR : " WS-REPORT-NUMBER-2
                   DELIMITED BY SIZE INTO PROFILE-REPORT-LINE(47:54)
               END-STRING
           ELSE
               MOVE "   NEW COLLECTOR - NO PRIOR PROFILE"
                   TO PROFILE-REPORT-LINE(47:54)
           END-IF
           WRITE PROFILE-REPORT-LINE

           PERFORM VARYING WS-CLASS-INDEX FROM 1 BY 1
               UNTIL WS-CLASS-INDEX > 8
               PERFORM REPORT-ONE-CLASS-SHARE
           END-PERFORM
           MOVE SPACES TO PROFILE-REPORT-LINE
           WRITE PROFILE-REPORT-LINE
           EXIT.

      ******************************************************************
      * REPORT-ONE-CLASS-SHARE
      ******************************************************************
       REPORT-ONE-CLASS-SHARE.
           MOVE 0 TO WS-SHARE-TONIGHT
           MOVE 0 TO WS-SHARE-PRIOR
           IF WS-PROF-TOTAL(WS-PROFILE-INDEX) > 0
               COMPUTE WS-SHARE-TONIGHT =
                   WS-PROF-CLASS(WS-PROFILE-INDEX, WS-CLASS-INDEX)
                   * 1000 / WS-PROF-TOTAL(WS-PROFILE-INDEX)
           END-IF
           IF WS-PRIOR-MATCH > 0
               IF WS-PRI-TOTAL(WS-PRIOR-MATCH) > 0
                   COMPUTE WS-SHARE-PRIOR =
                       WS-PRI-CLASS(WS-PRIOR-MATCH, WS-CLASS-INDEX)
                       * 1000 / WS-PRI-TOTAL(WS-PRIOR-MATCH)
               END-IF
           END-IF

      * nothing either night is not worth a line
           IF WS-SHARE-TONIGHT > 0 OR WS-SHARE-PRIOR > 0
               OR WS-PROF-CLASS(WS-PROFILE-INDEX, WS-CLASS-INDEX) > 0
               PERFORM WRITE-ONE-CLASS-LINE
           END-IF
           EXIT.

      ******************************************************************
      * WRITE-ONE-CLASS-LINE
      ******************************************************************
       WRITE-ONE-CLASS-LINE.
           COMPUTE WS-SHARE-TONIGHT-DISP = WS-SHARE-TONIGHT / 10
           COMPUTE WS-SHARE-PRIOR-DISP = WS-SHARE-PRIOR / 10
           MOVE WS-PROF-CLASS(WS-PROFILE-INDEX, WS-CLASS-INDEX)
               TO WS-REPORT-NUMBER
           MOVE SPACES TO PROFILE-REPORT-LINE
           STRING "  " WS-CLASS-NAME(WS-CLASS-INDEX)
               " COUNT " WS-REPORT-NUMBER
               "  SHARE " WS-SHARE-TONIGHT-DISP "%"
               DELIMITED BY SIZE INTO PROFILE-REPORT-LINE
           END-STRING
           IF WS-PRIOR-MATCH > 0
               STRING "  PRIOR " WS-SHARE-PRIOR-DISP "%"
                   DELIMITED BY SIZE INTO PROFILE-REPORT-LINE(53:48)
               END-STRING
               IF WS-SHARE-TONIGHT >= WS-SHARE-PRIOR
                   COMPUTE WS-SHARE-MOVE =
                       WS-SHARE-TONIGHT - WS-SHARE-PRIOR
                   MOVE "UP  " TO WS-DIRECTION
               ELSE
                   COMPUTE WS-SHARE-MOVE =
                       WS-SHARE-PRIOR - WS-SHARE-TONIGHT
                   MOVE "DOWN" TO WS-DIRECTION
               END-IF
               IF WS-SHARE-MOVE >= WS-SHARE-LIMIT
                   AND WS-PROF-TOTAL(WS-PROFILE-INDEX)
                       >= WS-MIN-RECORDS
                   AND WS-PRI-TOTAL(WS-PRIOR-MATCH) >= WS-MIN-RECORDS
                   ADD 1 TO WS-SHIFTS-FOUND
                   STRING "  *** SHIFT " WS-DIRECTION " ***"
                       DELIMITED BY SIZE INTO PROFILE-REPORT-LINE(69:32)
                   END-STRING
                   MOVE "IPC0311I" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "collector " WS-PROF-SOURCE(WS-PROFILE-INDEX)
                       " " WS-CLASS-NAME(WS-CLASS-INDEX) " share "
                       WS-SHARE-PRIOR-DISP "% -> " WS-SHARE-TONIGHT-DISP
                       "%"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
           END-IF
           WRITE PROFILE-REPORT-LINE
           EXIT.

      ******************************************************************
      * REPORT-MISSING-COLLECTORS
      * A collector profiled last night but silent tonight is worth a
      * line of its own - informational, never a hold by itself
      ******************************************************************
       REPORT-MISSING-COLLECTORS.
           PERFORM VARYING WS-PRIOR-INDEX FROM 1 BY 1
               UNTIL WS-PRIOR-INDEX > WS-PRIOR-COUNT
               MOVE 0 TO WS-PROFILE-MATCH
               PERFORM VARYING WS-PROFILE-INDEX FROM 1 BY 1
                   UNTIL WS-PROFILE-INDEX > WS-PROFILE-COUNT
                       OR WS-PROFILE-MATCH > 0
                   IF WS-PROF-SOURCE(WS-PROFILE-INDEX) =
                           WS-PRI-SOURCE(WS-PRIOR-INDEX)
                       MOVE WS-PROFILE-INDEX TO WS-PROFILE-MATCH
                   END-IF
               END-PERFORM
               IF WS-PROFILE-MATCH = 0
                   MOVE WS-PRI-TOTAL(WS-PRIOR-INDEX)
                       TO WS-REPORT-NUMBER
                   MOVE SPACES TO PROFILE-REPORT-LINE
                   STRING "COLLECTOR " WS-PRI-SOURCE(WS-PRIOR-INDEX)
                       "   SENT NOTHING TONIGHT - PRIOR NIGHT HAD "
                       WS-REPORT-NUMBER
                       DELIMITED BY SIZE INTO PROFILE-REPORT-LINE
                   END-STRING
                   WRITE PROFILE-REPORT-LINE
               END-IF
           END-PERFORM
           EXIT.

      ******************************************************************
      * WRITE-PROFILE-SUMMARY
      ******************************************************************
       WRITE-PROFILE-SUMMARY.
           MOVE SPACES TO PROFILE-REPORT-LINE
           WRITE PROFILE-REPORT-LINE
           MOVE WS-RECORDS-READ TO WS-REPORT-NUMBER
           MOVE SPACES TO PROFILE-REPORT-LINE
           STRING "  ADDRESSES PROFILED : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO PROFILE-REPORT-LINE
           WRITE PROFILE-REPORT-LINE
           MOVE WS-SHIFTS-FOUND TO WS-REPORT-NUMBER
           MOVE SPACES TO PROFILE-REPORT-LINE
           STRING "  SHARP SHIFTS       : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO PROFILE-REPORT-LINE
           WRITE PROFILE-REPORT-LINE
           MOVE SPACES TO PROFILE-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-SHIFTS-FOUND = 0
                   MOVE "OVERALL: PROFILE CONSISTENT"
                       TO PROFILE-REPORT-LINE
               WHEN SHIFT-ACCEPTED
                   MOVE "OVERALL: SHIFTS ACCEPTED FOR TONIGHT"
                       TO PROFILE-REPORT-LINE
               WHEN OTHER
                   MOVE "OVERALL: HOLD - REVIEW THE SHIFTED COLLECTORS"
                       TO PROFILE-REPORT-LINE
           END-EVALUATE
           WRITE PROFILE-REPORT-LINE
           EXIT.

      ******************************************************************
      * APPEND-TONIGHTS-PROFILE
      ******************************************************************
       APPEND-TONIGHTS-PROFILE.
           OPEN EXTEND PROFILE-HISTORY-FILE
           IF WS-PROFHIST-STATUS NOT = "00"
               OPEN OUTPUT PROFILE-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-PROFILE-INDEX FROM 1 BY 1
               UNTIL WS-PROFILE-INDEX > WS-PROFILE-COUNT
               MOVE WS-RUN-DATE TO PH-RUN-DATE
               MOVE WS-PROF-SOURCE(WS-PROFILE-INDEX)
                   TO PH-SOURCE-SYSTEM
               MOVE WS-PROF-TOTAL(WS-PROFILE-INDEX) TO PH-TOTAL
               PERFORM VARYING WS-CLASS-INDEX FROM 1 BY 1
                   UNTIL WS-CLASS-INDEX > 8
                   MOVE WS-PROF-CLASS(WS-PROFILE-INDEX, WS-CLASS-INDEX)
                       TO PH-CLASS-COUNT(WS-CLASS-INDEX)
               END-PERFORM
               WRITE PROFILE-HISTORY-RECORD
           END-PERFORM
           CLOSE PROFILE-HISTORY-FILE
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-ADDRPROF" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-ADDRPROF.
