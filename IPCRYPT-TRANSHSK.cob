      * table's size or staleness crosses the TRANSHSKPARM
      * thresholds. TRANSSTAT is reset to a single dated marker so
      * the next run measures from here.
      * A key-id named by a hold in force on the LEGALHOLD register is
      * skipped: its entries stay however the KEYSTORE judges the
      * key, and the report shows how many were kept that way and
      * under which matter. An unreadable register aborts the sweep
      * before anything is deleted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-TRANSHSK.
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT TRANSHSK-REPORT-FILE ASSIGN TO "TRANSHSKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEGALHOLD-FILE ASSIGN TO "LEGALHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGALHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  TRANSHSK-REPORT-LINE     PIC X(100).

       FD  LEGALHOLD-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-LEGALHOLD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-KEYSTORE-STATUS   PIC X(02).
           05  WS-TRANSSTAT-STATUS  PIC X(02).
           05  WS-TRANS-STATUS      PIC X(02).
           05  WS-LEGALHOLD-STATUS  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH        PIC X(01).
      ******************************************************************
       01  WS-UNKNOWN-PURGED        PIC 9(09) COMP VALUE 0.

      ******************************************************************
      * KEY-IDS UNDER LEGAL HOLD - every key-id a hold in force names,
      * with the first matter naming it; an entry stamped with one is
      * never purged, retired key or not
      ******************************************************************
       01  WS-HELD-KEY-TABLE.
           05  WS-HELD-COUNT        PIC 9(03) COMP VALUE 0.
           05  WS-HELD-ENTRY OCCURS 250 TIMES.
               10  WS-HK-KEY-ID     PIC X(08).
               10  WS-HK-MATTER-REF PIC X(20).
               10  WS-HK-KEPT       PIC 9(09) COMP.
       01  WS-HELD-INDEX            PIC 9(03) COMP.
       01  WS-HELD-MATCH            PIC 9(03) COMP.
       01  WS-HOLD-SLOT             PIC 9(02) COMP.

      ******************************************************************
      * RUN-LOCK WORK AREA - the sweep deletes from the same
      * TRANSKSDS a cache-enabled IPCRYPT-BATCH run holds, so it
           05  WS-ENTRIES-READ      PIC 9(09) COMP VALUE 0.
           05  WS-ENTRIES-KEPT      PIC 9(09) COMP VALUE 0.
           05  WS-ENTRIES-PURGED    PIC 9(09) COMP VALUE 0.
           05  WS-ENTRIES-HELD      PIC 9(09) COMP VALUE 0.

      ******************************************************************
      * HIT-RATE SINCE LAST HOUSEKEEPING - summed from the TRANSSTAT

       01  WS-REPORT-NUMBER         PIC Z(08)9.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-TRANSHSK-ENTRY
      ******************************************************************
       MAIN-TRANSHSK-ENTRY.
           MOVE "IPC5201I" TO WS-OPSMSG-ID
           MOVE "starting translation-table housekeeping"
               TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           MOVE 0 TO TH-MAX-ENTRIES
           END-IF

           PERFORM LOAD-KEYSTORE-VERDICTS
           IF NOT HOUSEKEEP-ABORTED
               PERFORM LOAD-HELD-KEY-IDS
           END-IF
           IF NOT HOUSEKEEP-ABORTED
               PERFORM ACQUIRE-TABLE-LOCK
           END-IF
               PERFORM RESET-TRANS-STATS
           END-IF

           MOVE "IPC5202I" TO WS-OPSMSG-ID
           MOVE WS-ENTRIES-READ TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "entries read   = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC5203I" TO WS-OPSMSG-ID
           MOVE WS-ENTRIES-KEPT TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "entries kept   = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC5204I" TO WS-OPSMSG-ID
           MOVE WS-ENTRIES-PURGED TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "entries purged = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC5205I" TO WS-OPSMSG-ID
           MOVE WS-ENTRIES-HELD TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "kept on hold   = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           IF HOLDING-RUN-LOCK
               MOVE "RELEASE" TO WS-LOCK-FUNCTION
               CALL 'IPCRYPT-LOCK' USING WS-LOCK-FUNCTION
               WHEN HOUSEKEEP-ABORTED
                   MOVE 12 TO RETURN-CODE
               WHEN THRESHOLD-WARNING
                   MOVE "IPC5206W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "*** SIZE OR STALENESS THRESHOLD CROSSED - "
                       "SEE TRANSHSKRPT ***"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           MOVE "IPC5207I" TO WS-OPSMSG-ID
           MOVE "housekeeping complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
               WS-LOCK-STATUS WS-LOCK-OTHER
           END-CALL
           IF WS-LOCK-BUSY
               MOVE "IPC5208E" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "TRANSKSDS is locked by " WS-LOCK-OTHER
                   " - rerun when it finishes, or clear a stale lock "
                   "through IPCRYPT-LOCKMAINT"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET HOUSEKEEP-ABORTED TO TRUE
           ELSE
               MOVE 'Y' TO WS-LOCK-HELD-SW
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT KEYSTORE-FILE
           IF WS-KEYSTORE-STATUS NOT = "00"
               MOVE "IPC5209C" TO WS-OPSMSG-ID
               MOVE "no KEYSTORE to judge entries against, aborting"
                   TO WS-OPSMSG-TEXT
               PERFORM ISSUE-OPS-MESSAGE
               SET HOUSEKEEP-ABORTED TO TRUE
               SET END-OF-FILE-SW TO TRUE
           END-IF
           END-IF
           EXIT.

      ******************************************************************
      * LOAD-HELD-KEY-IDS
      * Holds in force today only; no register at all means no holds,
      * but a register that cannot be read stops the sweep - purging
      * on a guess is exactly what a hold exists to prevent
      ******************************************************************
       LOAD-HELD-KEY-IDS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT LEGALHOLD-FILE
           EVALUATE WS-LEGALHOLD-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   SET END-OF-FILE-SW TO TRUE
               WHEN OTHER
                   MOVE "IPC5210C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "LEGALHOLD not usable (status "
                       WS-LEGALHOLD-STATUS "), aborting"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET HOUSEKEEP-ABORTED TO TRUE
                   SET END-OF-FILE-SW TO TRUE
           END-EVALUATE
           PERFORM UNTIL END-OF-FILE-SW
               READ LEGALHOLD-FILE
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       IF LH-RELEASE-DATE = SPACES
                           OR LH-RELEASE-DATE > WS-TODAY-DATE
                           PERFORM VARYING WS-HOLD-SLOT FROM 1 BY 1
                               UNTIL WS-HOLD-SLOT > 5
                               IF LH-KEY-ID(WS-HOLD-SLOT) NOT = SPACES
                                   PERFORM ADD-ONE-HELD-KEY-ID
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LEGALHOLD-STATUS = "00" OR WS-LEGALHOLD-STATUS = "10"
               CLOSE LEGALHOLD-FILE
           END-IF
           EXIT.

      ******************************************************************
      * ADD-ONE-HELD-KEY-ID
      ******************************************************************
       ADD-ONE-HELD-KEY-ID.
           MOVE 0 TO WS-HELD-MATCH
           PERFORM VARYING WS-HELD-INDEX FROM 1 BY 1
               UNTIL WS-HELD-INDEX > WS-HELD-COUNT
                   OR WS-HELD-MATCH > 0
               IF WS-HK-KEY-ID(WS-HELD-INDEX) =
                   LH-KEY-ID(WS-HOLD-SLOT)
                   MOVE WS-HELD-INDEX TO WS-HELD-MATCH
               END-IF
           END-PERFORM
           IF WS-HELD-MATCH = 0
               IF WS-HELD-COUNT >= 250
                   MOVE "IPC5211C" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "more held key-ids than the table takes, "
                       "aborting"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET HOUSEKEEP-ABORTED TO TRUE
               ELSE
                   ADD 1 TO WS-HELD-COUNT
                   MOVE LH-KEY-ID(WS-HOLD-SLOT)
                       TO WS-HK-KEY-ID(WS-HELD-COUNT)
                   MOVE LH-MATTER-REF
                       TO WS-HK-MATTER-REF(WS-HELD-COUNT)
                   MOVE 0 TO WS-HK-KEPT(WS-HELD-COUNT)
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * GATHER-CACHE-STATS
      ******************************************************************
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN I-O TRANSLATION-KSDS
           IF WS-TRANS-STATUS NOT = "00"
               MOVE "IPC5212C" TO WS-OPSMSG-ID
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "TRANSKSDS not usable (status " WS-TRANS-STATUS
                   "), aborting"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
               SET HOUSEKEEP-ABORTED TO TRUE
               SET END-OF-FILE-SW TO TRUE
           END-IF
               END-IF
           END-PERFORM

           MOVE 0 TO WS-HELD-MATCH
           IF WS-KEY-MATCH = 0
               OR NOT WS-KT-USABLE(WS-KEY-MATCH)
               PERFORM VARYING WS-HELD-INDEX FROM 1 BY 1
                   UNTIL WS-HELD-INDEX > WS-HELD-COUNT
                       OR WS-HELD-MATCH > 0
                   IF WS-HK-KEY-ID(WS-HELD-INDEX) = TR-KEY-ID
                       MOVE WS-HELD-INDEX TO WS-HELD-MATCH
                   END-IF
               END-PERFORM
           END-IF

           IF WS-KEY-MATCH > 0
               AND WS-KT-USABLE(WS-KEY-MATCH)
               ADD 1 TO WS-ENTRIES-KEPT
               ADD 1 TO WS-KT-KEPT(WS-KEY-MATCH)
           ELSE
           IF WS-HELD-MATCH > 0
               ADD 1 TO WS-ENTRIES-KEPT
               ADD 1 TO WS-ENTRIES-HELD
               ADD 1 TO WS-HK-KEPT(WS-HELD-MATCH)
           ELSE
               ADD 1 TO WS-ENTRIES-PURGED
               IF WS-KEY-MATCH > 0
               END-IF
               DELETE TRANSLATION-KSDS
           END-IF
           END-IF
           EXIT.

      ******************************************************************
               WRITE TRANSHSK-REPORT-LINE
           END-IF

           MOVE SPACES TO TRANSHSK-REPORT-LINE
           WRITE TRANSHSK-REPORT-LINE
           MOVE WS-ENTRIES-HELD TO WS-REPORT-NUMBER
           STRING "KEPT UNDER LEGAL HOLD: " WS-REPORT-NUMBER
               " ENTRIES THE KEYSTORE WOULD HAVE PURGED"
               DELIMITED BY SIZE INTO TRANSHSK-REPORT-LINE
           END-STRING
           WRITE TRANSHSK-REPORT-LINE
           PERFORM WRITE-ONE-HELD-KEY-LINE
               VARYING WS-HELD-INDEX FROM 1 BY 1
               UNTIL WS-HELD-INDEX > WS-HELD-COUNT

           MOVE SPACES TO TRANSHSK-REPORT-LINE
           WRITE TRANSHSK-REPORT-LINE
           IF WS-SUM-HITS + WS-SUM-MISSES > 0
           END-IF
           EXIT.

      ******************************************************************
      * WRITE-ONE-HELD-KEY-LINE
      ******************************************************************
       WRITE-ONE-HELD-KEY-LINE.
           IF WS-HK-KEPT(WS-HELD-INDEX) > 0
               MOVE SPACES TO TRANSHSK-REPORT-LINE
               MOVE WS-HK-KEPT(WS-HELD-INDEX) TO WS-REPORT-NUMBER
               STRING "  " WS-HK-KEY-ID(WS-HELD-INDEX)
                   " HELD=" WS-REPORT-NUMBER
                   " MATTER " WS-HK-MATTER-REF(WS-HELD-INDEX)
                   DELIMITED BY SIZE INTO TRANSHSK-REPORT-LINE
               END-STRING
               WRITE TRANSHSK-REPORT-LINE
           END-IF
           EXIT.

      ******************************************************************
      * RESET-TRANS-STATS
      * One dated marker is all the next housekeeping needs - the
           CLOSE TRANS-STATS-FILE
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-TRANSHSK" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-TRANSHSK.
