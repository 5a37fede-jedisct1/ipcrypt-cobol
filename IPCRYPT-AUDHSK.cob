      * master into place for the next run - the same way every other
      * master-file update in this shop has always worked. AUDITLOG
      * itself is reset to empty once archived.
      *
      * A generation past retention is still kept when its span - its
      * first audit line's date to its close date - overlaps the date
      * range of a hold in force on the LEGALHOLD register; the
      * summary lists each generation kept that way and the matter
      * holding it. An unreadable register keeps every expired
      * generation and ends return code 4 - nothing is purged on a
      * guess.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-AUDHSK.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDHSK-REPORT-FILE ASSIGN TO "AUDHSKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEGALHOLD-FILE ASSIGN TO "LEGALHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGALHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  AUDHSK-REPORT-LINE       PIC X(80).

       FD  LEGALHOLD-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-LEGALHOLD.cpy".

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-AUDITLOG-STATUS   PIC X(02).
           05  WS-ARCHIVE-STATUS    PIC X(02).
           05  WS-LEGALHOLD-STATUS  PIC X(02).
           05  WS-EOF-SWITCH        PIC X(01).
               88  END-OF-FILE-SW   VALUE 'Y'.
           05  WS-HOLDS-UNREAD-SW   PIC X(01) VALUE 'N'.
               88  HOLDS-UNREADABLE VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LINES-ARCHIVED    PIC 9(09) COMP VALUE 0.
           05  WS-LINES-PURGED      PIC 9(09) COMP VALUE 0.
           05  WS-GENS-PURGED-FROM  PIC 9(04) COMP VALUE 0.
           05  WS-LAST-PURGED-GEN   PIC 9(04) COMP VALUE 0.
           05  WS-LINES-HELD        PIC 9(09) COMP VALUE 0.
           05  WS-GENS-HELD         PIC 9(04) COMP VALUE 0.

       01  WS-GENERATION-CONTROL.
           05  WS-HIGHEST-GENERATION PIC 9(04) COMP VALUE 0.
               10  WS-CUTOFF-MONTH  PIC 9(02).
               10  WS-CUTOFF-DAY    PIC 9(02).

      ******************************************************************
      * LEGAL HOLDS IN FORCE THAT CARRY A DATE RANGE - an open-ended
      * range runs to the highest date
      ******************************************************************
       01  WS-HOLD-TABLE.
           05  WS-HOLD-COUNT        PIC 9(02) COMP VALUE 0.
           05  WS-HOLD-ENTRY OCCURS 50 TIMES.
               10  WS-HD-MATTER-REF PIC X(20).
               10  WS-HD-FROM-DATE  PIC X(08).
               10  WS-HD-TO-DATE    PIC X(08).
       01  WS-HOLD-INDEX            PIC 9(02) COMP.

      ******************************************************************
      * EXPIRED GENERATIONS - each generation past the cutoff with
      * its span, found on a first pass of the old master so the
      * copy pass knows before the first line whether a hold keeps it
      ******************************************************************
       01  WS-EXPIRED-TABLE.
           05  WS-EXP-COUNT         PIC 9(04) COMP VALUE 0.
           05  WS-EXP-ENTRY OCCURS 2000 TIMES.
               10  WS-EX-GENERATION PIC 9(04).
               10  WS-EX-FIRST-DATE PIC X(08).
               10  WS-EX-CLOSE-DATE PIC X(08).
               10  WS-EX-HELD-SW    PIC X(01).
                   88  WS-EX-HELD   VALUE 'Y'.
               10  WS-EX-MATTER-REF PIC X(20).
               10  WS-EX-LINES-HELD PIC 9(09) COMP.
       01  WS-EXP-INDEX             PIC 9(04) COMP.
       01  WS-EXP-MATCH             PIC 9(04) COMP VALUE 0.
       01  WS-LINE-DATE             PIC X(08).

      ******************************************************************
      * ACTIVITY SUMMARY FOR THE GENERATION BEING CLOSED
      ******************************************************************
       01  WS-SUMMARY-WORK.
           05  WS-SUM-ENCRYPT       PIC 9(09) COMP VALUE 0.
           05  WS-SUM-DECRYPT       PIC 9(09) COMP VALUE 0.
           05  WS-SUM-DELIVERY-REKEY PIC 9(09) COMP VALUE 0.
           05  WS-SUM-OTHER-OP      PIC 9(09) COMP VALUE 0.
           05  WS-HOUR-COUNTS.
               10  WS-HOUR-COUNT    PIC 9(09) COMP VALUE 0
       01  WS-HOUR-DISP             PIC 9(02).
       01  WS-GENERATION-DISP       PIC 9(04).

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-AUDHSK-ENTRY
      ******************************************************************
       MAIN-AUDHSK-ENTRY.
           MOVE "IPC0401I" TO WS-OPSMSG-ID
           MOVE "starting audit-trail housekeeping" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM COMPUTE-RETENTION-CUTOFF
           PERFORM LOAD-LEGAL-HOLDS
           PERFORM FIND-EXPIRED-GENERATIONS
           PERFORM JUDGE-EXPIRED-GENERATIONS

           OPEN OUTPUT AUDIT-ARCHIVE-NEW
           PERFORM COPY-RETAINED-GENERATIONS
               PERFORM RESET-AUDITLOG
           END-IF

           MOVE "IPC0402I" TO WS-OPSMSG-ID
           MOVE WS-NEW-GENERATION TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "generation closed  = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC0403I" TO WS-OPSMSG-ID
           MOVE WS-LINES-ARCHIVED TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "lines archived     = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC0404I" TO WS-OPSMSG-ID
           MOVE WS-LINES-KEPT TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "old lines kept     = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC0405I" TO WS-OPSMSG-ID
           MOVE WS-LINES-PURGED TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "lines purged       = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC0406I" TO WS-OPSMSG-ID
           MOVE WS-LINES-HELD TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "lines kept on hold = "
               FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           IF HOLDS-UNREADABLE
               MOVE "IPC0407W" TO WS-OPSMSG-ID
               MOVE "*** LEGALHOLD NOT READABLE - NOTHING PURGED ***"
                   TO WS-OPSMSG-TEXT
               PERFORM ISSUE-OPS-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "IPC0408I" TO WS-OPSMSG-ID
           MOVE "housekeeping complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
           MOVE WS-CUTOFF-NUMERIC TO WS-CUTOFF-DATE
           EXIT.

      ******************************************************************
      * LOAD-LEGAL-HOLDS
      * Only holds in force today bind; holds naming key-ids alone
      * have nothing to say about audit generations. No register at
      * all means no holds.
      ******************************************************************
       LOAD-LEGAL-HOLDS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT LEGALHOLD-FILE
           EVALUATE WS-LEGALHOLD-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   SET END-OF-FILE-SW TO TRUE
               WHEN OTHER
                   MOVE "IPC0409W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "LEGALHOLD not usable (status "
                       WS-LEGALHOLD-STATUS ")"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET HOLDS-UNREADABLE TO TRUE
                   SET END-OF-FILE-SW TO TRUE
           END-EVALUATE
           PERFORM UNTIL END-OF-FILE-SW
               READ LEGALHOLD-FILE
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       IF (LH-RELEASE-DATE = SPACES
                               OR LH-RELEASE-DATE > WS-TODAY-DATE)
                           AND LH-FROM-DATE NOT = SPACES
                           PERFORM ADD-ONE-DATE-HOLD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LEGALHOLD-STATUS = "00" OR WS-LEGALHOLD-STATUS = "10"
               CLOSE LEGALHOLD-FILE
           END-IF
           EXIT.

      ******************************************************************
      * ADD-ONE-DATE-HOLD
      * A register with more date holds than the table takes cannot
      * be judged safely, so it is treated as unreadable
      ******************************************************************
       ADD-ONE-DATE-HOLD.
           IF WS-HOLD-COUNT >= 50
               IF NOT HOLDS-UNREADABLE
                   MOVE "IPC0410W" TO WS-OPSMSG-ID
                   MOVE "more than 50 dated legal holds in force"
                       TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
               END-IF
               SET HOLDS-UNREADABLE TO TRUE
           ELSE
               ADD 1 TO WS-HOLD-COUNT
               MOVE LH-MATTER-REF TO WS-HD-MATTER-REF(WS-HOLD-COUNT)
               MOVE LH-FROM-DATE TO WS-HD-FROM-DATE(WS-HOLD-COUNT)
               IF LH-TO-DATE = SPACES
                   MOVE "99999999" TO WS-HD-TO-DATE(WS-HOLD-COUNT)
               ELSE
                   MOVE LH-TO-DATE TO WS-HD-TO-DATE(WS-HOLD-COUNT)
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * FIND-EXPIRED-GENERATIONS
      * First pass of the old master: the span of every generation
      * the cutoff would drop. A generation's lines sit together, so
      * the last slot found is tried before the table is searched.
      ******************************************************************
       FIND-EXPIRED-GENERATIONS.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 0 TO WS-EXP-MATCH
           OPEN INPUT AUDIT-ARCHIVE-OLD
           IF WS-ARCHIVE-STATUS NOT = "00"
               SET END-OF-FILE-SW TO TRUE
           END-IF
           PERFORM UNTIL END-OF-FILE-SW
               READ AUDIT-ARCHIVE-OLD
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       IF AO-CLOSE-DATE < WS-CUTOFF-DATE
                           PERFORM NOTE-EXPIRED-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ARCHIVE-STATUS NOT = "35"
               CLOSE AUDIT-ARCHIVE-OLD
           END-IF
           EXIT.

      ******************************************************************
      * NOTE-EXPIRED-LINE
      ******************************************************************
       NOTE-EXPIRED-LINE.
           PERFORM FIND-EXPIRED-SLOT
           IF WS-EXP-MATCH = 0 AND WS-EXP-COUNT < 2000
               ADD 1 TO WS-EXP-COUNT
               MOVE WS-EXP-COUNT TO WS-EXP-MATCH
               MOVE AO-GENERATION TO WS-EX-GENERATION(WS-EXP-MATCH)
               MOVE AO-CLOSE-DATE TO WS-EX-FIRST-DATE(WS-EXP-MATCH)
               MOVE AO-CLOSE-DATE TO WS-EX-CLOSE-DATE(WS-EXP-MATCH)
               MOVE 'N' TO WS-EX-HELD-SW(WS-EXP-MATCH)
               MOVE SPACES TO WS-EX-MATTER-REF(WS-EXP-MATCH)
               MOVE 0 TO WS-EX-LINES-HELD(WS-EXP-MATCH)
           END-IF
           IF WS-EXP-MATCH = 0
      * more expired generations than the table holds - anything
      * untracked cannot be judged against the holds, so keep it
               SET HOLDS-UNREADABLE TO TRUE
           ELSE
               MOVE AO-AUDIT-LINE(1:8) TO WS-LINE-DATE
               IF WS-LINE-DATE IS NUMERIC
                   AND WS-LINE-DATE < WS-EX-FIRST-DATE(WS-EXP-MATCH)
                   MOVE WS-LINE-DATE TO WS-EX-FIRST-DATE(WS-EXP-MATCH)
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * FIND-EXPIRED-SLOT
      * AO-GENERATION in, WS-EXP-MATCH out (0 when not in the table)
      ******************************************************************
       FIND-EXPIRED-SLOT.
           IF WS-EXP-MATCH > 0
               IF WS-EX-GENERATION(WS-EXP-MATCH) NOT = AO-GENERATION
                   MOVE 0 TO WS-EXP-MATCH
               END-IF
           END-IF
           IF WS-EXP-MATCH = 0
               PERFORM VARYING WS-EXP-INDEX FROM 1 BY 1
                   UNTIL WS-EXP-INDEX > WS-EXP-COUNT
                       OR WS-EXP-MATCH > 0
                   IF WS-EX-GENERATION(WS-EXP-INDEX) = AO-GENERATION
                       MOVE WS-EXP-INDEX TO WS-EXP-MATCH
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

      ******************************************************************
      * JUDGE-EXPIRED-GENERATIONS
      * Held when the generation's span and a hold's range overlap;
      * the first matter found is the one reported
      ******************************************************************
       JUDGE-EXPIRED-GENERATIONS.
           PERFORM VARYING WS-EXP-INDEX FROM 1 BY 1
               UNTIL WS-EXP-INDEX > WS-EXP-COUNT
               PERFORM VARYING WS-HOLD-INDEX FROM 1 BY 1
                   UNTIL WS-HOLD-INDEX > WS-HOLD-COUNT
                       OR WS-EX-HELD(WS-EXP-INDEX)
                   IF WS-EX-FIRST-DATE(WS-EXP-INDEX)
                           <= WS-HD-TO-DATE(WS-HOLD-INDEX)
                       AND WS-EX-CLOSE-DATE(WS-EXP-INDEX)
                           >= WS-HD-FROM-DATE(WS-HOLD-INDEX)
                       MOVE 'Y' TO WS-EX-HELD-SW(WS-EXP-INDEX)
                       MOVE WS-HD-MATTER-REF(WS-HOLD-INDEX)
                           TO WS-EX-MATTER-REF(WS-EXP-INDEX)
                       ADD 1 TO WS-GENS-HELD
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE 0 TO WS-EXP-MATCH
           EXIT.

      ******************************************************************
      * COPY-RETAINED-GENERATIONS
      * Old-master pass: copy every generation still inside retention
               CLOSE AUDIT-ARCHIVE-OLD
           END-IF
           IF WS-LINES-PURGED > 0
               MOVE "IPC0411I" TO WS-OPSMSG-ID
               MOVE WS-LINES-PURGED TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "purged " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   " lines from generations past 18-month retention"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           IF WS-LINES-HELD > 0
               MOVE "IPC0412I" TO WS-OPSMSG-ID
               MOVE WS-LINES-HELD TO WS-OPSMSG-NUMBER-1
               MOVE SPACES TO WS-OPSMSG-TEXT
               STRING "kept " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
                   " lines past retention under legal hold"
                   DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
               END-STRING
               PERFORM ISSUE-OPS-MESSAGE
           END-IF
           EXIT.

           IF AO-GENERATION > WS-HIGHEST-GENERATION
               MOVE AO-GENERATION TO WS-HIGHEST-GENERATION
           END-IF
           IF AO-CLOSE-DATE < WS-CUTOFF-DATE
               PERFORM FIND-EXPIRED-SLOT
           END-IF
           IF AO-CLOSE-DATE < WS-CUTOFF-DATE
               AND (HOLDS-UNREADABLE OR WS-EXP-MATCH = 0
                   OR WS-EX-HELD(WS-EXP-MATCH))
               ADD 1 TO WS-LINES-HELD
               IF WS-EXP-MATCH > 0
                   ADD 1 TO WS-EX-LINES-HELD(WS-EXP-MATCH)
               END-IF
               MOVE ARCH-OLD-RECORD TO ARCH-NEW-RECORD
               WRITE ARCH-NEW-RECORD
           ELSE
           IF AO-CLOSE-DATE < WS-CUTOFF-DATE
               ADD 1 TO WS-LINES-PURGED
               IF AO-GENERATION NOT = WS-LAST-PURGED-GEN
               MOVE ARCH-OLD-RECORD TO ARCH-NEW-RECORD
               WRITE ARCH-NEW-RECORD
           END-IF
           END-IF
           EXIT.

      ******************************************************************
                   ADD 1 TO WS-SUM-ENCRYPT
               WHEN "DECRYPT"
                   ADD 1 TO WS-SUM-DECRYPT
               WHEN "DLVRDEC"
               WHEN "DLVRENC"
                   ADD 1 TO WS-SUM-DELIVERY-REKEY
               WHEN OTHER
                   ADD 1 TO WS-SUM-OTHER-OP
           END-EVALUATE
               DELIMITED BY SIZE INTO AUDHSK-REPORT-LINE
           WRITE AUDHSK-REPORT-LINE

           MOVE WS-SUM-DELIVERY-REKEY TO WS-REPORT-NUMBER
           MOVE SPACES TO AUDHSK-REPORT-LINE
           STRING "  DELIVERY RE-KEY : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO AUDHSK-REPORT-LINE
           WRITE AUDHSK-REPORT-LINE

           MOVE WS-SUM-OTHER-OP TO WS-REPORT-NUMBER
           MOVE SPACES TO AUDHSK-REPORT-LINE
           STRING "  OTHER CALLS     : " WS-REPORT-NUMBER
           END-STRING
           WRITE AUDHSK-REPORT-LINE

           PERFORM WRITE-LEGAL-HOLD-SUMMARY

           CLOSE AUDHSK-REPORT-FILE
           EXIT.

      ******************************************************************
      * WRITE-LEGAL-HOLD-SUMMARY
      * What the purge would have dropped but a hold kept
      ******************************************************************
       WRITE-LEGAL-HOLD-SUMMARY.
           MOVE WS-LINES-HELD TO WS-REPORT-NUMBER
           MOVE SPACES TO AUDHSK-REPORT-LINE
           STRING "  KEPT ON HOLD    : " WS-REPORT-NUMBER
               " LINES PAST RETENTION"
               DELIMITED BY SIZE INTO AUDHSK-REPORT-LINE
           END-STRING
           WRITE AUDHSK-REPORT-LINE
           IF HOLDS-UNREADABLE
               MOVE "    LEGALHOLD NOT JUDGED - NO GENERATION PURGED"
                   TO AUDHSK-REPORT-LINE
               WRITE AUDHSK-REPORT-LINE
           END-IF
           PERFORM VARYING WS-EXP-INDEX FROM 1 BY 1
               UNTIL WS-EXP-INDEX > WS-EXP-COUNT
               IF WS-EX-HELD(WS-EXP-INDEX)
                   MOVE WS-EX-GENERATION(WS-EXP-INDEX)
                       TO WS-GENERATION-DISP
                   MOVE WS-EX-LINES-HELD(WS-EXP-INDEX)
                       TO WS-REPORT-NUMBER
                   MOVE SPACES TO AUDHSK-REPORT-LINE
                   STRING "    GEN " WS-GENERATION-DISP " "
                       WS-EX-FIRST-DATE(WS-EXP-INDEX) "-"
                       WS-EX-CLOSE-DATE(WS-EXP-INDEX) " "
                       WS-EX-MATTER-REF(WS-EXP-INDEX)
                       WS-REPORT-NUMBER
                       DELIMITED BY SIZE INTO AUDHSK-REPORT-LINE
                   END-STRING
                   WRITE AUDHSK-REPORT-LINE
               END-IF
           END-PERFORM
           EXIT.

      ******************************************************************
      * WRITE-ONE-MODE-LINE
      ******************************************************************
           CLOSE AUDIT-TRAIL-FILE
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-AUDHSK" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-AUDHSK.
