      ******************************************************************
      * IPCRYPT-HOLDRPT - Active Legal Holds Report
      * The standing report legal reads to see what is frozen: every
      * hold on the LEGALHOLD register still in force today - matter,
      * description, the held date range, the held key-ids, who set
      * and who approved it and when, and any release date already
      * scheduled - followed by a count of the holds released. A hold
      * is in force while its release date is blank or still ahead.
      * Read-only; runs on demand or on the scheduler's calendar.
      * Return code 4 when the register cannot be read at all, so a
      * scheduled run does not go silently blank.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-HOLDRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNU-LINUX.
       OBJECT-COMPUTER. GNU-LINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGALHOLD-FILE ASSIGN TO "LEGALHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGALHOLD-STATUS.
           SELECT HOLD-REPORT-FILE ASSIGN TO "HOLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  LEGALHOLD-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-LEGALHOLD.cpy".

       FD  HOLD-REPORT-FILE
           RECORDING MODE IS F.
       01  HOLD-REPORT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-LEGALHOLD-STATUS  PIC X(02).
           05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  END-OF-FILE-SW   VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-HOLDS-READ        PIC 9(09) COMP VALUE 0.
           05  WS-HOLDS-ACTIVE      PIC 9(09) COMP VALUE 0.
           05  WS-HOLDS-RELEASED    PIC 9(09) COMP VALUE 0.

       01  WS-TODAY-DATE            PIC X(08).
       01  WS-KEY-INDEX             PIC 9(02) COMP.
       01  WS-KEY-LIST              PIC X(45).
       01  WS-KEY-POINTER           PIC 9(03) COMP.
       01  WS-RANGE-TO              PIC X(08).
       01  WS-REPORT-NUMBER         PIC Z(08)9.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-HOLDRPT-ENTRY
      ******************************************************************
       MAIN-HOLDRPT-ENTRY.
           MOVE "IPC2201I" TO WS-OPSMSG-ID
           MOVE "starting active legal holds report" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           OPEN OUTPUT HOLD-REPORT-FILE
           MOVE SPACES TO HOLD-REPORT-LINE
           STRING "IPCRYPT-HOLDRPT ACTIVE LEGAL HOLDS AS AT "
               WS-TODAY-DATE
               DELIMITED BY SIZE INTO HOLD-REPORT-LINE
           END-STRING
           WRITE HOLD-REPORT-LINE
           MOVE SPACES TO HOLD-REPORT-LINE
           WRITE HOLD-REPORT-LINE

           OPEN INPUT LEGALHOLD-FILE
           EVALUATE WS-LEGALHOLD-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   SET END-OF-FILE-SW TO TRUE
               WHEN OTHER
                   MOVE "IPC2202W" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "LEGALHOLD not usable (status "
                       WS-LEGALHOLD-STATUS ")"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   MOVE "*** LEGALHOLD REGISTER COULD NOT BE READ ***"
                       TO HOLD-REPORT-LINE
                   WRITE HOLD-REPORT-LINE
                   MOVE 4 TO RETURN-CODE
                   SET END-OF-FILE-SW TO TRUE
           END-EVALUATE
           PERFORM UNTIL END-OF-FILE-SW
               READ LEGALHOLD-FILE
                   AT END
                       SET END-OF-FILE-SW TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HOLDS-READ
                       IF LH-RELEASE-DATE = SPACES
                           OR LH-RELEASE-DATE > WS-TODAY-DATE
                           ADD 1 TO WS-HOLDS-ACTIVE
                           PERFORM WRITE-ONE-ACTIVE-HOLD
                       ELSE
                           ADD 1 TO WS-HOLDS-RELEASED
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LEGALHOLD-STATUS = "00" OR WS-LEGALHOLD-STATUS = "10"
               CLOSE LEGALHOLD-FILE
           END-IF

           IF WS-HOLDS-ACTIVE = 0
               MOVE "  NO LEGAL HOLDS IN FORCE" TO HOLD-REPORT-LINE
               WRITE HOLD-REPORT-LINE
               MOVE SPACES TO HOLD-REPORT-LINE
               WRITE HOLD-REPORT-LINE
           END-IF
           MOVE WS-HOLDS-ACTIVE TO WS-REPORT-NUMBER
           MOVE SPACES TO HOLD-REPORT-LINE
           STRING "  HOLDS IN FORCE   : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO HOLD-REPORT-LINE
           END-STRING
           WRITE HOLD-REPORT-LINE
           MOVE WS-HOLDS-RELEASED TO WS-REPORT-NUMBER
           MOVE SPACES TO HOLD-REPORT-LINE
           STRING "  HOLDS RELEASED   : " WS-REPORT-NUMBER
               DELIMITED BY SIZE INTO HOLD-REPORT-LINE
           END-STRING
           WRITE HOLD-REPORT-LINE
           CLOSE HOLD-REPORT-FILE

           MOVE "IPC2203I" TO WS-OPSMSG-ID
           MOVE WS-HOLDS-ACTIVE TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING "holds in force = " FUNCTION TRIM(WS-OPSMSG-NUMBER-1)
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           MOVE "IPC2204I" TO WS-OPSMSG-ID
           MOVE "report complete" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
      * WRITE-ONE-ACTIVE-HOLD
      ******************************************************************
       WRITE-ONE-ACTIVE-HOLD.
           MOVE SPACES TO HOLD-REPORT-LINE
           STRING "MATTER " LH-MATTER-REF "  " LH-DESCRIPTION
               DELIMITED BY SIZE INTO HOLD-REPORT-LINE
           END-STRING
           WRITE HOLD-REPORT-LINE

           MOVE SPACES TO HOLD-REPORT-LINE
           IF LH-FROM-DATE = SPACES
               MOVE "  DATES HELD    : NONE - KEY-IDS ONLY"
                   TO HOLD-REPORT-LINE
           ELSE
               IF LH-TO-DATE = SPACES
                   MOVE "OPEN" TO WS-RANGE-TO
               ELSE
                   MOVE LH-TO-DATE TO WS-RANGE-TO
               END-IF
               STRING "  DATES HELD    : " LH-FROM-DATE " TO "
                   WS-RANGE-TO
                   DELIMITED BY SIZE INTO HOLD-REPORT-LINE
               END-STRING
           END-IF
           WRITE HOLD-REPORT-LINE

           MOVE SPACES TO WS-KEY-LIST
           MOVE 1 TO WS-KEY-POINTER
           PERFORM VARYING WS-KEY-INDEX FROM 1 BY 1
               UNTIL WS-KEY-INDEX > 5
               IF LH-KEY-ID(WS-KEY-INDEX) NOT = SPACES
                   STRING LH-KEY-ID(WS-KEY-INDEX) " "
                       DELIMITED BY SIZE INTO WS-KEY-LIST
                       WITH POINTER WS-KEY-POINTER
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-KEY-LIST = SPACES
               MOVE "NONE - DATES ONLY" TO WS-KEY-LIST
           END-IF
           MOVE SPACES TO HOLD-REPORT-LINE
           STRING "  KEY-IDS HELD  : " WS-KEY-LIST
               DELIMITED BY SIZE INTO HOLD-REPORT-LINE
           END-STRING
           WRITE HOLD-REPORT-LINE

           MOVE SPACES TO HOLD-REPORT-LINE
           STRING "  SET " LH-SET-DATE " BY " LH-SET-BY
               " APPROVED BY " LH-APPROVED-BY
               DELIMITED BY SIZE INTO HOLD-REPORT-LINE
           END-STRING
           WRITE HOLD-REPORT-LINE

           IF LH-RELEASE-DATE NOT = SPACES
               MOVE SPACES TO HOLD-REPORT-LINE
               STRING "  RELEASE SCHEDULED " LH-RELEASE-DATE
                   " BY " LH-RELEASED-BY
                   " APPROVED BY " LH-RELEASE-APPROVER
                   DELIMITED BY SIZE INTO HOLD-REPORT-LINE
               END-STRING
               WRITE HOLD-REPORT-LINE
           END-IF
           MOVE SPACES TO HOLD-REPORT-LINE
           WRITE HOLD-REPORT-LINE
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-HOLDRPT" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-HOLDRPT.
