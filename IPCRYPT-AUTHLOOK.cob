      * helper shape IPCRYPT-KEYLOOKUP gives the KEYSTORE, so the
      * console programs share one authority check instead of each
      * scanning the file its own way.
      * A console sign-on sets the status to 'V' on the way in and
      * passes two more parameters - the passphrase the operator
      * typed and the calling program's name - and gets the
      * passphrase verified as well: digested through
      * IPCRYPT-PASSDGST and compared with OA-PASS-DIGEST, consecutive
      * failures counted against the entry and the entry locked when
      * they reach AUTHPARM's limit, and a passphrase older than
      * AUTHPARM's expiry interval refused. Every sign-on outcome -
      * success, failure, lockout - is appended to MENULOG for
      * IPCRYPT-OPERRPT. The passphrase is blanked in the caller's
      * storage once it has been checked. Callers that only need an
      * operator's authority (a batch approver, a queued requestor,
      * an identity IPCRYPT-MENU already signed on) pass the three
      * parameters alone and get the plain lookup, as before - the
      * request rides on the status rather than on whether the extra
      * parameters are there, since a helper that stays loaded
      * between calls still holds the last caller's addresses.
      * A status of 'S' on the way in, with a key-id as a sixth
      * parameter, asks instead whether the operator may decrypt (or
      * approve a decrypt) under that key: an active decrypt or
      * approver entry whose OPERSCOPE grants cover the key-id - a
      * key-id of spaces, for a raw hex key, is covered only by an
      * all-keys grant. A refusal is appended to MENULOG as an
      * EVENT=REFUSED FUNCTION=DECRYPT line naming the key-id, the
      * same shape IPCRYPT-ONLINE logs a role refusal in, so
      * IPCRYPT-OPERRPT reports both.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPCRYPT-AUTHLOOK.
           SELECT OPERAUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-STATUS.
      * OPERSCOPE-FILE - the key-ids each operator may decrypt under;
      * a missing file grants nobody any key
           SELECT OPERSCOPE-FILE ASSIGN TO "OPERSCOPE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSCOPE-STATUS.
           SELECT AUTH-PARM-FILE ASSIGN TO "AUTHPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHPARM-STATUS.
      * SESSION-LOG - the same MENULOG IPCRYPT-MENU appends to
           SELECT SESSION-LOG ASSIGN TO "MENULOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENULOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY "IPCRYPT-OPERAUTH.cpy".

       FD  OPERSCOPE-FILE
           RECORDING MODE IS F.
       COPY "IPCRYPT-OPERSCOPE.cpy".

      ******************************************************************
      * AUTH-PARM-FILE - optional. AP-MAX-FAILURES is the number of
      * consecutive failed sign-ons that locks an entry (zero: 5);
      * AP-EXPIRY-DAYS how long a passphrase lasts from the day it
      * was set (zero: 90)
      ******************************************************************
       FD  AUTH-PARM-FILE
           RECORDING MODE IS F.
       01  AUTH-PARM-RECORD.
           05  AP-MAX-FAILURES      PIC 9(02).
           05  AP-EXPIRY-DAYS       PIC 9(03).

       FD  SESSION-LOG
           RECORDING MODE IS F.
       01  SESSION-LOG-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-OPERAUTH-STATUS   PIC X(02).
       01  WS-AUTHPARM-STATUS   PIC X(02).
       01  WS-OPERSCOPE-STATUS  PIC X(02).
       01  WS-MENULOG-STATUS    PIC X(02).
       01  WS-EOF-SWITCH        PIC X(01).
           88  END-OF-OPERAUTH  VALUE 'Y'.
       01  WS-REWRITE-SWITCH    PIC X(01).
           88  OPERAUTH-CHANGED VALUE 'Y'.

      ******************************************************************
      * SIGN-ON VERIFICATION WORK AREA
      ******************************************************************
       01  WS-MAX-FAILURES      PIC 9(02) COMP.
       01  WS-EXPIRY-DAYS       PIC 9(03) COMP.
       01  WS-TODAY-DATE        PIC X(08).
       01  WS-TODAY-INTEGER     PIC 9(08) COMP.
       01  WS-SET-INTEGER       PIC 9(08) COMP.
       01  WS-SIGNON-EVENT      PIC X(10).
       01  WS-DIGEST-HEX        PIC X(32).
       01  WS-DIGEST-STATUS     PIC X(01).
           88  WS-DIGEST-OK     VALUE 'Y'.

      ******************************************************************
      * IN-STORAGE COPY OF THE OPERAUTH FILE - loaded whole and
      * written back whole, the way IPCRYPT-OPERMAINT keeps it, when a
      * sign-on changes the entry's failure count or lockout
      ******************************************************************
       01  WS-OPERAUTH-TABLE.
           05  WS-OPER-COUNT        PIC 9(03) COMP VALUE 0.
           05  WS-OPER-ENTRY OCCURS 200 TIMES.
               10  WS-ENTRY-RECORD  PIC X(83).
       01  WS-MATCH-INDEX           PIC 9(03) COMP.
       01  WS-LOAD-INDEX            PIC 9(03) COMP.

      ******************************************************************
      * KEY-SCOPE WORK AREA
      ******************************************************************
       01  WS-SCOPE-SWITCH          PIC X(01).
           88  KEY-IN-SCOPE         VALUE 'Y'.
       01  WS-SCOPE-EOF-SWITCH      PIC X(01).
           88  END-OF-OPERSCOPE     VALUE 'Y'.
      * WS-PREFIX-LENGTH - characters ahead of the pattern's asterisk;
      * 8 when the pattern has none and must match the key-id whole
       01  WS-PREFIX-LENGTH         PIC 9(02) COMP.
       01  WS-LOG-KEY-ID            PIC X(08).

       LINKAGE SECTION.
       01  LS-AUTH-OPERATOR-ID  PIC X(08).
       01  LS-AUTH-ROLE         PIC X(01).
       01  LS-AUTH-STATUS       PIC X(01).
      * on input: 'V' asks for the passphrase to be verified
           88  LS-AUTH-VERIFY-REQUEST VALUE 'V'.
           88  LS-AUTH-FOUND        VALUE 'Y'.
           88  LS-AUTH-NOT-FOUND    VALUE 'N'.
           88  LS-AUTH-INACTIVE     VALUE 'I'.
      * sign-on outcomes - only ever returned to a 'V' request:
      * locked out, passphrase expired, passphrase wrong, no
      * passphrase set, digest key unavailable
           88  LS-AUTH-LOCKED       VALUE 'L'.
           88  LS-AUTH-EXPIRED      VALUE 'X'.
           88  LS-AUTH-BAD-PASSPHRASE VALUE 'P'.
           88  LS-AUTH-NO-PASSPHRASE VALUE 'U'.
           88  LS-AUTH-NO-DIGEST-KEY VALUE 'K'.
      * on input: 'S' asks whether LS-AUTH-KEY-ID is in the
      * operator's decrypt scope; 'O' is the answer when it is not
           88  LS-AUTH-SCOPE-REQUEST VALUE 'S'.
           88  LS-AUTH-OUT-OF-SCOPE VALUE 'O'.
       01  LS-AUTH-PASSPHRASE   PIC X(32).
       01  LS-AUTH-CALLER       PIC X(10).
       01  LS-AUTH-KEY-ID       PIC X(08).

       PROCEDURE DIVISION USING LS-AUTH-OPERATOR-ID
                               LS-AUTH-ROLE
                               LS-AUTH-STATUS
                               LS-AUTH-PASSPHRASE
                               LS-AUTH-CALLER
                               LS-AUTH-KEY-ID.

      ******************************************************************
      * MAIN-AUTHLOOK-ENTRY
       MAIN-AUTHLOOK-ENTRY.
           MOVE SPACE TO LS-AUTH-ROLE
           MOVE 'N' TO WS-EOF-SWITCH

           IF LS-AUTH-VERIFY-REQUEST
               SET LS-AUTH-NOT-FOUND TO TRUE
               PERFORM VERIFY-OPERATOR-SIGNON
               MOVE SPACES TO LS-AUTH-PASSPHRASE
               GOBACK
           END-IF
           IF LS-AUTH-SCOPE-REQUEST
               SET LS-AUTH-NOT-FOUND TO TRUE
               PERFORM CHECK-OPERATOR-KEY-SCOPE
               GOBACK
           END-IF
           SET LS-AUTH-NOT-FOUND TO TRUE

           OPEN INPUT OPERAUTH-FILE
           END-IF
           EXIT.

      ******************************************************************
      * CHECK-OPERATOR-KEY-SCOPE
      * Only an active entry holding a decrypt or approver role can
      * be in scope at all; an encrypt-only role is refused and
      * logged like any other key outside the grants
      ******************************************************************
       CHECK-OPERATOR-KEY-SCOPE.
           PERFORM LOAD-OPERAUTH-TABLE
           IF WS-MATCH-INDEX NOT = 0
               MOVE WS-OPER-ENTRY(WS-MATCH-INDEX) TO OPERAUTH-RECORD
               PERFORM REPORT-MATCHED-OPERATOR
               IF LS-AUTH-FOUND
                   MOVE 'N' TO WS-SCOPE-SWITCH
                   IF OA-ROLE-DECRYPT OR OA-ROLE-APPROVER
                       PERFORM SEARCH-OPERATOR-SCOPE
                   END-IF
                   IF NOT KEY-IN-SCOPE
                       SET LS-AUTH-OUT-OF-SCOPE TO TRUE
                       PERFORM WRITE-SCOPE-REFUSAL-LINE
                   END-IF
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * SEARCH-OPERATOR-SCOPE
      * Read the operator's grants until one covers the key-id: a
      * lone asterisk covers every key, raw ones included; a prefix
      * covers any key-id starting with it; anything else must be
      * the key-id itself
      ******************************************************************
       SEARCH-OPERATOR-SCOPE.
           MOVE 'N' TO WS-SCOPE-EOF-SWITCH
           OPEN INPUT OPERSCOPE-FILE
           IF WS-OPERSCOPE-STATUS NOT = "00"
               SET END-OF-OPERSCOPE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-OPERSCOPE OR KEY-IN-SCOPE
               READ OPERSCOPE-FILE
                   AT END
                       SET END-OF-OPERSCOPE TO TRUE
                   NOT AT END
                       IF OS-OPERATOR-ID = LS-AUTH-OPERATOR-ID
                           PERFORM MATCH-ONE-SCOPE-PATTERN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPERSCOPE-STATUS = "00" OR WS-OPERSCOPE-STATUS = "10"
               CLOSE OPERSCOPE-FILE
           END-IF
           EXIT.

      ******************************************************************
      * MATCH-ONE-SCOPE-PATTERN
      ******************************************************************
       MATCH-ONE-SCOPE-PATTERN.
           MOVE 0 TO WS-PREFIX-LENGTH
           INSPECT OS-KEY-PATTERN TALLYING WS-PREFIX-LENGTH
               FOR CHARACTERS BEFORE INITIAL "*"
           IF OS-KEY-PATTERN = SPACES
               CONTINUE
           ELSE
           IF WS-PREFIX-LENGTH = 0
               SET KEY-IN-SCOPE TO TRUE
           ELSE
           IF LS-AUTH-KEY-ID = SPACES
               CONTINUE
           ELSE
           IF WS-PREFIX-LENGTH = 8
               IF OS-KEY-PATTERN = LS-AUTH-KEY-ID
                   SET KEY-IN-SCOPE TO TRUE
               END-IF
           ELSE
               IF OS-KEY-PATTERN(1:WS-PREFIX-LENGTH) =
                       LS-AUTH-KEY-ID(1:WS-PREFIX-LENGTH)
                   SET KEY-IN-SCOPE TO TRUE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           EXIT.

      ******************************************************************
      * WRITE-SCOPE-REFUSAL-LINE
      * A raw hex key is logged as INLINE, the name IPCRYPT-
      * DISCLOSURE's register already gives it
      ******************************************************************
       WRITE-SCOPE-REFUSAL-LINE.
           IF LS-AUTH-KEY-ID = SPACES
               MOVE "INLINE" TO WS-LOG-KEY-ID
           ELSE
               MOVE LS-AUTH-KEY-ID TO WS-LOG-KEY-ID
           END-IF
           OPEN EXTEND SESSION-LOG
           IF WS-MENULOG-STATUS NOT = "00"
               OPEN OUTPUT SESSION-LOG
           END-IF
           MOVE SPACES TO SESSION-LOG-LINE
           STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
               " OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-AUTH-OPERATOR-ID) DELIMITED BY SIZE
               " EVENT=REFUSED" DELIMITED BY SIZE
               " FUNCTION=DECRYPT" DELIMITED BY SIZE
               " KEYID=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOG-KEY-ID) DELIMITED BY SIZE
               INTO SESSION-LOG-LINE
           END-STRING
           WRITE SESSION-LOG-LINE
           CLOSE SESSION-LOG
           EXIT.

      ******************************************************************
      * VERIFY-OPERATOR-SIGNON
      * The lockout is checked before the passphrase, so a locked
      * entry cannot be probed further; a right passphrase that has
      * expired is still refused, but it does clear the failure
      * count, since the operator evidently knows it
      ******************************************************************
       VERIFY-OPERATOR-SIGNON.
           PERFORM READ-AUTH-PARM
           PERFORM LOAD-OPERAUTH-TABLE
           MOVE 'N' TO WS-REWRITE-SWITCH

           IF WS-MATCH-INDEX = 0
               SET LS-AUTH-NOT-FOUND TO TRUE
               MOVE "NOTFOUND" TO WS-SIGNON-EVENT
           ELSE
               MOVE WS-OPER-ENTRY(WS-MATCH-INDEX) TO OPERAUTH-RECORD
               MOVE OA-ROLE TO LS-AUTH-ROLE
               IF OA-FAIL-COUNT NOT NUMERIC
                   MOVE 0 TO OA-FAIL-COUNT
               END-IF
               IF NOT OA-ACTIVE
                   SET LS-AUTH-INACTIVE TO TRUE
                   MOVE "INACTIVE" TO WS-SIGNON-EVENT
               ELSE
               IF OA-LOCKED
                   SET LS-AUTH-LOCKED TO TRUE
                   MOVE "LOCKED" TO WS-SIGNON-EVENT
               ELSE
               IF OA-PASS-DIGEST = SPACES
                   SET LS-AUTH-NO-PASSPHRASE TO TRUE
                   MOVE "NOPASS" TO WS-SIGNON-EVENT
               ELSE
                   PERFORM CHECK-SIGNON-PASSPHRASE
               END-IF
               END-IF
               END-IF
               IF OPERAUTH-CHANGED
                   MOVE OPERAUTH-RECORD
                       TO WS-OPER-ENTRY(WS-MATCH-INDEX)
                   PERFORM REWRITE-OPERAUTH-FILE
               END-IF
           END-IF

           PERFORM WRITE-SIGNON-LOG-LINE
           EXIT.

      ******************************************************************
      * CHECK-SIGNON-PASSPHRASE
      ******************************************************************
       CHECK-SIGNON-PASSPHRASE.
           CALL 'IPCRYPT-PASSDGST' USING LS-AUTH-OPERATOR-ID
               LS-AUTH-PASSPHRASE WS-DIGEST-HEX WS-DIGEST-STATUS
           END-CALL
           IF NOT WS-DIGEST-OK
               SET LS-AUTH-NO-DIGEST-KEY TO TRUE
               MOVE "NOKEY" TO WS-SIGNON-EVENT
           ELSE
           IF WS-DIGEST-HEX NOT = OA-PASS-DIGEST
               ADD 1 TO OA-FAIL-COUNT
               IF OA-FAIL-COUNT >= WS-MAX-FAILURES
                   SET OA-LOCKED TO TRUE
                   SET LS-AUTH-LOCKED TO TRUE
                   MOVE "LOCKOUT" TO WS-SIGNON-EVENT
               ELSE
                   SET LS-AUTH-BAD-PASSPHRASE TO TRUE
                   MOVE "PASSFAIL" TO WS-SIGNON-EVENT
               END-IF
               SET OPERAUTH-CHANGED TO TRUE
           ELSE
               IF OA-FAIL-COUNT > 0
                   MOVE 0 TO OA-FAIL-COUNT
                   SET OPERAUTH-CHANGED TO TRUE
               END-IF
               PERFORM CHECK-PASSPHRASE-EXPIRY
           END-IF
           END-IF
           MOVE SPACES TO WS-DIGEST-HEX
           EXIT.

      ******************************************************************
      * CHECK-PASSPHRASE-EXPIRY
      * A set date that is not a date cannot prove the passphrase
      * is current, and is treated as expired
      ******************************************************************
       CHECK-PASSPHRASE-EXPIRY.
           IF OA-PASS-SET-DATE NOT NUMERIC
               SET LS-AUTH-EXPIRED TO TRUE
               MOVE "EXPIRED" TO WS-SIGNON-EVENT
           ELSE
               COMPUTE WS-SET-INTEGER = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(OA-PASS-SET-DATE))
               IF WS-SET-INTEGER + WS-EXPIRY-DAYS <= WS-TODAY-INTEGER
                   SET LS-AUTH-EXPIRED TO TRUE
                   MOVE "EXPIRED" TO WS-SIGNON-EVENT
               ELSE
                   SET LS-AUTH-FOUND TO TRUE
                   MOVE "PASSOK" TO WS-SIGNON-EVENT
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * READ-AUTH-PARM
      ******************************************************************
       READ-AUTH-PARM.
           MOVE SPACES TO AUTH-PARM-RECORD
           OPEN INPUT AUTH-PARM-FILE
           IF WS-AUTHPARM-STATUS = "00"
               READ AUTH-PARM-FILE
                   AT END
                       MOVE SPACES TO AUTH-PARM-RECORD
               END-READ
               CLOSE AUTH-PARM-FILE
           END-IF
           IF AP-MAX-FAILURES NUMERIC AND AP-MAX-FAILURES > 0
               MOVE AP-MAX-FAILURES TO WS-MAX-FAILURES
           ELSE
               MOVE 5 TO WS-MAX-FAILURES
           END-IF
           IF AP-EXPIRY-DAYS NUMERIC AND AP-EXPIRY-DAYS > 0
               MOVE AP-EXPIRY-DAYS TO WS-EXPIRY-DAYS
           ELSE
               MOVE 90 TO WS-EXPIRY-DAYS
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WS-TODAY-DATE))
           EXIT.

      ******************************************************************
      * LOAD-OPERAUTH-TABLE
      ******************************************************************
       LOAD-OPERAUTH-TABLE.
           MOVE 0 TO WS-OPER-COUNT
           MOVE 0 TO WS-MATCH-INDEX
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT OPERAUTH-FILE
           IF WS-OPERAUTH-STATUS NOT = "00"
               SET END-OF-OPERAUTH TO TRUE
           END-IF
           PERFORM UNTIL END-OF-OPERAUTH
               READ OPERAUTH-FILE
                   AT END
                       SET END-OF-OPERAUTH TO TRUE
                   NOT AT END
                       IF WS-OPER-COUNT < 200
                           ADD 1 TO WS-OPER-COUNT
                           MOVE OPERAUTH-RECORD
                               TO WS-OPER-ENTRY(WS-OPER-COUNT)
                           IF OA-OPERATOR-ID = LS-AUTH-OPERATOR-ID
                               MOVE WS-OPER-COUNT TO WS-MATCH-INDEX
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPERAUTH-STATUS = "00" OR WS-OPERAUTH-STATUS = "10"
               CLOSE OPERAUTH-FILE
           END-IF
           EXIT.

      ******************************************************************
      * REWRITE-OPERAUTH-FILE
      ******************************************************************
       REWRITE-OPERAUTH-FILE.
           OPEN OUTPUT OPERAUTH-FILE
           PERFORM VARYING WS-LOAD-INDEX FROM 1 BY 1
               UNTIL WS-LOAD-INDEX > WS-OPER-COUNT
               MOVE WS-OPER-ENTRY(WS-LOAD-INDEX) TO OPERAUTH-RECORD
               WRITE OPERAUTH-RECORD
           END-PERFORM
           CLOSE OPERAUTH-FILE
           EXIT.

      ******************************************************************
      * WRITE-SIGNON-LOG-LINE
      * The FUNCTION tag names the program signed on to
      ******************************************************************
       WRITE-SIGNON-LOG-LINE.
           OPEN EXTEND SESSION-LOG
           IF WS-MENULOG-STATUS NOT = "00"
               OPEN OUTPUT SESSION-LOG
           END-IF
           MOVE SPACES TO SESSION-LOG-LINE
           STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
               " OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-AUTH-OPERATOR-ID) DELIMITED BY SIZE
               " EVENT=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SIGNON-EVENT) DELIMITED BY SIZE
               " FUNCTION=" DELIMITED BY SIZE
               FUNCTION TRIM(LS-AUTH-CALLER) DELIMITED BY SIZE
               INTO SESSION-LOG-LINE
           END-STRING
           WRITE SESSION-LOG-LINE
           CLOSE SESSION-LOG
           EXIT.

       END PROGRAM IPCRYPT-AUTHLOOK.
