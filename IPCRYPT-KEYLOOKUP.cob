       01  WS-UNWRAP-FAIL-SW    PIC X(01).
           88  UNWRAP-FAILED    VALUE 'Y'.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       LINKAGE SECTION.
       01  LS-LOOKUP-KEY-ID     PIC X(08).
       01  LS-LOOKUP-KEY        PIC X(32).

      ******************************************************************
      * MAIN-KEYLOOKUP-ENTRY
      * Scan KEYSTORE for the requested key-id and decode its hex key.
      * A KEYSTORE that will not open answers not-found, as an empty
      * one does
      ******************************************************************
       MAIN-KEYLOOKUP-ENTRY.
           MOVE SPACES TO LS-LOOKUP-KEY
           SET LS-LOOKUP-NOT-FOUND TO TRUE

           OPEN INPUT KEYSTORE-FILE
           IF WS-KEYSTORE-STATUS NOT = "00"
               GOBACK
           END-IF
           PERFORM READ-NEXT-KEYSTORE-RECORD
           PERFORM UNTIL END-OF-KEYSTORE
               IF KS-KEY-ID = LS-LOOKUP-KEY-ID
               ELSE
      * without the master key the material is unreachable; the
      * caller sees not-found rather than garbage key bytes
                   MOVE "IPC2901E" TO WS-OPSMSG-ID
                   MOVE SPACES TO WS-OPSMSG-TEXT
                   STRING "key-id " LS-LOOKUP-KEY-ID " is master-key "
                       "encrypted and no usable MASTERKEY was supplied"
                       DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
                   END-STRING
                   PERFORM ISSUE-OPS-MESSAGE
                   SET LS-LOOKUP-NOT-FOUND TO TRUE
                   SET UNWRAP-FAILED TO TRUE
               END-IF
           END-IF
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-KEYLOOKUP" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-KEYLOOKUP.
