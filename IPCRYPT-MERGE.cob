           05  EXT1-COUNTRY-CODE  PIC X(02).
           05  EXT1-ASN           PIC 9(10).
           05  EXT1-SOURCE-SYSTEM PIC X(04).
           05  EXT1-WATCH-CATEGORY PIC X(04).
       FD  EXTRACT-FILE-2 RECORDING MODE IS F.
       01  EXT-RECORD-2.
           05  EXT2-RECORD-NUMBER PIC 9(09).
           05  EXT2-COUNTRY-CODE  PIC X(02).
           05  EXT2-ASN           PIC 9(10).
           05  EXT2-SOURCE-SYSTEM PIC X(04).
           05  EXT2-WATCH-CATEGORY PIC X(04).
       FD  EXTRACT-FILE-3 RECORDING MODE IS F.
       01  EXT-RECORD-3.
           05  EXT3-RECORD-NUMBER PIC 9(09).
           05  EXT3-COUNTRY-CODE  PIC X(02).
           05  EXT3-ASN           PIC 9(10).
           05  EXT3-SOURCE-SYSTEM PIC X(04).
           05  EXT3-WATCH-CATEGORY PIC X(04).
       FD  EXTRACT-FILE-4 RECORDING MODE IS F.
       01  EXT-RECORD-4.
           05  EXT4-RECORD-NUMBER PIC 9(09).
           05  EXT4-COUNTRY-CODE  PIC X(02).
           05  EXT4-ASN           PIC 9(10).
           05  EXT4-SOURCE-SYSTEM PIC X(04).
           05  EXT4-WATCH-CATEGORY PIC X(04).
       FD  EXTRACT-FILE-5 RECORDING MODE IS F.
       01  EXT-RECORD-5.
           05  EXT5-RECORD-NUMBER PIC 9(09).
           05  EXT5-COUNTRY-CODE  PIC X(02).
           05  EXT5-ASN           PIC 9(10).
           05  EXT5-SOURCE-SYSTEM PIC X(04).
           05  EXT5-WATCH-CATEGORY PIC X(04).
       FD  EXTRACT-FILE-6 RECORDING MODE IS F.
       01  EXT-RECORD-6.
           05  EXT6-RECORD-NUMBER PIC 9(09).
           05  EXT6-COUNTRY-CODE  PIC X(02).
           05  EXT6-ASN           PIC 9(10).
           05  EXT6-SOURCE-SYSTEM PIC X(04).
           05  EXT6-WATCH-CATEGORY PIC X(04).
       FD  EXTRACT-FILE-7 RECORDING MODE IS F.
       01  EXT-RECORD-7.
           05  EXT7-RECORD-NUMBER PIC 9(09).
           05  EXT7-COUNTRY-CODE  PIC X(02).
           05  EXT7-ASN           PIC 9(10).
           05  EXT7-SOURCE-SYSTEM PIC X(04).
           05  EXT7-WATCH-CATEGORY PIC X(04).
       FD  EXTRACT-FILE-8 RECORDING MODE IS F.
       01  EXT-RECORD-8.
           05  EXT8-RECORD-NUMBER PIC 9(09).
           05  EXT8-COUNTRY-CODE  PIC X(02).
           05  EXT8-ASN           PIC 9(10).
           05  EXT8-SOURCE-SYSTEM PIC X(04).
           05  EXT8-WATCH-CATEGORY PIC X(04).

      ******************************************************************
      * MERGE-OUTPUT-FILE - the run-wide merged extract, one record per
           05  WS-LOWEST-NUM      PIC 9(09) COMP VALUE 0.
           05  WS-RECORDS-MERGED  PIC 9(09) COMP VALUE 0.

       COPY "IPCRYPT-OPSMSG.cpy" REPLACING LEADING ==LS-== BY ==WS-==.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN-MERGE-ENTRY
      ******************************************************************
       MAIN-MERGE-ENTRY.
           MOVE "IPC3501I" TO WS-OPSMSG-ID
           MOVE "starting partition merge" TO WS-OPSMSG-TEXT
           PERFORM ISSUE-OPS-MESSAGE

           OPEN INPUT MERGE-PARM-FILE
           READ MERGE-PARM-FILE
               AT END
                   MOVE "IPC3502C" TO WS-OPSMSG-ID
                   MOVE "MERGEPARM is empty, aborting" TO WS-OPSMSG-TEXT
                   PERFORM ISSUE-OPS-MESSAGE
                   SET MERGE-ABORTED TO TRUE
           END-READ
           CLOSE MERGE-PARM-FILE
               CLOSE MERGE-OUTPUT-FILE
           END-IF

           MOVE "IPC3503I" TO WS-OPSMSG-ID
           MOVE WS-RECORDS-MERGED TO WS-OPSMSG-NUMBER-1
           MOVE SPACES TO WS-OPSMSG-TEXT
           STRING FUNCTION TRIM(WS-OPSMSG-NUMBER-1) " records merged"
               DELIMITED BY SIZE INTO WS-OPSMSG-TEXT
           END-STRING
           PERFORM ISSUE-OPS-MESSAGE
           GOBACK.

      ******************************************************************
                   MOVE EXT1-COUNTRY-CODE TO BO-COUNTRY-CODE
                   MOVE EXT1-ASN TO BO-ASN
                   MOVE EXT1-SOURCE-SYSTEM TO BO-SOURCE-SYSTEM
                   MOVE EXT1-WATCH-CATEGORY TO BO-WATCH-CATEGORY
                   WRITE BATOUT-RECORD
                   ADD 1 TO WS-RECORDS-MERGED
                   PERFORM READ-NEXT-EXTRACT-1
                   MOVE EXT2-COUNTRY-CODE TO BO-COUNTRY-CODE
                   MOVE EXT2-ASN TO BO-ASN
                   MOVE EXT2-SOURCE-SYSTEM TO BO-SOURCE-SYSTEM
                   MOVE EXT2-WATCH-CATEGORY TO BO-WATCH-CATEGORY
                   WRITE BATOUT-RECORD
                   ADD 1 TO WS-RECORDS-MERGED
                   PERFORM READ-NEXT-EXTRACT-2
                   MOVE EXT3-COUNTRY-CODE TO BO-COUNTRY-CODE
                   MOVE EXT3-ASN TO BO-ASN
                   MOVE EXT3-SOURCE-SYSTEM TO BO-SOURCE-SYSTEM
                   MOVE EXT3-WATCH-CATEGORY TO BO-WATCH-CATEGORY
                   WRITE BATOUT-RECORD
                   ADD 1 TO WS-RECORDS-MERGED
                   PERFORM READ-NEXT-EXTRACT-3
                   MOVE EXT4-COUNTRY-CODE TO BO-COUNTRY-CODE
                   MOVE EXT4-ASN TO BO-ASN
                   MOVE EXT4-SOURCE-SYSTEM TO BO-SOURCE-SYSTEM
                   MOVE EXT4-WATCH-CATEGORY TO BO-WATCH-CATEGORY
                   WRITE BATOUT-RECORD
                   ADD 1 TO WS-RECORDS-MERGED
                   PERFORM READ-NEXT-EXTRACT-4
                   MOVE EXT5-COUNTRY-CODE TO BO-COUNTRY-CODE
                   MOVE EXT5-ASN TO BO-ASN
                   MOVE EXT5-SOURCE-SYSTEM TO BO-SOURCE-SYSTEM
                   MOVE EXT5-WATCH-CATEGORY TO BO-WATCH-CATEGORY
                   WRITE BATOUT-RECORD
                   ADD 1 TO WS-RECORDS-MERGED
                   PERFORM READ-NEXT-EXTRACT-5
                   MOVE EXT6-COUNTRY-CODE TO BO-COUNTRY-CODE
                   MOVE EXT6-ASN TO BO-ASN
                   MOVE EXT6-SOURCE-SYSTEM TO BO-SOURCE-SYSTEM
                   MOVE EXT6-WATCH-CATEGORY TO BO-WATCH-CATEGORY
                   WRITE BATOUT-RECORD
                   ADD 1 TO WS-RECORDS-MERGED
                   PERFORM READ-NEXT-EXTRACT-6
                   MOVE EXT7-COUNTRY-CODE TO BO-COUNTRY-CODE
                   MOVE EXT7-ASN TO BO-ASN
                   MOVE EXT7-SOURCE-SYSTEM TO BO-SOURCE-SYSTEM
                   MOVE EXT7-WATCH-CATEGORY TO BO-WATCH-CATEGORY
                   WRITE BATOUT-RECORD
                   ADD 1 TO WS-RECORDS-MERGED
                   PERFORM READ-NEXT-EXTRACT-7
                   MOVE EXT8-COUNTRY-CODE TO BO-COUNTRY-CODE
                   MOVE EXT8-ASN TO BO-ASN
                   MOVE EXT8-SOURCE-SYSTEM TO BO-SOURCE-SYSTEM
                   MOVE EXT8-WATCH-CATEGORY TO BO-WATCH-CATEGORY
                   WRITE BATOUT-RECORD
                   ADD 1 TO WS-RECORDS-MERGED
                   PERFORM READ-NEXT-EXTRACT-8
           END-READ
           EXIT.

      ******************************************************************
      * ISSUE-OPS-MESSAGE
      * Console message and OPSMSG log record through IPCRYPT-OPSMSG;
      * the message ID and its meaning are catalogued in MSGCAT
      ******************************************************************
       ISSUE-OPS-MESSAGE.
           MOVE "IPCRYPT-MERGE" TO WS-OPSMSG-PROGRAM
           MOVE SPACES TO WS-OPSMSG-RUN-ID
           MOVE RETURN-CODE TO WS-OPSMSG-SAVED-RC
           CALL 'IPCRYPT-OPSMSG' USING WS-OPS-MESSAGE
           END-CALL
           MOVE WS-OPSMSG-SAVED-RC TO RETURN-CODE
           EXIT.

       END PROGRAM IPCRYPT-MERGE.
