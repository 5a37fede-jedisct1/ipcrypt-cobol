      ******************************************************************
      * IPCRYPT-OPSMSG - Shared LS-OPS-MESSAGE layout
      * Copybook for the IPCRYPT-OPSMSG CALL interface, and the layout
      * of a record on the shared OPSMSG message log. Every console
      * message of the suite goes out through IPCRYPT-OPSMSG with a
      * fixed message ID from the MSGCAT catalog - IPC, four digits
      * and the severity letter - so automation alerts on the ID and
      * severity instead of on wording. The caller fills the program,
      * message ID and text; IPCRYPT-OPSMSG stamps the rest, writes
      * the console line and appends the record to OPSMSG, which like
      * RUNHIST only ever grows.
      ******************************************************************
       01  LS-OPS-MESSAGE.
           05  LS-OPSMSG-TIMESTAMP  PIC X(16).
           05  LS-OPSMSG-PROGRAM    PIC X(20).
      * LS-OPSMSG-RUN-ID - passed blank, IPCRYPT-OPSMSG fills in the
      * run unit's run-id (the time of its first message); passed
      * set - the driver passes its STAGELOG run-id - it becomes the
      * run unit's run-id from then on, so every stage the driver
      * CALLs files its messages under the night
           05  LS-OPSMSG-RUN-ID     PIC X(14).
           05  LS-OPSMSG-ID         PIC X(08).
      * LS-OPSMSG-SEVERITY - the last character of the message ID
           05  LS-OPSMSG-SEVERITY   PIC X(01).
               88  LS-OPSMSG-INFORMATION VALUE 'I'.
               88  LS-OPSMSG-WARNING     VALUE 'W'.
               88  LS-OPSMSG-ERROR       VALUE 'E'.
               88  LS-OPSMSG-CRITICAL    VALUE 'C'.
           05  LS-OPSMSG-TEXT       PIC X(160).

      * Caller's work fields - never passed on the CALL: edited
      * fields for the binary counts a message carries, and the
      * caller's return code, kept across the CALL so issuing a
      * message never changes how the step ends
       01  LS-OPSMSG-WORK.
           05  LS-OPSMSG-NUMBER-1   PIC -(17)9.
           05  LS-OPSMSG-NUMBER-2   PIC -(17)9.
           05  LS-OPSMSG-NUMBER-3   PIC -(17)9.
           05  LS-OPSMSG-SAVED-RC   PIC S9(09) COMP.
