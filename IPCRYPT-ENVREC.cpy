           05  EH-RUN-DATE          PIC X(08).
           05  EH-RUN-ID            PIC X(14).
           05  EH-MODE              PIC X(16).
      * EH-PARTNER-ID - the partner a delivered file was sliced for,
      * so the partner's IPCRYPT-ENVCHK can name itself on the
      * acknowledgement it returns; spaces on files enveloped by
      * IPCRYPT-BATCH and on files written before the field existed.
           05  EH-PARTNER-ID        PIC X(08).
       01  ENVELOPE-TRAILER-RECORD.
           05  ET-RECORD-TYPE       PIC X(03).
               88  ET-IS-TRAILER    VALUE 'TRL'.
