      ******************************************************************
      * IPCRYPT-ESCROW - Disaster-recovery key escrow share record
      * One custodian's share of an escrow export, written by
      * IPCRYPT-KEYESCROW to ESCSHRA (custodian A) or ESCSHRB
      * (custodian B) and read back by IPCRYPT-KEYRESTORE. Each file
      * holds a header naming its custodian, one KEY record per
      * KEYSTORE key, and a trailer carrying the key count; both
      * files of one export carry the same ES-EXPORT-STAMP.
      * ES-SHARE-HEX is a random pad on share A and the escrow-
      * wrapped key XOR that pad on share B - either file alone says
      * nothing about any key, and both together still need the
      * ESCROWKEY to unwrap. ES-CHECK-VALUE is the plain key's
      * IPCRYPT-KEYWRAP check value, carried on both shares so a
      * restore proves every key without ever displaying one.
      ******************************************************************
       01  ESCROW-SHARE-RECORD.
           05  ES-RECORD-TYPE       PIC X(03).
               88  ES-HEADER-RECORD     VALUE "HDR".
               88  ES-KEY-RECORD        VALUE "KEY".
               88  ES-TRAILER-RECORD    VALUE "TRL".
           05  ES-SHARE-ID          PIC X(01).
           05  ES-EXPORT-STAMP      PIC X(14).
           05  ES-KEY-BODY.
               10  ES-KEY-ID            PIC X(08).
               10  ES-KEY-LENGTH        PIC 9(02).
               10  ES-STATUS            PIC X(01).
               10  ES-DESCRIPTION       PIC X(30).
               10  ES-EFFECTIVE-DATE    PIC X(08).
               10  ES-EXPIRY-DATE       PIC X(08).
               10  ES-PREDECESSOR-KEY-ID PIC X(08).
               10  ES-SHARE-HEX         PIC X(64).
               10  ES-CHECK-VALUE       PIC X(12).
           05  ES-HEADER-BODY REDEFINES ES-KEY-BODY.
               10  ES-CUSTODIAN-ID      PIC X(08).
               10  ES-OTHER-CUSTODIAN-ID PIC X(08).
               10  FILLER               PIC X(125).
           05  ES-TRAILER-BODY REDEFINES ES-KEY-BODY.
               10  ES-KEY-COUNT         PIC 9(03).
               10  FILLER               PIC X(138).
