      ******************************************************************
      * IPCRYPT-ENVACK - Delivery acknowledgement record
      * Appended by IPCRYPT-ENVCHK to ENVACK every time a partner
      * checks an arrived file, and returned to us so that
      * IPCRYPT-ACKREC can match it against the DLVRMANIFEST record
      * IPCRYPT-DELIVER wrote for the same partner and run date. The
      * count and check-total are what the partner actually received
      * (recomputed from the body), not what the trailer claimed.
      ******************************************************************
       01  ENVELOPE-ACK-RECORD.
           05  EA-PARTNER-ID        PIC X(08).
           05  EA-RUN-DATE          PIC X(08).
           05  EA-CHECK-DATE        PIC X(08).
           05  EA-RECORD-COUNT      PIC 9(09).
           05  EA-CHECK-TOTAL       PIC 9(15).
           05  EA-RESULT            PIC X(01).
               88  EA-PASSED        VALUE 'P'.
               88  EA-FAILED        VALUE 'F'.
           05  EA-REASON            PIC X(30).
