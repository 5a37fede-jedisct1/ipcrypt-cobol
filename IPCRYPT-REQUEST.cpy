      * key without parsing WS-ERROR-MESSAGE text.
               88  ERROR-INVALID-TWEAK VALUE 04.
               88  ERROR-NDX-KEY-LENGTH VALUE 05.
      * Never returned by IPCRYPT-LIB itself: set by a caller that
      * rejects a record on one of its own fields before the address
      * ever reaches the library (IPCRYPT-BATCH's embedded-mode
      * timestamp), so the same status byte carries it to the reject
      * sidecar and the reconciliation buckets.
               88  ERROR-INVALID-TIMESTAMP VALUE 06.
      * LS-IPV6-FORMAT: request canonical (RFC 5952 "::"-compressed)
      * IPv6 text output. Spaces (the default) keeps the long-standing
      * fully-expanded form every existing caller already expects.
           05  LS-ZEROIZE-FLAG      PIC X(01).
               88  LS-ZEROIZATION-CONFIRMED     VALUE 'Y'.
               88  LS-ZEROIZATION-NOT-CONFIRMED VALUE 'N'.
      * LS-AUDIT-PURPOSE: why the caller is making this call, for the
      * AUDITLOG line only - it changes nothing about the cipher work.
      * 'R' marks the decrypt/encrypt pair IPCRYPT-DELIVER makes to
      * carry a value from the run key onto a partner's own key (and
      * IPCRYPT-FEEDBACK makes to map such a value back), so the
      * audit trail shows a delivery-time re-encryption rather than
      * a disclosure. Spaces (the default) logs the operation
      * as itself.
           05  LS-AUDIT-PURPOSE     PIC X(01).
               88  LS-PURPOSE-DELIVERY-REKEY VALUE 'R'.
