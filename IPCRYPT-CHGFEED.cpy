      ******************************************************************
      * IPCRYPT-CHGFEED - General-ledger chargeback feed record
      * Written by IPCRYPT-CHGBACK to CHGGLFEED for the general
      * ledger interface: one detail record per business unit and
      * charge class with usage in the month, then one trailer
      * carrying the detail count and the amount total for the
      * ledger to balance the file against. Amounts are in the
      * ledger currency, two implied decimals.
      ******************************************************************
       01  CHARGE-FEED-RECORD.
           05  CF-RECORD-TYPE       PIC X(01).
               88  CF-DETAIL        VALUE 'D'.
               88  CF-TRAILER       VALUE 'T'.
      * CF-PERIOD - the chargeback month, YYYYMM
           05  CF-PERIOD            PIC X(06).
           05  CF-BUSINESS-UNIT     PIC X(08).
           05  CF-COST-CENTRE       PIC X(10).
      * CF-CHARGE-CLASS - RECORDS, DELIVERY, QUEUEREQ, ONLINE or
      * DISCLOSE; spaces on the trailer
           05  CF-CHARGE-CLASS      PIC X(08).
      * CF-QUANTITY - usage units charged; on the trailer, the
      * number of detail records
           05  CF-QUANTITY          PIC 9(11).
      * CF-AMOUNT - the charge; on the trailer, the sum of the
      * detail amounts
           05  CF-AMOUNT            PIC 9(11)V99.
           05  CF-PRODUCED-AT       PIC X(14).
