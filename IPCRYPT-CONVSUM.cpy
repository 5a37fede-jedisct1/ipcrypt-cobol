      ******************************************************************
      * IPCRYPT-CONVSUM - Shared conversation summary record
      * Written by IPCRYPT-CONVAGG from a flow-mode run's OUTFILE: one
      * record per conversation - anonymized source, anonymized
      * destination and protocol - with the night's flow count,
      * packet and byte totals and the number of distinct destination
      * ports used. Delivered to the network analytics team in place
      * of the raw flow rows; like them it carries only anonymized
      * addresses, never an original.
      ******************************************************************
       01  CONVSUM-RECORD.
           05  CS-SRC-IP            PIC X(39).
           05  CS-DST-IP            PIC X(39).
           05  CS-PROTOCOL          PIC X(03).
           05  CS-FLOW-COUNT        PIC 9(09).
           05  CS-PACKET-TOTAL      PIC 9(15).
           05  CS-BYTE-TOTAL        PIC 9(18).
           05  CS-DST-PORT-COUNT    PIC 9(05).
