      ******************************************************************
      * IPCRYPT-EXTARCH - Extract archive row
      * One cumulative archive (EXTARCH) carries every retained
      * generation of what left the building: each night IPCRYPT-
      * EXTARCH appends the merged extract and every partner file
      * exactly as delivered as the next numbered generation, and
      * the EXTCAT catalog (IPCRYPT-EXTCAT) holds the generation's
      * counts and check totals. Rows of one generation sit
      * together, slice by slice, in the order they were sent.
      ******************************************************************
       01  EXTRACT-ARCHIVE-RECORD.
           05  XA-GENERATION        PIC 9(06).
           05  XA-RUN-DATE          PIC X(08).
      * XA-SLICE-ID - "*EXTRACT" for a row of the night's merged
      * extract, else the partner id whose delivered file the row is
      * a line of (envelope header and trailer lines included)
           05  XA-SLICE-ID          PIC X(08).
      * XA-ERASED-FLAG - 'Y' once IPCRYPT-ERASE has blanked the row's
      * address and value; XA-ORIGINAL-SUM is then the row's share of
      * the check total as it was sent, so the generation still
      * re-proves against its catalog record
           05  XA-ERASED-FLAG       PIC X(01).
               88  XA-ERASED        VALUE 'Y'.
           05  XA-ORIGINAL-SUM      PIC 9(07).
           05  XA-RECORD-IMAGE      PIC X(200).
