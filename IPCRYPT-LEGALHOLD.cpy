      ******************************************************************
      * IPCRYPT-LEGALHOLD - Shared legal-hold register record
      * One record per litigation matter that must suspend the
      * unattended purges: IPCRYPT-AUDHSK keeps any audit generation
      * overlapping a held date range, IPCRYPT-TRANSHSK keeps the
      * translation entries of a held key-id, and IPCRYPT-KEYMAINT
      * refuses to RETIRE a held key. Maintained only through
      * IPCRYPT-HOLDMAINT, under dual control - the person setting a
      * hold and the person approving it are both recorded, and so
      * are the two who release it.
      ******************************************************************
       01  LEGALHOLD-RECORD.
           05  LH-MATTER-REF        PIC X(20).
           05  LH-DESCRIPTION       PIC X(30).
      * LH-FROM-DATE/LH-TO-DATE: the activity dates under hold; a
      * blank from-date means the matter holds key-ids only, a blank
      * to-date leaves the range open up to today
           05  LH-FROM-DATE         PIC X(08).
           05  LH-TO-DATE           PIC X(08).
      * LH-KEY-ID: up to five key-ids under hold, blank slots unused
           05  LH-KEY-IDS.
               10  LH-KEY-ID        PIC X(08) OCCURS 5 TIMES.
           05  LH-SET-BY            PIC X(08).
           05  LH-APPROVED-BY       PIC X(08).
           05  LH-SET-DATE          PIC X(08).
      * LH-RELEASE-DATE: blank while the hold stands; the hold stops
      * binding from this date on
           05  LH-RELEASE-DATE      PIC X(08).
           05  LH-RELEASED-BY       PIC X(08).
           05  LH-RELEASE-APPROVER  PIC X(08).
