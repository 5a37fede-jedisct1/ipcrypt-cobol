           05  OA-ACTIVE-FLAG       PIC X(01).
               88  OA-ACTIVE        VALUE 'Y'.
           05  OA-NAME              PIC X(30).
      * OA-PASS-DIGEST - the operator's sign-on passphrase, held only
      * as the hex of a one-way keyed digest (IPCRYPT-PASSDGST, under
      * the KEYSTORE's OPERPASS key) - never the passphrase itself.
      * Set and reset only through IPCRYPT-OPERMAINT under its dual
      * control; spaces, how every entry written before the field
      * existed reads back, mean no passphrase has been set and the
      * operator cannot sign on until one is.
           05  OA-PASS-DIGEST       PIC X(32).
      * OA-PASS-SET-DATE - when the passphrase was last set
      * (YYYYMMDD); IPCRYPT-AUTHLOOK refuses it once AUTHPARM's
      * expiry interval has run from this date
           05  OA-PASS-SET-DATE     PIC X(08).
      * OA-FAIL-COUNT/OA-LOCKED-FLAG - consecutive failed sign-ons,
      * and the lockout AUTHLOOK sets when they reach AUTHPARM's
      * limit; a good sign-on clears the count, only OPERMAINT
      * clears the lockout. A non-numeric count reads as zero.
           05  OA-FAIL-COUNT        PIC 9(02).
           05  OA-LOCKED-FLAG       PIC X(01).
               88  OA-LOCKED        VALUE 'Y'.
