      ******************************************************************
      * IPCRYPT-OPERSCOPE - Shared operator decrypt-scope record
      * One record per key-id (or key-id prefix) an operator may
      * decrypt or approve a decrypt under. OA-ROLE says whether an
      * operator may decrypt at all; this file says under which keys.
      * IPCRYPT-AUTHLOOK answers every scope question from it, and
      * only IPCRYPT-OPERMAINT's GRANTSCOPE/REVOKESCOPE actions -
      * under the same dual control as every other authority change
      * - ever write it. An operator with no record here can decrypt
      * under no key at all.
      ******************************************************************
       01  OPERSCOPE-RECORD.
           05  OS-OPERATOR-ID       PIC X(08).
      * OS-KEY-PATTERN: an exact key-id (PROD0001), a prefix ending
      * in an asterisk (PROD*), or a lone asterisk for every key -
      * the only grant that also covers a raw hex key typed in place
      * of a key-id, since such a key names no key-id to check
           05  OS-KEY-PATTERN       PIC X(08).
           05  OS-GRANTED-DATE      PIC X(08).
      * OS-GRANTED-BY/OS-APPROVED-BY: the two OPERMAINT sign-offs
           05  OS-GRANTED-BY        PIC X(08).
           05  OS-APPROVED-BY       PIC X(08).
