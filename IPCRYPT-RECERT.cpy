      ******************************************************************
      * IPCRYPT-RECERT - Shared access-recertification review record
      * One record per operator under review in a recertification
      * cycle: IPCRYPT-RECERT opens the cycle with a pending record
      * for every active OPERAUTH entry, approvers certify or revoke
      * each one through IPCRYPT-RECERTIFY, and at the deadline
      * IPCRYPT-RECERT deactivates whatever is still pending and
      * closes the cycle. RECERTREV holds the current cycle only;
      * each closed cycle is appended to RECERTHIST.
      ******************************************************************
       01  RECERT-REVIEW-RECORD.
      * RR-CYCLE-ID: free-form cycle name, e.g. 2026Q4
           05  RR-CYCLE-ID          PIC X(06).
           05  RR-OPERATOR-ID       PIC X(08).
      * RR-ROLE/RR-NAME: the entry as it stood when the cycle opened
      * - the role being recertified
           05  RR-ROLE              PIC X(01).
           05  RR-NAME              PIC X(30).
           05  RR-OPENED-DATE       PIC X(08).
      * RR-DEADLINE-DATE: the last day a decision is accepted
           05  RR-DEADLINE-DATE     PIC X(08).
           05  RR-DECISION          PIC X(01).
               88  RR-PENDING       VALUE 'P'.
               88  RR-CERTIFIED     VALUE 'C'.
               88  RR-REVOKED       VALUE 'R'.
               88  RR-LAPSED        VALUE 'D'.
      * RR-DECIDED-BY: the certifying or revoking approver; the
      * cycle ID itself for an entry deactivated at the deadline
           05  RR-DECIDED-BY        PIC X(08).
           05  RR-DECIDED-DATE      PIC X(08).
           05  RR-CYCLE-STATE       PIC X(01).
               88  RR-CYCLE-OPEN    VALUE 'O'.
               88  RR-CYCLE-CLOSED  VALUE 'C'.
