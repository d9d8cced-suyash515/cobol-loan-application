      *================================================================
      *  OPRECERTREC.CPY  --  OPERATOR-RECERT-REC record layout,
      *  shared by every program that reads or writes
      *  OPERATOR_RECERT.DAT, the quarterly operator access
      *  recertification.  The quarterly OPERATOR-RECERT run writes
      *  one OPEN row per operator for the cycle, listed to the
      *  manager of the operator's branch; the manager's keep /
      *  change / revoke decision is recorded against the row in
      *  OPERATOR-SECURITY-FILE, and a change or revoke goes to dual
      *  control (OPERATOR RECERT on PENDING_APPROVAL.DAT) before
      *  POST-OPERATOR-RECERT applies it to OPERATOR.DAT.
      *================================================================
       01  OPERATOR-RECERT-REC.
           05  RECERT-KEY.
               10  RECERT-CYCLE-DATE   PIC 9(8).
               10  RECERT-OPERATOR-ID  PIC X(10).
      *  The access as listed to the manager.
           05  RECERT-BRANCH       PIC 9(3).
           05  RECERT-MANAGER-ID   PIC X(10).
           05  RECERT-ROLE         PIC X(10).
           05  RECERT-COMPANY      PIC 9(3).
           05  RECERT-LAST-ACTIVITY PIC 9(8).
      *----------------------------------------------------------------
      *  The manager's decision.  A change carries the new role,
      *  branch and company; a revoke deactivates the ID.
      *----------------------------------------------------------------
           05  RECERT-DECISION     PIC X.
               88  DECISION-KEEP        VALUE 'K'.
               88  DECISION-CHANGE      VALUE 'C'.
               88  DECISION-REVOKE      VALUE 'R'.
               88  DECISION-IS-VALID    VALUE 'K' 'C' 'R'.
           05  RECERT-NEW-ROLE     PIC X(10).
           05  RECERT-NEW-BRANCH   PIC 9(3).
           05  RECERT-NEW-COMPANY  PIC 9(3).
      *----------------------------------------------------------------
      *      OPEN      - listed, no decision yet
      *      KEPT      - access confirmed as it stands
      *      PENDING   - change or revoke awaiting supervisor release
      *      APPLIED   - change or revoke released and applied
      *      REJECTED  - change or revoke the supervisor turned down
      *      DISABLED  - ID already disabled for dormancy when listed
      *----------------------------------------------------------------
           05  RECERT-STATUS       PIC X(10).
               88  RECERT-OPEN          VALUE 'OPEN'.
               88  RECERT-KEPT          VALUE 'KEPT'.
               88  RECERT-PENDING       VALUE 'PENDING'.
               88  RECERT-APPLIED       VALUE 'APPLIED'.
               88  RECERT-REJECTED      VALUE 'REJECTED'.
               88  RECERT-DISABLED      VALUE 'DISABLED'.
           05  RECERT-DECIDED-BY   PIC X(10).
           05  RECERT-DECIDED-DATE PIC 9(8).
           05  RECERT-APPLIED-BY   PIC X(10).
           05  RECERT-APPLIED-DATE PIC 9(8).
