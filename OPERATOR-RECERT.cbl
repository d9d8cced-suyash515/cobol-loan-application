       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-RECERT.

      *================================================================
      *  Operator access review over OPERATOR.DAT.  Every run takes
      *  each operator's last sign-on -- the later of the date
      *  MAIN-MENU stamps on the operator's record and the latest
      *  LOG.DAT entry under the ID -- and disables (status D) any
      *  active ID that has gone longer than the DORMANT ID DAYS
      *  parameter without one.  An ID with no sign-on on record at
      *  all has its clock started from the run date instead.  A
      *  re-enabled ID ages from the day it was re-enabled.
      *
      *  Mode card:
      *      D  - dormant-ID scan only (nightly)
      *      Q  - dormant-ID scan, then in a quarter-end month the
      *           quarterly recertification (month-end):
      *
      *      RECERTIFICATION LIST - per branch on BRANCH.DAT, for
      *        its manager: every active or dormant-disabled
      *        operator with role, company, last sign-on and last
      *        recertification, each written OPEN to
      *        OPERATOR_RECERT.DAT for the cycle.  The manager
      *        records keep / change / revoke in OPERATOR-SECURITY-
      *        FILE.  A manager's own ID, a branch with no active
      *        manager, and operators on no branch on file are left
      *        to a supervisor.
      *      SEGREGATION OF DUTIES - dual-control items on
      *        PENDING_APPROVAL.DAT released or rejected in the
      *        quarter by the operator who requested them, and
      *        managers who appear on their own branch list.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO 'OPERATOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPERATOR-ID OF OPERATOR-REC
               FILE STATUS IS OPERATOR-FILE-STATUS.

           SELECT LOG-FILE ASSIGN TO 'LOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

           SELECT BRANCH-FILE ASSIGN TO 'BRANCH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-ID OF BRANCH-REC
               FILE STATUS IS BRANCH-FILE-STATUS.

           SELECT OPERATOR-RECERT-FILE
               ASSIGN TO 'OPERATOR_RECERT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECERT-KEY
               FILE STATUS IS RECERT-FILE-STATUS.

           SELECT PENDING-APPROVAL-FILE
               ASSIGN TO 'PENDING_APPROVAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PENDING-ID OF PENDING-APPROVAL-REC
               FILE STATUS IS QUEUE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       COPY OPERATORREC.

       FD  LOG-FILE.
       COPY LOGREC.

       FD  BRANCH-FILE.
       COPY BRANCHREC.

       FD  OPERATOR-RECERT-FILE.
       COPY OPRECERTREC.

       FD  PENDING-APPROVAL-FILE.
       COPY PENDAPPRREC.

       WORKING-STORAGE SECTION.
       01  OPERATOR-FILE-STATUS    PIC XX.
           88  OPERATOR-FILE-OK     VALUE '00'.
       01  LOG-FILE-STATUS         PIC XX.
           88  LOG-FILE-OK          VALUE '00'.
       01  BRANCH-FILE-STATUS      PIC XX.
           88  BRANCH-FILE-OK       VALUE '00'.
       01  RECERT-FILE-STATUS      PIC XX.
           88  RECERT-FILE-OK       VALUE '00'.
           88  RECERT-FILE-NOT-FOUND VALUE '35'.
       01  QUEUE-FILE-STATUS       PIC XX.
           88  QUEUE-FILE-OK        VALUE '00'.

       01  WS-MODE                 PIC X.
           88  MODE-DORMANT         VALUE 'D'.
           88  MODE-QUARTERLY       VALUE 'Q'.

       01  WS-END-OF-OPERATORS     PIC X VALUE 'N'.
           88  END-OF-OPERATORS     VALUE 'Y'.
       01  WS-END-OF-LOG           PIC X VALUE 'N'.
           88  END-OF-LOG           VALUE 'Y'.
       01  WS-END-OF-BRANCHES      PIC X VALUE 'N'.
           88  END-OF-BRANCHES      VALUE 'Y'.
       01  WS-END-OF-QUEUE         PIC X VALUE 'N'.
           88  END-OF-QUEUE         VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR         PIC 9(4).
           05  WS-RUN-MONTH        PIC 9(2).
               88  QUARTER-END-MONTH VALUE 3 6 9 12.
           05  WS-RUN-DAY          PIC 9(2).
       01  WS-BUSDATE-FOUND        PIC X.
           88  BUSINESS-DATE-FOUND  VALUE 'Y'.
       01  WS-BASE-DATE            PIC 9(8).
       01  WS-BASE-DATE-PARTS REDEFINES WS-BASE-DATE.
           05  WS-BASE-YEAR        PIC 9(4).
           05  WS-BASE-MONTH       PIC 9(2).
           05  WS-BASE-DAY         PIC 9(2).
       01  WS-IDLE-DAYS            PIC S9(5).
      *  Start of the quarter the segregation-of-duties section
      *  covers: three months before the run date.
       01  WS-WINDOW-DATE          PIC 9(8).
       01  WS-WINDOW-DATE-PARTS REDEFINES WS-WINDOW-DATE.
           05  WS-WINDOW-YEAR      PIC 9(4).
           05  WS-WINDOW-MONTH     PIC 9(2).
           05  WS-WINDOW-DAY       PIC 9(2).

      *  Compiled default of ninety days; overridden by the DORMANT
      *  ID DAYS system parameter when one is on file.
       01  WS-DORMANT-DAYS         PIC 9(5) VALUE 90.
       01  WS-PARM-NAME            PIC X(20).
       01  WS-PARM-VALUE           PIC 9(7)V99.
       01  WS-PARM-FOUND           PIC X.
           88  PARM-WAS-FOUND       VALUE 'Y'.

      *  Every operator on file, with the sign-on evidence gathered
      *  for it and where the recertification listed it.
       01  WS-OPERATOR-TABLE.
           05  WS-OP-ENTRY OCCURS 500 TIMES.
               10  WS-OP-ID            PIC X(10).
               10  WS-OP-ROLE          PIC X(10).
               10  WS-OP-STATUS        PIC X.
                   88  WS-OP-ACTIVE        VALUE 'A'.
                   88  WS-OP-DORMANT       VALUE 'D'.
               10  WS-OP-BRANCH        PIC 9(3).
               10  WS-OP-COMPANY       PIC 9(3).
               10  WS-OP-LAST-SIGNON   PIC 9(8).
               10  WS-OP-STATUS-DATE   PIC 9(8).
               10  WS-OP-LAST-CERT     PIC 9(8).
               10  WS-OP-LISTED        PIC X.
                   88  WS-OP-WAS-LISTED    VALUE 'Y'.
               10  WS-OP-OWN-LIST      PIC X.
                   88  WS-OP-ON-OWN-LIST   VALUE 'Y'.
       01  WS-OPERATOR-ENTRIES     PIC 9(3) COMP VALUE ZERO.

       01  WS-TB-IX                PIC 9(4) COMP.
       01  WS-HIT-IX               PIC 9(4) COMP.
       01  WS-FIND-ID              PIC X(10).
       01  WS-ENTRY-FOUND          PIC X.
           88  ENTRY-FOUND          VALUE 'Y'.
       01  WS-TABLE-FULL-COUNT     PIC 9(5) COMP VALUE ZERO.

      *  The branch being listed and who certifies it.
       01  WS-LIST-BRANCH          PIC 9(3).
       01  WS-LIST-MANAGER         PIC X(10).
       01  WS-LIST-ANY-BRANCH      PIC X.
           88  LIST-ANY-BRANCH      VALUE 'Y'.
       01  WS-BRANCH-OPERATORS     PIC 9(5) COMP.

       01  WS-TOT-LOG-READ         PIC 9(7) COMP VALUE ZERO.
       01  WS-TOT-DISABLED         PIC 9(5) COMP VALUE ZERO.
       01  WS-TOT-CLOCK-STARTED    PIC 9(5) COMP VALUE ZERO.
       01  WS-TOT-LISTED           PIC 9(5) COMP VALUE ZERO.
       01  WS-TOT-ALREADY-LISTED   PIC 9(5) COMP VALUE ZERO.
       01  WS-TOT-NO-MANAGER       PIC 9(5) COMP VALUE ZERO.
       01  WS-TOT-SELF-REVIEWED    PIC 9(5) COMP VALUE ZERO.
       01  WS-TOT-OWN-LIST         PIC 9(5) COMP VALUE ZERO.

       01  WS-EDIT-COUNT           PIC Z(4)9.

       01  WS-USER-ID              PIC A(10) VALUE 'OPRECERT'.
       01  WS-LOG-ACTION-TYPE      PIC A(20).
       01  WS-LOG-DESCRIPTION      PIC A(50).

       PROCEDURE DIVISION.

       CALL 'GET-BUSINESS-DATE' USING WS-RUN-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
       END-IF

       DISPLAY 'Enter Access Review Mode (D=Dormant Scan, '
           'Q=Quarterly Recertification): '
       ACCEPT WS-MODE
       IF NOT MODE-DORMANT AND NOT MODE-QUARTERLY
           DISPLAY 'Invalid Access Review Mode: ' WS-MODE
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE 'DORMANT ID DAYS' TO WS-PARM-NAME
       CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                 WS-RUN-DATE
                                 WS-PARM-VALUE
                                 WS-PARM-FOUND
       IF PARM-WAS-FOUND
           MOVE WS-PARM-VALUE TO WS-DORMANT-DAYS
       END-IF

       DISPLAY '============================================'
       DISPLAY '  OPERATOR ACCESS REVIEW ' WS-RUN-DATE
       DISPLAY '============================================'

       PERFORM LOAD-OPERATORS
       PERFORM SCAN-LOG-ACTIVITY

       DISPLAY ' '
       DISPLAY 'DORMANT IDS DISABLED (NO SIGN-ON IN '
           WS-DORMANT-DAYS ' DAYS)'
       PERFORM DISABLE-DORMANT-IDS

       IF MODE-QUARTERLY
           IF QUARTER-END-MONTH
               PERFORM LIST-FOR-RECERTIFICATION
               PERFORM REPORT-SOD-CONFLICTS
           ELSE
               DISPLAY ' '
               DISPLAY 'Not A Quarter-End Month - No Recertification '
                   'This Run.'
           END-IF
       END-IF

       DISPLAY ' '
       DISPLAY '--------------------------------------------'
       MOVE WS-OPERATOR-ENTRIES TO WS-EDIT-COUNT
       DISPLAY 'Operators Reviewed      : ' WS-EDIT-COUNT
       MOVE WS-TOT-DISABLED TO WS-EDIT-COUNT
       DISPLAY 'Dormant IDs Disabled    : ' WS-EDIT-COUNT
       MOVE WS-TOT-CLOCK-STARTED TO WS-EDIT-COUNT
       DISPLAY 'No Sign-On On Record    : ' WS-EDIT-COUNT
       IF MODE-QUARTERLY AND QUARTER-END-MONTH
           MOVE WS-TOT-LISTED TO WS-EDIT-COUNT
           DISPLAY 'Listed For Recert       : ' WS-EDIT-COUNT
           MOVE WS-TOT-ALREADY-LISTED TO WS-EDIT-COUNT
           DISPLAY 'Already Listed In Cycle : ' WS-EDIT-COUNT
           MOVE WS-TOT-SELF-REVIEWED TO WS-EDIT-COUNT
           DISPLAY 'Self-Reviewed Items     : ' WS-EDIT-COUNT
           MOVE WS-TOT-OWN-LIST TO WS-EDIT-COUNT
           DISPLAY 'Managers On Own List    : ' WS-EDIT-COUNT
       END-IF
       IF WS-TABLE-FULL-COUNT > ZERO
           MOVE WS-TABLE-FULL-COUNT TO WS-EDIT-COUNT
           DISPLAY 'Operators Not Reviewed (Table Full): '
               WS-EDIT-COUNT
       END-IF
       DISPLAY '============================================'

       STOP RUN.

       LOAD-OPERATORS.
           OPEN INPUT OPERATOR-FILE
           IF NOT OPERATOR-FILE-OK
               DISPLAY 'No Operators On File.'
               DISPLAY '============================================'
               STOP RUN
           END-IF
           PERFORM LOAD-NEXT-OPERATOR UNTIL END-OF-OPERATORS
           CLOSE OPERATOR-FILE.

       LOAD-NEXT-OPERATOR.
           READ OPERATOR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-OPERATORS
               NOT AT END
                   IF WS-OPERATOR-ENTRIES < 500
                       PERFORM ADD-OPERATOR-ENTRY
                   ELSE
                       ADD 1 TO WS-TABLE-FULL-COUNT
                   END-IF
           END-READ.

      *  The review dates read as zero on operators keyed before
      *  they existed.
       ADD-OPERATOR-ENTRY.
           ADD 1 TO WS-OPERATOR-ENTRIES
           MOVE WS-OPERATOR-ENTRIES TO WS-TB-IX
           MOVE OPERATOR-ID OF OPERATOR-REC TO WS-OP-ID (WS-TB-IX)
           MOVE OPERATOR-ROLE    TO WS-OP-ROLE (WS-TB-IX)
           MOVE OPERATOR-STATUS  TO WS-OP-STATUS (WS-TB-IX)
           MOVE OPERATOR-BRANCH  TO WS-OP-BRANCH (WS-TB-IX)
           MOVE OPERATOR-COMPANY TO WS-OP-COMPANY (WS-TB-IX)
           MOVE ZERO TO WS-OP-LAST-SIGNON (WS-TB-IX)
           MOVE ZERO TO WS-OP-STATUS-DATE (WS-TB-IX)
           MOVE ZERO TO WS-OP-LAST-CERT (WS-TB-IX)
           IF OPERATOR-LAST-SIGNON NUMERIC
               MOVE OPERATOR-LAST-SIGNON
                   TO WS-OP-LAST-SIGNON (WS-TB-IX)
           END-IF
           IF OPERATOR-STATUS-DATE NUMERIC
               MOVE OPERATOR-STATUS-DATE
                   TO WS-OP-STATUS-DATE (WS-TB-IX)
           END-IF
           IF OPERATOR-LAST-CERT-DATE NUMERIC
               MOVE OPERATOR-LAST-CERT-DATE
                   TO WS-OP-LAST-CERT (WS-TB-IX)
           END-IF
           MOVE 'N' TO WS-OP-LISTED (WS-TB-IX)
           MOVE 'N' TO WS-OP-OWN-LIST (WS-TB-IX).

      *----------------------------------------------------------------
      *  Any LOG.DAT entry under an operator's ID is a sign-on in
      *  use; the latest one counts where it is later than the date
      *  stamped on the operator's record.
      *----------------------------------------------------------------
       SCAN-LOG-ACTIVITY.
           OPEN INPUT LOG-FILE
           IF LOG-FILE-OK
               PERFORM SCAN-NEXT-LOG-ENTRY UNTIL END-OF-LOG
               CLOSE LOG-FILE
           END-IF.

       SCAN-NEXT-LOG-ENTRY.
           READ LOG-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-LOG
               NOT AT END
                   ADD 1 TO WS-TOT-LOG-READ
                   IF TIMESTAMP NUMERIC
                       MOVE USER-ID TO WS-FIND-ID
                       PERFORM FIND-OPERATOR-ENTRY
                       IF ENTRY-FOUND
                          AND TIMESTAMP > WS-OP-LAST-SIGNON (WS-HIT-IX)
                           MOVE TIMESTAMP
                               TO WS-OP-LAST-SIGNON (WS-HIT-IX)
                       END-IF
                   END-IF
           END-READ.

       FIND-OPERATOR-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND
           PERFORM CHECK-OPERATOR-ENTRY
               VARYING WS-TB-IX FROM 1 BY 1
               UNTIL WS-TB-IX > WS-OPERATOR-ENTRIES
                  OR ENTRY-FOUND.

       CHECK-OPERATOR-ENTRY.
           IF WS-OP-ID (WS-TB-IX) = WS-FIND-ID
               MOVE 'Y' TO WS-ENTRY-FOUND
               MOVE WS-TB-IX TO WS-HIT-IX
           END-IF.

      *----------------------------------------------------------------
      *  An active ID ages from its last sign-on, or from the day it
      *  was added or re-enabled if that is later.
      *----------------------------------------------------------------
       DISABLE-DORMANT-IDS.
           OPEN I-O OPERATOR-FILE
           IF NOT OPERATOR-FILE-OK
               DISPLAY 'Error Opening OPERATOR-FILE.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHECK-DORMANT-ID
               VARYING WS-HIT-IX FROM 1 BY 1
               UNTIL WS-HIT-IX > WS-OPERATOR-ENTRIES
           CLOSE OPERATOR-FILE.

       CHECK-DORMANT-ID.
           IF WS-OP-ACTIVE (WS-HIT-IX)
               MOVE WS-OP-LAST-SIGNON (WS-HIT-IX) TO WS-BASE-DATE
               IF WS-OP-STATUS-DATE (WS-HIT-IX) > WS-BASE-DATE
                   MOVE WS-OP-STATUS-DATE (WS-HIT-IX) TO WS-BASE-DATE
               END-IF
               IF WS-BASE-DATE = ZERO
                   PERFORM START-DORMANCY-CLOCK
               ELSE
                   COMPUTE WS-IDLE-DAYS =
                       (WS-RUN-YEAR - WS-BASE-YEAR) * 360
                       + (WS-RUN-MONTH - WS-BASE-MONTH) * 30
                       + (WS-RUN-DAY - WS-BASE-DAY)
                   IF WS-IDLE-DAYS > WS-DORMANT-DAYS
                       PERFORM DISABLE-DORMANT-ID
                   END-IF
               END-IF
           END-IF.

      *  No sign-on, log entry or status date on record: the ID is
      *  given the run date to age from rather than being disabled
      *  on no evidence.
       START-DORMANCY-CLOCK.
           MOVE WS-OP-ID (WS-HIT-IX) TO OPERATOR-ID OF OPERATOR-REC
           READ OPERATOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-RUN-DATE TO OPERATOR-STATUS-DATE
                   REWRITE OPERATOR-REC
                       INVALID KEY
                           DISPLAY 'Error Updating Operator: '
                               WS-OP-ID (WS-HIT-IX)
                       NOT INVALID KEY
                           ADD 1 TO WS-TOT-CLOCK-STARTED
                           MOVE WS-RUN-DATE
                               TO WS-OP-STATUS-DATE (WS-HIT-IX)
                           DISPLAY '  ' WS-OP-ID (WS-HIT-IX)
                               ' No Sign-On On Record - Ages From '
                               WS-RUN-DATE
                   END-REWRITE
           END-READ.

       DISABLE-DORMANT-ID.
           MOVE WS-OP-ID (WS-HIT-IX) TO OPERATOR-ID OF OPERATOR-REC
           READ OPERATOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'D' TO OPERATOR-STATUS
                   MOVE WS-RUN-DATE TO OPERATOR-STATUS-DATE
                   REWRITE OPERATOR-REC
                       INVALID KEY
                           DISPLAY 'Error Updating Operator: '
                               WS-OP-ID (WS-HIT-IX)
                       NOT INVALID KEY
                           PERFORM RECORD-DORMANT-ID
                   END-REWRITE
           END-READ.

       RECORD-DORMANT-ID.
           ADD 1 TO WS-TOT-DISABLED
           MOVE 'D' TO WS-OP-STATUS (WS-HIT-IX)
           MOVE WS-RUN-DATE TO WS-OP-STATUS-DATE (WS-HIT-IX)
           DISPLAY '  ' WS-OP-ID (WS-HIT-IX) ' '
               WS-OP-ROLE (WS-HIT-IX)
               ' Branch ' WS-OP-BRANCH (WS-HIT-IX)
               ' Last Sign-On ' WS-BASE-DATE
               ' Idle ' WS-IDLE-DAYS
           MOVE 'OPERATOR DORMANT' TO WS-LOG-ACTION-TYPE
           MOVE SPACES TO WS-LOG-DESCRIPTION
           STRING 'Dormant ID Disabled ' WS-OP-ID (WS-HIT-IX)
                  DELIMITED BY SIZE INTO WS-LOG-DESCRIPTION
           CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                         WS-USER-ID
                                         WS-LOG-DESCRIPTION.

      *----------------------------------------------------------------
      *  One list per branch on BRANCH.DAT, for its manager; then
      *  the operators on no branch on file (branch zero works any
      *  branch), who go to a supervisor.  Inactive IDs are left
      *  off -- their access is already gone.
      *----------------------------------------------------------------
       LIST-FOR-RECERTIFICATION.
           OPEN I-O OPERATOR-RECERT-FILE
           IF RECERT-FILE-NOT-FOUND
               OPEN OUTPUT OPERATOR-RECERT-FILE
               CLOSE OPERATOR-RECERT-FILE
               OPEN I-O OPERATOR-RECERT-FILE
           END-IF
           IF NOT RECERT-FILE-OK
               DISPLAY 'Error Opening OPERATOR-RECERT-FILE.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY ' '
           DISPLAY '============================================'
           DISPLAY '  QUARTERLY ACCESS RECERTIFICATION CYCLE '
               WS-RUN-DATE
           DISPLAY '============================================'

           MOVE 'N' TO WS-LIST-ANY-BRANCH
           OPEN INPUT BRANCH-FILE
           IF BRANCH-FILE-OK
               PERFORM LIST-NEXT-BRANCH UNTIL END-OF-BRANCHES
               CLOSE BRANCH-FILE
           END-IF

           MOVE 'Y' TO WS-LIST-ANY-BRANCH
           MOVE ZERO TO WS-LIST-BRANCH
           MOVE SPACES TO WS-LIST-MANAGER
           DISPLAY ' '
           DISPLAY 'NO BRANCH ON FILE - SUPERVISOR RECERTIFIES'
           PERFORM LIST-BRANCH-OPERATORS

           CLOSE OPERATOR-RECERT-FILE.

       LIST-NEXT-BRANCH.
           READ BRANCH-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-BRANCHES
               NOT AT END
                   MOVE BRANCH-ID OF BRANCH-REC TO WS-LIST-BRANCH
                   PERFORM SET-BRANCH-MANAGER
                   DISPLAY ' '
                   DISPLAY 'BRANCH ' WS-LIST-BRANCH ' ' BRANCH-NAME
                   IF WS-LIST-MANAGER = SPACES
                       ADD 1 TO WS-TOT-NO-MANAGER
                       DISPLAY '  Manager ' BRANCH-MANAGER-ID
                           ' - No Active Manager, Supervisor '
                           'Recertifies'
                   ELSE
                       DISPLAY '  Manager ' WS-LIST-MANAGER
                   END-IF
                   PERFORM LIST-BRANCH-OPERATORS
           END-READ.

      *  The manager certifies only while an active operator.
       SET-BRANCH-MANAGER.
           MOVE SPACES TO WS-LIST-MANAGER
           IF BRANCH-MANAGER-ID NOT = SPACES
               MOVE BRANCH-MANAGER-ID TO WS-FIND-ID
               PERFORM FIND-OPERATOR-ENTRY
               IF ENTRY-FOUND
                   IF WS-OP-ACTIVE (WS-HIT-IX)
                       MOVE BRANCH-MANAGER-ID TO WS-LIST-MANAGER
                   END-IF
               END-IF
           END-IF.

       LIST-BRANCH-OPERATORS.
           MOVE ZERO TO WS-BRANCH-OPERATORS
           DISPLAY '  OPERATOR   ROLE       CO  LAST SIGN-ON '
               'LAST CERT  STATUS'
           PERFORM CHECK-LIST-OPERATOR
               VARYING WS-HIT-IX FROM 1 BY 1
               UNTIL WS-HIT-IX > WS-OPERATOR-ENTRIES
           IF WS-BRANCH-OPERATORS = ZERO
               DISPLAY '  No Operators To Recertify.'
           END-IF.

       CHECK-LIST-OPERATOR.
           IF NOT WS-OP-WAS-LISTED (WS-HIT-IX)
              AND (WS-OP-ACTIVE (WS-HIT-IX)
                   OR WS-OP-DORMANT (WS-HIT-IX))
              AND (LIST-ANY-BRANCH
                   OR WS-OP-BRANCH (WS-HIT-IX) = WS-LIST-BRANCH)
               PERFORM LIST-ONE-OPERATOR
           END-IF.

      *  A manager's own access goes to a supervisor, like a branch
      *  with no manager.
       LIST-ONE-OPERATOR.
           MOVE 'Y' TO WS-OP-LISTED (WS-HIT-IX)
           ADD 1 TO WS-BRANCH-OPERATORS
           MOVE WS-RUN-DATE              TO RECERT-CYCLE-DATE
           MOVE WS-OP-ID (WS-HIT-IX)     TO RECERT-OPERATOR-ID
           MOVE WS-OP-BRANCH (WS-HIT-IX) TO RECERT-BRANCH
           MOVE WS-LIST-MANAGER          TO RECERT-MANAGER-ID
           IF WS-OP-ID (WS-HIT-IX) = WS-LIST-MANAGER
               MOVE 'Y' TO WS-OP-OWN-LIST (WS-HIT-IX)
               MOVE SPACES TO RECERT-MANAGER-ID
           END-IF
           MOVE WS-OP-ROLE (WS-HIT-IX)   TO RECERT-ROLE
           MOVE WS-OP-COMPANY (WS-HIT-IX) TO RECERT-COMPANY
           MOVE WS-OP-LAST-SIGNON (WS-HIT-IX)
               TO RECERT-LAST-ACTIVITY
           MOVE SPACE  TO RECERT-DECISION
           MOVE SPACES TO RECERT-NEW-ROLE
           MOVE ZERO   TO RECERT-NEW-BRANCH
           MOVE ZERO   TO RECERT-NEW-COMPANY
           IF WS-OP-DORMANT (WS-HIT-IX)
               MOVE 'DISABLED' TO RECERT-STATUS
           ELSE
               MOVE 'OPEN'     TO RECERT-STATUS
           END-IF
           MOVE SPACES TO RECERT-DECIDED-BY
           MOVE ZERO   TO RECERT-DECIDED-DATE
           MOVE SPACES TO RECERT-APPLIED-BY
           MOVE ZERO   TO RECERT-APPLIED-DATE
           WRITE OPERATOR-RECERT-REC
               INVALID KEY
                   ADD 1 TO WS-TOT-ALREADY-LISTED
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-LISTED
           END-WRITE
           DISPLAY '  ' WS-OP-ID (WS-HIT-IX) ' '
               WS-OP-ROLE (WS-HIT-IX) ' '
               WS-OP-COMPANY (WS-HIT-IX) ' '
               WS-OP-LAST-SIGNON (WS-HIT-IX) '     '
               WS-OP-LAST-CERT (WS-HIT-IX) ' '
               RECERT-STATUS.

      *----------------------------------------------------------------
      *  Maker-checker breaks: a dual-control item reviewed in the
      *  quarter by the operator who requested it, and a manager
      *  listed on their own branch's recertification.
      *----------------------------------------------------------------
       REPORT-SOD-CONFLICTS.
           MOVE WS-RUN-DATE TO WS-WINDOW-DATE
           IF WS-WINDOW-MONTH > 3
               SUBTRACT 3 FROM WS-WINDOW-MONTH
           ELSE
               SUBTRACT 1 FROM WS-WINDOW-YEAR
               ADD 9 TO WS-WINDOW-MONTH
           END-IF

           DISPLAY ' '
           DISPLAY '============================================'
           DISPLAY '  SEGREGATION OF DUTIES CONFLICTS'
           DISPLAY '============================================'
           DISPLAY ' '
           DISPLAY 'ITEMS REVIEWED BY THEIR OWN REQUESTER SINCE '
               WS-WINDOW-DATE
           OPEN INPUT PENDING-APPROVAL-FILE
           IF QUEUE-FILE-OK
               PERFORM CHECK-NEXT-QUEUE-ITEM UNTIL END-OF-QUEUE
               CLOSE PENDING-APPROVAL-FILE
           END-IF
           IF WS-TOT-SELF-REVIEWED = ZERO
               DISPLAY '  None.'
           END-IF

           DISPLAY ' '
           DISPLAY 'MANAGERS ON THEIR OWN BRANCH LIST'
           PERFORM CHECK-OWN-LIST-ENTRY
               VARYING WS-HIT-IX FROM 1 BY 1
               UNTIL WS-HIT-IX > WS-OPERATOR-ENTRIES
           IF WS-TOT-OWN-LIST = ZERO
               DISPLAY '  None.'
           END-IF.

       CHECK-NEXT-QUEUE-ITEM.
           READ PENDING-APPROVAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-QUEUE
               NOT AT END
                   IF REVIEWED-BY NOT = SPACES
                      AND REVIEWED-BY = REQUESTED-BY
                      AND REVIEWED-DATE NOT < WS-WINDOW-DATE
                       ADD 1 TO WS-TOT-SELF-REVIEWED
                       DISPLAY '  Item ' PENDING-ID ' '
                           PENDING-ACTION ' Key ' PENDING-KEY-ID
                           ' ' QUEUE-STATUS
                       DISPLAY '      Requested And Reviewed By '
                           REVIEWED-BY ' On ' REVIEWED-DATE
                   END-IF
           END-READ.

       CHECK-OWN-LIST-ENTRY.
           IF WS-OP-ON-OWN-LIST (WS-HIT-IX)
               ADD 1 TO WS-TOT-OWN-LIST
               DISPLAY '  ' WS-OP-ID (WS-HIT-IX)
                   ' Manages Branch ' WS-OP-BRANCH (WS-HIT-IX)
                   ' - Own Access Left To A Supervisor'
           END-IF.
