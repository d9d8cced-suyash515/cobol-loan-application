      *================================================================
      *  Operator security maintenance for OPERATOR.DAT -- the IDs,
      *  passwords, roles and active flags MAIN-MENU signs on
      *  against, and each operator's fee-waiver dollar authority.
      *  A supervisor tool; deactivate rather than delete so LOG.DAT
      *  history still resolves to a real person.
      *
      *  Option 5 records a branch manager's quarterly
      *  recertification decision on an operator listed by
      *  OPERATOR-RECERT.  Keep confirms the access as it stands;
      *  change (new role, branch, company) and revoke go to dual
      *  control as an OPERATOR RECERT item and are applied on
      *  supervisor release.  Only the branch's manager -- or a
      *  supervisor, for a branch with no manager on BRANCH.DAT --
      *  decides, and no one decides on their own ID.  Updating a
      *  dormant-disabled ID (option 2) re-enables it.
      *================================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS OPERATOR-ID OF OPERATOR-REC
               FILE STATUS IS FILE-STATUS.

           SELECT OPERATOR-RECERT-FILE
               ASSIGN TO 'OPERATOR_RECERT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECERT-KEY
               FILE STATUS IS RECERT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       COPY OPERATORREC.

       FD  OPERATOR-RECERT-FILE.
       COPY OPRECERTREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
           88  FILE-OK             VALUE '00'.
           88  UPDATE-MODE          VALUE '2'.
           88  DEACTIVATE-MODE      VALUE '3'.
           88  LIST-MODE            VALUE '4'.
           88  RECERT-MODE          VALUE '5'.
       01  RECERT-FILE-STATUS     PIC XX.
           88  RECERT-FILE-OK      VALUE '00'.
       01  WS-TODAY               PIC 9(8).
       01  WS-BUSDATE-FOUND       PIC X.
           88  BUSINESS-DATE-FOUND VALUE 'Y'.
       01  WS-CYCLE-DATE          PIC 9(8).
       01  WS-DECIDER-OK          PIC X.
           88  DECIDER-AUTHORIZED  VALUE 'Y'.
       01  WS-CHANGE-VALID        PIC X.
           88  CHANGE-IS-VALID     VALUE 'Y'.
       01  WS-Q-ACTION            PIC X(20).
       01  WS-Q-KEY-ID            PIC 9(5).
       01  WS-Q-AMOUNT            PIC 9(7)V99 VALUE ZERO.
       01  WS-Q-AUX-DATE-2        PIC 9(8) VALUE ZERO.
       01  WS-Q-DETAIL            PIC X(30).
       01  WS-Q-DETAIL-PARTS REDEFINES WS-Q-DETAIL.
           05  WS-Q-DECISION       PIC X.
           05  WS-Q-OPERATOR-ID    PIC X(10).
           05  WS-Q-NEW-ROLE       PIC X(10).
           05  WS-Q-NEW-BRANCH     PIC 9(3).
           05  WS-Q-NEW-COMPANY    PIC 9(3).
           05  FILLER              PIC X(3).
       01  WS-OPERATOR-ID         PIC X(10).
       01  WS-END-OF-OPERATORS    PIC X VALUE 'N'.
           88  END-OF-OPERATORS    VALUE 'Y'.
       DISPLAY '2. Update Operator'
       DISPLAY '3. Deactivate Operator'
       DISPLAY '4. List Operators'
       DISPLAY '5. Record Recertification Decision'
       DISPLAY 'Select Option: '
       ACCEPT WS-MODE
       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
           DISPLAY 'Enter Your User ID: '
           ACCEPT WS-USER-ID
       END-IF
       CALL 'GET-BUSINESS-DATE' USING WS-TODAY
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
       END-IF

       EVALUATE TRUE
           WHEN ADD-MODE
               PERFORM DEACTIVATE-OPERATOR
           WHEN LIST-MODE
               PERFORM LIST-OPERATORS
           WHEN RECERT-MODE
               PERFORM RECORD-RECERT-DECISION
           WHEN OTHER
               DISPLAY 'Invalid Option.'
       END-EVALUATE
           DISPLAY 'Enter Password: '
           ACCEPT OPERATOR-PASSWORD
           DISPLAY 'Enter Role (TELLER/SUPERVISOR/COLLECTOR/'
               'SRCOLLECT/CREDITOFCR): '
           ACCEPT OPERATOR-ROLE
           IF NOT ROLE-IS-VALID
               DISPLAY 'Invalid Role.'
           END-IF
           DISPLAY 'Enter Branch ID (0 For Any): '
           ACCEPT OPERATOR-BRANCH
           DISPLAY 'Enter Company Code (999 For All Companies): '
           ACCEPT OPERATOR-COMPANY
           DISPLAY 'Enter Fee Waiver Limit (0 For Role Limit): '
           ACCEPT OPERATOR-WAIVE-LIMIT
           IF NOT OPERATOR-ACTIVE
               MOVE WS-TODAY TO OPERATOR-STATUS-DATE
           END-IF
           MOVE 'A' TO OPERATOR-STATUS.

       ADD-OPERATOR.
           END-IF

           MOVE WS-OPERATOR-ID TO OPERATOR-ID OF OPERATOR-REC
           MOVE SPACE TO OPERATOR-STATUS
           MOVE ZERO TO OPERATOR-LAST-SIGNON
           MOVE ZERO TO OPERATOR-LAST-CERT-DATE
           PERFORM GET-OPERATOR-DETAILS

           WRITE OPERATOR-REC
                   DISPLAY 'Operator Not Found: ' WS-OPERATOR-ID
               NOT INVALID KEY
                   MOVE 'I' TO OPERATOR-STATUS
                   MOVE WS-TODAY TO OPERATOR-STATUS-DATE
                   REWRITE OPERATOR-REC
                       INVALID KEY
                           DISPLAY 'Error Deactivating Operator.'
                   ADD 1 TO WS-OPERATORS-LISTED
                   DISPLAY OPERATOR-ID OF OPERATOR-REC ' '
                       OPERATOR-ROLE ' ' OPERATOR-STATUS
                       ' Company ' OPERATOR-COMPANY
                       ' Waive Limit ' OPERATOR-WAIVE-LIMIT
                   DISPLAY '           Last Sign-On '
                       OPERATOR-LAST-SIGNON
                       ' Status Date ' OPERATOR-STATUS-DATE
                       ' Last Recertified ' OPERATOR-LAST-CERT-DATE
           END-READ.

      *----------------------------------------------------------------
      *  A branch manager's decision on one operator listed OPEN for
      *  a recertification cycle (or listed DISABLED, already shut
      *  off for dormancy).  Keep is recorded at once; change and
      *  revoke are queued for supervisor release.
      *----------------------------------------------------------------
       RECORD-RECERT-DECISION.
           DISPLAY 'Enter Recertification Cycle Date (YYYYMMDD): '
           ACCEPT WS-CYCLE-DATE
           DISPLAY 'Enter Operator ID: '
           ACCEPT WS-OPERATOR-ID

           OPEN I-O OPERATOR-RECERT-FILE
           IF NOT RECERT-FILE-OK
               DISPLAY 'No Recertification On File.'
               STOP RUN
           END-IF

           MOVE WS-CYCLE-DATE  TO RECERT-CYCLE-DATE
           MOVE WS-OPERATOR-ID TO RECERT-OPERATOR-ID
           READ OPERATOR-RECERT-FILE
               INVALID KEY
                   DISPLAY 'Operator ' WS-OPERATOR-ID
                       ' Not Listed For Cycle ' WS-CYCLE-DATE
                   CLOSE OPERATOR-RECERT-FILE
                   STOP RUN
           END-READ

           IF NOT RECERT-OPEN AND NOT RECERT-DISABLED
               DISPLAY 'Decision Already Recorded - Status '
                   RECERT-STATUS
               CLOSE OPERATOR-RECERT-FILE
               STOP RUN
           END-IF

           PERFORM CHECK-DECIDER-AUTHORITY
           IF NOT DECIDER-AUTHORIZED
               CLOSE OPERATOR-RECERT-FILE
               STOP RUN
           END-IF

           DISPLAY 'Operator  : ' RECERT-OPERATOR-ID
           DISPLAY 'Role      : ' RECERT-ROLE
           DISPLAY 'Branch    : ' RECERT-BRANCH
               ' Company ' RECERT-COMPANY
           DISPLAY 'Last Sign-On: ' RECERT-LAST-ACTIVITY
           DISPLAY 'Keep, Change Or Revoke (K/C/R)? '
           ACCEPT RECERT-DECISION

           EVALUATE TRUE
               WHEN DECISION-KEEP
                   PERFORM KEEP-OPERATOR-ACCESS
               WHEN DECISION-CHANGE
                   PERFORM GET-RECERT-CHANGE
                   IF CHANGE-IS-VALID
                       PERFORM QUEUE-RECERT-DECISION
                   END-IF
               WHEN DECISION-REVOKE
                   MOVE SPACES TO RECERT-NEW-ROLE
                   MOVE ZERO   TO RECERT-NEW-BRANCH
                   MOVE ZERO   TO RECERT-NEW-COMPANY
                   PERFORM QUEUE-RECERT-DECISION
               WHEN OTHER
                   DISPLAY 'Invalid Decision.'
           END-EVALUATE

           CLOSE OPERATOR-RECERT-FILE.

      *----------------------------------------------------------------
      *  The branch manager named on the listing decides; with no
      *  manager on file, any active supervisor.  Nobody decides on
      *  their own access.
      *----------------------------------------------------------------
       CHECK-DECIDER-AUTHORITY.
           MOVE 'N' TO WS-DECIDER-OK
           EVALUATE TRUE
               WHEN WS-USER-ID = RECERT-OPERATOR-ID
                   DISPLAY 'You Cannot Recertify Your Own Access.'
               WHEN RECERT-MANAGER-ID NOT = SPACES
                   IF WS-USER-ID = RECERT-MANAGER-ID
                       MOVE 'Y' TO WS-DECIDER-OK
                   ELSE
                       DISPLAY 'Only The Branch Manager ('
                           RECERT-MANAGER-ID
                           ') Recertifies This Operator.'
                   END-IF
               WHEN OTHER
                   PERFORM CHECK-DECIDER-IS-SUPERVISOR
           END-EVALUATE.

       CHECK-DECIDER-IS-SUPERVISOR.
           OPEN INPUT OPERATOR-FILE
           IF FILE-OK
               MOVE WS-USER-ID TO OPERATOR-ID OF OPERATOR-REC
               READ OPERATOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ROLE-SUPERVISOR AND OPERATOR-ACTIVE
                           MOVE 'Y' TO WS-DECIDER-OK
                       END-IF
               END-READ
               CLOSE OPERATOR-FILE
           END-IF
           IF NOT DECIDER-AUTHORIZED
               DISPLAY 'Branch Has No Manager On File - A Supervisor '
                   'Recertifies This Operator.'
           END-IF.

       KEEP-OPERATOR-ACCESS.
           OPEN I-O OPERATOR-FILE
           IF NOT FILE-OK
               DISPLAY 'Error Opening OPERATOR-FILE.'
           ELSE
               MOVE RECERT-OPERATOR-ID TO OPERATOR-ID OF OPERATOR-REC
               READ OPERATOR-FILE
                   INVALID KEY
                       DISPLAY 'Operator Not Found: '
                           RECERT-OPERATOR-ID
                   NOT INVALID KEY
                       MOVE WS-TODAY TO OPERATOR-LAST-CERT-DATE
                       REWRITE OPERATOR-REC
                           INVALID KEY
                               DISPLAY 'Error Updating Operator.'
                       END-REWRITE
               END-READ
               CLOSE OPERATOR-FILE
           END-IF
           MOVE 'KEPT'     TO RECERT-STATUS
           PERFORM STAMP-RECERT-DECISION
           DISPLAY 'Access Recertified.'
           MOVE 'OPERATOR RECERT' TO WS-LOG-ACTION-TYPE
           MOVE 'Operator Access Recertified' TO WS-LOG-DESCRIPTION
           CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                         WS-USER-ID
                                         WS-LOG-DESCRIPTION.

       GET-RECERT-CHANGE.
           MOVE 'N' TO WS-CHANGE-VALID
           DISPLAY 'Enter New Role (TELLER/SUPERVISOR/COLLECTOR/'
               'SRCOLLECT/CREDITOFCR): '
           ACCEPT OPERATOR-ROLE
           IF NOT ROLE-IS-VALID
               DISPLAY 'Invalid Role.'
           ELSE
               MOVE 'Y' TO WS-CHANGE-VALID
               MOVE OPERATOR-ROLE TO RECERT-NEW-ROLE
               DISPLAY 'Enter New Branch ID (0 For Any): '
               ACCEPT RECERT-NEW-BRANCH
               DISPLAY 'Enter New Company Code (999 For All '
                   'Companies): '
               ACCEPT RECERT-NEW-COMPANY
           END-IF.

       QUEUE-RECERT-DECISION.
           MOVE 'OPERATOR RECERT'  TO WS-Q-ACTION
           MOVE RECERT-BRANCH      TO WS-Q-KEY-ID
           MOVE SPACES             TO WS-Q-DETAIL
           MOVE RECERT-DECISION    TO WS-Q-DECISION
           MOVE RECERT-OPERATOR-ID TO WS-Q-OPERATOR-ID
           MOVE RECERT-NEW-ROLE    TO WS-Q-NEW-ROLE
           MOVE RECERT-NEW-BRANCH  TO WS-Q-NEW-BRANCH
           MOVE RECERT-NEW-COMPANY TO WS-Q-NEW-COMPANY
           CALL 'QUEUE-PENDING-APPROVAL' USING WS-Q-ACTION
                                               WS-Q-KEY-ID
                                               WS-Q-AMOUNT
                                               RECERT-CYCLE-DATE
                                               WS-Q-AUX-DATE-2
                                               WS-Q-DETAIL
                                               WS-USER-ID
           MOVE 'PENDING'  TO RECERT-STATUS
           PERFORM STAMP-RECERT-DECISION
           DISPLAY 'Decision Queued For Supervisor Release - '
               'Access Unchanged Until Then.'.

       STAMP-RECERT-DECISION.
           MOVE WS-USER-ID TO RECERT-DECIDED-BY
           MOVE WS-TODAY   TO RECERT-DECIDED-DATE
           REWRITE OPERATOR-RECERT-REC
               INVALID KEY
                   DISPLAY 'Error Updating Recertification.'
           END-REWRITE.
