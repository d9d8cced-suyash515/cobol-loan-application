      *  Branch master maintenance for BRANCH.DAT.  The shop runs
      *  three offices now; customer intake, loan entry and teller
      *  entry validate their BRANCH-ID against this master, and the
      *  branch reporting rolls up by it.  Each branch belongs to a
      *  legal entity on COMPANY.DAT, and names the manager who
      *  recertifies its operators' access each quarter.
      *================================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS BRANCH-ID OF BRANCH-REC
               FILE STATUS IS FILE-STATUS.

           SELECT COMPANY-FILE ASSIGN TO 'COMPANY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMPANY-CODE OF COMPANY-REC
               FILE STATUS IS COMPANY-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO 'OPERATOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPERATOR-ID OF OPERATOR-REC
               FILE STATUS IS OPERATOR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-FILE.
       COPY BRANCHREC.

       FD  COMPANY-FILE.
       COPY COMPANYREC.

       FD  OPERATOR-FILE.
       COPY OPERATORREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
           88  FILE-OK             VALUE '00'.
           88  ADD-MODE             VALUE '1'.
           88  UPDATE-MODE          VALUE '2'.
           88  LIST-MODE            VALUE '3'.
       01  COMPANY-FILE-STATUS    PIC XX.
           88  COMPANY-FILE-OK     VALUE '00'.
       01  WS-BRANCH-ID           PIC 9(3).
       01  WS-COMPANY-CODE        PIC 9(3).
       01  WS-COMPANY-VALID       PIC X.
           88  COMPANY-IS-VALID    VALUE 'Y'.
       01  OPERATOR-FILE-STATUS   PIC XX.
           88  OPERATOR-FILE-OK    VALUE '00'.
       01  WS-MANAGER-ID          PIC X(10).
       01  WS-MANAGER-VALID       PIC X.
           88  MANAGER-IS-VALID    VALUE 'Y'.
       01  WS-END-OF-BRANCHES     PIC X VALUE 'N'.
           88  END-OF-BRANCHES     VALUE 'Y'.
       01  WS-BRANCHES-LISTED     PIC 9(3) COMP VALUE ZERO.
           ACCEPT BRANCH-NAME
           DISPLAY 'Enter Branch Address: '
           ACCEPT BRANCH-ADDRESS
           PERFORM ACCEPT-BRANCH-COMPANY
           IF NOT COMPANY-IS-VALID
               CLOSE BRANCH-FILE
               STOP RUN
           END-IF
           PERFORM ACCEPT-BRANCH-MANAGER
           IF NOT MANAGER-IS-VALID
               CLOSE BRANCH-FILE
               STOP RUN
           END-IF

           WRITE BRANCH-REC
               INVALID KEY
                   ACCEPT BRANCH-NAME
                   DISPLAY 'Enter Branch Address: '
                   ACCEPT BRANCH-ADDRESS
                   PERFORM ACCEPT-BRANCH-COMPANY
                   IF NOT COMPANY-IS-VALID
                       CLOSE BRANCH-FILE
                       STOP RUN
                   END-IF
                   PERFORM ACCEPT-BRANCH-MANAGER
                   IF NOT MANAGER-IS-VALID
                       CLOSE BRANCH-FILE
                       STOP RUN
                   END-IF
                   REWRITE BRANCH-REC
                       INVALID KEY
                           DISPLAY 'Error Updating Branch.'
                   ADD 1 TO WS-BRANCHES-LISTED
                   DISPLAY BRANCH-ID OF BRANCH-REC ' '
                       BRANCH-NAME ' ' BRANCH-ADDRESS
                       ' Company ' COMPANY-CODE OF BRANCH-REC
                       ' Manager ' BRANCH-MANAGER-ID
           END-READ.

      *----------------------------------------------------------------
      *  The branch's legal entity must be on COMPANY.DAT.  Company
      *  000, the original charter, is accepted while no company
      *  master has been built yet.
      *----------------------------------------------------------------
       ACCEPT-BRANCH-COMPANY.
           DISPLAY 'Enter Company Code: '
           ACCEPT WS-COMPANY-CODE
           MOVE 'N' TO WS-COMPANY-VALID
           OPEN INPUT COMPANY-FILE
           IF COMPANY-FILE-OK
               MOVE WS-COMPANY-CODE TO COMPANY-CODE OF COMPANY-REC
               READ COMPANY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-COMPANY-VALID
               END-READ
               CLOSE COMPANY-FILE
           ELSE
               IF WS-COMPANY-CODE = ZERO
                   MOVE 'Y' TO WS-COMPANY-VALID
               END-IF
           END-IF
           IF COMPANY-IS-VALID
               MOVE WS-COMPANY-CODE TO COMPANY-CODE OF BRANCH-REC
           ELSE
               DISPLAY 'Company Not On File: ' WS-COMPANY-CODE
           END-IF.

      *----------------------------------------------------------------
      *  The branch manager recertifies the branch's operator access
      *  each quarter, so must be an active ID on OPERATOR.DAT.
      *  Blank leaves the branch's list to any supervisor.
      *----------------------------------------------------------------
       ACCEPT-BRANCH-MANAGER.
           DISPLAY 'Enter Branch Manager Operator ID (Blank For '
               'None): '
           ACCEPT WS-MANAGER-ID
           MOVE 'N' TO WS-MANAGER-VALID
           IF WS-MANAGER-ID = SPACES
               MOVE 'Y' TO WS-MANAGER-VALID
           ELSE
               OPEN INPUT OPERATOR-FILE
               IF OPERATOR-FILE-OK
                   MOVE WS-MANAGER-ID TO OPERATOR-ID OF OPERATOR-REC
                   READ OPERATOR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF OPERATOR-ACTIVE
                               MOVE 'Y' TO WS-MANAGER-VALID
                           END-IF
                   END-READ
                   CLOSE OPERATOR-FILE
               END-IF
           END-IF
           IF MANAGER-IS-VALID
               MOVE WS-MANAGER-ID TO BRANCH-MANAGER-ID
           ELSE
               DISPLAY 'Manager Not An Active Operator: '
                   WS-MANAGER-ID
           END-IF.
