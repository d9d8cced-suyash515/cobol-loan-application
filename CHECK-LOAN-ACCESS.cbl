       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-LOAN-ACCESS.

      *================================================================
      *  Callable subprogram.  Holds the signed-on operator to the
      *  loans of their own legal entity.  Called by every online
      *  program as soon as the operator keys a loan ID: the loan's
      *  owning COMPANY-CODE must match the SIGNED-ON-COMPANY
      *  MAIN-MENU recorded at sign-on from OPERATOR-COMPANY, unless
      *  the operator works every entity (999).  A refused loan is
      *  told to the operator and written to LOG.DAT; the caller
      *  simply goes no further.
      *
      *  Programs run standalone outside a signed-on session, and a
      *  loan ID not on file, are allowed through -- the caller's
      *  own not-found handling deals with the latter.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-SESSION-FILE
               ASSIGN TO 'OPERATOR_SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SESSION-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-REC
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF LOAN-REC
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-SESSION-FILE.
       01  OPERATOR-SESSION-REC.
           05  SIGNED-ON-OPERATOR  PIC X(10).
           05  SIGNED-ON-ROLE      PIC X(10).
           05  SIGNED-ON-COMPANY   PIC 9(3).
               88  SIGNED-ON-ALL-COMPANIES VALUE 999.

       FD  LOAN-FILE.
       COPY LOANREC.

       WORKING-STORAGE SECTION.
       01  SESSION-FILE-STATUS    PIC XX.
           88  SESSION-FILE-OK     VALUE '00'.
       01  LOAN-FILE-STATUS       PIC XX.
           88  LOAN-FILE-OK        VALUE '00'.
       01  WS-SESSION-FOUND       PIC X.
           88  SESSION-FOUND       VALUE 'Y'.
       01  WS-SESSION-OPERATOR    PIC X(10).
       01  WS-SESSION-COMPANY     PIC 9(3).
           88  SESSION-ALL-COMPANIES VALUE 999.
       01  WS-LOAN-COMPANY        PIC 9(3).
       01  WS-USER-ID             PIC A(10).
       01  WS-LOG-ACTION-TYPE     PIC A(20).
       01  WS-LOG-DESCRIPTION     PIC A(50).

       LINKAGE SECTION.
       01  WS-CHECK-LOAN-ID       PIC 9(5).
       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION USING WS-CHECK-LOAN-ID
                                 WS-LOAN-ACCESS.

       MOVE 'Y' TO WS-LOAN-ACCESS
       MOVE 'N' TO WS-SESSION-FOUND
       MOVE ZERO TO WS-SESSION-COMPANY

       OPEN INPUT OPERATOR-SESSION-FILE
       IF SESSION-FILE-OK
           READ OPERATOR-SESSION-FILE
               NOT AT END
                   IF SIGNED-ON-OPERATOR NOT = SPACES
                       MOVE 'Y' TO WS-SESSION-FOUND
                       MOVE SIGNED-ON-OPERATOR TO WS-SESSION-OPERATOR
                       IF SIGNED-ON-COMPANY NUMERIC
                           MOVE SIGNED-ON-COMPANY
                               TO WS-SESSION-COMPANY
                       END-IF
                   END-IF
           END-READ
           CLOSE OPERATOR-SESSION-FILE
       END-IF

       IF NOT SESSION-FOUND OR SESSION-ALL-COMPANIES
           GOBACK
       END-IF

       OPEN INPUT LOAN-FILE
       IF LOAN-FILE-OK
           MOVE WS-CHECK-LOAN-ID TO LOAN-ID OF LOAN-REC
           READ LOAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ZERO TO WS-LOAN-COMPANY
                   IF COMPANY-CODE OF LOAN-REC NUMERIC
                       MOVE COMPANY-CODE OF LOAN-REC
                           TO WS-LOAN-COMPANY
                   END-IF
                   IF WS-LOAN-COMPANY NOT = WS-SESSION-COMPANY
                       MOVE 'N' TO WS-LOAN-ACCESS
                   END-IF
           END-READ
           CLOSE LOAN-FILE
       END-IF

       IF NOT LOAN-ACCESS-ALLOWED
           DISPLAY 'Loan ' WS-CHECK-LOAN-ID ' Belongs To Company '
               WS-LOAN-COMPANY
               ' - Not Available To Your Sign-On.'
           MOVE WS-SESSION-OPERATOR TO WS-USER-ID
           MOVE 'COMPANY DENIED' TO WS-LOG-ACTION-TYPE
           MOVE SPACES TO WS-LOG-DESCRIPTION
           STRING 'Other-Entity Loan Refused: ' DELIMITED BY SIZE
                  WS-CHECK-LOAN-ID DELIMITED BY SIZE
                  INTO WS-LOG-DESCRIPTION
           END-STRING
           CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                         WS-USER-ID
                                         WS-LOG-DESCRIPTION
       END-IF

       GOBACK.
