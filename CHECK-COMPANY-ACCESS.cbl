       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-COMPANY-ACCESS.

      *================================================================
      *  Callable subprogram.  The company-code counterpart of
      *  CHECK-LOAN-ACCESS, for work that names a legal entity before
      *  any loan exists (new loan entry): the entity must be the
      *  SIGNED-ON-COMPANY MAIN-MENU recorded at sign-on, unless the
      *  operator works every entity (999).  A refusal is told to the
      *  operator and written to LOG.DAT; the caller goes no further.
      *  Programs run standalone outside a signed-on session are
      *  allowed through.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-SESSION-FILE
               ASSIGN TO 'OPERATOR_SESSION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS SESSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-SESSION-FILE.
       01  OPERATOR-SESSION-REC.
           05  SIGNED-ON-OPERATOR  PIC X(10).
           05  SIGNED-ON-ROLE      PIC X(10).
           05  SIGNED-ON-COMPANY   PIC 9(3).

       WORKING-STORAGE SECTION.
       01  SESSION-FILE-STATUS    PIC XX.
           88  SESSION-FILE-OK     VALUE '00'.
       01  WS-SESSION-FOUND       PIC X.
           88  SESSION-FOUND       VALUE 'Y'.
       01  WS-SESSION-OPERATOR    PIC X(10).
       01  WS-SESSION-COMPANY     PIC 9(3).
           88  SESSION-ALL-COMPANIES VALUE 999.
       01  WS-USER-ID             PIC A(10).
       01  WS-LOG-ACTION-TYPE     PIC A(20).
       01  WS-LOG-DESCRIPTION     PIC A(50).

       LINKAGE SECTION.
       01  WS-CHECK-COMPANY       PIC 9(3).
       01  WS-COMPANY-ACCESS      PIC X.
           88  COMPANY-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION USING WS-CHECK-COMPANY
                                 WS-COMPANY-ACCESS.

       MOVE 'Y' TO WS-COMPANY-ACCESS
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

       IF WS-CHECK-COMPANY NOT = WS-SESSION-COMPANY
           MOVE 'N' TO WS-COMPANY-ACCESS
           DISPLAY 'Company ' WS-CHECK-COMPANY
               ' Is Not Available To Your Sign-On.'
           MOVE WS-SESSION-OPERATOR TO WS-USER-ID
           MOVE 'COMPANY DENIED' TO WS-LOG-ACTION-TYPE
           MOVE SPACES TO WS-LOG-DESCRIPTION
           STRING 'Other-Entity Work Refused: ' DELIMITED BY SIZE
                  WS-CHECK-COMPANY DELIMITED BY SIZE
                  INTO WS-LOG-DESCRIPTION
           END-STRING
           CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                         WS-USER-ID
                                         WS-LOG-DESCRIPTION
       END-IF

       GOBACK.
