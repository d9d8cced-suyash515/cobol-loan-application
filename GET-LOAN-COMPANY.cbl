       IDENTIFICATION DIVISION.
       PROGRAM-ID. GET-LOAN-COMPANY.

      *================================================================
      *  Callable subprogram.  Returns the owning legal entity
      *  (COMPANY-CODE on LOAN-REC) of a loan, for the GL posting
      *  subprograms that are handed only a loan ID and must book to
      *  the owning entity's accounts.  A loan not on file returns
      *  company 000, the original charter.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-REC
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF LOAN-REC
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       COPY LOANREC.

       WORKING-STORAGE SECTION.
       01  LOAN-FILE-STATUS       PIC XX.
           88  LOAN-FILE-OK        VALUE '00'.

       LINKAGE SECTION.
       01  WS-LOOKUP-LOAN-ID      PIC 9(5).
       01  WS-LOOKUP-COMPANY      PIC 9(3).

       PROCEDURE DIVISION USING WS-LOOKUP-LOAN-ID
                                 WS-LOOKUP-COMPANY.

       MOVE ZERO TO WS-LOOKUP-COMPANY

       OPEN INPUT LOAN-FILE
       IF LOAN-FILE-OK
           MOVE WS-LOOKUP-LOAN-ID TO LOAN-ID OF LOAN-REC
           READ LOAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COMPANY-CODE OF LOAN-REC NUMERIC
                       MOVE COMPANY-CODE OF LOAN-REC
                           TO WS-LOOKUP-COMPANY
                   END-IF
           END-READ
           CLOSE LOAN-FILE
       END-IF

       GOBACK.
