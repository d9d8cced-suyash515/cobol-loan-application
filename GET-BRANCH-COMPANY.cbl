       IDENTIFICATION DIVISION.
       PROGRAM-ID. GET-BRANCH-COMPANY.

      *================================================================
      *  Callable subprogram.  Returns the legal entity (COMPANY-CODE
      *  on BRANCH-REC) an office belongs to, so loans created
      *  without an operator choosing their owner -- approved
      *  applications and boarded portfolios -- are owned by the
      *  entity of the branch that books them.  A branch not on file,
      *  or keyed before the field existed, returns company 000, the
      *  original charter.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-FILE ASSIGN TO 'BRANCH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-ID OF BRANCH-REC
               FILE STATUS IS BRANCH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-FILE.
       COPY BRANCHREC.

       WORKING-STORAGE SECTION.
       01  BRANCH-FILE-STATUS     PIC XX.
           88  BRANCH-FILE-OK      VALUE '00'.

       LINKAGE SECTION.
       01  WS-LOOKUP-BRANCH-ID    PIC 9(3).
       01  WS-LOOKUP-COMPANY      PIC 9(3).

       PROCEDURE DIVISION USING WS-LOOKUP-BRANCH-ID
                                 WS-LOOKUP-COMPANY.

       MOVE ZERO TO WS-LOOKUP-COMPANY

       OPEN INPUT BRANCH-FILE
       IF BRANCH-FILE-OK
           MOVE WS-LOOKUP-BRANCH-ID TO BRANCH-ID OF BRANCH-REC
           READ BRANCH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COMPANY-CODE OF BRANCH-REC NUMERIC
                       MOVE COMPANY-CODE OF BRANCH-REC
                           TO WS-LOOKUP-COMPANY
                   END-IF
           END-READ
           CLOSE BRANCH-FILE
       END-IF

       GOBACK.
