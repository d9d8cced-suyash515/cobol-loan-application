       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-ACCOUNT-LOOKUP.

      *================================================================
      *  Callable subprogram.  Given a GL category and the legal
      *  entity whose books are being posted, returns the chart-of-
      *  accounts code to post to: the entity's own
      *  GL_COMPANY_MAP.DAT row when one is on file, otherwise the
      *  shared GL_ACCOUNT_MAP.DAT row.  Found 'N' (neither file
      *  maps the category) leaves each caller to its own compiled
      *  default or UNMAPPED, as before.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-COMPANY-MAP-FILE ASSIGN TO 'GL_COMPANY_MAP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-COMPANY-MAP-KEY
               FILE STATUS IS COMPANY-MAP-STATUS.

           SELECT GL-ACCOUNT-MAP-FILE ASSIGN TO 'GL_ACCOUNT_MAP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-CATEGORY OF GL-ACCOUNT-MAP-REC
               FILE STATUS IS MAP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-COMPANY-MAP-FILE.
       COPY GLCOMPMAPREC.

       FD  GL-ACCOUNT-MAP-FILE.
       COPY GLMAPREC.

       WORKING-STORAGE SECTION.
       01  COMPANY-MAP-STATUS     PIC XX.
           88  COMPANY-MAP-OK      VALUE '00'.
       01  MAP-FILE-STATUS        PIC XX.
           88  MAP-FILE-OK         VALUE '00'.

       LINKAGE SECTION.
       01  WS-LOOKUP-CATEGORY     PIC X(10).
       01  WS-LOOKUP-COMPANY      PIC 9(3).
       01  WS-LOOKUP-ACCOUNT      PIC X(10).
       01  WS-LOOKUP-FOUND        PIC X.
           88  LOOKUP-ACCOUNT-FOUND VALUE 'Y'.

       PROCEDURE DIVISION USING WS-LOOKUP-CATEGORY
                                 WS-LOOKUP-COMPANY
                                 WS-LOOKUP-ACCOUNT
                                 WS-LOOKUP-FOUND.

       MOVE 'N' TO WS-LOOKUP-FOUND

       OPEN INPUT GL-COMPANY-MAP-FILE
       IF COMPANY-MAP-OK
           MOVE WS-LOOKUP-COMPANY
               TO COMPANY-CODE OF GL-COMPANY-MAP-REC
           MOVE WS-LOOKUP-CATEGORY
               TO GL-CATEGORY OF GL-COMPANY-MAP-REC
           READ GL-COMPANY-MAP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GL-MAPPED-ACCOUNT OF GL-COMPANY-MAP-REC
                       TO WS-LOOKUP-ACCOUNT
                   MOVE 'Y' TO WS-LOOKUP-FOUND
           END-READ
           CLOSE GL-COMPANY-MAP-FILE
       END-IF

       IF NOT LOOKUP-ACCOUNT-FOUND
           OPEN INPUT GL-ACCOUNT-MAP-FILE
           IF MAP-FILE-OK
               MOVE WS-LOOKUP-CATEGORY
                   TO GL-CATEGORY OF GL-ACCOUNT-MAP-REC
               READ GL-ACCOUNT-MAP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GL-MAPPED-ACCOUNT OF GL-ACCOUNT-MAP-REC
                           TO WS-LOOKUP-ACCOUNT
                       MOVE 'Y' TO WS-LOOKUP-FOUND
               END-READ
               CLOSE GL-ACCOUNT-MAP-FILE
           END-IF
       END-IF

       GOBACK.
