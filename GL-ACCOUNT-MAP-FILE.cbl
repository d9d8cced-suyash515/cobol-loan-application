      *  Maintains GL_ACCOUNT_MAP.DAT, the transaction-category to
      *  GL-account mapping GL-INTERFACE-EXTRACT books from.  A
      *  chart-of-accounts change is a row here, not a recompile.
      *  Company 000 keys the shared map every legal entity falls
      *  back to; any other company code keys that entity's own
      *  account on GL_COMPANY_MAP.DAT (GL-ACCOUNT-LOOKUP tries the
      *  entity's row first).
      *================================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS GL-CATEGORY OF GL-ACCOUNT-MAP-REC
               FILE STATUS IS FILE-STATUS.

           SELECT GL-COMPANY-MAP-FILE ASSIGN TO 'GL_COMPANY_MAP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-COMPANY-MAP-KEY
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-ACCOUNT-MAP-FILE.
       COPY GLMAPREC.

       FD  GL-COMPANY-MAP-FILE.
       COPY GLCOMPMAPREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
           88  FILE-OK             VALUE '00'.
       01  WS-MODE                PIC X.
           88  SET-MODE             VALUE '1'.
           88  LIST-MODE            VALUE '2'.
       01  WS-COMPANY-CODE        PIC 9(3).
           88  WS-SHARED-MAP        VALUE ZERO.
       01  WS-CATEGORY            PIC X(10).
       01  WS-ACCOUNT             PIC X(10).
       01  WS-END-OF-MAP          PIC X VALUE 'N'.
           88  END-OF-MAP          VALUE 'Y'.
       01  WS-ROWS-LISTED         PIC 9(3) COMP VALUE ZERO.
       STOP RUN.

       SET-MAPPING.
           DISPLAY 'Enter Company Code (000 For The Shared Map): '
           ACCEPT WS-COMPANY-CODE
           DISPLAY 'Enter Category (CASH/PRINCIPAL/INTEREST/'
               'FEES/ESCROW/RECOVERY/LOAN/DUETO/DUEFROM): '
           ACCEPT WS-CATEGORY
           DISPLAY 'Enter GL Account Code: '
           ACCEPT WS-ACCOUNT

           IF WS-SHARED-MAP
               PERFORM SET-SHARED-MAPPING
           ELSE
               PERFORM SET-COMPANY-MAPPING
           END-IF

           MOVE 'GL MAP SET' TO WS-LOG-ACTION-TYPE
           MOVE 'GL Account Mapping Set' TO WS-LOG-DESCRIPTION
           CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                         WS-USER-ID
                                         WS-LOG-DESCRIPTION.

       SET-SHARED-MAPPING.
           OPEN I-O GL-ACCOUNT-MAP-FILE
           IF FILE-NOT-FOUND
               OPEN OUTPUT GL-ACCOUNT-MAP-FILE
               STOP RUN
           END-IF

           MOVE WS-CATEGORY TO GL-CATEGORY OF GL-ACCOUNT-MAP-REC
           MOVE WS-ACCOUNT  TO GL-MAPPED-ACCOUNT OF GL-ACCOUNT-MAP-REC

           WRITE GL-ACCOUNT-MAP-REC
               INVALID KEY
                   DISPLAY 'Category Mapping Added.'
           END-WRITE

           CLOSE GL-ACCOUNT-MAP-FILE.

       SET-COMPANY-MAPPING.
           OPEN I-O GL-COMPANY-MAP-FILE
           IF FILE-NOT-FOUND
               OPEN OUTPUT GL-COMPANY-MAP-FILE
               CLOSE GL-COMPANY-MAP-FILE
               OPEN I-O GL-COMPANY-MAP-FILE
           END-IF
           IF NOT FILE-OK
               DISPLAY 'Error Opening GL-COMPANY-MAP-FILE.'
               STOP RUN
           END-IF

           MOVE WS-COMPANY-CODE TO COMPANY-CODE OF GL-COMPANY-MAP-REC
           MOVE WS-CATEGORY TO GL-CATEGORY OF GL-COMPANY-MAP-REC
           MOVE WS-ACCOUNT  TO GL-MAPPED-ACCOUNT OF GL-COMPANY-MAP-REC

           WRITE GL-COMPANY-MAP-REC
               INVALID KEY
                   REWRITE GL-COMPANY-MAP-REC
                       INVALID KEY
                           DISPLAY 'Error Updating Mapping.'
                       NOT INVALID KEY
                           DISPLAY 'Company Category Mapping Updated.'
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY 'Company Category Mapping Added.'
           END-WRITE

           CLOSE GL-COMPANY-MAP-FILE.

       LIST-MAPPINGS.
           OPEN INPUT GL-ACCOUNT-MAP-FILE
           IF NOT FILE-OK
           PERFORM LIST-NEXT-MAPPING UNTIL END-OF-MAP

           CLOSE GL-ACCOUNT-MAP-FILE

           MOVE 'N' TO WS-END-OF-MAP
           OPEN INPUT GL-COMPANY-MAP-FILE
           IF FILE-OK
               PERFORM LIST-NEXT-COMPANY-MAPPING UNTIL END-OF-MAP
               CLOSE GL-COMPANY-MAP-FILE
           END-IF
           DISPLAY 'Mappings Listed: ' WS-ROWS-LISTED.

       LIST-NEXT-MAPPING.
                   MOVE 'Y' TO WS-END-OF-MAP
               NOT AT END
                   ADD 1 TO WS-ROWS-LISTED
                   DISPLAY '000 ' GL-CATEGORY OF GL-ACCOUNT-MAP-REC
                       ' -> ' GL-MAPPED-ACCOUNT OF GL-ACCOUNT-MAP-REC
           END-READ.

       LIST-NEXT-COMPANY-MAPPING.
           READ GL-COMPANY-MAP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-MAP
               NOT AT END
                   ADD 1 TO WS-ROWS-LISTED
                   DISPLAY COMPANY-CODE OF GL-COMPANY-MAP-REC ' '
                       GL-CATEGORY OF GL-COMPANY-MAP-REC
                       ' -> ' GL-MAPPED-ACCOUNT OF GL-COMPANY-MAP-REC
           END-READ.
