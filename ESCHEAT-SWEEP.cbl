               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
       FD  GL-POSTING-FILE.
       COPY GLPOSTREC.

       WORKING-STORAGE SECTION.
       01  SUSPENSE-FILE-STATUS    PIC XX.
           88  SUSPENSE-FILE-OK     VALUE '00'.
           88  LOAN-FILE-OK         VALUE '00'.
       01  GL-FILE-STATUS          PIC XX.
           88  GL-FILE-OK           VALUE '00'.

       01  CHECK-ISSUE-STATUS      PIC XX.
           88  CHECK-ISSUE-OK       VALUE '00'.
       01  WS-MAP-ACCOUNT          PIC X(10).
       01  WS-MAP-FOUND            PIC X.
           88  MAP-WAS-FOUND        VALUE 'Y'.
       01  WS-GL-COMPANY           PIC 9(3) VALUE ZERO.

       01  WS-ITEMS-PICKED-UP      PIC 9(5) COMP VALUE ZERO.
       01  WS-ITEMS-NOTICED        PIC 9(5) COMP VALUE ZERO.
      *----------------------------------------------------------------
      *  One debit to the unclaimed-funds liability (ESCHEAT
      *  category) and one credit to CASH per remitted item, same
      *  feed GL-INTERFACE-EXTRACT writes, on the books of the
      *  entity owning the item's loan.
      *----------------------------------------------------------------
       WRITE-ESCHEAT-GL-LINES.
           OPEN EXTEND GL-POSTING-FILE
           IF NOT GL-FILE-OK
               DISPLAY 'Error Opening GL-POSTING-FILE.'
           ELSE
               CALL 'GET-LOAN-COMPANY' USING LOAN-ID OF UNCLAIMED-REC
                                             WS-GL-COMPANY
               MOVE 'ESCHEAT' TO WS-MAP-CATEGORY
               PERFORM LOOKUP-ONE-MAPPING
               MOVE WS-RUN-DATE      TO GL-POSTING-DATE
               MOVE 'D'              TO GL-DEBIT-CREDIT
               MOVE UNCLAIMED-AMOUNT TO GL-AMOUNT
               MOVE 'ESCHEAT REMITTANCE' TO GL-DESCRIPTION
               MOVE WS-GL-COMPANY        TO GL-COMPANY-CODE
               WRITE GL-POSTING-REC

               MOVE 'CASH' TO WS-MAP-CATEGORY
               MOVE 'C'              TO GL-DEBIT-CREDIT
               MOVE UNCLAIMED-AMOUNT TO GL-AMOUNT
               MOVE 'ESCHEAT REMITTANCE' TO GL-DESCRIPTION
               MOVE WS-GL-COMPANY        TO GL-COMPANY-CODE
               WRITE GL-POSTING-REC

               CLOSE GL-POSTING-FILE
           END-IF.

       LOOKUP-ONE-MAPPING.
           MOVE 'UNMAPPED' TO WS-MAP-ACCOUNT
           CALL 'GL-ACCOUNT-LOOKUP' USING WS-MAP-CATEGORY
                                          WS-GL-COMPANY
                                          WS-MAP-ACCOUNT
                                          WS-MAP-FOUND
           IF NOT MAP-WAS-FOUND
               DISPLAY 'No GL Mapping For Category '
                   WS-MAP-CATEGORY
           END-IF.
