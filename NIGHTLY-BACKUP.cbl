           05  ARC-CUST-CO-BORR-ID      PIC 9(5).
           05  ARC-CUST-CO-BORR-NAME    PIC X(30).
           05  ARC-CUST-CREDIT-SCORE    PIC 9(3).
      *  Rest of the structured mailing address; ARC-CUST-ADDRESS
      *  holds street line 1 and city (or the old free text).
           05  ARC-CUST-STREET-2        PIC X(18).
           05  ARC-CUST-STATE           PIC X(2).
           05  ARC-CUST-ZIP             PIC X(9).
           05  ARC-CUST-ADDR-FORMAT     PIC X.

       01  WS-LOAN-ARCHIVE-DATA.
           05  ARC-LOAN-ID              PIC 9(5).
           05  ARC-APP-REQ-TERM         PIC 9(3).
           05  ARC-APP-APP-DATE         PIC 9(8).
           05  ARC-APP-APP-STATUS       PIC X(10).
           05  ARC-APP-MLA-COVERED      PIC X.
           05  ARC-APP-MLA-CHECK-DATE   PIC 9(8).
           05  ARC-APP-MLA-SOURCE       PIC X(10).
           05  ARC-APP-MLA-CERTIFICATE  PIC X(20).
           05  ARC-APP-MLA-MAPR         PIC 9(3)V9(4).
           05  ARC-APP-ORIGINATOR-ID    PIC A(10).
           05  ARC-APP-NOTICE-DATE      PIC 9(8).
           05  ARC-APP-DUE-DATE         PIC 9(8).
           05  ARC-APP-CLOSED-DATE      PIC 9(8).

       01  WS-LOANAPPR-ARCHIVE-DATA.
           05  ARC-APPR-LOAN-ID         PIC 9(5).
           05  ARC-TRAN-REMAINING-BAL   PIC 9(7)V99.
           05  ARC-TRAN-TYPE            PIC X(10).
           05  ARC-TRAN-REVERSED-ID     PIC 9(5).
      *  Allocation split as posted -- spaces on rows archived before
      *  the split was carried.
           05  ARC-TRAN-ALLOC-SPLIT.
               10  ARC-TRAN-ALLOC-FEE       PIC 9(7)V99.
               10  ARC-TRAN-ALLOC-INTEREST  PIC 9(7)V99.
               10  ARC-TRAN-ALLOC-PRINCIPAL PIC 9(7)V99.
               10  ARC-TRAN-ALLOC-ESCROW    PIC 9(7)V99.

       01  WS-RATE-ARCHIVE-DATA.
           05  ARC-RATE-LOAN-TYPE       PIC A(20).
       ARCHIVE-CUSTOMER-ROW.
           MOVE CUSTOMER-ID OF CUSTOMER-REC   TO ARC-CUST-ID
           MOVE CUSTOMER-NAME                 TO ARC-CUST-NAME
           MOVE CUST-ADDRESS-AREA             TO ARC-CUST-ADDRESS
           MOVE PHONE                         TO ARC-CUST-PHONE
           MOVE LOAN-AMOUNT OF CUSTOMER-REC   TO ARC-CUST-LOAN-AMOUNT
           MOVE LOAN-BALANCE OF CUSTOMER-REC  TO ARC-CUST-LOAN-BALANCE
           MOVE CO-BORROWER-ID                TO ARC-CUST-CO-BORR-ID
           MOVE CO-BORROWER-NAME              TO ARC-CUST-CO-BORR-NAME
           MOVE CREDIT-SCORE                  TO ARC-CUST-CREDIT-SCORE
           MOVE ADDR-STREET-2                 TO ARC-CUST-STREET-2
           MOVE ADDR-STATE                    TO ARC-CUST-STATE
           MOVE ADDR-ZIP-CODE                 TO ARC-CUST-ZIP
           MOVE ADDRESS-FORMAT                TO ARC-CUST-ADDR-FORMAT

           MOVE WS-NEXT-BACKUP-ID TO BACKUP-ID
           MOVE 'CUSTOMER.DAT'    TO FILE-NAME
           MOVE REQUESTED-TERM    TO ARC-APP-REQ-TERM
           MOVE APPLICATION-DATE  TO ARC-APP-APP-DATE
           MOVE APPLICATION-STATUS TO ARC-APP-APP-STATUS
           MOVE MLA-COVERED-IND   TO ARC-APP-MLA-COVERED
           MOVE MLA-CHECK-DATE    TO ARC-APP-MLA-CHECK-DATE
           MOVE MLA-CHECK-SOURCE  TO ARC-APP-MLA-SOURCE
           MOVE MLA-CERTIFICATE-ID TO ARC-APP-MLA-CERTIFICATE
           MOVE MLA-MAPR          TO ARC-APP-MLA-MAPR
           MOVE APPL-ORIGINATOR-ID TO ARC-APP-ORIGINATOR-ID
           MOVE INCOMPLETE-NOTICE-DATE TO ARC-APP-NOTICE-DATE
           MOVE INCOMPLETE-DUE-DATE TO ARC-APP-DUE-DATE
           MOVE APPL-CLOSED-DATE  TO ARC-APP-CLOSED-DATE

           MOVE WS-NEXT-BACKUP-ID      TO BACKUP-ID
           MOVE 'LOAN_APPLICATION.DAT' TO FILE-NAME
           MOVE REMAINING-BALANCE  TO ARC-TRAN-REMAINING-BAL
           MOVE TRANSACTION-TYPE   TO ARC-TRAN-TYPE
           MOVE REVERSED-TRANSACTION-ID TO ARC-TRAN-REVERSED-ID
           MOVE ALLOCATION-SPLIT TO ARC-TRAN-ALLOC-SPLIT

           MOVE WS-NEXT-BACKUP-ID TO BACKUP-ID
           MOVE 'TRANSACTION.DAT' TO FILE-NAME
