       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-DECEASED-BORROWER.

      *================================================================
      *  Callable deceased-borrower check.  Returns 'Y' when the
      *  customer has a CONFIRMED DECEASED.DAT record.  The caller
      *  passes the CUSTOMER-ID when it already has the loan in
      *  hand, or zero with the LOAN-ID and the customer is looked
      *  up on LOAN.DAT.  LETTER-GENERATION, ACH-ORIGINATION,
      *  COLLECTOR-WORKQUEUE and CREDIT-BUREAU-EXTRACT call this --
      *  dunning letters and drafts against a dead borrower's
      *  account go to the grieving family, not the debtor.  No
      *  deceased file on hand means no notices, so activity
      *  proceeds.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECEASED-FILE ASSIGN TO 'DECEASED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF DECEASED-REC
               FILE STATUS IS FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-REC
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF LOAN-REC
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DECEASED-FILE.
       COPY DECEASEDREC.

       FD  LOAN-FILE.
       COPY LOANREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
           88  FILE-OK             VALUE '00'.
       01  LOAN-FILE-STATUS       PIC XX.
           88  LOAN-FILE-OK        VALUE '00'.
       01  WS-LOOKUP-CUSTOMER-ID  PIC 9(5).

       LINKAGE SECTION.
       01  WS-CHECK-LOAN-ID       PIC 9(5).
       01  WS-CHECK-CUSTOMER-ID   PIC 9(5).
       01  WS-DECEASED-IN-FORCE   PIC X.

       PROCEDURE DIVISION USING WS-CHECK-LOAN-ID
                                 WS-CHECK-CUSTOMER-ID
                                 WS-DECEASED-IN-FORCE.

       MOVE 'N' TO WS-DECEASED-IN-FORCE
       MOVE WS-CHECK-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER-ID

       IF WS-LOOKUP-CUSTOMER-ID = ZERO
           PERFORM FIND-LOAN-CUSTOMER
       END-IF

       IF WS-LOOKUP-CUSTOMER-ID NOT = ZERO
           OPEN INPUT DECEASED-FILE
           IF FILE-OK
               MOVE WS-LOOKUP-CUSTOMER-ID
                   TO CUSTOMER-ID OF DECEASED-REC
               READ DECEASED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DECEASED-CONFIRMED
                           MOVE 'Y' TO WS-DECEASED-IN-FORCE
                       END-IF
               END-READ
               CLOSE DECEASED-FILE
           END-IF
       END-IF

       GOBACK.

       FIND-LOAN-CUSTOMER.
           OPEN INPUT LOAN-FILE
           IF LOAN-FILE-OK
               MOVE WS-CHECK-LOAN-ID TO LOAN-ID OF LOAN-REC
               READ LOAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUSTOMER-ID OF LOAN-REC
                           TO WS-LOOKUP-CUSTOMER-ID
               END-READ
               CLOSE LOAN-FILE
           END-IF.
