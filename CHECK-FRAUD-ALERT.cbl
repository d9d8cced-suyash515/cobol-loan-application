       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-FRAUD-ALERT.

      *================================================================
      *  Callable identity-theft red-flag check.  Returns 'Y', the
      *  alert type and date, and the verification note when
      *  FRAUD_ALERT.DAT has an ACTIVE alert on the customer.  The
      *  customer maintenance programs, autopay, funding, HELOC
      *  draws and the payoff refund check CALL this before moving
      *  anything that could redirect the borrower's money, and the
      *  inquiry and teller screens CALL it to show the warning
      *  banner.  No alert file on hand means no alerts, so
      *  processing proceeds.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRAUD-ALERT-FILE ASSIGN TO 'FRAUD_ALERT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF FRAUD-ALERT-REC
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRAUD-ALERT-FILE.
       COPY FRAUDALERTREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
           88  FILE-OK             VALUE '00'.

       LINKAGE SECTION.
       01  WS-ALERT-CUSTOMER-ID   PIC 9(5).
       01  WS-ALERT-IN-FORCE      PIC X.
       01  WS-ALERT-TYPE          PIC X(2).
       01  WS-ALERT-DATE          PIC 9(8).
       01  WS-ALERT-NOTE          PIC X(40).

       PROCEDURE DIVISION USING WS-ALERT-CUSTOMER-ID
                                 WS-ALERT-IN-FORCE
                                 WS-ALERT-TYPE
                                 WS-ALERT-DATE
                                 WS-ALERT-NOTE.

       MOVE 'N' TO WS-ALERT-IN-FORCE
       MOVE SPACES TO WS-ALERT-TYPE
       MOVE ZERO TO WS-ALERT-DATE
       MOVE SPACES TO WS-ALERT-NOTE

       OPEN INPUT FRAUD-ALERT-FILE
       IF NOT FILE-OK
           GOBACK
       END-IF

       MOVE WS-ALERT-CUSTOMER-ID TO CUSTOMER-ID OF FRAUD-ALERT-REC
       READ FRAUD-ALERT-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF ALERT-ACTIVE
                   MOVE 'Y'               TO WS-ALERT-IN-FORCE
                   MOVE ALERT-TYPE        TO WS-ALERT-TYPE
                   MOVE ALERT-DATE        TO WS-ALERT-DATE
                   MOVE VERIFICATION-NOTE TO WS-ALERT-NOTE
               END-IF
       END-READ

       CLOSE FRAUD-ALERT-FILE

       GOBACK.
