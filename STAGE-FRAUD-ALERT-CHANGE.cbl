       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAGE-FRAUD-ALERT-CHANGE.

      *================================================================
      *  Callable maker side for customer maintenance under an
      *  identity-theft red-flag alert.  CUSTOMER-FILE and
      *  CUSTOMER-MAINT-IMPORT call this instead of applying an
      *  address or phone change to an alerted customer: the change
      *  is staged on the customer's FRAUD_ALERT.DAT record and a
      *  FRAUD ALERT MAINT item goes on the dual-control queue, so
      *  the address of record only moves once a supervisor has
      *  verified the borrower and released it through
      *  SUPERVISOR-APPROVAL.  A blank first street line means the
      *  address is not changing, a zero phone that the phone is
      *  not.  One change is staged per customer; a later one
      *  replaces it.
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
       01  WS-STAGED-OK           PIC X.
           88  STAGED-OK           VALUE 'Y'.
       01  WS-Q-ACTION            PIC X(20) VALUE 'FRAUD ALERT MAINT'.
       01  WS-Q-AMOUNT            PIC 9(7)V99 VALUE ZERO.
       01  WS-Q-AUX-DATE-1        PIC 9(8).
       01  WS-Q-AUX-DATE-2        PIC 9(8) VALUE ZERO.
       01  WS-Q-DETAIL            PIC X(30).

       LINKAGE SECTION.
       01  WS-FAC-CUSTOMER-ID     PIC 9(5).
       01  WS-FAC-STREET-1        PIC X(30).
       01  WS-FAC-STREET-2        PIC X(18).
       01  WS-FAC-CITY            PIC X(20).
       01  WS-FAC-STATE           PIC X(2).
       01  WS-FAC-ZIP-5           PIC X(5).
       01  WS-FAC-ZIP-4           PIC X(4).
       01  WS-FAC-PHONE           PIC 9(15).
       01  WS-FAC-USER-ID         PIC X(10).

       PROCEDURE DIVISION USING WS-FAC-CUSTOMER-ID
                                 WS-FAC-STREET-1
                                 WS-FAC-STREET-2
                                 WS-FAC-CITY
                                 WS-FAC-STATE
                                 WS-FAC-ZIP-5
                                 WS-FAC-ZIP-4
                                 WS-FAC-PHONE
                                 WS-FAC-USER-ID.

       MOVE 'N' TO WS-STAGED-OK
       OPEN I-O FRAUD-ALERT-FILE
       IF NOT FILE-OK
           DISPLAY 'Error Opening FRAUD-ALERT-FILE - Change Not '
               'Staged.'
           GOBACK
       END-IF

       MOVE WS-FAC-CUSTOMER-ID TO CUSTOMER-ID OF FRAUD-ALERT-REC
       READ FRAUD-ALERT-FILE
           INVALID KEY
               DISPLAY 'No Fraud Alert On Customer '
                   WS-FAC-CUSTOMER-ID ' - Change Not Staged.'
           NOT INVALID KEY
               PERFORM STAGE-CHANGE-ON-ALERT
       END-READ

       CLOSE FRAUD-ALERT-FILE

       IF STAGED-OK
           PERFORM QUEUE-STAGED-CHANGE
       END-IF

       GOBACK.

       STAGE-CHANGE-ON-ALERT.
           IF CHANGE-STAGED
               DISPLAY 'Earlier Staged Change Of ' STAGED-DATE
                   ' By ' STAGED-BY ' Is Replaced.'
           END-IF
           MOVE 'Y'                TO STAGED-CHANGE-FLAG
           MOVE WS-FAC-USER-ID     TO STAGED-BY
           ACCEPT STAGED-DATE FROM DATE YYYYMMDD
           MOVE WS-FAC-STREET-1    TO STAGED-STREET-1
           MOVE WS-FAC-STREET-2    TO STAGED-STREET-2
           MOVE WS-FAC-CITY        TO STAGED-CITY
           MOVE WS-FAC-STATE       TO STAGED-STATE
           MOVE WS-FAC-ZIP-5       TO STAGED-ZIP-5
           MOVE WS-FAC-ZIP-4       TO STAGED-ZIP-4
           MOVE WS-FAC-PHONE       TO STAGED-PHONE
           REWRITE FRAUD-ALERT-REC
               INVALID KEY
                   DISPLAY 'Error Staging Change For Customer '
                       WS-FAC-CUSTOMER-ID
               NOT INVALID KEY
                   MOVE STAGED-DATE TO WS-Q-AUX-DATE-1
                   MOVE 'Y' TO WS-STAGED-OK
           END-REWRITE.

       QUEUE-STAGED-CHANGE.
           IF WS-FAC-STREET-1 NOT = SPACES
               IF WS-FAC-PHONE NOT = ZERO
                   MOVE 'ADDRESS AND PHONE CHANGE' TO WS-Q-DETAIL
               ELSE
                   MOVE 'ADDRESS CHANGE' TO WS-Q-DETAIL
               END-IF
           ELSE
               MOVE 'PHONE CHANGE' TO WS-Q-DETAIL
           END-IF
           CALL 'QUEUE-PENDING-APPROVAL' USING WS-Q-ACTION
                                                WS-FAC-CUSTOMER-ID
                                                WS-Q-AMOUNT
                                                WS-Q-AUX-DATE-1
                                                WS-Q-AUX-DATE-2
                                                WS-Q-DETAIL
                                                WS-FAC-USER-ID
           DISPLAY 'FRAUD ALERT ON CUSTOMER ' WS-FAC-CUSTOMER-ID
               ' - ' WS-Q-DETAIL
           DISPLAY '  Held For Supervisor Verification; The Address '
               'Of Record Is Unchanged.'.
