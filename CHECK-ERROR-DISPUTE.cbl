       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-ERROR-DISPUTE.

      *================================================================
      *  Callable disputed-error check.  Returns 'Y' when the loan
      *  has an OPEN notice-of-error case on COMPLAINT.DAT.  While
      *  the borrower's claim of error is being investigated the
      *  disputed item is not furnished to the credit bureaus, so
      *  CREDIT-BUREAU-EXTRACT calls this before writing a loan's
      *  row.  No complaint file on hand means no open disputes.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO 'COMPLAINT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-ID OF COMPLAINT-REC
               ALTERNATE RECORD KEY IS LOAN-ID OF COMPLAINT-REC
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-FILE.
       COPY COMPLAINTREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
           88  FILE-OK             VALUE '00'.
       01  WS-END-OF-CASES        PIC X.
           88  END-OF-CASES        VALUE 'Y'.

       LINKAGE SECTION.
       01  WS-CHECK-LOAN-ID       PIC 9(5).
       01  WS-DISPUTE-OPEN        PIC X.

       PROCEDURE DIVISION USING WS-CHECK-LOAN-ID
                                 WS-DISPUTE-OPEN.

       MOVE 'N' TO WS-DISPUTE-OPEN

       OPEN INPUT COMPLAINT-FILE
       IF FILE-OK
           MOVE 'N' TO WS-END-OF-CASES
           MOVE WS-CHECK-LOAN-ID TO LOAN-ID OF COMPLAINT-REC
           START COMPLAINT-FILE KEY IS EQUAL TO
                   LOAN-ID OF COMPLAINT-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-CASES
           END-START
           PERFORM CHECK-NEXT-CASE
               UNTIL END-OF-CASES OR WS-DISPUTE-OPEN = 'Y'
           CLOSE COMPLAINT-FILE
       END-IF

       GOBACK.

       CHECK-NEXT-CASE.
           READ COMPLAINT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-CASES
               NOT AT END
                   IF LOAN-ID OF COMPLAINT-REC NOT = WS-CHECK-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-CASES
                   ELSE
                       IF CATEGORY-ERROR AND CASE-OPEN
                           MOVE 'Y' TO WS-DISPUTE-OPEN
                       END-IF
                   END-IF
           END-READ.
