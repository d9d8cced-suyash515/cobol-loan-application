       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-PRIVACY-OPT-OUT.

      *================================================================
      *  Callable privacy-preference check.  Returns the customer's
      *  three opt-out flags from PRIVACY_PREF.DAT -- affiliate
      *  sharing, nonaffiliated third-party sharing, and marketing
      *  -- each 'Y' while in force and 'N' otherwise.  Any extract
      *  that hands borrower data to someone outside the bank CALLs
      *  this to drop or mask an opted-out customer; the annual
      *  privacy notice CALLs it to print the borrower's current
      *  choices.  No preference file on hand, or no record for the
      *  customer, means nothing opted out.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIVACY-PREF-FILE ASSIGN TO 'PRIVACY_PREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF PRIVACY-PREF-REC
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIVACY-PREF-FILE.
       COPY PRIVPREFREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
           88  FILE-OK             VALUE '00'.

       LINKAGE SECTION.
       01  WS-PRIV-CUSTOMER-ID    PIC 9(5).
       01  WS-AFFILIATE-OUT       PIC X.
       01  WS-THIRD-PARTY-OUT     PIC X.
       01  WS-MARKETING-OUT       PIC X.

       PROCEDURE DIVISION USING WS-PRIV-CUSTOMER-ID
                                 WS-AFFILIATE-OUT
                                 WS-THIRD-PARTY-OUT
                                 WS-MARKETING-OUT.

       MOVE 'N' TO WS-AFFILIATE-OUT
       MOVE 'N' TO WS-THIRD-PARTY-OUT
       MOVE 'N' TO WS-MARKETING-OUT

       OPEN INPUT PRIVACY-PREF-FILE
       IF NOT FILE-OK
           GOBACK
       END-IF

       MOVE WS-PRIV-CUSTOMER-ID TO CUSTOMER-ID OF PRIVACY-PREF-REC
       READ PRIVACY-PREF-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF AFFILIATE-OPTED-OUT
                   MOVE 'Y' TO WS-AFFILIATE-OUT
               END-IF
               IF THIRD-PARTY-OPTED-OUT
                   MOVE 'Y' TO WS-THIRD-PARTY-OUT
               END-IF
               IF MARKETING-OPTED-OUT
                   MOVE 'Y' TO WS-MARKETING-OUT
               END-IF
       END-READ

       CLOSE PRIVACY-PREF-FILE

       GOBACK.
