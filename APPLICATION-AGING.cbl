       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPLICATION-AGING.

      *================================================================
      *  Nightly application aging.  Every PENDING application on
      *  LOAN_APPLICATION.DAT is aged in calendar days from its
      *  application date to the business date and checked against
      *  its LOAN-DOCUMENT-FILE checklist on DOCUMENT_TRACK.DAT:
      *
      *    - items still outstanding INCOMP NOTICE DAYS (parameter,
      *      default 10) after application, and no notice sent yet:
      *      the notice of incompleteness is printed to
      *      INCOMPLETE_NOTICE.PRT listing the missing items and a
      *      response deadline INCOMP RESPOND DAYS (default 20)
      *      business days out, logged on LETTER_LOG.DAT, and the
      *      notice and deadline dates stamped on the application;
      *    - items still outstanding after that deadline: the file
      *      is closed out INCOMPLETE as of the business date;
      *    - nothing outstanding but still undecided APPL STALE DAYS
      *      (default 90) after application: the applicant is taken
      *      to have abandoned it and it is closed out WITHDRAWN.
      *
      *  Closed-out applications carry APPL-CLOSED-DATE, which
      *  FAIR-LENDING-EXTRACT reports as the action-taken date.
      *  APPLICATION-PIPELINE-REPORT lists what is left open.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-APPLICATION-FILE
               ASSIGN TO 'LOAN_APPLICATION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-APPLICATION-REC
               FILE STATUS IS APPLICATION-FILE-STATUS.

           SELECT DOCUMENT-TRACK-FILE ASSIGN TO 'DOCUMENT_TRACK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-KEY OF DOCUMENT-TRACK-REC
               FILE STATUS IS DOC-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-REC
               FILE STATUS IS CUST-FILE-STATUS.

           SELECT LETTER-PRINT-FILE ASSIGN TO 'INCOMPLETE_NOTICE.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           SELECT LETTER-LOG-FILE ASSIGN TO 'LETTER_LOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LETLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-APPLICATION-FILE.
       COPY LOANAPPREC.

       FD  DOCUMENT-TRACK-FILE.
       COPY DOCTRACKREC.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  LETTER-PRINT-FILE.
       01  LETTER-PRINT-LINE       PIC X(80).

       FD  LETTER-LOG-FILE.
       COPY LETTERLOGREC.

       WORKING-STORAGE SECTION.
       01  APPLICATION-FILE-STATUS PIC XX.
           88  APPLICATION-FILE-OK  VALUE '00'.
       01  DOC-FILE-STATUS         PIC XX.
           88  DOC-FILE-OK          VALUE '00'.
       01  CUST-FILE-STATUS        PIC XX.
           88  CUST-FILE-OK         VALUE '00'.
       01  PRINT-FILE-STATUS       PIC XX.
           88  PRINT-FILE-OK        VALUE '00'.
           88  PRINT-FILE-ERROR     VALUE '10'.
       01  LETLOG-FILE-STATUS      PIC XX.
           88  LETLOG-FILE-OK       VALUE '00'.

       01  WS-END-OF-APPLICATIONS  PIC X VALUE 'N'.
           88  END-OF-APPLICATIONS  VALUE 'Y'.
       01  WS-END-OF-DOCS          PIC X VALUE 'N'.
           88  END-OF-DOCS          VALUE 'Y'.
       01  WS-DOCS-ON-FILE         PIC X VALUE 'N'.
           88  DOCS-ON-FILE         VALUE 'Y'.
       01  WS-BORROWER-FOUND       PIC X VALUE 'N'.
           88  BORROWER-FOUND       VALUE 'Y'.
       01  WS-LIST-ITEMS           PIC X VALUE 'N'.
           88  LISTING-ITEMS        VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-ITEMS-OUTSTANDING    PIC 9(3) COMP.
       01  WS-DAYS-IN-PROCESS      PIC S9(5).
       01  WS-EDIT-DAYS            PIC ZZZZ9.
       01  WS-ADDRESS-LINES.
           05  WS-ADDRESS-LINE     PIC X(50) OCCURS 3 TIMES.
       01  WS-ADDRESS-IX           PIC 9 COMP.

      *  Compiled defaults; overridden by the INCOMP NOTICE DAYS,
      *  INCOMP RESPOND DAYS and APPL STALE DAYS system parameters
      *  when they are on file.
       01  WS-NOTICE-DAYS          PIC 9(3) VALUE 10.
       01  WS-RESPOND-DAYS         PIC 9(3) VALUE 20.
       01  WS-STALE-DAYS           PIC 9(3) VALUE 90.
       01  WS-DUE-DATE             PIC 9(8).
       01  WS-PARM-NAME            PIC X(20).
       01  WS-PARM-VALUE           PIC 9(7)V99.
       01  WS-PARM-FOUND           PIC X.
           88  PARM-WAS-FOUND       VALUE 'Y'.

       01  WS-DCI-BASIS           PIC X VALUE 'A'.
       01  WS-DCI-FROM-DATE       PIC 9(8).
       01  WS-DCI-TO-DATE         PIC 9(8).
       01  WS-DCI-PRINCIPAL       PIC 9(7)V99 VALUE ZERO.
       01  WS-DCI-RATE            PIC 9(3)V99 VALUE ZERO.
       01  WS-DCI-DAYS            PIC S9(5).
       01  WS-DCI-PER-DIEM        PIC 9(5)V9(4).
       01  WS-DCI-INTEREST        PIC 9(7)V99.

       01  WS-CYCLE-USER           PIC X(10) VALUE 'APPLAGE'.
       01  WS-LOG-ACTION-TYPE      PIC A(20).
       01  WS-LOG-DESCRIPTION      PIC A(50).

       01  WS-APPS-PENDING         PIC 9(5) COMP VALUE ZERO.
       01  WS-NOTICES-SENT         PIC 9(5) COMP VALUE ZERO.
       01  WS-CLOSED-INCOMPLETE    PIC 9(5) COMP VALUE ZERO.
       01  WS-CLOSED-WITHDRAWN     PIC 9(5) COMP VALUE ZERO.
       01  WS-CTL-STEP-NAME        PIC X(20).
       01  WS-CTL-RECORDS-READ     PIC 9(7).
       01  WS-CTL-RECORDS-WRITTEN  PIC 9(7).
       01  WS-CTL-DOLLARS-IN       PIC 9(9)V99 VALUE ZERO.
       01  WS-CTL-DOLLARS-OUT      PIC 9(9)V99 VALUE ZERO.

       01  WS-RST-MODE            PIC X.
       01  WS-RST-STEP-NAME       PIC X(20).
       01  WS-RST-STEP-DONE       PIC X.
           88  RESTART-STEP-DONE   VALUE 'Y'.
       01  WS-BUSDATE-FOUND       PIC X.
           88  BUSINESS-DATE-FOUND VALUE 'Y'.

       PROCEDURE DIVISION.

       CALL 'GET-BUSINESS-DATE' USING WS-RUN-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
       END-IF
       MOVE 'APPL-AGING' TO WS-RST-STEP-NAME
       MOVE 'C' TO WS-RST-MODE
       CALL 'STEP-RESTART-CONTROL' USING WS-RST-MODE
                                          WS-RST-STEP-NAME
                                          WS-RUN-DATE
                                          WS-RST-STEP-DONE
       IF RESTART-STEP-DONE
           DISPLAY 'Step Already Complete For ' WS-RUN-DATE
               ' - Skipped On Restart.'
           STOP RUN
       END-IF

       MOVE 'INCOMP NOTICE DAYS' TO WS-PARM-NAME
       CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                 WS-RUN-DATE
                                 WS-PARM-VALUE
                                 WS-PARM-FOUND
       IF PARM-WAS-FOUND AND WS-PARM-VALUE > ZERO
           MOVE WS-PARM-VALUE TO WS-NOTICE-DAYS
       END-IF
       MOVE 'INCOMP RESPOND DAYS' TO WS-PARM-NAME
       CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                 WS-RUN-DATE
                                 WS-PARM-VALUE
                                 WS-PARM-FOUND
       IF PARM-WAS-FOUND AND WS-PARM-VALUE > ZERO
           MOVE WS-PARM-VALUE TO WS-RESPOND-DAYS
       END-IF
       MOVE 'APPL STALE DAYS' TO WS-PARM-NAME
       CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                 WS-RUN-DATE
                                 WS-PARM-VALUE
                                 WS-PARM-FOUND
       IF PARM-WAS-FOUND AND WS-PARM-VALUE > ZERO
           MOVE WS-PARM-VALUE TO WS-STALE-DAYS
       END-IF

       OPEN I-O LOAN-APPLICATION-FILE
       IF NOT APPLICATION-FILE-OK
           DISPLAY 'No LOAN-APPLICATION-FILE On Hand.'
           PERFORM WRITE-CONTROL-TOTALS
           MOVE 'R' TO WS-RST-MODE
           CALL 'STEP-RESTART-CONTROL' USING WS-RST-MODE
                                              WS-RST-STEP-NAME
                                              WS-RUN-DATE
                                              WS-RST-STEP-DONE
           STOP RUN
       END-IF

       OPEN INPUT DOCUMENT-TRACK-FILE
       IF DOC-FILE-OK
           MOVE 'Y' TO WS-DOCS-ON-FILE
       END-IF

       OPEN INPUT CUSTOMER-FILE
       IF NOT CUST-FILE-OK
           DISPLAY 'Error Opening CUSTOMER-FILE.'
           CLOSE LOAN-APPLICATION-FILE
           IF DOCS-ON-FILE
               CLOSE DOCUMENT-TRACK-FILE
           END-IF
           STOP RUN
       END-IF

       OPEN EXTEND LETTER-PRINT-FILE
       IF PRINT-FILE-ERROR
           OPEN OUTPUT LETTER-PRINT-FILE
       END-IF
       IF NOT PRINT-FILE-OK
           DISPLAY 'Error Opening LETTER-PRINT-FILE.'
           CLOSE LOAN-APPLICATION-FILE
           CLOSE CUSTOMER-FILE
           IF DOCS-ON-FILE
               CLOSE DOCUMENT-TRACK-FILE
           END-IF
           STOP RUN
       END-IF

       PERFORM AGE-NEXT-APPLICATION
           UNTIL END-OF-APPLICATIONS

       CLOSE LOAN-APPLICATION-FILE
       CLOSE CUSTOMER-FILE
       CLOSE LETTER-PRINT-FILE
       IF DOCS-ON-FILE
           CLOSE DOCUMENT-TRACK-FILE
       END-IF

       PERFORM WRITE-CONTROL-TOTALS

       MOVE 'R' TO WS-RST-MODE
       CALL 'STEP-RESTART-CONTROL' USING WS-RST-MODE
                                          WS-RST-STEP-NAME
                                          WS-RUN-DATE
                                          WS-RST-STEP-DONE

       DISPLAY 'Application Aging Complete - Pending: '
           WS-APPS-PENDING ' Notices: ' WS-NOTICES-SENT
           ' Closed Incomplete: ' WS-CLOSED-INCOMPLETE
           ' Withdrawn: ' WS-CLOSED-WITHDRAWN

       STOP RUN.

       AGE-NEXT-APPLICATION.
           READ LOAN-APPLICATION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-APPLICATIONS
               NOT AT END
                   IF APPLICATION-PENDING
                      AND APPLICATION-DATE > ZERO
                      AND APPLICATION-DATE NOT > WS-RUN-DATE
                       ADD 1 TO WS-APPS-PENDING
                       PERFORM AGE-ONE-APPLICATION
                   END-IF
           END-READ.

       AGE-ONE-APPLICATION.
           MOVE APPLICATION-DATE TO WS-DCI-FROM-DATE
           MOVE WS-RUN-DATE TO WS-DCI-TO-DATE
           CALL 'DAY-COUNT-INTEREST' USING WS-DCI-BASIS
                                            WS-DCI-FROM-DATE
                                            WS-DCI-TO-DATE
                                            WS-DCI-PRINCIPAL
                                            WS-DCI-RATE
                                            WS-DCI-DAYS
                                            WS-DCI-PER-DIEM
                                            WS-DCI-INTEREST
           MOVE WS-DCI-DAYS TO WS-DAYS-IN-PROCESS

           MOVE 'N' TO WS-LIST-ITEMS
           PERFORM SCAN-CHECKLIST

           EVALUATE TRUE
               WHEN WS-ITEMS-OUTSTANDING > ZERO
                AND INCOMPLETE-NOTICE-DATE = ZERO
                AND WS-DAYS-IN-PROCESS NOT < WS-NOTICE-DAYS
                   PERFORM SEND-INCOMPLETE-NOTICE
               WHEN WS-ITEMS-OUTSTANDING > ZERO
                AND INCOMPLETE-NOTICE-DATE > ZERO
                AND INCOMPLETE-DUE-DATE < WS-RUN-DATE
                   MOVE 'INCOMPLETE' TO APPLICATION-STATUS
                   PERFORM CLOSE-OUT-APPLICATION
               WHEN WS-ITEMS-OUTSTANDING = ZERO
                AND WS-DAYS-IN-PROCESS NOT < WS-STALE-DAYS
                   MOVE 'WITHDRAWN' TO APPLICATION-STATUS
                   PERFORM CLOSE-OUT-APPLICATION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      *  Counts the application's outstanding checklist items; with
      *  WS-LIST-ITEMS set, also prints each one on the notice.
      *----------------------------------------------------------------
       SCAN-CHECKLIST.
           MOVE ZERO TO WS-ITEMS-OUTSTANDING
           MOVE 'N' TO WS-END-OF-DOCS
           IF NOT DOCS-ON-FILE
               MOVE 'Y' TO WS-END-OF-DOCS
           ELSE
               MOVE LOAN-ID OF LOAN-APPLICATION-REC
                   TO LOAN-ID OF DOCUMENT-TRACK-REC
               MOVE SPACES TO DOC-TYPE
               START DOCUMENT-TRACK-FILE KEY IS NOT LESS THAN
                       DOC-KEY OF DOCUMENT-TRACK-REC
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-DOCS
               END-START
           END-IF
           PERFORM SCAN-NEXT-CHECKLIST-ITEM UNTIL END-OF-DOCS.

       SCAN-NEXT-CHECKLIST-ITEM.
           READ DOCUMENT-TRACK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-DOCS
               NOT AT END
                   IF LOAN-ID OF DOCUMENT-TRACK-REC
                       = LOAN-ID OF LOAN-APPLICATION-REC
                       IF DOC-OUTSTANDING
                           ADD 1 TO WS-ITEMS-OUTSTANDING
                           IF LISTING-ITEMS
                               MOVE SPACES TO LETTER-PRINT-LINE
                               STRING '  - ' DOC-TYPE
                                   DELIMITED BY SIZE
                                   INTO LETTER-PRINT-LINE
                               WRITE LETTER-PRINT-LINE
                           END-IF
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-END-OF-DOCS
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  The notice of incompleteness: what is missing, and the date
      *  by which it must arrive before the file is closed out.
      *----------------------------------------------------------------
       SEND-INCOMPLETE-NOTICE.
           PERFORM FIND-APPLICANT
           IF NOT BORROWER-FOUND
               DISPLAY 'No Customer On File For Application '
                   LOAN-ID OF LOAN-APPLICATION-REC
                   ' - Incompleteness Notice Not Produced.'
           ELSE
               CALL 'ADD-BUSINESS-DAYS' USING WS-RUN-DATE
                                               WS-RESPOND-DAYS
                                               WS-DUE-DATE
               PERFORM PRINT-INCOMPLETE-NOTICE
               PERFORM LOG-LETTER
               MOVE WS-RUN-DATE TO INCOMPLETE-NOTICE-DATE
               MOVE WS-DUE-DATE TO INCOMPLETE-DUE-DATE
               REWRITE LOAN-APPLICATION-REC
                   INVALID KEY
                       DISPLAY 'Error Updating Application '
                           LOAN-ID OF LOAN-APPLICATION-REC
                   NOT INVALID KEY
                       ADD 1 TO WS-NOTICES-SENT
                       MOVE 'INCOMPLETE NOTICE'
                           TO WS-LOG-ACTION-TYPE
                       MOVE SPACES TO WS-LOG-DESCRIPTION
                       STRING 'Application '
                           LOAN-ID OF LOAN-APPLICATION-REC
                           ' Incomplete - Due ' WS-DUE-DATE
                           DELIMITED BY SIZE INTO WS-LOG-DESCRIPTION
                       CALL 'WRITE-LOG-ENTRY' USING
                           WS-LOG-ACTION-TYPE
                           WS-CYCLE-USER
                           WS-LOG-DESCRIPTION
               END-REWRITE
           END-IF.

       FIND-APPLICANT.
           MOVE 'N' TO WS-BORROWER-FOUND
           MOVE CUSTOMER-ID OF LOAN-APPLICATION-REC
               TO CUSTOMER-ID OF CUSTOMER-REC
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BORROWER-FOUND
           END-READ.

       PRINT-INCOMPLETE-NOTICE.
           MOVE ALL '=' TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE SPACES TO LETTER-PRINT-LINE
           STRING 'DATE: ' WS-RUN-DATE
               DELIMITED BY SIZE INTO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE CUSTOMER-NAME TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           CALL 'FORMAT-MAILING-ADDRESS' USING CUSTOMER-REC
                                                WS-ADDRESS-LINES
           PERFORM PRINT-ADDRESS-LINE
               VARYING WS-ADDRESS-IX FROM 1 BY 1
               UNTIL WS-ADDRESS-IX > 3
           MOVE SPACES TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE

           STRING 'NOTICE OF INCOMPLETE APPLICATION - APPLICATION '
               LOAN-ID OF LOAN-APPLICATION-REC
               DELIMITED BY SIZE INTO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE SPACES TO LETTER-PRINT-LINE
           STRING 'WE CANNOT DECIDE ON YOUR APPLICATION OF '
               APPLICATION-DATE ' UNTIL WE RECEIVE:'
               DELIMITED BY SIZE INTO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE

           MOVE 'Y' TO WS-LIST-ITEMS
           PERFORM SCAN-CHECKLIST
           MOVE 'N' TO WS-LIST-ITEMS

           MOVE SPACES TO LETTER-PRINT-LINE
           STRING 'IF WE DO NOT RECEIVE THESE ITEMS BY '
               WS-DUE-DATE ' YOUR'
               DELIMITED BY SIZE INTO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE 'APPLICATION WILL BE CLOSED AS INCOMPLETE WITHOUT'
               TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE 'FURTHER NOTICE.' TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE SPACES TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE.

       PRINT-ADDRESS-LINE.
           IF WS-ADDRESS-LINE (WS-ADDRESS-IX) NOT = SPACES
               MOVE WS-ADDRESS-LINE (WS-ADDRESS-IX)
                   TO LETTER-PRINT-LINE
               WRITE LETTER-PRINT-LINE
           END-IF.

       LOG-LETTER.
           OPEN EXTEND LETTER-LOG-FILE
           IF NOT LETLOG-FILE-OK
               OPEN OUTPUT LETTER-LOG-FILE
           END-IF

           MOVE LOAN-ID OF LOAN-APPLICATION-REC
               TO LOAN-ID OF LETTER-LOG-REC
           MOVE CUSTOMER-ID OF LOAN-APPLICATION-REC
               TO CUSTOMER-ID OF LETTER-LOG-REC
           MOVE 'INCOMPLETE' TO LETTER-TYPE
           MOVE WS-RUN-DATE TO LETTER-DATE
           MOVE 'M' TO MAIL-STATUS

           WRITE LETTER-LOG-REC

           CLOSE LETTER-LOG-FILE.

      *----------------------------------------------------------------
      *  APPLICATION-STATUS has been set to INCOMPLETE or WITHDRAWN
      *  by the caller; stamp the close-out date and record it.
      *----------------------------------------------------------------
       CLOSE-OUT-APPLICATION.
           MOVE WS-RUN-DATE TO APPL-CLOSED-DATE
           REWRITE LOAN-APPLICATION-REC
               INVALID KEY
                   DISPLAY 'Error Updating Application '
                       LOAN-ID OF LOAN-APPLICATION-REC
               NOT INVALID KEY
                   MOVE SPACES TO WS-LOG-DESCRIPTION
                   IF APPLICATION-INCOMPLETE
                       ADD 1 TO WS-CLOSED-INCOMPLETE
                       MOVE 'APPL INCOMPLETE' TO WS-LOG-ACTION-TYPE
                       STRING 'Application '
                           LOAN-ID OF LOAN-APPLICATION-REC
                           ' Closed For Incompleteness'
                           DELIMITED BY SIZE INTO WS-LOG-DESCRIPTION
                   ELSE
                       ADD 1 TO WS-CLOSED-WITHDRAWN
                       MOVE WS-DAYS-IN-PROCESS TO WS-EDIT-DAYS
                       MOVE 'APPL WITHDRAWN' TO WS-LOG-ACTION-TYPE
                       STRING 'Application '
                           LOAN-ID OF LOAN-APPLICATION-REC
                           ' Withdrawn - Stale '
                           WS-EDIT-DAYS ' Days'
                           DELIMITED BY SIZE INTO WS-LOG-DESCRIPTION
                   END-IF
                   CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                                 WS-CYCLE-USER
                                                 WS-LOG-DESCRIPTION
           END-REWRITE.

       WRITE-CONTROL-TOTALS.
           MOVE 'APPL-AGING'        TO WS-CTL-STEP-NAME
           MOVE WS-APPS-PENDING     TO WS-CTL-RECORDS-READ
           COMPUTE WS-CTL-RECORDS-WRITTEN =
               WS-NOTICES-SENT + WS-CLOSED-INCOMPLETE
                   + WS-CLOSED-WITHDRAWN
           CALL 'WRITE-BATCH-CONTROL' USING WS-CTL-STEP-NAME
                                             WS-CTL-RECORDS-READ
                                             WS-CTL-RECORDS-WRITTEN
                                             WS-CTL-DOLLARS-IN
                                             WS-CTL-DOLLARS-OUT.
