      *                            threshold
      *      DUAL CTRL LIMIT     - CUSTOMER-FILE balance-adjustment
      *                            dual-control threshold
      *      WAIVE LMT <role>    - FEE-WAIVER-FILE per-waiver dollar
      *                            authority for the role (TELLER,
      *                            SUPERVISOR, COLLECTOR, SRCOLLECT,
      *                            CREDITOFCR)
      *      DUP PAY DAYS        - DUPLICATE-PAYMENT-SCAN matching
      *                            window in days (default 3)
      *      INCOMP NOTICE DAYS  - APPLICATION-AGING days after
      *                            application before a notice of
      *                            incompleteness goes out (10)
      *      INCOMP RESPOND DAYS - business days the notice allows
      *                            for the missing items (20)
      *      APPL STALE DAYS     - days a complete but undecided
      *                            application stays open before it
      *                            is closed out WITHDRAWN (90)
      *
      *  Options 3 and 4 keep COMPANY_PARM.DAT, the same rows for a
      *  single legal entity: a value keyed there under a company
      *  code overrides the system-wide value for that entity's
      *  loans (COMPANY-PARM-LOOKUP), so the two charters can run
      *  different policy numbers where they genuinely differ.
      *================================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS PARM-KEY OF SYSTEM-PARM-REC
               FILE STATUS IS FILE-STATUS.

           SELECT COMPANY-PARM-FILE ASSIGN TO 'COMPANY_PARM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMPANY-PARM-KEY
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSTEM-PARM-FILE.
       COPY PARMREC.

       FD  COMPANY-PARM-FILE.
       COPY COMPANYPARMREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
           88  FILE-OK             VALUE '00'.
       01  WS-MODE                PIC X.
           88  ADD-MODE             VALUE '1'.
           88  LIST-MODE            VALUE '2'.
           88  COMPANY-ADD-MODE     VALUE '3'.
           88  COMPANY-LIST-MODE    VALUE '4'.
       01  WS-COMPANY-CODE        PIC 9(3).
       01  WS-PARM-NAME           PIC X(20).
       01  WS-PARM-VALUE          PIC 9(7)V99.
       01  WS-EFFECTIVE-DATE      PIC 9(8).

       DISPLAY '1. Add Parameter Value'
       DISPLAY '2. List Parameter History'
       DISPLAY '3. Add Company Parameter Value'
       DISPLAY '4. List Company Parameter History'
       DISPLAY 'Select Option: '
       ACCEPT WS-MODE
       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
               PERFORM ADD-PARM-VALUE
           WHEN LIST-MODE
               PERFORM LIST-PARM-HISTORY
           WHEN COMPANY-ADD-MODE
               PERFORM ADD-COMPANY-PARM-VALUE
           WHEN COMPANY-LIST-MODE
               PERFORM LIST-COMPANY-PARM-HISTORY
           WHEN OTHER
               DISPLAY 'Invalid Option.'
       END-EVALUATE
           MOVE WS-PARM-NAME      TO PARM-NAME OF SYSTEM-PARM-REC
           MOVE WS-EFFECTIVE-DATE
               TO EFFECTIVE-DATE OF SYSTEM-PARM-REC
           MOVE WS-PARM-VALUE     TO PARM-VALUE OF SYSTEM-PARM-REC

           WRITE SYSTEM-PARM-REC
               INVALID KEY
                       DISPLAY PARM-NAME OF SYSTEM-PARM-REC
                           ' Effective '
                           EFFECTIVE-DATE OF SYSTEM-PARM-REC
                           ' Value ' PARM-VALUE OF SYSTEM-PARM-REC
                   ELSE
                       MOVE 'Y' TO WS-END-OF-PARMS
                   END-IF
           END-READ.

       ADD-COMPANY-PARM-VALUE.
           DISPLAY 'Enter Company Code: '
           ACCEPT WS-COMPANY-CODE
           DISPLAY 'Enter Parameter Name: '
           ACCEPT WS-PARM-NAME
           DISPLAY 'Enter Effective Date (YYYYMMDD): '
           ACCEPT WS-EFFECTIVE-DATE

           IF WS-EFF-YEAR < WS-MIN-YEAR OR WS-EFF-YEAR > WS-MAX-YEAR
              OR WS-EFF-MONTH < 1 OR WS-EFF-MONTH > 12
              OR WS-EFF-DAY < 1 OR WS-EFF-DAY > 31
               DISPLAY 'Invalid Effective Date: ' WS-EFFECTIVE-DATE
               GOBACK
           END-IF

           DISPLAY 'Enter Parameter Value: '
           ACCEPT WS-PARM-VALUE

           OPEN I-O COMPANY-PARM-FILE
           IF FILE-NOT-FOUND
               OPEN OUTPUT COMPANY-PARM-FILE
               CLOSE COMPANY-PARM-FILE
               OPEN I-O COMPANY-PARM-FILE
           END-IF
           IF NOT FILE-OK
               DISPLAY 'Error Opening COMPANY-PARM-FILE.'
               GOBACK
           END-IF

           MOVE WS-COMPANY-CODE   TO COMPANY-CODE OF COMPANY-PARM-REC
           MOVE WS-PARM-NAME      TO PARM-NAME OF COMPANY-PARM-REC
           MOVE WS-EFFECTIVE-DATE
               TO EFFECTIVE-DATE OF COMPANY-PARM-REC
           MOVE WS-PARM-VALUE     TO PARM-VALUE OF COMPANY-PARM-REC

           WRITE COMPANY-PARM-REC
               INVALID KEY
                   DISPLAY 'Duplicate Parameter Entry For Company '
                       WS-COMPANY-CODE ' ' WS-PARM-NAME
                       ' Effective ' WS-EFFECTIVE-DATE
               NOT INVALID KEY
                   DISPLAY 'Company Parameter Value Added '
                       'Successfully.'
                   MOVE 'COMPANY PARM ADD' TO WS-LOG-ACTION-TYPE
                   MOVE 'Company Parameter Added'
                       TO WS-LOG-DESCRIPTION
                   CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                                 WS-USER-ID
                                                 WS-LOG-DESCRIPTION
           END-WRITE

           CLOSE COMPANY-PARM-FILE.

       LIST-COMPANY-PARM-HISTORY.
           DISPLAY 'Enter Company Code: '
           ACCEPT WS-COMPANY-CODE
           DISPLAY 'Enter Parameter Name: '
           ACCEPT WS-PARM-NAME

           OPEN INPUT COMPANY-PARM-FILE
           IF NOT FILE-OK
               DISPLAY 'Error Opening COMPANY-PARM-FILE.'
               GOBACK
           END-IF

           MOVE WS-COMPANY-CODE TO COMPANY-CODE OF COMPANY-PARM-REC
           MOVE WS-PARM-NAME    TO PARM-NAME OF COMPANY-PARM-REC
           MOVE ZERO            TO EFFECTIVE-DATE OF COMPANY-PARM-REC
           START COMPANY-PARM-FILE KEY IS NOT LESS THAN
                   COMPANY-PARM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-PARMS
           END-START

           PERFORM LIST-NEXT-COMPANY-PARM-ROW UNTIL END-OF-PARMS

           CLOSE COMPANY-PARM-FILE
           DISPLAY 'Parameter Rows Listed: ' WS-ROWS-LISTED.

       LIST-NEXT-COMPANY-PARM-ROW.
           READ COMPANY-PARM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-PARMS
               NOT AT END
                   IF COMPANY-CODE OF COMPANY-PARM-REC
                          = WS-COMPANY-CODE
                      AND PARM-NAME OF COMPANY-PARM-REC
                          = WS-PARM-NAME
                       ADD 1 TO WS-ROWS-LISTED
                       DISPLAY 'Company ' WS-COMPANY-CODE ' '
                           PARM-NAME OF COMPANY-PARM-REC
                           ' Effective '
                           EFFECTIVE-DATE OF COMPANY-PARM-REC
                           ' Value ' PARM-VALUE OF COMPANY-PARM-REC
                   ELSE
                       MOVE 'Y' TO WS-END-OF-PARMS
                   END-IF
