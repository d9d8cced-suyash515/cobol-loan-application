       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-CONVERSION.

      *================================================================
      *  One-time (and safely re-runnable) conversion of the free-
      *  text customer address into the structured mailing-address
      *  fields.  Every customer on CUSTOMER.DAT not already held in
      *  structured form (ADDRESS-FORMAT not 'S') is run through
      *  PARSE-MAILING-ADDRESS:
      *
      *    - parsed    -- street lines, city, state and ZIP+4 are
      *                   moved in and ADDRESS-FORMAT set to 'S';
      *    - unparsed  -- ADDRESS-FORMAT set to 'U', the free text
      *                   left where it is (letters keep printing
      *                   it), and an EXCEPTION row written to
      *                   REPORT-FILE with the reason, for the
      *                   servicing desk to key the address by hand
      *                   through CUSTOMER-FILE option 3.
      *
      *  Converted in place by REWRITE -- no unload/reload.  A rerun
      *  after the exceptions are corrected picks up only what is
      *  still unparsed.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  REPORT-FILE.
       COPY REPORTREC.

       WORKING-STORAGE SECTION.
       01  CUSTOMER-FILE-STATUS    PIC XX.
           88  CUSTOMER-FILE-OK     VALUE '00'.
       01  REPORT-FILE-STATUS      PIC XX.
           88  REPORT-FILE-OK       VALUE '00'.
       01  WS-END-OF-CUSTOMERS     PIC X VALUE 'N'.
           88  END-OF-CUSTOMERS     VALUE 'Y'.
       01  WS-END-OF-REPORTS       PIC X VALUE 'N'.
           88  END-OF-REPORTS       VALUE 'Y'.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-NEXT-REPORT-ID       PIC 9(5) VALUE ZERO.
       01  WS-CUSTOMERS-READ       PIC 9(5) COMP VALUE ZERO.
       01  WS-ALREADY-STRUCTURED   PIC 9(5) COMP VALUE ZERO.
       01  WS-CUSTOMERS-CONVERTED  PIC 9(5) COMP VALUE ZERO.
       01  WS-CUSTOMERS-UNPARSED   PIC 9(5) COMP VALUE ZERO.
       01  WS-BUSDATE-FOUND        PIC X.
           88  BUSINESS-DATE-FOUND  VALUE 'Y'.

       01  WS-ID-MODE             PIC X.
       01  WS-ID-SERIES           PIC X(12).
       01  WS-ID-FOUND            PIC X.
           88  ID-SERIES-FOUND     VALUE 'Y'.

       01  WS-PARSED-ADDRESS.
           05  WS-PARSED-STREET-1  PIC X(30).
           05  WS-PARSED-STREET-2  PIC X(18).
           05  WS-PARSED-CITY      PIC X(20).
           05  WS-PARSED-STATE     PIC X(2).
           05  WS-PARSED-ZIP-5     PIC X(5).
           05  WS-PARSED-ZIP-4     PIC X(4).
       01  WS-ADDRESS-PARSED      PIC X.
           88  ADDRESS-WAS-PARSED  VALUE 'Y'.
       01  WS-PARSE-REASON        PIC X(40).

       PROCEDURE DIVISION.

       CALL 'GET-BUSINESS-DATE' USING WS-RUN-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           DISPLAY 'Enter Conversion Run Date (YYYYMMDD): '
           ACCEPT WS-RUN-DATE
       END-IF

       OPEN I-O CUSTOMER-FILE
       IF NOT CUSTOMER-FILE-OK
           DISPLAY 'Error Opening CUSTOMER-FILE.'
           STOP RUN
       END-IF

       PERFORM ASSIGN-NEXT-REPORT-ID

       OPEN EXTEND REPORT-FILE
       IF NOT REPORT-FILE-OK
           OPEN OUTPUT REPORT-FILE
       END-IF
       IF NOT REPORT-FILE-OK
           DISPLAY 'Error Opening REPORT-FILE.'
           CLOSE CUSTOMER-FILE
           STOP RUN
       END-IF

       PERFORM CONVERT-NEXT-CUSTOMER UNTIL END-OF-CUSTOMERS

       CLOSE REPORT-FILE
       CLOSE CUSTOMER-FILE

       DISPLAY 'Address Conversion Complete.'
       DISPLAY '  Customers Read       : ' WS-CUSTOMERS-READ
       DISPLAY '  Already Structured   : ' WS-ALREADY-STRUCTURED
       DISPLAY '  Converted            : ' WS-CUSTOMERS-CONVERTED
       DISPLAY '  Unparsed (Exceptions): ' WS-CUSTOMERS-UNPARSED

       STOP RUN.

       ASSIGN-NEXT-REPORT-ID.
           MOVE 'A' TO WS-ID-MODE
           MOVE 'REPORT' TO WS-ID-SERIES
           CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                        WS-ID-SERIES
                                        WS-NEXT-REPORT-ID
                                        WS-ID-FOUND
           IF NOT ID-SERIES-FOUND
               PERFORM SEED-REPORT-SERIES
           END-IF.

      *----------------------------------------------------------------
      *  First use of the central control file for this series: seed
      *  it once from the old high-water-mark scan, then every later
      *  assignment comes straight off NEXT_ID.DAT.
      *----------------------------------------------------------------
       SEED-REPORT-SERIES.
           OPEN INPUT REPORT-FILE
           IF NOT REPORT-FILE-OK
               MOVE 1 TO WS-NEXT-REPORT-ID
           ELSE
               PERFORM FIND-HIGHEST-REPORT-ID
                   UNTIL END-OF-REPORTS
               ADD 1 TO WS-NEXT-REPORT-ID
               CLOSE REPORT-FILE
           END-IF
           MOVE 'S' TO WS-ID-MODE
           MOVE 'REPORT' TO WS-ID-SERIES
           CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                        WS-ID-SERIES
                                        WS-NEXT-REPORT-ID
                                        WS-ID-FOUND.

       FIND-HIGHEST-REPORT-ID.
           READ REPORT-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-REPORTS
               NOT AT END
                   IF REPORT-ID > WS-NEXT-REPORT-ID
                       MOVE REPORT-ID TO WS-NEXT-REPORT-ID
                   END-IF
           END-READ.

       CONVERT-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-CUSTOMERS
               NOT AT END
                   ADD 1 TO WS-CUSTOMERS-READ
                   IF ADDRESS-STRUCTURED
                       ADD 1 TO WS-ALREADY-STRUCTURED
                   ELSE
                       PERFORM CONVERT-CUSTOMER-ADDRESS
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  The parsed fields are only moved in on success: the first
      *  street line and city overlay the free text, so an unparsed
      *  customer must keep its 50 bytes untouched.
      *----------------------------------------------------------------
       CONVERT-CUSTOMER-ADDRESS.
           CALL 'PARSE-MAILING-ADDRESS' USING LEGACY-ADDRESS-TEXT
                                               WS-PARSED-STREET-1
                                               WS-PARSED-STREET-2
                                               WS-PARSED-CITY
                                               WS-PARSED-STATE
                                               WS-PARSED-ZIP-5
                                               WS-PARSED-ZIP-4
                                               WS-ADDRESS-PARSED
                                               WS-PARSE-REASON
           IF ADDRESS-WAS-PARSED
               MOVE WS-PARSED-STREET-1 TO ADDR-STREET-1
               MOVE WS-PARSED-CITY     TO ADDR-CITY
               MOVE WS-PARSED-STREET-2 TO ADDR-STREET-2
               MOVE WS-PARSED-STATE    TO ADDR-STATE
               MOVE WS-PARSED-ZIP-5    TO ADDR-ZIP-5
               MOVE WS-PARSED-ZIP-4    TO ADDR-ZIP-4
               MOVE 'S' TO ADDRESS-FORMAT
           ELSE
               MOVE SPACES TO ADDR-STREET-2
               MOVE SPACES TO ADDR-STATE
               MOVE SPACES TO ADDR-ZIP-CODE
               MOVE 'U' TO ADDRESS-FORMAT
           END-IF

           REWRITE CUSTOMER-REC
               INVALID KEY
                   DISPLAY 'Error Converting Address For Customer '
                       CUSTOMER-ID
               NOT INVALID KEY
                   IF ADDRESS-STRUCTURED
                       ADD 1 TO WS-CUSTOMERS-CONVERTED
                   ELSE
                       ADD 1 TO WS-CUSTOMERS-UNPARSED
                       PERFORM WRITE-UNPARSED-REPORT-ROW
                   END-IF
           END-REWRITE.

       WRITE-UNPARSED-REPORT-ROW.
           MOVE WS-NEXT-REPORT-ID TO REPORT-ID
           MOVE 'EXCEPTION'       TO REPORT-TYPE
           MOVE WS-RUN-DATE       TO GENERATED-DATE
           MOVE 'CUSTOMER.DAT'    TO EXCEP-SOURCE-FILE
           MOVE CUSTOMER-ID       TO EXCEP-KEY-ID
           MOVE SPACES TO EXCEP-DESCRIPTION
           STRING 'ADDRESS NOT PARSED - ' DELIMITED BY SIZE
                  WS-PARSE-REASON         DELIMITED BY SIZE
               INTO EXCEP-DESCRIPTION
           WRITE REPORT-REC
           ADD 1 TO WS-NEXT-REPORT-ID.
