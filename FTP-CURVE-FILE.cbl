       IDENTIFICATION DIVISION.
       PROGRAM-ID. FTP-CURVE-FILE.

      *================================================================
      *  Maintains FTP_CURVE.DAT, keyed on rate type (F fixed, V
      *  variable) plus term point in months plus EFFECTIVE-DATE --
      *  the funds-transfer pricing curve FTP-RATE-LOOKUP charges
      *  loans for their funding from.  One row per point: a 36
      *  month row prices every fixed loan from 36 months up to the
      *  next point.  A new curve is loaded under a new effective
      *  date, so loans keep the rate of the curve they were
      *  originated under.  Styled after PRICING-MATRIX-FILE.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FTP-CURVE-FILE ASSIGN TO 'FTP_CURVE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FTP-CURVE-KEY OF FTP-CURVE-REC
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FTP-CURVE-FILE.
       COPY FTPCURVEREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
           88  FILE-OK             VALUE '00'.
           88  FILE-NOT-FOUND      VALUE '35'.
       01  WS-RATE-TYPE           PIC X.
           88  WS-RATE-TYPE-VALID  VALUE 'F' 'V'.
       01  WS-TERM-MONTHS         PIC 9(3).
       01  WS-FTP-RATE            PIC 9(3)V99.
       01  WS-MIN-RATE            PIC 9(3)V99 VALUE 0.01.
       01  WS-MAX-RATE            PIC 9(3)V99 VALUE 25.00.
       01  WS-EFFECTIVE-DATE      PIC 9(8).
       01  WS-EFFECTIVE-DATE-PARTS REDEFINES WS-EFFECTIVE-DATE.
           05  WS-EFF-YEAR         PIC 9(4).
           05  WS-EFF-MONTH        PIC 9(2).
           05  WS-EFF-DAY          PIC 9(2).
       01  WS-MIN-YEAR            PIC 9(4) VALUE 1900.
       01  WS-MAX-YEAR            PIC 9(4) VALUE 2099.
       01  WS-USER-ID             PIC A(10).
       01  WS-LOG-ACTION-TYPE     PIC A(20).
       01  WS-LOG-DESCRIPTION     PIC A(50).

       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       PROCEDURE DIVISION.

       DISPLAY 'Enter Rate Type (F=Fixed, V=Variable): '
       ACCEPT WS-RATE-TYPE
       IF NOT WS-RATE-TYPE-VALID
           DISPLAY 'Invalid Rate Type: ' WS-RATE-TYPE
           GOBACK
       END-IF

       DISPLAY 'Enter Term Point In Months (e.g., 036): '
       ACCEPT WS-TERM-MONTHS
       IF WS-TERM-MONTHS = ZERO
           DISPLAY 'Term Point Must Be At Least One Month.'
           GOBACK
       END-IF

       DISPLAY 'Enter Effective Date (YYYYMMDD): '
       ACCEPT WS-EFFECTIVE-DATE

       IF WS-EFF-YEAR < WS-MIN-YEAR OR WS-EFF-YEAR > WS-MAX-YEAR
          OR WS-EFF-MONTH < 1 OR WS-EFF-MONTH > 12
          OR WS-EFF-DAY < 1 OR WS-EFF-DAY > 31
           DISPLAY 'Invalid Effective Date: ' WS-EFFECTIVE-DATE
           GOBACK
       END-IF

       DISPLAY 'Enter Transfer Rate For This Point (e.g., 4.15): '
       ACCEPT WS-FTP-RATE

       IF WS-FTP-RATE < WS-MIN-RATE
          OR WS-FTP-RATE > WS-MAX-RATE
           DISPLAY 'Rate Outside Allowed Range Of '
               WS-MIN-RATE ' To ' WS-MAX-RATE
           GOBACK
       END-IF

       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
                                       WS-SIGNON-FOUND
       IF NOT SIGNON-FOUND
           DISPLAY 'Enter Your User ID: '
           ACCEPT WS-USER-ID
       END-IF

       OPEN I-O FTP-CURVE-FILE
       IF FILE-NOT-FOUND
           OPEN OUTPUT FTP-CURVE-FILE
           CLOSE FTP-CURVE-FILE
           OPEN I-O FTP-CURVE-FILE
       END-IF
       IF NOT FILE-OK
           DISPLAY 'Error Opening FTP-CURVE-FILE.'
           GOBACK
       END-IF

       MOVE WS-RATE-TYPE   TO FTP-RATE-TYPE
       MOVE WS-TERM-MONTHS TO TERM-MONTHS
       MOVE WS-EFFECTIVE-DATE
           TO EFFECTIVE-DATE OF FTP-CURVE-REC
       MOVE WS-FTP-RATE    TO FTP-RATE

       WRITE FTP-CURVE-REC
           INVALID KEY
               DISPLAY 'Duplicate Curve Point For Type ' WS-RATE-TYPE
                   ' Term ' WS-TERM-MONTHS
                   ' Effective ' WS-EFFECTIVE-DATE
           NOT INVALID KEY
               DISPLAY 'Transfer Pricing Point Added Successfully.'
               MOVE 'FTP CURVE ADD' TO WS-LOG-ACTION-TYPE
               MOVE 'Transfer Pricing Curve Point Added'
                   TO WS-LOG-DESCRIPTION
               CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                             WS-USER-ID
                                             WS-LOG-DESCRIPTION
       END-WRITE

       CLOSE FTP-CURVE-FILE

       GOBACK.
