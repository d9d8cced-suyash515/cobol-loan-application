       01  WS-NOC-USER               PIC X(10) VALUE 'ACHNOC'.
       01  WS-JRN-FILE-NAME          PIC X(20).
       01  WS-JRN-ACTION             PIC X(10).
       01  WS-JRN-BEFORE             PIC X(400).
       01  WS-JRN-AFTER              PIC X(400).

       01  WS-ID-MODE             PIC X.
       01  WS-ID-SERIES           PIC X(12).
           MOVE ZERO TO TELLER-SESSION-ID
           MOVE SPACES TO TENDER-TYPE
           MOVE ZEROS TO ALLOCATION-SPLIT
           MOVE ZEROS TO BACKDATE-CONTROL
           WRITE TRANSACTION-REC
           CLOSE TRANSACTION-FILE.

           MOVE ZERO TO TELLER-SESSION-ID
           MOVE SPACES TO TENDER-TYPE
           MOVE ZEROS TO ALLOCATION-SPLIT
           MOVE ZEROS TO BACKDATE-CONTROL
           WRITE TRANSACTION-REC
           CLOSE TRANSACTION-FILE.

