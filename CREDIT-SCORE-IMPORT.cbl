       01  WS-USER-ID              PIC A(10) VALUE 'SCOREIMP'.
       01  WS-JRN-FILE-NAME        PIC X(20).
       01  WS-JRN-ACTION           PIC X(10).
       01  WS-JRN-BEFORE           PIC X(400).
       01  WS-JRN-AFTER            PIC X(400).

       01  WS-ROWS-READ            PIC 9(5) COMP VALUE ZERO.
       01  WS-SCORES-APPLIED       PIC 9(5) COMP VALUE ZERO.
