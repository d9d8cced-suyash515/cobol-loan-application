       01  WS-JRN-FILE-NAME       PIC X(20).
       01  WS-JRN-ACTION          PIC X(10).
       01  WS-JRN-USER            PIC X(10).
       01  WS-JRN-BEFORE          PIC X(400).
       01  WS-JRN-AFTER           PIC X(400).

       PROCEDURE DIVISION USING WS-JRN-FILE-NAME
                                 WS-JRN-ACTION
