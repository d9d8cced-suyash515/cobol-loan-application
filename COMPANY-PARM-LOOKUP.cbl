       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPANY-PARM-LOOKUP.

      *================================================================
      *  Callable subprogram.  Entity-specific form of PARM-LOOKUP:
      *  given a legal entity, a PARM-NAME and an as-of date, returns
      *  the entity's most recent COMPANY_PARM.DAT value effective on
      *  or before that date, and when the entity has no row of its
      *  own for the parameter, whatever PARM-LOOKUP returns from
      *  SYSTEM_PARM.DAT.  Callers keep their compiled default when
      *  neither file has the parameter.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-PARM-FILE ASSIGN TO 'COMPANY_PARM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMPANY-PARM-KEY
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-PARM-FILE.
       COPY COMPANYPARMREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
           88  FILE-OK             VALUE '00'.
       01  WS-END-OF-PARMS        PIC X VALUE 'N'.
           88  END-OF-PARMS        VALUE 'Y'.
       01  WS-DONE-SCANNING       PIC X VALUE 'N'.
           88  DONE-SCANNING       VALUE 'Y'.

       LINKAGE SECTION.
       01  WS-LOOKUP-COMPANY      PIC 9(3).
       01  WS-LOOKUP-PARM-NAME    PIC X(20).
       01  WS-LOOKUP-AS-OF-DATE   PIC 9(8).
       01  WS-LOOKUP-PARM-VALUE   PIC 9(7)V99.
       01  WS-LOOKUP-FOUND        PIC X.
           88  LOOKUP-PARM-FOUND   VALUE 'Y'.

       PROCEDURE DIVISION USING WS-LOOKUP-COMPANY
                                 WS-LOOKUP-PARM-NAME
                                 WS-LOOKUP-AS-OF-DATE
                                 WS-LOOKUP-PARM-VALUE
                                 WS-LOOKUP-FOUND.

       MOVE 'N' TO WS-LOOKUP-FOUND
       MOVE ZERO TO WS-LOOKUP-PARM-VALUE
       MOVE 'N' TO WS-END-OF-PARMS
       MOVE 'N' TO WS-DONE-SCANNING

       OPEN INPUT COMPANY-PARM-FILE
       IF FILE-OK
           MOVE WS-LOOKUP-COMPANY   TO COMPANY-CODE
           MOVE WS-LOOKUP-PARM-NAME TO PARM-NAME
           MOVE ZERO                TO EFFECTIVE-DATE
           START COMPANY-PARM-FILE KEY IS NOT LESS THAN
                   COMPANY-PARM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-PARMS
           END-START
           PERFORM SCAN-NEXT-PARM
               UNTIL END-OF-PARMS OR DONE-SCANNING
           CLOSE COMPANY-PARM-FILE
       END-IF

       IF NOT LOOKUP-PARM-FOUND
           CALL 'PARM-LOOKUP' USING WS-LOOKUP-PARM-NAME
                                     WS-LOOKUP-AS-OF-DATE
                                     WS-LOOKUP-PARM-VALUE
                                     WS-LOOKUP-FOUND
       END-IF

       GOBACK.

       SCAN-NEXT-PARM.
           READ COMPANY-PARM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-PARMS
               NOT AT END
                   PERFORM EVALUATE-PARM-ROW
           END-READ.

       EVALUATE-PARM-ROW.
           IF COMPANY-CODE NOT = WS-LOOKUP-COMPANY
              OR PARM-NAME NOT = WS-LOOKUP-PARM-NAME
               MOVE 'Y' TO WS-DONE-SCANNING
           ELSE
               IF EFFECTIVE-DATE > WS-LOOKUP-AS-OF-DATE
                   MOVE 'Y' TO WS-DONE-SCANNING
               ELSE
                   MOVE PARM-VALUE TO WS-LOOKUP-PARM-VALUE
                   MOVE 'Y' TO WS-LOOKUP-FOUND
               END-IF
           END-IF.
