       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDATE-MAILING-ADDRESS.

      *================================================================
      *  Callable edit for a structured mailing address.  Street
      *  line 1 and city must be present, the state must be a USPS
      *  two-letter code (states, DC, the territories and the APO/
      *  FPO military codes -- folded to upper case on the way
      *  through), the ZIP five numeric digits and the ZIP+4
      *  extension either blank or four numeric digits.  Returns
      *  'Y' when the address passes, otherwise 'N' and the reason
      *  for the operator or the exception list.  Every path that
      *  keys or parses an address -- CUSTOMER-FILE, RETURNED-MAIL-
      *  ENTRY and PARSE-MAILING-ADDRESS -- edits through here, so
      *  the presort and the 1098 file see one standard.
      *================================================================

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-STATE-CODE-VALUES.
           05  FILLER  PIC X(40)
               VALUE 'ALAKAZARCACOCTDEDCFLGAHIIDILINIAKSKYLAME'.
           05  FILLER  PIC X(40)
               VALUE 'MDMAMIMNMSMOMTNENVNHNJNMNYNCNDOHOKORPARI'.
           05  FILLER  PIC X(38)
               VALUE 'SCSDTNTXUTVTVAWAWVWIWYPRVIGUASMPAAAEAP'.
       01  WS-STATE-CODE-TABLE REDEFINES WS-STATE-CODE-VALUES.
           05  WS-STATE-CODE       PIC X(2) OCCURS 59 TIMES.
       01  WS-STATE-IX            PIC 9(2) COMP.
       01  WS-STATE-FOUND         PIC X.
           88  STATE-CODE-FOUND    VALUE 'Y'.

       LINKAGE SECTION.
       01  WS-VMA-STREET-1        PIC X(30).
       01  WS-VMA-CITY            PIC X(20).
       01  WS-VMA-STATE           PIC X(2).
       01  WS-VMA-ZIP-5           PIC X(5).
       01  WS-VMA-ZIP-4           PIC X(4).
       01  WS-VMA-VALID           PIC X.
       01  WS-VMA-REASON          PIC X(40).

       PROCEDURE DIVISION USING WS-VMA-STREET-1
                                 WS-VMA-CITY
                                 WS-VMA-STATE
                                 WS-VMA-ZIP-5
                                 WS-VMA-ZIP-4
                                 WS-VMA-VALID
                                 WS-VMA-REASON.

       MOVE 'Y' TO WS-VMA-VALID
       MOVE SPACES TO WS-VMA-REASON

       INSPECT WS-VMA-STATE
           CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

       EVALUATE TRUE
           WHEN WS-VMA-STREET-1 = SPACES
               MOVE 'Street Address Is Required'
                   TO WS-VMA-REASON
           WHEN WS-VMA-CITY = SPACES
               MOVE 'City Is Required' TO WS-VMA-REASON
           WHEN WS-VMA-ZIP-5 NOT NUMERIC
               MOVE 'ZIP Code Must Be Five Digits'
                   TO WS-VMA-REASON
           WHEN WS-VMA-ZIP-4 NOT = SPACES
            AND WS-VMA-ZIP-4 NOT NUMERIC
               MOVE 'ZIP+4 Extension Must Be Four Digits'
                   TO WS-VMA-REASON
           WHEN OTHER
               MOVE 'N' TO WS-STATE-FOUND
               PERFORM CHECK-STATE-CODE
                   VARYING WS-STATE-IX FROM 1 BY 1
                   UNTIL WS-STATE-IX > 59 OR STATE-CODE-FOUND
               IF NOT STATE-CODE-FOUND
                   MOVE 'State Code Not Recognized'
                       TO WS-VMA-REASON
               END-IF
       END-EVALUATE

       IF WS-VMA-REASON NOT = SPACES
           MOVE 'N' TO WS-VMA-VALID
       END-IF

       GOBACK.

       CHECK-STATE-CODE.
           IF WS-STATE-CODE (WS-STATE-IX) = WS-VMA-STATE
               MOVE 'Y' TO WS-STATE-FOUND
           END-IF.
