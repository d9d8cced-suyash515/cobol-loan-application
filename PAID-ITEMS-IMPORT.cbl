                   MOVE 'VOIDED CHECK PAID BY BANK'
                       TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-PAID-EXCEPTION
               WHEN CHECK-HELD
                   MOVE 'HELD CHECK PAID BY BANK'
                       TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-PAID-EXCEPTION
               WHEN CHECK-CLEARED
                   MOVE 'CHECK PAID TWICE'
                       TO WS-EXCEPTION-TEXT
