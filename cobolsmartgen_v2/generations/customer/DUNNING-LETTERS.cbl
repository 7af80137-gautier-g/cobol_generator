           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR CONNECT: SQLCODE=' SQLCODE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CONNECTED-FLAG.
                                 FROM PAYMENT_ALLOCATION al
                                 WHERE al.INV_ID = i.INV_ID), 0)
                     > 0
               AND COALESCE(i.INV_TYPE, 'FAC') NOT IN ('AVR', 'INT')
               ORDER BY c.CUST_ID, i.INV_DATE
           END-EXEC
           EXEC SQL OPEN C_RELANCE END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
