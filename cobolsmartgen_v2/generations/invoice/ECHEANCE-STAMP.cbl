           EXEC SQL OPEN C_ECHEANCE END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           DISPLAY 'ECHEANCES CALCULEES : ' WS-COUNT-STAMPEES
           DISPLAY 'ERREURS             : ' WS-COUNT-ERREURS
           DISPLAY '=========================================='
           IF WS-COUNT-ERREURS > 11
               MOVE 11 TO RETURN-CODE
           ELSE
               MOVE WS-COUNT-ERREURS TO RETURN-CODE
           END-IF
           GOBACK.
       DAL-CONNECT.
           ACCEPT WS-DB-USER FROM ENVIRONMENT 'PGUSER'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR CONNECT: SQLCODE=' SQLCODE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CONNECTED-FLAG.
