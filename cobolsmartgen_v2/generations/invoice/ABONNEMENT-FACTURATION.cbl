           DISPLAY 'ABONNEMENTS SAUTES  : ' WS-COUNT-SAUTEES
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
           EXEC SQL OPEN C_ECHU END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG.
