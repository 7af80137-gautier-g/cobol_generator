           MOVE WS-ACT-LIEU TO CMD-LIEU
           MOVE WS-NB-REPAS TO CMD-NB-REPAS
           MOVE WS-COMMANDE-LINE TO COMMANDE-RECORD
           WRITE COMMANDE-RECORD
           PERFORM ENREGISTRER-COMMANDE.
       ENREGISTRER-COMMANDE.
           EXEC SQL
               DELETE FROM REPAS_COMMANDE
               WHERE RC_ID_ACTIVITE = :WS-ACT-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR DELETE REPAS_COMMANDE: SQLCODE='
                   SQLCODE ' ACTIVITE ' WS-ACT-ID
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               INSERT INTO REPAS_COMMANDE
               (RC_ID_ACTIVITE, RC_PRESTATAIRE, RC_DATE_ACTIVITE,
                RC_NB_REPAS, RC_DATE_COMMANDE)
               VALUES
               (:WS-ACT-ID, :WS-ACT-PRESTATAIRE, :WS-ACT-DATE,
                :WS-NB-REPAS, :WS-DATE-JOUR)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT REPAS_COMMANDE: SQLCODE='
                   SQLCODE ' ACTIVITE ' WS-ACT-ID
               PERFORM ABANDONNER
           END-IF.
       EDITER-TOTAL-PRESTATAIRE.
           IF WS-PREST-COURANT = 999999999
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'PRESTATAIRE ' WS-PREST-COURANT ' : '
               WS-PREST-REPAS ' REPAS COMMANDES'.
       ABANDONNER.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_CMD END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           EXEC SQL ROLLBACK END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF
           CLOSE COMMANDE-FILE
           MOVE 1 TO RETURN-CODE
           GOBACK.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_CMD END-EXEC
