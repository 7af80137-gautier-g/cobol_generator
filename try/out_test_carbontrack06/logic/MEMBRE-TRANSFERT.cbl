               INTO :WS-ANTENNE-NB
               FROM ANTENNE
               WHERE ANTENNE_ID = :WS-ANTENNE-CIBLE
               AND COALESCE(ANTENNE_STATUT, 'A') <> 'F'
           END-EXEC
           IF WS-ANTENNE-NB = ZERO
               DISPLAY 'ERREUR: ANTENNE CIBLE INCONNUE OU FERMEE '
                   WS-ANTENNE-CIBLE
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
