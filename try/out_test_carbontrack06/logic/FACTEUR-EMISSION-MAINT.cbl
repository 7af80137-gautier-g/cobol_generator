           IF WS-ARG-DOMAINE NOT = 'REPAS'
               AND WS-ARG-DOMAINE NOT = 'HEBERGEMENT'
               AND WS-ARG-DOMAINE NOT = 'TRANSPORT'
               AND WS-ARG-DOMAINE NOT = 'ACHATS'
               DISPLAY 'ERREUR: Domaine inconnu: ' WS-ARG-DOMAINE
               MOVE 1 TO RETURN-CODE
               GOBACK
