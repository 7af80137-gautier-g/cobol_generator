           05 PIC X(12) VALUE 'TRANSPORT'.
           05 PIC X(12) VALUE 'REPAS'.
           05 PIC X(12) VALUE 'HEBERGEMENT'.
           05 PIC X(12) VALUE 'ACHATS'.
       01  WS-DOMAINES-TAB REDEFINES WS-DOMAINES-LIB.
           05 WS-DOMAINE-REF      PIC X(12) OCCURS 4 TIMES.
       77  WS-DOM-IDX             PIC 9 COMP.
       01  WS-DIFF-LINE.
           05 WS-DIFF-ETAT        PIC X(9).
           IF WS-CH-DOMAINE NOT = 'TRANSPORT'
               AND WS-CH-DOMAINE NOT = 'REPAS'
               AND WS-CH-DOMAINE NOT = 'HEBERGEMENT'
               AND WS-CH-DOMAINE NOT = 'ACHATS'
               MOVE 'DOMAINE INCONNU' TO WS-ERR-MOTIF
               PERFORM ECRIRE-ERREUR
           END-IF
       CHARGER-REFERENTIEL.
           MOVE 0 TO WS-REF-COUNT
           PERFORM VARYING WS-DOM-IDX FROM 1 BY 1
                   UNTIL WS-DOM-IDX > 4
               INITIALIZE WS-FACTEUR
               MOVE WS-DOMAINE-REF(WS-DOM-IDX) TO FACT-DOMAINE
               MOVE 'N' TO WS-FACT-EOF
