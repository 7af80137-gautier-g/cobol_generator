       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTEUR-SCOPE-MAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  END-OF-FILE            PIC X VALUE 'N'.
       77  OPERATION              PIC X(4).
       77  WS-ARG-DOMAINE         PIC X(12) VALUE SPACES.
       77  WS-ARG-CODE            PIC X(2) VALUE SPACES.
       77  WS-ARG-SCOPE           PIC X(1) VALUE SPACES.
       77  WS-ARG-CATEGORIE       PIC X(2) VALUE SPACES.
       01  WS-FACTEUR-SCOPE.
           05 FS-DOMAINE          PIC X(12).
           05 FS-CODE             PIC 9(2).
           05 FS-SCOPE            PIC 9(1).
           05 FS-CATEGORIE        PIC 9(2).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'MAINTENANCE SCOPE GES DES FACTEURS'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-DOMAINE FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-CODE FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-SCOPE FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-CATEGORIE FROM ARGUMENT-VALUE
           IF WS-ARG-DOMAINE = SPACES OR WS-ARG-CODE = SPACES
               OR WS-ARG-SCOPE = SPACES
               DISPLAY 'USAGE: DOMAINE CODE SCOPE [CATEGORIE]'
               DISPLAY 'EXEMPLE: TRANSPORT 01 3 06'
               DISPLAY 'CATEGORIE 01 A 15 OBLIGATOIRE EN SCOPE 3'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ARG-DOMAINE NOT = 'REPAS'
               AND WS-ARG-DOMAINE NOT = 'HEBERGEMENT'
               AND WS-ARG-DOMAINE NOT = 'TRANSPORT'
               AND WS-ARG-DOMAINE NOT = 'ACHATS'
               DISPLAY 'ERREUR: Domaine inconnu: ' WS-ARG-DOMAINE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ARG-CODE NOT NUMERIC
               DISPLAY 'ERREUR: Code non numerique: ' WS-ARG-CODE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ARG-SCOPE NOT NUMERIC
               OR WS-ARG-SCOPE < '1' OR WS-ARG-SCOPE > '3'
               DISPLAY 'ERREUR: Scope invalide (1, 2 ou 3): '
                   WS-ARG-SCOPE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           INITIALIZE WS-FACTEUR-SCOPE
           MOVE WS-ARG-DOMAINE TO FS-DOMAINE
           MOVE FUNCTION NUMVAL(WS-ARG-CODE) TO FS-CODE
           MOVE WS-ARG-SCOPE TO FS-SCOPE
           IF WS-ARG-CATEGORIE = SPACES
               MOVE 0 TO FS-CATEGORIE
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-ARG-CATEGORIE) NOT = 0
                   DISPLAY 'ERREUR: Categorie non numerique: '
                       WS-ARG-CATEGORIE
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE FUNCTION NUMVAL(WS-ARG-CATEGORIE) TO FS-CATEGORIE
           END-IF
           IF FS-SCOPE = 3
               AND (FS-CATEGORIE < 1 OR FS-CATEGORIE > 15)
               DISPLAY 'ERREUR: Categorie scope 3 hors 01-15: '
                   FS-CATEGORIE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF FS-SCOPE NOT = 3
               MOVE 0 TO FS-CATEGORIE
           END-IF
           MOVE 'SAVE' TO OPERATION
           CALL 'FACTEUR-SCOPE-DAL-DB' USING OPERATION END-OF-FILE
               WS-FACTEUR-SCOPE
           MOVE 'END ' TO OPERATION
           CALL 'FACTEUR-SCOPE-DAL-DB' USING OPERATION END-OF-FILE
               WS-FACTEUR-SCOPE
           IF END-OF-FILE = 'Y'
               DISPLAY 'ECHEC ENREGISTREMENT SCOPE FACTEUR'
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY 'SCOPE ENREGISTRE: ' FS-DOMAINE
                   ' CODE ' FS-CODE
                   ' SCOPE ' FS-SCOPE ' CATEGORIE ' FS-CATEGORIE
               MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY '=========================================='
           GOBACK.
