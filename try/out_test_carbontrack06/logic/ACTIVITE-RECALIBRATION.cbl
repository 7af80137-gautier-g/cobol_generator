       77  WS-PART-OPERATION      PIC X(4).
       77  WS-PART-EOF            PIC X.
       77  WS-PRES-COUNT          PIC 9(9).
       77  WS-EMPREINTE-TRANSPORT PIC S9(9)V9(4).
       77  WS-EMPREINTE-REELLE    PIC S9(9)V9(4).
       77  WS-CONTRIB             PIC S9(9)V9(4).
       77  WS-PART-DISTANCE       PIC 9(12).
       01  WS-MODE-EMPREINTE-TABLE.
           05 WS-MODE-EMPREINTE   OCCURS 6 TIMES PIC S9(9)V9(4).
       01  WS-REPAS-EMPREINTE-TABLE.
           05 WS-REPAS-EMPREINTE  OCCURS 5 TIMES PIC S9(9)V9(4).
       01  WS-HEBERG-EMPREINTE-TABLE.
           05 WS-HEBERG-EMPREINTE OCCURS 4 TIMES PIC S9(9)V9(4).
       77  WS-SCOPE-IDX           PIC 9(2) COMP.
       77  WS-SCOPE-OPERATION     PIC X(4).
       77  WS-SCOPE-EOF           PIC X.
       77  WS-SCOPE-ERREUR        PIC X VALUE 'N'.
       01  WS-EMPREINTE-SCOPE.
           05 ES-ACTIVITE-ID      PIC 9(9).
           05 ES-DOMAINE          PIC X(12).
           05 ES-CODE             PIC 9(2).
           05 ES-SCOPE            PIC 9(1).
           05 ES-CATEGORIE        PIC 9(2).
           05 ES-EMPREINTE        PIC S9(9)V9(4).
       77  WS-COM-OPERATION       PIC X(4).
       77  WS-COM-EOF             PIC X.
       01  WS-COMMUNE.
           05 COM-CODE            PIC X(5).
           05 COM-NOM             PIC X(50).
           05 COM-LATITUDE        PIC S9(3)V9(6).
           05 COM-LONGITUDE       PIC S9(3)V9(6).
           05 COM-ID-ACTIVITE     PIC 9(9).
           05 COM-ID-USER         PIC 9(9).
           05 COM-DISTANCE        PIC 9(6).
       01  WS-ACTIVITE-JOUR.
           05 ACTJOUR-ID-ACTIVITE PIC 9(9).
           05 ACTJOUR-DATE        PIC 9(8).
           MOVE 'END ' TO WS-HEB-OPERATION
           CALL 'HEBERGEMENT-DAL-DB' USING WS-HEB-OPERATION
               WS-HEB-EOF WS-HEBERGEMENT
           MOVE 'END ' TO WS-SCOPE-OPERATION
           CALL 'EMPREINTE-SCOPE-DAL-DB' USING WS-SCOPE-OPERATION
               WS-SCOPE-EOF WS-EMPREINTE-SCOPE
           MOVE 'END ' TO WS-COM-OPERATION
           CALL 'COMMUNE-DAL-DB' USING WS-COM-OPERATION
               WS-COM-EOF WS-COMMUNE
           CLOSE ANOMALIE-AUDIT-FILE
           DISPLAY '=========================================='
           DISPLAY 'FIN RECALIBRATION EMPREINTE'
                   ACTIVITE-ID ' - recalibration non appliquee'
               ADD 1 TO WS-COUNT-ERROR
               MOVE 'N' TO END-OF-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM VENTILER-SCOPES
           IF WS-SCOPE-ERREUR = 'Y'
               DISPLAY 'ANOMALIE: VENTILATION SCOPE IMPOSSIBLE'
                   ' ACTIVITE ' ACTIVITE-ID
                   ' - recalibration non appliquee'
               ADD 1 TO WS-COUNT-ERROR
           ELSE
               ADD 1 TO WS-COUNT-RECAL
               DISPLAY 'ACTIVITE ' ACTIVITE-ID ' RECALIBREE SUR '

       CALCUL-EMPREINTE-REELLE.
           MOVE 0 TO WS-PRES-COUNT
           MOVE 0 TO WS-EMPREINTE-TRANSPORT
           MOVE 0 TO WS-EMPREINTE-REELLE
           INITIALIZE WS-MODE-EMPREINTE-TABLE
           INITIALIZE WS-REPAS-EMPREINTE-TABLE
           INITIALIZE WS-HEBERG-EMPREINTE-TABLE
           PERFORM LIRE-JOURS-ACTIVITE
           IF WS-JOUR-COUNT = ZERO OR WS-DIST-TOTALE = ZERO
               MOVE ACTIVITE-DISTANCE TO WS-DIST-TOTALE
           END-IF
           MOVE 'N' TO WS-PART-EOF
           INITIALIZE WS-PARTICIPATION
           MOVE ACTIVITE-ID TO WS-PART-ID-ACTIVITE
                       MOVE ACTIVITE-TRANSPORT TO WS-CALC-MODE
                   END-IF
                   PERFORM GET-TRANSPORT-FACTOR
                   PERFORM DISTANCE-PARTICIPANT
                   COMPUTE WS-CONTRIB =
                       WS-PART-DISTANCE * WS-TRANS-FACTOR-VAL
                   ADD WS-CONTRIB TO WS-EMPREINTE-TRANSPORT
                       WS-MODE-EMPREINTE(WS-CALC-MODE + 1)
               END-IF
               MOVE ACTIVITE-ID TO WS-PART-ID-ACTIVITE
               MOVE 'RDAC' TO WS-PART-OPERATION
               CALL 'PARTICIPATION-DAL-DB' USING WS-PART-OPERATION
                   WS-PART-EOF WS-PARTICIPATION
           END-PERFORM
           PERFORM CUMULER-REPAS-ACTIVITE
           PERFORM CUMULER-NUITS-ACTIVITE
           COMPUTE WS-EMPREINTE-REELLE =
               WS-EMPREINTE-TRANSPORT
               + WS-SOMME-REPAS + WS-SOMME-NUITS.

       DISTANCE-PARTICIPANT.
           MOVE WS-DIST-TOTALE TO WS-PART-DISTANCE
           INITIALIZE WS-COMMUNE
           MOVE ACTIVITE-ID TO COM-ID-ACTIVITE
           MOVE WS-PART-ID-USER TO COM-ID-USER
           MOVE 'N' TO WS-COM-EOF
           MOVE 'LDIS' TO WS-COM-OPERATION
           CALL 'COMMUNE-DAL-DB' USING WS-COM-OPERATION
               WS-COM-EOF WS-COMMUNE
           IF WS-COM-EOF = 'N' AND COM-DISTANCE > ZERO
               MOVE COM-DISTANCE TO WS-PART-DISTANCE
           END-IF.

       LIRE-JOURS-ACTIVITE.
           MOVE 0 TO WS-JOUR-COUNT
           MOVE 0 TO WS-DIST-TOTALE
                   MOVE ACTJOUR-DATE TO WS-FACT-DATE
                   MOVE 5 TO WS-REPAS-TYPE-CALC
                   PERFORM GET-REPAS-FACTOR
                   COMPUTE WS-CONTRIB =
                       ACTJOUR-NBREPAS * WS-FACTOR-VAL
                   ADD WS-CONTRIB TO WS-SOMME-REPAS
                       WS-REPAS-EMPREINTE(WS-REPAS-TYPE-CALC)
               END-IF
               IF ACTJOUR-NBNUITS > ZERO
                   MOVE ACTJOUR-DATE TO WS-FACT-DATE
                   MOVE WS-SEJOUR-TYPE TO WS-HEBERG-TYPE-CALC
                   PERFORM GET-HEBERG-FACTOR
                   COMPUTE WS-CONTRIB =
                       ACTJOUR-NBNUITS * WS-FACTOR-VAL
                   ADD WS-CONTRIB TO WS-SOMME-NUITS
                       WS-HEBERG-EMPREINTE(WS-HEBERG-TYPE-CALC)
               END-IF
               MOVE ACTIVITE-ID TO ACTJOUR-ID-ACTIVITE
               MOVE 'RDAC' TO WS-JOUR-OPERATION
               END-IF
               MOVE ACTIVITE-DATE TO WS-FACT-DATE
               PERFORM GET-REPAS-FACTOR
               COMPUTE WS-CONTRIB = WS-NB-CALC * WS-FACTOR-VAL
               ADD WS-CONTRIB TO WS-SOMME-REPAS
                   WS-REPAS-EMPREINTE(WS-REPAS-TYPE-CALC)
               MOVE ACTIVITE-ID TO REPAS-ID-ACTIVITE
               MOVE 'RDAC' TO WS-REP-OPERATION
               CALL 'REPAS-DAL-DB' USING WS-REP-OPERATION
               END-IF
               MOVE ACTIVITE-DATE TO WS-FACT-DATE
               PERFORM GET-HEBERG-FACTOR
               COMPUTE WS-CONTRIB = WS-NB-CALC * WS-FACTOR-VAL
               ADD WS-CONTRIB TO WS-SOMME-NUITS
                   WS-HEBERG-EMPREINTE(WS-HEBERG-TYPE-CALC)
               MOVE ACTIVITE-ID TO HEBERGEMENT-ID-ACTIVITE
               MOVE 'RDAC' TO WS-HEB-OPERATION
               CALL 'HEBERGEMENT-DAL-DB' USING WS-HEB-OPERATION
                   WS-HEB-EOF WS-HEBERGEMENT
           END-PERFORM.

       VENTILER-SCOPES.
           MOVE 'N' TO WS-SCOPE-ERREUR
           INITIALIZE WS-EMPREINTE-SCOPE
           MOVE ACTIVITE-ID TO ES-ACTIVITE-ID
           MOVE 'N' TO WS-SCOPE-EOF
           MOVE 'RAZA' TO WS-SCOPE-OPERATION
           CALL 'EMPREINTE-SCOPE-DAL-DB' USING WS-SCOPE-OPERATION
               WS-SCOPE-EOF WS-EMPREINTE-SCOPE
           IF WS-SCOPE-EOF = 'Y'
               MOVE 'Y' TO WS-SCOPE-ERREUR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SCOPE-IDX FROM 1 BY 1
                   UNTIL WS-SCOPE-IDX > 6 OR WS-SCOPE-ERREUR = 'Y'
               IF WS-MODE-EMPREINTE(WS-SCOPE-IDX) NOT = ZERO
                   MOVE 'TRANSPORT' TO ES-DOMAINE
                   COMPUTE ES-CODE = WS-SCOPE-IDX - 1
                   MOVE WS-MODE-EMPREINTE(WS-SCOPE-IDX)
                       TO ES-EMPREINTE
                   PERFORM AJOUTER-SCOPE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SCOPE-IDX FROM 1 BY 1
                   UNTIL WS-SCOPE-IDX > 5 OR WS-SCOPE-ERREUR = 'Y'
               IF WS-REPAS-EMPREINTE(WS-SCOPE-IDX) NOT = ZERO
                   MOVE 'REPAS' TO ES-DOMAINE
                   MOVE WS-SCOPE-IDX TO ES-CODE
                   MOVE WS-REPAS-EMPREINTE(WS-SCOPE-IDX)
                       TO ES-EMPREINTE
                   PERFORM AJOUTER-SCOPE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SCOPE-IDX FROM 1 BY 1
                   UNTIL WS-SCOPE-IDX > 4 OR WS-SCOPE-ERREUR = 'Y'
               IF WS-HEBERG-EMPREINTE(WS-SCOPE-IDX) NOT = ZERO
                   MOVE 'HEBERGEMENT' TO ES-DOMAINE
                   MOVE WS-SCOPE-IDX TO ES-CODE
                   MOVE WS-HEBERG-EMPREINTE(WS-SCOPE-IDX)
                       TO ES-EMPREINTE
                   PERFORM AJOUTER-SCOPE
               END-IF
           END-PERFORM.

       AJOUTER-SCOPE.
           MOVE ACTIVITE-ID TO ES-ACTIVITE-ID
           MOVE 'N' TO WS-SCOPE-EOF
           MOVE 'AJOU' TO WS-SCOPE-OPERATION
           CALL 'EMPREINTE-SCOPE-DAL-DB' USING WS-SCOPE-OPERATION
               WS-SCOPE-EOF WS-EMPREINTE-SCOPE
           IF WS-SCOPE-EOF = 'Y'
               MOVE 'Y' TO WS-SCOPE-ERREUR
           END-IF.

       LOAD-FACTEURS.
           INITIALIZE WS-FACT-COUNT
           MOVE 'TRANSPORT' TO WS-DOMAINE-COURANT
