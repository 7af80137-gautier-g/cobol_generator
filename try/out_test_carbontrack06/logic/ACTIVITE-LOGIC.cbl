       77  WS-PART-OPERATION      PIC X(4).
       77  WS-PART-EOF            PIC X.
       77  WS-PART-TOTAL          PIC 9(9).
       77  WS-EMPREINTE-TRANSPORT PIC S9(9)V9(4).
       01  WS-MODE-EMPREINTE-TABLE.
           05 WS-MODE-EMPREINTE   OCCURS 6 TIMES PIC S9(9)V9(4).
       77  WS-MODE-IDX            PIC 9(2) COMP.
       77  WS-SCOPE-OPERATION     PIC X(4).
       77  WS-SCOPE-EOF           PIC X.
       01  WS-EMPREINTE-SCOPE.
           05 ES-ACTIVITE-ID      PIC 9(9).
           05 ES-DOMAINE          PIC X(12).
           05 ES-CODE             PIC 9(2).
           05 ES-SCOPE            PIC 9(1).
           05 ES-CATEGORIE        PIC 9(2).
           05 ES-EMPREINTE        PIC S9(9)V9(4).
       01  WS-ACTIVITE-JOUR.
           05 ACTJOUR-ID-ACTIVITE PIC 9(9).
           05 ACTJOUR-DATE        PIC 9(8).
       77  WS-JOUR-EOF            PIC X.
       77  WS-JOUR-COUNT          PIC 9(4).
       77  WS-DIST-TOTALE         PIC 9(12).
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
       77  WS-LIEU-GEOCODE        PIC X VALUE 'N'.
       77  WS-LIEU-LATITUDE       PIC S9(3)V9(6).
       77  WS-LIEU-LONGITUDE      PIC S9(3)V9(6).
       77  WS-PART-DISTANCE       PIC 9(12).
       77  WS-DIST-CALC-COUNT     PIC 9(9).
       77  WS-DIST-CALC-SOMME     PIC 9(12).
       77  WS-DIST-CALC-MOYENNE   PIC 9(10).
       77  WS-DIST-ECART-PC       PIC S9(7)V9(2).
       77  WS-DIST-TOLERANCE-PC   PIC S9(5)V9(2) VALUE 20.00.
       77  WS-COEF-DETOUR         PIC 9(1)V9(2) VALUE 1.30.
       01  WS-GEO-ZONE.
           05 WS-GEO-LAT1         PIC S9(1)V9(15).
           05 WS-GEO-LAT2         PIC S9(1)V9(15).
           05 WS-GEO-DLAT         PIC S9(1)V9(15).
           05 WS-GEO-DLON         PIC S9(1)V9(15).
           05 WS-GEO-A            PIC S9(1)V9(15).
           05 WS-GEO-KM           PIC S9(6)V9(4).
       01  WS-PARTICIPATION.
           05 WS-PART-ID-ACTIVITE       PIC 9(9).
           05 WS-PART-ID-USER           PIC 9(9).
           MOVE 'END ' TO WS-COMP-OPERATION
           CALL 'COMPENSATION-DAL-DB' USING WS-COMP-OPERATION
               WS-COMP-EOF WS-COMPENSATION
           MOVE 'END ' TO WS-SCOPE-OPERATION
           CALL 'EMPREINTE-SCOPE-DAL-DB' USING WS-SCOPE-OPERATION
               WS-SCOPE-EOF WS-EMPREINTE-SCOPE
           MOVE 'END ' TO WS-COM-OPERATION
           CALL 'COMMUNE-DAL-DB' USING WS-COM-OPERATION
               WS-COM-EOF WS-COMMUNE
           CLOSE ANOMALIE-AUDIT-FILE
           CLOSE REJET-FILE
           DISPLAY '=========================================='
               COMPUTE WS-BUDGET-ANNUEL =
                   FUNCTION NUMVAL(PARAM-VALEUR)
               DISPLAY 'BUDGET ANNUEL PARAMETRE: ' WS-BUDGET-ANNUEL
           END-IF
           INITIALIZE WS-PARAMETRE
           MOVE 'DISTANCE' TO PARAM-DOMAINE
           MOVE 'TOLERANCE_PC' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-DIST-TOLERANCE-PC =
                   FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF
           INITIALIZE WS-PARAMETRE
           MOVE 'DISTANCE' TO PARAM-DOMAINE
           MOVE 'COEF_DETOUR' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-COEF-DETOUR =
                   FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF
           DISPLAY 'TOLERANCE ECART DISTANCE: ' WS-DIST-TOLERANCE-PC
               ' % - COEFFICIENT DETOUR: ' WS-COEF-DETOUR.

       TRAITER-UNE-ACTIVITE.
           ADD 1 TO WS-COUNT-TOTAL
                   ADD 1 TO WS-COUNT-ERROR
                   MOVE 'N' TO END-OF-FILE
               ELSE
                   PERFORM VENTILER-SCOPES
                   CALL 'ACTIVITE-BUSINESS' USING ACTIVITE
               END-IF
           END-IF.
               IF WS-JOUR-COUNT = ZERO OR WS-DIST-TOTALE = ZERO
                   MOVE ACTIVITE-DISTANCE TO WS-DIST-TOTALE
               END-IF
               PERFORM GEOCODER-LIEU
               PERFORM CALCUL-PAR-PARTICIPANT
               PERFORM CONTROLER-DISTANCE
               IF WS-PART-TOTAL > ZERO
                   MOVE WS-EMPREINTE-TRANSPORT TO ACTIVITE-EMPREINTE
               ELSE
                   MOVE ACTIVITE-TRANSPORT TO WS-CALC-MODE
                   PERFORM GET-TRANSPORT-FACTOR
                   COMPUTE ACTIVITE-EMPREINTE =
                       WS-DIST-TOTALE * ACTIVITE-NBPART *
                       WS-TRANS-FACTOR-VAL
                   MOVE ACTIVITE-EMPREINTE
                       TO WS-MODE-EMPREINTE(WS-CALC-MODE + 1)
               END-IF
           END-IF.


       CALCUL-PAR-PARTICIPANT.
           MOVE 0 TO WS-PART-TOTAL
           MOVE 0 TO WS-EMPREINTE-TRANSPORT
           MOVE 0 TO WS-DIST-CALC-COUNT
           MOVE 0 TO WS-DIST-CALC-SOMME
           INITIALIZE WS-MODE-EMPREINTE-TABLE
           MOVE 'N' TO WS-PART-EOF
           INITIALIZE WS-PARTICIPATION
           MOVE ACTIVITE-ID TO WS-PART-ID-ACTIVITE
                   MOVE ACTIVITE-TRANSPORT TO WS-CALC-MODE
               END-IF
               PERFORM GET-TRANSPORT-FACTOR
               PERFORM DISTANCE-PARTICIPANT
               COMPUTE WS-EMPREINTE-TRANSPORT = WS-EMPREINTE-TRANSPORT
                   + WS-PART-DISTANCE * WS-TRANS-FACTOR-VAL
               COMPUTE WS-MODE-EMPREINTE(WS-CALC-MODE + 1) =
                   WS-MODE-EMPREINTE(WS-CALC-MODE + 1)
                   + WS-PART-DISTANCE * WS-TRANS-FACTOR-VAL
               MOVE ACTIVITE-ID TO WS-PART-ID-ACTIVITE
               MOVE 'RDAC' TO WS-PART-OPERATION
               CALL 'PARTICIPATION-DAL-DB' USING WS-PART-OPERATION
                   WS-PART-EOF WS-PARTICIPATION
           END-PERFORM.

       GEOCODER-LIEU.
           MOVE 'N' TO WS-LIEU-GEOCODE
           INITIALIZE WS-COMMUNE
           MOVE ACTIVITE-ID TO COM-ID-ACTIVITE
           MOVE 'N' TO WS-COM-EOF
           MOVE 'GACT' TO WS-COM-OPERATION
           CALL 'COMMUNE-DAL-DB' USING WS-COM-OPERATION
               WS-COM-EOF WS-COMMUNE
           IF WS-COM-EOF = 'N'
               MOVE 'Y' TO WS-LIEU-GEOCODE
               MOVE COM-LATITUDE TO WS-LIEU-LATITUDE
               MOVE COM-LONGITUDE TO WS-LIEU-LONGITUDE
           ELSE
               DISPLAY 'LIEU NON GEOCODE (ACTIVITE ' ACTIVITE-ID
                   ') - DISTANCE SAISIE APPLIQUEE'
           END-IF.

       DISTANCE-PARTICIPANT.
           MOVE WS-DIST-TOTALE TO WS-PART-DISTANCE
           IF WS-LIEU-GEOCODE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-COMMUNE
           MOVE WS-PART-ID-USER TO COM-ID-USER
           MOVE 'N' TO WS-COM-EOF
           MOVE 'GUSR' TO WS-COM-OPERATION
           CALL 'COMMUNE-DAL-DB' USING WS-COM-OPERATION
               WS-COM-EOF WS-COMMUNE
           IF WS-COM-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GEO-LAT1 = WS-LIEU-LATITUDE * FUNCTION PI / 180
           COMPUTE WS-GEO-LAT2 = COM-LATITUDE * FUNCTION PI / 180
           COMPUTE WS-GEO-DLAT = WS-GEO-LAT2 - WS-GEO-LAT1
           COMPUTE WS-GEO-DLON =
               (COM-LONGITUDE - WS-LIEU-LONGITUDE) * FUNCTION PI / 180
           COMPUTE WS-GEO-A =
               FUNCTION SIN(WS-GEO-DLAT / 2) ** 2
               + FUNCTION COS(WS-GEO-LAT1) * FUNCTION COS(WS-GEO-LAT2)
               * FUNCTION SIN(WS-GEO-DLON / 2) ** 2
           COMPUTE WS-GEO-KM =
               2 * 6371 * FUNCTION ASIN(FUNCTION SQRT(WS-GEO-A))
           COMPUTE WS-PART-DISTANCE ROUNDED =
               2 * WS-GEO-KM * WS-COEF-DETOUR
           ADD 1 TO WS-DIST-CALC-COUNT
           ADD WS-PART-DISTANCE TO WS-DIST-CALC-SOMME
           MOVE ACTIVITE-ID TO COM-ID-ACTIVITE
           MOVE WS-PART-ID-USER TO COM-ID-USER
           MOVE WS-PART-DISTANCE TO COM-DISTANCE
           MOVE 'N' TO WS-COM-EOF
           MOVE 'PDIS' TO WS-COM-OPERATION
           CALL 'COMMUNE-DAL-DB' USING WS-COM-OPERATION
               WS-COM-EOF WS-COMMUNE.

       CONTROLER-DISTANCE.
           IF WS-DIST-CALC-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIST-CALC-MOYENNE ROUNDED =
               WS-DIST-CALC-SOMME / WS-DIST-CALC-COUNT
           IF WS-DIST-CALC-MOYENNE = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIST-ECART-PC ROUNDED =
               (ACTIVITE-DISTANCE - WS-DIST-CALC-MOYENNE) * 100
               / WS-DIST-CALC-MOYENNE
           IF WS-DIST-ECART-PC < ZERO
               COMPUTE WS-DIST-ECART-PC = ZERO - WS-DIST-ECART-PC
           END-IF
           IF WS-DIST-ECART-PC > WS-DIST-TOLERANCE-PC
               DISPLAY 'ANOMALIE: Distance saisie ' ACTIVITE-DISTANCE
                   ' ecart ' WS-DIST-ECART-PC ' % avec la moyenne'
                   ' calculee ' WS-DIST-CALC-MOYENNE
                   ' (ACTIVITE ' ACTIVITE-ID ')'
               MOVE ACTIVITE-ID TO WS-AUDIT-KEY
               MOVE 'ACTIVITE-DISTANCE' TO WS-AUDIT-FIELD
               MOVE ACTIVITE-DISTANCE TO WS-AUDIT-OLD-VALUE
               MOVE WS-DIST-CALC-MOYENNE TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-ANOMALIE-AUDIT
           END-IF.

       VENTILER-SCOPES.
           INITIALIZE WS-EMPREINTE-SCOPE
           MOVE ACTIVITE-ID TO ES-ACTIVITE-ID
           MOVE 'N' TO WS-SCOPE-EOF
           MOVE 'RAZA' TO WS-SCOPE-OPERATION
           CALL 'EMPREINTE-SCOPE-DAL-DB' USING WS-SCOPE-OPERATION
               WS-SCOPE-EOF WS-EMPREINTE-SCOPE
           IF WS-SCOPE-EOF = 'Y'
               DISPLAY 'ANOMALIE: VENTILATION SCOPE IMPOSSIBLE'
                   ' ACTIVITE ' ACTIVITE-ID
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MODE-IDX FROM 1 BY 1
                   UNTIL WS-MODE-IDX > 6
               IF WS-MODE-EMPREINTE(WS-MODE-IDX) NOT = ZERO
                   MOVE ACTIVITE-ID TO ES-ACTIVITE-ID
                   MOVE 'TRANSPORT' TO ES-DOMAINE
                   COMPUTE ES-CODE = WS-MODE-IDX - 1
                   MOVE WS-MODE-EMPREINTE(WS-MODE-IDX)
                       TO ES-EMPREINTE
                   MOVE 'N' TO WS-SCOPE-EOF
                   MOVE 'AJOU' TO WS-SCOPE-OPERATION
                   CALL 'EMPREINTE-SCOPE-DAL-DB' USING
                       WS-SCOPE-OPERATION WS-SCOPE-EOF
                       WS-EMPREINTE-SCOPE
               END-IF
           END-PERFORM.

       MARQUER-REJET.
           ADD 1 TO WS-COUNT-REJETS
           MOVE ACTIVITE-ID TO WS-REJ-ID
