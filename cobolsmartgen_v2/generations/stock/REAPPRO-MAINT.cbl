       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAPPRO-MAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-CURSOR-OPEN-FLAG    PIC X VALUE 'N'.
       01  WS-ABC-OPEN-FLAG       PIC X VALUE 'N'.
       01  WS-LISTE-OPEN-FLAG     PIC X VALUE 'N'.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
       77  WS-ARG-ACTION          PIC X(10) VALUE SPACES.
       77  WS-ARG-ID              PIC X(9) VALUE SPACES.
       77  WS-ARG-OPERATEUR       PIC X(9) VALUE SPACES.
       77  WS-ARG-MOIS            PIC X(2) VALUE SPACES.
       01  WS-DATE-JOUR           PIC 9(8).
       01  WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05 WS-DJ-ANNEE         PIC 9(4).
           05 WS-DJ-MOIS          PIC 9(2).
           05 WS-DJ-JOUR          PIC 9(2).
       01  WS-DATE-DEBUT          PIC 9(8).
       01  WS-DATE-FIN            PIC 9(8).
       01  WS-DATE-DEBUT-ISO      PIC X(10).
       01  WS-MOIS-ABSOLU         PIC 9(6).
       01  WS-DEB-ANNEE           PIC 9(4).
       01  WS-DEB-MOIS            PIC 9(2).
       01  WS-HISTO-MOIS          PIC 9(2) VALUE 12.
       01  WS-SEUIL-A             PIC 9(3) VALUE 80.
       01  WS-SEUIL-B             PIC 9(3) VALUE 95.
       01  WS-DELAI-DEFAUT        PIC 9(3) VALUE 14.
       01  WS-COEF-A              PIC 9V99 VALUE 2.05.
       01  WS-COEF-B              PIC 9V99 VALUE 1.65.
       01  WS-COEF-C              PIC 9V99 VALUE 1.28.
       01  WS-COEF                PIC 9V99.
       01  WS-PARAMETRE.
           05 PARAM-DOMAINE       PIC X(12).
           05 PARAM-CLE           PIC X(20).
           05 PARAM-VALEUR        PIC X(20).
           05 PARAM-TROUVE        PIC X.
       01  WS-TOTAL-CONSO         PIC 9(13)V99 VALUE 0.
       01  WS-CUMUL-CONSO         PIC 9(13)V99 VALUE 0.
       01  WS-CONSO               PIC 9(13)V99.
       01  WS-PART-CUMULEE        PIC 9(3)V99.
       77  WS-COUNT-A             PIC 9(6) VALUE 0.
       77  WS-COUNT-B             PIC 9(6) VALUE 0.
       77  WS-COUNT-C             PIC 9(6) VALUE 0.
       01  WS-RP-ID               PIC 9(9).
       01  WS-RP-STATUT           PIC X.
       01  WS-RP-DATE             PIC 9(8).
       01  WS-STOCK-ID            PIC 9(9).
       01  WS-PROD-ID             PIC 9(9).
       01  WS-LOC-ID              PIC 9(4).
       01  WS-CLASSE              PIC X.
       01  WS-SEUIL-ACTUEL        PIC 9(9).
       01  WS-SECURITE-ACTUEL     PIC 9(9).
       01  WS-SEUIL-PROPOSE       PIC 9(9).
       01  WS-SECURITE-PROPOSE    PIC 9(9).
       01  WS-DEM-TOTAL           PIC 9(9).
       01  WS-DEM-CARRE           PIC 9(18).
       01  WS-DELAI               PIC 9(5).
       01  WS-DELAI-SOURCE        PIC X.
       01  WS-DEM-MOY             PIC 9(9)V9(4).
       01  WS-VARIANCE            PIC S9(15)V9(4).
       01  WS-ECART-TYPE          PIC 9(9)V9(4).
       01  WS-APPLIQUE-OK         PIC X.
       01  WS-AUT-OPERATEUR       PIC X(9).
       01  WS-AUT-OPERATION       PIC X(12).
       01  WS-AUT-DECISION        PIC X.
       01  WS-JRN-ENTITE          PIC X(12).
       01  WS-JRN-CLE             PIC 9(9).
       01  WS-JRN-CHAMP           PIC X(20).
       01  WS-JRN-AVANT           PIC X(80).
       01  WS-JRN-APRES           PIC X(80).
       01  WS-JRN-OPERATEUR       PIC X(9).
       01  WS-JRN-TS              PIC X(14).
       77  WS-COUNT               PIC 9(6) VALUE 0.
       77  WS-COUNT-LIGNES        PIC 9(6) VALUE 0.
       77  WS-COUNT-PROPOSEES     PIC 9(6) VALUE 0.
       77  WS-COUNT-REFUSEES      PIC 9(6) VALUE 0.
       01  WS-D-MOY               PIC Z(8)9.99.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'CLASSEMENT ABC ET POINTS DE COMMANDE'
           DISPLAY '=========================================='
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
           ACCEPT WS-ARG-ACTION FROM ARGUMENT-VALUE
           EVALUATE WS-ARG-ACTION
               WHEN 'LISTER'
               WHEN SPACES
                   PERFORM DAL-CONNECT
                   PERFORM LISTER-PROPOSITIONS
               WHEN 'CALCULER'
                   ACCEPT WS-ARG-MOIS FROM ARGUMENT-VALUE
                   PERFORM LIRE-PARAMETRES-REAPPRO
                   PERFORM CALCULER-FENETRE
                   PERFORM DAL-CONNECT
                   PERFORM CLASSER-ABC
                   PERFORM CALCULER-PROPOSITIONS
               WHEN 'VALIDER'
                   ACCEPT WS-ARG-ID FROM ARGUMENT-VALUE
                   ACCEPT WS-ARG-OPERATEUR FROM ARGUMENT-VALUE
                   PERFORM CONTROLER-AUTORISATION
                   PERFORM DAL-CONNECT
                   IF WS-ARG-ID = 'TOUS'
                       PERFORM VALIDER-TOUT
                   ELSE
                       PERFORM VALIDER-PROPOSITION
                   END-IF
               WHEN 'REJETER'
                   ACCEPT WS-ARG-ID FROM ARGUMENT-VALUE
                   ACCEPT WS-ARG-OPERATEUR FROM ARGUMENT-VALUE
                   PERFORM CONTROLER-AUTORISATION
                   PERFORM DAL-CONNECT
                   PERFORM REJETER-PROPOSITION
               WHEN OTHER
                   DISPLAY 'USAGE: LISTER | CALCULER [MOIS-HISTORIQUE]'
                       ' |'
                   DISPLAY '       VALIDER ID-PROPOSITION|TOUS'
                       ' ID-OPERATEUR |'
                   DISPLAY '       REJETER ID-PROPOSITION ID-OPERATEUR'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           PERFORM DAL-END
           DISPLAY '=========================================='
           MOVE 0 TO RETURN-CODE
           GOBACK.
       DAL-CONNECT.
           ACCEPT WS-DB-USER FROM ENVIRONMENT 'PGUSER'
           ACCEPT WS-DB-PASSWORD FROM ENVIRONMENT 'PGPASSWORD'
           ACCEPT WS-DB-NAME FROM ENVIRONMENT 'PGDATABASE'
           EXEC SQL
               CONNECT :WS-DB-USER IDENTIFIED BY :WS-DB-PASSWORD
                   USING :WS-DB-NAME
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR CONNECT: SQLCODE=' SQLCODE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CONNECTED-FLAG.
       LIRE-PARAMETRES-REAPPRO.
           INITIALIZE WS-PARAMETRE
           MOVE 'STOCK' TO PARAM-DOMAINE
           MOVE 'REAPPRO_HISTO_MOIS' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-HISTO-MOIS = FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF
           IF WS-ARG-MOIS NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-ARG-MOIS) = 0
                   COMPUTE WS-HISTO-MOIS = FUNCTION NUMVAL(WS-ARG-MOIS)
               ELSE
                   DISPLAY 'ERREUR: NOMBRE DE MOIS INVALIDE '
                       WS-ARG-MOIS
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF WS-HISTO-MOIS = ZERO
               MOVE 12 TO WS-HISTO-MOIS
           END-IF
           INITIALIZE WS-PARAMETRE
           MOVE 'STOCK' TO PARAM-DOMAINE
           MOVE 'ABC_SEUIL_A' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-SEUIL-A = FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF
           INITIALIZE WS-PARAMETRE
           MOVE 'STOCK' TO PARAM-DOMAINE
           MOVE 'ABC_SEUIL_B' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-SEUIL-B = FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF
           INITIALIZE WS-PARAMETRE
           MOVE 'STOCK' TO PARAM-DOMAINE
           MOVE 'DELAI_DEFAUT_JOURS' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-DELAI-DEFAUT = FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF
           INITIALIZE WS-PARAMETRE
           MOVE 'STOCK' TO PARAM-DOMAINE
           MOVE 'COEF_SECURITE_A' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-COEF-A = FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF
           INITIALIZE WS-PARAMETRE
           MOVE 'STOCK' TO PARAM-DOMAINE
           MOVE 'COEF_SECURITE_B' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-COEF-B = FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF
           INITIALIZE WS-PARAMETRE
           MOVE 'STOCK' TO PARAM-DOMAINE
           MOVE 'COEF_SECURITE_C' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-COEF-C = FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF.
       CALCULER-FENETRE.
           COMPUTE WS-DATE-FIN =
               WS-DJ-ANNEE * 10000 + WS-DJ-MOIS * 100 + 1
           COMPUTE WS-MOIS-ABSOLU =
               WS-DJ-ANNEE * 12 + WS-DJ-MOIS - 1 - WS-HISTO-MOIS
           DIVIDE WS-MOIS-ABSOLU BY 12 GIVING WS-DEB-ANNEE
               REMAINDER WS-DEB-MOIS
           ADD 1 TO WS-DEB-MOIS
           COMPUTE WS-DATE-DEBUT =
               WS-DEB-ANNEE * 10000 + WS-DEB-MOIS * 100 + 1
           MOVE SPACES TO WS-DATE-DEBUT-ISO
           STRING WS-DATE-DEBUT(1:4) '-' WS-DATE-DEBUT(5:2) '-'
               WS-DATE-DEBUT(7:2)
               DELIMITED BY SIZE INTO WS-DATE-DEBUT-ISO
           DISPLAY 'HISTORIQUE: ' WS-HISTO-MOIS ' MOIS DU '
               WS-DATE-DEBUT ' AU ' WS-DATE-FIN ' (EXCLU)'
           DISPLAY 'CLASSES ABC: A < ' WS-SEUIL-A '% B < '
               WS-SEUIL-B '% DE LA VALEUR CONSOMMEE'.
       CONTROLER-AUTORISATION.
           IF WS-ARG-ID = SPACES OR WS-ARG-OPERATEUR = SPACES
               DISPLAY 'ERREUR: ID PROPOSITION ET ID OPERATEUR REQUIS'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ARG-ID NOT NUMERIC AND WS-ARG-ID NOT = 'TOUS'
               DISPLAY 'ERREUR: ID PROPOSITION INVALIDE ' WS-ARG-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-OPERATEUR TO WS-AUT-OPERATEUR
           MOVE 'VALREAPPRO' TO WS-AUT-OPERATION
           MOVE 'N' TO WS-AUT-DECISION
           CALL 'AUTORISATION-CHECK' USING WS-AUT-OPERATEUR
               WS-AUT-OPERATION WS-AUT-DECISION
           IF WS-AUT-DECISION NOT = 'Y'
               DISPLAY 'OPERATION REFUSEE: OPERATEUR '
                   WS-ARG-OPERATEUR ' NON HABILITE (VALREAPPRO)'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
       CLASSER-ABC.
           EXEC SQL
               SELECT COALESCE(SUM((0 - m.QUANTITY_DELTA)
                          * COALESCE(NULLIF(m.UNIT_COST, 0),
                                     pc.CMP_COUT_MOYEN, p.PRICE_HT,
                                     0)), 0)
               INTO :WS-TOTAL-CONSO
               FROM STOCK_MOVEMENT m
               INNER JOIN PRODUCT p
                   ON p.PROD_ID = m.PROD_ID
               LEFT JOIN PRODUCT_COST pc
                   ON pc.PROD_ID = m.PROD_ID
               WHERE m.QUANTITY_DELTA < 0
               AND m.MOVEMENT_TYPE NOT IN ('TRANSFERT', 'RETOUR-FRN',
                   'COMPTAGE', 'REJET-QUAR', 'REBUT-RETOUR',
                   'RECEP-QUAR')
               AND m.MOVEMENT_DATE >= :WS-DATE-DEBUT
               AND m.MOVEMENT_DATE < :WS-DATE-FIN
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR CALCUL CONSOMMATION: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               DECLARE C_ABC CURSOR FOR
               SELECT p.PROD_ID,
                      COALESCE((SELECT SUM((0 - m.QUANTITY_DELTA)
                                   * COALESCE(NULLIF(m.UNIT_COST, 0),
                                              pc.CMP_COUT_MOYEN,
                                              p.PRICE_HT, 0))
                                FROM STOCK_MOVEMENT m
                                WHERE m.PROD_ID = p.PROD_ID
                                AND m.QUANTITY_DELTA < 0
                                AND m.MOVEMENT_TYPE NOT IN
                                    ('TRANSFERT', 'RETOUR-FRN',
                                     'COMPTAGE', 'REJET-QUAR',
                                     'REBUT-RETOUR', 'RECEP-QUAR')
                                AND m.MOVEMENT_DATE >= :WS-DATE-DEBUT
                                AND m.MOVEMENT_DATE < :WS-DATE-FIN),
                               0)
               FROM PRODUCT p
               LEFT JOIN PRODUCT_COST pc
                   ON pc.PROD_ID = p.PROD_ID
               ORDER BY 2 DESC, p.PROD_ID
           END-EXEC
           EXEC SQL OPEN C_ABC END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN C_ABC: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'Y' TO WS-ABC-OPEN-FLAG
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_ABC INTO :WS-PROD-ID, :WS-CONSO
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM CLASSER-PRODUIT
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH C_ABC: SQLCODE=' SQLCODE
                       PERFORM ABANDONNER
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_ABC END-EXEC
           MOVE 'N' TO WS-ABC-OPEN-FLAG
           DISPLAY 'PRODUITS CLASSE A: ' WS-COUNT-A
               '  B: ' WS-COUNT-B '  C: ' WS-COUNT-C.
       CLASSER-PRODUIT.
           IF WS-CONSO = ZERO OR WS-TOTAL-CONSO = ZERO
               MOVE 'C' TO WS-CLASSE
           ELSE
               COMPUTE WS-PART-CUMULEE =
                   WS-CUMUL-CONSO * 100 / WS-TOTAL-CONSO
               EVALUATE TRUE
                   WHEN WS-PART-CUMULEE < WS-SEUIL-A
                       MOVE 'A' TO WS-CLASSE
                   WHEN WS-PART-CUMULEE < WS-SEUIL-B
                       MOVE 'B' TO WS-CLASSE
                   WHEN OTHER
                       MOVE 'C' TO WS-CLASSE
               END-EVALUATE
           END-IF
           ADD WS-CONSO TO WS-CUMUL-CONSO
           EVALUATE WS-CLASSE
               WHEN 'A'
                   ADD 1 TO WS-COUNT-A
               WHEN 'B'
                   ADD 1 TO WS-COUNT-B
               WHEN OTHER
                   ADD 1 TO WS-COUNT-C
           END-EVALUATE
           EXEC SQL
               UPDATE PRODUCT
               SET PROD_CLASSE_ABC = :WS-CLASSE
               WHERE PROD_ID = :WS-PROD-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR MAJ CLASSE PRODUIT ' WS-PROD-ID
                   ': SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF.
       CALCULER-PROPOSITIONS.
           EXEC SQL
               DELETE FROM REAPPRO_PROPOSITION
               WHERE RP_STATUT = 'P'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR PURGE PROPOSITIONS: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(RP_ID), 0)
               INTO :WS-RP-ID
               FROM REAPPRO_PROPOSITION
           END-EXEC
           EXEC SQL
               DECLARE C_RPP CURSOR FOR
               SELECT s.STOCK_ID, s.PROD_ID, COALESCE(s.LOC_ID, 1),
                      COALESCE(p.PROD_CLASSE_ABC, 'C'),
                      COALESCE(s.STOCK_SEUIL_REAPPRO, 0),
                      COALESCE(s.STOCK_SECURITE, 0),
                      COALESCE(d.TOTAL, 0), COALESCE(d.TOTAL_CARRE, 0),
                      COALESCE((SELECT ROUND(AVG(
                                    TO_DATE(CAST(r.PREMIERE
                                        AS VARCHAR(8)), 'YYYYMMDD')
                                    - CAST(r.ORDER_DATE AS DATE)))
                                FROM (SELECT po.ORDER_DATE,
                                             MIN(gr.RECEIPT_DATE)
                                                 AS PREMIERE
                                      FROM PURCHASE_ORDER po
                                      INNER JOIN GOODS_RECEIPT gr
                                          ON gr.PO_ID = po.PO_ID
                                          AND gr.RECEIPT_QTE > 0
                                      WHERE po.PROD_ID = s.PROD_ID
                                      AND po.ORDER_DATE
                                          >= :WS-DATE-DEBUT-ISO
                                      GROUP BY po.PO_ID,
                                               po.ORDER_DATE) r),
                               0)
               FROM STOCK s
               INNER JOIN PRODUCT p
                   ON p.PROD_ID = s.PROD_ID
               LEFT JOIN
                    (SELECT x.PROD_ID, x.LOC_ID,
                            SUM(x.QTE) AS TOTAL,
                            SUM(x.QTE * x.QTE) AS TOTAL_CARRE
                     FROM (SELECT m.PROD_ID,
                                  COALESCE(m.LOC_ID, 1) AS LOC_ID,
                                  TO_CHAR(m.MOVEMENT_DATE, 'YYYYMM')
                                      AS MOIS,
                                  SUM(0 - m.QUANTITY_DELTA) AS QTE
                           FROM STOCK_MOVEMENT m
                           WHERE m.QUANTITY_DELTA < 0
                           AND m.MOVEMENT_TYPE NOT IN
                               ('TRANSFERT', 'RETOUR-FRN', 'COMPTAGE',
                                'REJET-QUAR', 'REBUT-RETOUR',
                                'RECEP-QUAR')
                           AND m.MOVEMENT_DATE >= :WS-DATE-DEBUT
                           AND m.MOVEMENT_DATE < :WS-DATE-FIN
                           GROUP BY m.PROD_ID, COALESCE(m.LOC_ID, 1),
                                    TO_CHAR(m.MOVEMENT_DATE, 'YYYYMM'))
                          x
                     GROUP BY x.PROD_ID, x.LOC_ID) d
                   ON d.PROD_ID = s.PROD_ID
                   AND d.LOC_ID = COALESCE(s.LOC_ID, 1)
               ORDER BY COALESCE(s.LOC_ID, 1), s.PROD_ID
           END-EXEC
           EXEC SQL OPEN C_RPP END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN C_RPP: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_RPP INTO
                       :WS-STOCK-ID, :WS-PROD-ID, :WS-LOC-ID,
                       :WS-CLASSE, :WS-SEUIL-ACTUEL,
                       :WS-SECURITE-ACTUEL, :WS-DEM-TOTAL,
                       :WS-DEM-CARRE, :WS-DELAI
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM PROPOSER-SEUIL
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH C_RPP: SQLCODE=' SQLCODE
                       PERFORM ABANDONNER
               END-EVALUATE
           END-PERFORM
           DISPLAY 'LIGNES DE STOCK ANALYSEES: ' WS-COUNT-LIGNES
           DISPLAY 'PROPOSITIONS A VALIDER   : ' WS-COUNT-PROPOSEES.
       PROPOSER-SEUIL.
           ADD 1 TO WS-COUNT-LIGNES
           IF WS-DELAI = ZERO
               MOVE WS-DELAI-DEFAUT TO WS-DELAI
               MOVE 'D' TO WS-DELAI-SOURCE
           ELSE
               MOVE 'H' TO WS-DELAI-SOURCE
           END-IF
           COMPUTE WS-DEM-MOY ROUNDED = WS-DEM-TOTAL / WS-HISTO-MOIS
           COMPUTE WS-VARIANCE ROUNDED =
               WS-DEM-CARRE / WS-HISTO-MOIS - WS-DEM-MOY * WS-DEM-MOY
           IF WS-VARIANCE < ZERO
               MOVE 0 TO WS-VARIANCE
           END-IF
           COMPUTE WS-ECART-TYPE ROUNDED = WS-VARIANCE ** 0.5
           EVALUATE WS-CLASSE
               WHEN 'A'
                   MOVE WS-COEF-A TO WS-COEF
               WHEN 'B'
                   MOVE WS-COEF-B TO WS-COEF
               WHEN OTHER
                   MOVE WS-COEF-C TO WS-COEF
           END-EVALUATE
           COMPUTE WS-SECURITE-PROPOSE ROUNDED =
               WS-COEF * WS-ECART-TYPE * (WS-DELAI / 30) ** 0.5
           COMPUTE WS-SEUIL-PROPOSE ROUNDED =
               WS-DEM-MOY * WS-DELAI / 30 + WS-SECURITE-PROPOSE
           IF WS-SEUIL-PROPOSE = WS-SEUIL-ACTUEL
               AND WS-SECURITE-PROPOSE = WS-SECURITE-ACTUEL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RP-ID
           EXEC SQL
               INSERT INTO REAPPRO_PROPOSITION
               (RP_ID, RP_DATE, RP_STOCK_ID, RP_PROD_ID, RP_LOC_ID,
                RP_CLASSE, RP_DEMANDE_MOY, RP_ECART_TYPE,
                RP_DELAI_JOURS, RP_DELAI_SOURCE, RP_SEUIL_ACTUEL,
                RP_SECURITE_ACTUEL, RP_SEUIL_PROPOSE,
                RP_SECURITE_PROPOSE, RP_STATUT)
               VALUES
               (:WS-RP-ID, :WS-DATE-JOUR, :WS-STOCK-ID, :WS-PROD-ID,
                :WS-LOC-ID, :WS-CLASSE, :WS-DEM-MOY, :WS-ECART-TYPE,
                :WS-DELAI, :WS-DELAI-SOURCE, :WS-SEUIL-ACTUEL,
                :WS-SECURITE-ACTUEL, :WS-SEUIL-PROPOSE,
                :WS-SECURITE-PROPOSE, 'P')
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT PROPOSITION: SQLCODE=' SQLCODE
                   ' PRODUIT ' WS-PROD-ID ' SITE ' WS-LOC-ID
               PERFORM ABANDONNER
           END-IF
           ADD 1 TO WS-COUNT-PROPOSEES.
       LISTER-PROPOSITIONS.
           EXEC SQL
               DECLARE C_RPL CURSOR FOR
               SELECT RP_ID, RP_PROD_ID, RP_LOC_ID, RP_CLASSE,
                      RP_DEMANDE_MOY, RP_DELAI_JOURS,
                      RP_SEUIL_ACTUEL, RP_SECURITE_ACTUEL,
                      RP_SEUIL_PROPOSE, RP_SECURITE_PROPOSE
               FROM REAPPRO_PROPOSITION
               WHERE RP_STATUT = 'P'
               ORDER BY RP_CLASSE, RP_LOC_ID, RP_PROD_ID
           END-EXEC
           EXEC SQL OPEN C_RPL END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-LISTE-OPEN-FLAG
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_RPL INTO
                       :WS-RP-ID, :WS-PROD-ID, :WS-LOC-ID,
                       :WS-CLASSE, :WS-DEM-MOY, :WS-DELAI,
                       :WS-SEUIL-ACTUEL, :WS-SECURITE-ACTUEL,
                       :WS-SEUIL-PROPOSE, :WS-SECURITE-PROPOSE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-COUNT
                       MOVE WS-DEM-MOY TO WS-D-MOY
                       DISPLAY WS-RP-ID ' CLASSE ' WS-CLASSE
                           ' PRODUIT ' WS-PROD-ID ' SITE ' WS-LOC-ID
                           ' DEMANDE/MOIS ' WS-D-MOY
                           ' DELAI ' WS-DELAI ' J'
                       DISPLAY '    SEUIL ' WS-SEUIL-ACTUEL ' -> '
                           WS-SEUIL-PROPOSE '  SECURITE '
                           WS-SECURITE-ACTUEL ' -> '
                           WS-SECURITE-PROPOSE
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           DISPLAY 'PROPOSITIONS EN ATTENTE: ' WS-COUNT.
       LIRE-PROPOSITION.
           EXEC SQL
               SELECT RP_STOCK_ID, RP_PROD_ID, RP_LOC_ID,
                      RP_SEUIL_ACTUEL, RP_SECURITE_ACTUEL,
                      RP_SEUIL_PROPOSE, RP_SECURITE_PROPOSE,
                      RP_STATUT
               INTO :WS-STOCK-ID, :WS-PROD-ID, :WS-LOC-ID,
                    :WS-SEUIL-ACTUEL, :WS-SECURITE-ACTUEL,
                    :WS-SEUIL-PROPOSE, :WS-SECURITE-PROPOSE,
                    :WS-RP-STATUT
               FROM REAPPRO_PROPOSITION
               WHERE RP_ID = :WS-RP-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: PROPOSITION ' WS-RP-ID ' INCONNUE'
               PERFORM ABANDONNER
           END-IF
           IF WS-RP-STATUT NOT = 'P'
               DISPLAY 'ERREUR: PROPOSITION ' WS-RP-ID
                   ' DEJA TRAITEE (STATUT ' WS-RP-STATUT ')'
               PERFORM ABANDONNER
           END-IF.
       VALIDER-PROPOSITION.
           MOVE WS-ARG-ID TO WS-RP-ID
           PERFORM LIRE-PROPOSITION
           PERFORM APPLIQUER-PROPOSITION
           IF WS-APPLIQUE-OK NOT = 'Y'
               PERFORM ABANDONNER
           END-IF.
       VALIDER-TOUT.
           EXEC SQL
               DECLARE C_RPV CURSOR FOR
               SELECT RP_ID, RP_STOCK_ID, RP_PROD_ID, RP_LOC_ID,
                      RP_SEUIL_ACTUEL, RP_SECURITE_ACTUEL,
                      RP_SEUIL_PROPOSE, RP_SECURITE_PROPOSE
               FROM REAPPRO_PROPOSITION
               WHERE RP_STATUT = 'P'
               ORDER BY RP_ID
           END-EXEC
           EXEC SQL OPEN C_RPV END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN C_RPV: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_RPV INTO
                       :WS-RP-ID, :WS-STOCK-ID, :WS-PROD-ID,
                       :WS-LOC-ID, :WS-SEUIL-ACTUEL,
                       :WS-SECURITE-ACTUEL, :WS-SEUIL-PROPOSE,
                       :WS-SECURITE-PROPOSE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM APPLIQUER-PROPOSITION
                       IF WS-APPLIQUE-OK = 'Y'
                           ADD 1 TO WS-COUNT
                       ELSE
                           ADD 1 TO WS-COUNT-REFUSEES
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH C_RPV: SQLCODE=' SQLCODE
                       PERFORM ABANDONNER
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_RPV END-EXEC
           DISPLAY 'PROPOSITIONS APPLIQUEES : ' WS-COUNT
           DISPLAY 'PROPOSITIONS ECARTEES   : ' WS-COUNT-REFUSEES.
       APPLIQUER-PROPOSITION.
           MOVE 'N' TO WS-APPLIQUE-OK
           EXEC SQL
               UPDATE STOCK
               SET STOCK_SEUIL_REAPPRO = :WS-SEUIL-PROPOSE,
                   STOCK_SECURITE = :WS-SECURITE-PROPOSE
               WHERE STOCK_ID = :WS-STOCK-ID
               AND COALESCE(STOCK_SEUIL_REAPPRO, 0)
                   = :WS-SEUIL-ACTUEL
               AND COALESCE(STOCK_SECURITE, 0) = :WS-SECURITE-ACTUEL
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO OR SQLERRD(3) EQUAL ZERO
               DISPLAY 'PROPOSITION ' WS-RP-ID ' NON APPLIQUEE:'
                   ' SEUILS DU PRODUIT ' WS-PROD-ID ' SITE '
                   WS-LOC-ID ' MODIFIES DEPUIS LE CALCUL'
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO WS-RP-STATUT
           PERFORM DECIDER-PROPOSITION
           MOVE 'STOCK' TO WS-JRN-ENTITE
           MOVE WS-STOCK-ID TO WS-JRN-CLE
           MOVE 'STOCK_SEUIL_REAPPRO' TO WS-JRN-CHAMP
           MOVE WS-SEUIL-ACTUEL TO WS-JRN-AVANT
           MOVE WS-SEUIL-PROPOSE TO WS-JRN-APRES
           PERFORM JOURNALISER
           MOVE 'STOCK_SECURITE' TO WS-JRN-CHAMP
           MOVE WS-SECURITE-ACTUEL TO WS-JRN-AVANT
           MOVE WS-SECURITE-PROPOSE TO WS-JRN-APRES
           PERFORM JOURNALISER
           MOVE 'Y' TO WS-APPLIQUE-OK
           DISPLAY 'PROPOSITION ' WS-RP-ID ' APPLIQUEE: PRODUIT '
               WS-PROD-ID ' SITE ' WS-LOC-ID ' SEUIL '
               WS-SEUIL-PROPOSE ' SECURITE ' WS-SECURITE-PROPOSE.
       REJETER-PROPOSITION.
           MOVE WS-ARG-ID TO WS-RP-ID
           PERFORM LIRE-PROPOSITION
           MOVE 'R' TO WS-RP-STATUT
           PERFORM DECIDER-PROPOSITION
           DISPLAY 'PROPOSITION ' WS-RP-ID ' REJETEE'.
       DECIDER-PROPOSITION.
           EXEC SQL
               UPDATE REAPPRO_PROPOSITION
               SET RP_STATUT = :WS-RP-STATUT,
                   RP_OPER_DECISION = :WS-ARG-OPERATEUR,
                   RP_DATE_DECISION = :WS-DATE-JOUR
               WHERE RP_ID = :WS-RP-ID
               AND RP_STATUT = 'P'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO OR SQLERRD(3) EQUAL ZERO
               DISPLAY 'ERREUR MAJ PROPOSITION: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'REAPPRO_PROP' TO WS-JRN-ENTITE
           MOVE WS-RP-ID TO WS-JRN-CLE
           MOVE 'RP_STATUT' TO WS-JRN-CHAMP
           MOVE 'P' TO WS-JRN-AVANT
           MOVE WS-RP-STATUT TO WS-JRN-APRES
           PERFORM JOURNALISER.
       JOURNALISER.
           MOVE WS-ARG-OPERATEUR TO WS-JRN-OPERATEUR
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JRN-TS
           EXEC SQL
               INSERT INTO CHANGE_JOURNAL
               (JRN_ENTITE, JRN_CLE, JRN_CHAMP, JRN_AVANT,
                JRN_APRES, JRN_OPERATEUR, JRN_TIMESTAMP)
               VALUES
               (:WS-JRN-ENTITE, :WS-JRN-CLE, :WS-JRN-CHAMP,
                :WS-JRN-AVANT, :WS-JRN-APRES, :WS-JRN-OPERATEUR,
                :WS-JRN-TS)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR JOURNAL MODIFICATIONS: SQLCODE='
                   SQLCODE
           END-IF.
       ABANDONNER.
           EXEC SQL ROLLBACK END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF
           MOVE 1 TO RETURN-CODE
           GOBACK.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_RPP END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           IF WS-LISTE-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_RPL END-EXEC
               MOVE 'N' TO WS-LISTE-OPEN-FLAG
           END-IF
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
