       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETOUR-FOURNISSEUR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       77  WS-ARG-PO              PIC X(9) VALUE SPACES.
       77  WS-ARG-QTE             PIC X(9) VALUE SPACES.
       77  WS-ARG-MOTIF           PIC X(10) VALUE SPACES.
       77  WS-ARG-LOT             PIC X(20) VALUE SPACES.
       77  WS-ARG-SITE            PIC X(4) VALUE SPACES.
       01  WS-PO-ID               PIC 9(9).
       01  WS-PROD-ID             PIC 9(9).
       01  WS-SUP-ID              PIC 9(9).
       01  WS-PO-PRIX             PIC 9(7)V99.
       01  WS-FACTEUR-ACHAT       PIC 9(5)V99.
       01  WS-QTE-RETOUR          PIC 9(9).
       01  WS-QTE-STOCK           PIC 9(9).
       01  WS-QTE-NEGATIVE        PIC S9(9).
       01  WS-QTE-RECUE           PIC 9(9).
       01  WS-QTE-DEJA-RETOURNEE  PIC 9(9).
       01  WS-QTE-RETOURNABLE     PIC S9(9).
       01  WS-LOC-ID              PIC 9(4).
       01  WS-LOT-ID              PIC 9(9).
       01  WS-LOT-NUMERO          PIC X(20).
       01  WS-LOT-RESTANT         PIC 9(9).
       01  WS-LOT-STATUT          PIC X.
       01  WS-STOCK-ID            PIC 9(9).
       01  WS-STOCK-QTE           PIC S9(9).
       01  WS-CMP-COUT            PIC 9(7)V9(4).
       01  WS-MOUVEMENT-STOCK     PIC X.
       01  WS-RF-ID               PIC 9(9).
       01  WS-RF-OPERATEUR        PIC X(9).
       01  WS-AF-ID               PIC 9(9).
       01  WS-AF-FF-ID            PIC 9(9).
       01  WS-AF-HT               PIC 9(9)V99.
       01  WS-AF-TVA              PIC 9(9)V99.
       01  WS-FF-QTE              PIC 9(9).
       01  WS-FF-PRIX             PIC 9(7)V99.
       01  WS-FF-TVA              PIC 9(9)V99.
       01  WS-FF-STATUT           PIC X.
       01  WS-TAUX-TVA            PIC 9(2)V99 VALUE 20.00.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-PARAMETRE.
           05 PARAM-DOMAINE       PIC X(12).
           05 PARAM-CLE           PIC X(20).
           05 PARAM-VALEUR        PIC X(20).
           05 PARAM-TROUVE        PIC X.
       01  WS-D-MONTANT           PIC Z(8)9.99.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'RETOUR DE MARCHANDISES AU FOURNISSEUR'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-PO FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-QTE FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-MOTIF FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-LOT FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-SITE FROM ARGUMENT-VALUE
           IF WS-ARG-PO NOT NUMERIC OR WS-ARG-QTE NOT NUMERIC
               OR (WS-ARG-MOTIF NOT = 'DEFAUT'
                   AND WS-ARG-MOTIF NOT = 'EXCEDENT'
                   AND WS-ARG-MOTIF NOT = 'REJET')
               DISPLAY 'USAGE: NO-COMMANDE QUANTITE'
                   ' DEFAUT|EXCEDENT|REJET [LOT] [SITE]'
               DISPLAY 'REJET: STOCK DEJA SORTI PAR LA DECISION'
                   ' QUALITE - AVOIR SEUL'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-PO TO WS-PO-ID
           MOVE WS-ARG-QTE TO WS-QTE-RETOUR
           IF WS-QTE-RETOUR = ZERO
               DISPLAY 'ERREUR: QUANTITE NULLE'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 1 TO WS-LOC-ID
           IF WS-ARG-SITE NUMERIC
               MOVE WS-ARG-SITE TO WS-LOC-ID
           END-IF
           IF WS-ARG-MOTIF = 'REJET'
               MOVE 'N' TO WS-MOUVEMENT-STOCK
           ELSE
               MOVE 'O' TO WS-MOUVEMENT-STOCK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ACCEPT WS-RF-OPERATEUR FROM ENVIRONMENT
               'CARBONTRACK_OPERATEUR'
           IF WS-RF-OPERATEUR = SPACES
               MOVE 'BATCH' TO WS-RF-OPERATEUR
           END-IF
           PERFORM LIRE-TAUX-TVA
           PERFORM DAL-CONNECT
           PERFORM LIRE-COMMANDE
           PERFORM CONTROLER-QUANTITE
           IF WS-ARG-LOT NOT = SPACES
               PERFORM LIRE-LOT
           END-IF
           IF WS-MOUVEMENT-STOCK = 'O'
               PERFORM SORTIR-STOCK
           END-IF
           PERFORM ENREGISTRER-RETOUR
           PERFORM CREER-AVOIR
           PERFORM DAL-END
           DISPLAY '=========================================='
           MOVE 0 TO RETURN-CODE
           GOBACK.
       LIRE-TAUX-TVA.
           INITIALIZE WS-PARAMETRE
           MOVE 'ACHATS' TO PARAM-DOMAINE
           MOVE 'TAUX_TVA' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-TAUX-TVA = FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF.
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
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CONNECTED-FLAG.
       LIRE-COMMANDE.
           EXEC SQL
               SELECT PROD_ID, SUP_ID, COALESCE(PO_UNIT_PRICE, 0)
               INTO :WS-PROD-ID, :WS-SUP-ID, :WS-PO-PRIX
               FROM PURCHASE_ORDER
               WHERE PO_ID = :WS-PO-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'RETOUR REFUSE: COMMANDE INCONNUE ' WS-PO-ID
               PERFORM ABANDONNER
           END-IF
           MOVE 1 TO WS-FACTEUR-ACHAT
           EXEC SQL
               SELECT COALESCE(PROD_FACTEUR_ACHAT, 1)
               INTO :WS-FACTEUR-ACHAT
               FROM PRODUCT
               WHERE PROD_ID = :WS-PROD-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO OR WS-FACTEUR-ACHAT = ZERO
               MOVE 1 TO WS-FACTEUR-ACHAT
           END-IF
           COMPUTE WS-QTE-STOCK = WS-QTE-RETOUR * WS-FACTEUR-ACHAT.
       CONTROLER-QUANTITE.
           MOVE 0 TO WS-QTE-RECUE
           EXEC SQL
               SELECT COALESCE(SUM(RECEIPT_QTE), 0)
               INTO :WS-QTE-RECUE
               FROM GOODS_RECEIPT
               WHERE PO_ID = :WS-PO-ID
               AND RECEIPT_QTE > 0
           END-EXEC
           MOVE 0 TO WS-QTE-DEJA-RETOURNEE
           EXEC SQL
               SELECT COALESCE(SUM(RF_QTE), 0)
               INTO :WS-QTE-DEJA-RETOURNEE
               FROM RETOUR_FOURNISSEUR
               WHERE PO_ID = :WS-PO-ID
           END-EXEC
           COMPUTE WS-QTE-RETOURNABLE =
               WS-QTE-RECUE - WS-QTE-DEJA-RETOURNEE
           IF WS-QTE-RETOUR > WS-QTE-RETOURNABLE
               DISPLAY 'RETOUR REFUSE: QUANTITE SUPERIEURE AU RECU'
                   ' NON RETOURNE (' WS-QTE-RETOURNABLE ')'
               PERFORM ABANDONNER
           END-IF.
       LIRE-LOT.
           MOVE WS-ARG-LOT TO WS-LOT-NUMERO
           EXEC SQL
               SELECT LOT_ID, LOT_QTE_RESTANTE, LOT_STATUT
               INTO :WS-LOT-ID, :WS-LOT-RESTANT, :WS-LOT-STATUT
               FROM LOT
               WHERE PROD_ID = :WS-PROD-ID
               AND LOT_NUMERO = :WS-LOT-NUMERO
               AND COALESCE(LOC_ID, 1) = :WS-LOC-ID
               ORDER BY LOT_ID
               LIMIT 1
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'RETOUR REFUSE: LOT ' WS-LOT-NUMERO
                   ' INCONNU POUR LE PRODUIT ' WS-PROD-ID
               PERFORM ABANDONNER
           END-IF
           IF WS-MOUVEMENT-STOCK = 'N'
               IF WS-LOT-STATUT NOT = 'R'
                   AND WS-LOT-STATUT NOT = 'Q'
                   DISPLAY 'ATTENTION: LOT ' WS-LOT-NUMERO
                       ' NON REJETE (STATUT ' WS-LOT-STATUT ')'
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-LOT-STATUT = 'Q'
               DISPLAY 'RETOUR REFUSE: LOT ' WS-LOT-NUMERO
                   ' EN QUARANTAINE - PASSER PAR LA DECISION QUALITE'
               PERFORM ABANDONNER
           END-IF
           IF WS-QTE-STOCK > WS-LOT-RESTANT
               DISPLAY 'RETOUR REFUSE: LOT ' WS-LOT-NUMERO
                   ' INSUFFISANT (RESTANT ' WS-LOT-RESTANT ')'
               PERFORM ABANDONNER
           END-IF.
       SORTIR-STOCK.
           EXEC SQL
               SELECT STOCK_ID, QUANTITY
               INTO :WS-STOCK-ID, :WS-STOCK-QTE
               FROM STOCK
               WHERE PROD_ID = :WS-PROD-ID
               AND COALESCE(LOC_ID, 1) = :WS-LOC-ID
               LIMIT 1
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'RETOUR REFUSE: STOCK INCONNU PRODUIT '
                   WS-PROD-ID ' SITE ' WS-LOC-ID
               PERFORM ABANDONNER
           END-IF
           IF WS-STOCK-QTE < WS-QTE-STOCK
               DISPLAY 'RETOUR REFUSE: STOCK DISPONIBLE INSUFFISANT ('
                   WS-STOCK-QTE ')'
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               UPDATE STOCK
               SET QUANTITY = QUANTITY - :WS-QTE-STOCK
               WHERE STOCK_ID = :WS-STOCK-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR MISE A JOUR STOCK: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           IF WS-ARG-LOT NOT = SPACES
               EXEC SQL
                   UPDATE LOT
                   SET LOT_QTE_RESTANTE = LOT_QTE_RESTANTE
                       - :WS-QTE-STOCK
                   WHERE LOT_ID = :WS-LOT-ID
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO
                   DISPLAY 'ERREUR MAJ LOT ' WS-LOT-ID ' : SQLCODE='
                       SQLCODE
                   PERFORM ABANDONNER
               END-IF
           END-IF
           MOVE 0 TO WS-CMP-COUT
           EXEC SQL
               SELECT CMP_COUT_MOYEN
               INTO :WS-CMP-COUT
               FROM PRODUCT_COST
               WHERE PROD_ID = :WS-PROD-ID
           END-EXEC
           IF SQLCODE EQUAL ZERO
               EXEC SQL
                   UPDATE PRODUCT_COST
                   SET CMP_QTE = GREATEST(CMP_QTE - :WS-QTE-STOCK, 0)
                   WHERE PROD_ID = :WS-PROD-ID
               END-EXEC
           ELSE
               MOVE 0 TO WS-CMP-COUT
           END-IF
           COMPUTE WS-QTE-NEGATIVE = 0 - WS-QTE-STOCK
           EXEC SQL
               INSERT INTO STOCK_MOVEMENT
               (STOCK_ID, PROD_ID, QUANTITY_DELTA, MOVEMENT_DATE,
                MOVEMENT_TYPE, UNIT_COST, LOC_ID)
               VALUES
               (:WS-STOCK-ID, :WS-PROD-ID, :WS-QTE-NEGATIVE,
                :WS-RUN-DATE, 'RETOUR-FRN', :WS-CMP-COUT,
                :WS-LOC-ID)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR MOUVEMENT STOCK: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           DISPLAY 'SORTIE DE STOCK: ' WS-QTE-STOCK ' X PRODUIT '
               WS-PROD-ID ' SITE ' WS-LOC-ID.
       ENREGISTRER-RETOUR.
           IF WS-ARG-LOT = SPACES
               MOVE 0 TO WS-LOT-ID
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(RF_ID), 0) + 1
               INTO :WS-RF-ID
               FROM RETOUR_FOURNISSEUR
           END-EXEC
           EXEC SQL
               INSERT INTO RETOUR_FOURNISSEUR
               (RF_ID, PO_ID, SUP_ID, PROD_ID, LOT_ID, LOC_ID,
                RF_QTE, RF_QTE_STOCK, RF_MOTIF, RF_DATE,
                RF_MOUVEMENT, RF_OPERATEUR)
               VALUES
               (:WS-RF-ID, :WS-PO-ID, :WS-SUP-ID, :WS-PROD-ID,
                :WS-LOT-ID, :WS-LOC-ID, :WS-QTE-RETOUR,
                :WS-QTE-STOCK, :WS-ARG-MOTIF, :WS-RUN-DATE,
                :WS-MOUVEMENT-STOCK, :WS-RF-OPERATEUR)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT RETOUR: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           DISPLAY 'RETOUR ' WS-RF-ID ' ENREGISTRE: ' WS-QTE-RETOUR
               ' X PRODUIT ' WS-PROD-ID ' (' WS-ARG-MOTIF ')'.
       CREER-AVOIR.
           MOVE 0 TO WS-AF-FF-ID
           EXEC SQL
               SELECT FF_ID, FF_QTE, FF_PRIX, COALESCE(FF_TVA, 0),
                      FF_STATUT
               INTO :WS-AF-FF-ID, :WS-FF-QTE, :WS-FF-PRIX,
                    :WS-FF-TVA, :WS-FF-STATUT
               FROM FACTURE_FOURNISSEUR
               WHERE PO_ID = :WS-PO-ID
               AND SUP_ID = :WS-SUP-ID
               ORDER BY FF_ID DESC
               LIMIT 1
           END-EXEC
           IF SQLCODE EQUAL ZERO AND WS-FF-QTE > ZERO
               COMPUTE WS-AF-HT ROUNDED = WS-QTE-RETOUR * WS-FF-PRIX
               COMPUTE WS-AF-TVA ROUNDED =
                   WS-FF-TVA * WS-QTE-RETOUR / WS-FF-QTE
           ELSE
               MOVE 0 TO WS-AF-FF-ID
               COMPUTE WS-AF-HT ROUNDED = WS-QTE-RETOUR * WS-PO-PRIX
               COMPUTE WS-AF-TVA ROUNDED =
                   WS-AF-HT * WS-TAUX-TVA / 100
           END-IF
           IF WS-AF-HT = ZERO
               DISPLAY 'ATTENTION: PRIX D''ACHAT INCONNU - AUCUN'
                   ' AVOIR FOURNISSEUR EMIS'
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(AF_ID), 0) + 1
               INTO :WS-AF-ID
               FROM AVOIR_FOURNISSEUR
           END-EXEC
           EXEC SQL
               INSERT INTO AVOIR_FOURNISSEUR
               (AF_ID, RF_ID, SUP_ID, AF_FF_ID, AF_MONTANT_HT,
                AF_TVA, AF_DATE, AF_STATUT)
               VALUES
               (:WS-AF-ID, :WS-RF-ID, :WS-SUP-ID, :WS-AF-FF-ID,
                :WS-AF-HT, :WS-AF-TVA, :WS-RUN-DATE, 'O')
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT AVOIR FOURNISSEUR: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           COMPUTE WS-D-MONTANT = WS-AF-HT + WS-AF-TVA
           DISPLAY 'AVOIR FOURNISSEUR ' WS-AF-ID ' EMIS: '
               WS-D-MONTANT ' TTC'
           IF WS-AF-FF-ID > ZERO
               DISPLAY 'SUR FACTURE ' WS-AF-FF-ID
                   ' (STATUT ' WS-FF-STATUT ')'
           ELSE
               DISPLAY 'FACTURE NON ENCORE SAISIE - AVOIR VALORISE'
                   ' AU PRIX COMMANDE'
           END-IF
           DISPLAY 'DEDUIT AU PROCHAIN PAIEMENT DU FOURNISSEUR '
               WS-SUP-ID.
       ABANDONNER.
           EXEC SQL ROLLBACK END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF
           MOVE 12 TO RETURN-CODE
           GOBACK.
       DAL-END.
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
