       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAIS-APPROCHE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-CURSOR-OPEN-FLAG    PIC X VALUE 'N'.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
       77  WS-ARG-ACTION          PIC X(10) VALUE SPACES.
       77  WS-ARG-SUP             PIC X(9) VALUE SPACES.
       77  WS-ARG-REFERENCE       PIC X(20) VALUE SPACES.
       77  WS-ARG-NATURE          PIC X(10) VALUE SPACES.
       77  WS-ARG-MONTANT         PIC X(12) VALUE SPACES.
       77  WS-ARG-CLE             PIC X(6) VALUE SPACES.
       77  WS-ARG-PO              PIC X(18) VALUE SPACES.
       77  WS-ARG-NO-PO           PIC X(9) VALUE SPACES.
       77  WS-ARG-DATE            PIC X(8) VALUE SPACES.
       77  WS-ARG-ID              PIC X(9) VALUE SPACES.
       01  WS-FA-ID               PIC 9(9).
       01  WS-FA-SUP              PIC 9(9).
       01  WS-FA-REFERENCE        PIC X(20).
       01  WS-FA-NATURE           PIC X(10).
       01  WS-FA-MONTANT          PIC 9(9)V99.
       01  WS-FA-CLE              PIC X(6).
       01  WS-FA-STATUT           PIC X.
       01  WS-FA-OPERATEUR        PIC X(9).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-NB                  PIC 9(9).
       01  WS-PO-ID               PIC 9(9).
       01  WS-GR-DATE             PIC 9(8).
       01  WS-PROD-ID             PIC 9(9).
       01  WS-FACTEUR-ACHAT       PIC 9(5)V99.
       01  WS-PROD-POIDS          PIC 9(5)V999.
       01  WS-QTE-RECUE           PIC 9(9).
       01  WS-VALEUR-RECUE        PIC 9(11)V99.
       01  WS-LIGNES-TABLE.
           05 WS-LG-COUNT         PIC 9(2) VALUE 0.
           05 WS-LG-ENTRY         OCCURS 8 TIMES.
               10 WS-LG-PO        PIC 9(9).
               10 WS-LG-DATE      PIC 9(8).
               10 WS-LG-PROD      PIC 9(9).
               10 WS-LG-QTE       PIC 9(9).
               10 WS-LG-VALEUR    PIC 9(11)V99.
               10 WS-LG-BASE      PIC 9(13)V999.
               10 WS-LG-MONTANT   PIC 9(9)V99.
               10 WS-LG-STOCKE    PIC 9(9)V99.
               10 WS-LG-CONSOMME  PIC 9(9)V99.
               10 WS-LG-CMP-AVANT PIC 9(7)V9(4).
               10 WS-LG-CMP-APRES PIC 9(7)V9(4).
       77  WS-LG-IDX              PIC 9(2) COMP.
       01  WS-FAL-BASE            PIC 9(13)V999.
       01  WS-FAL-VALEUR          PIC 9(11)V99.
       01  WS-FAL-STOCKE          PIC 9(9)V99.
       01  WS-FAL-CONSOMME        PIC 9(9)V99.
       01  WS-FAL-CMP-AVANT       PIC 9(7)V9(4).
       01  WS-FAL-CMP-APRES       PIC 9(7)V9(4).
       01  WS-BASE-TOTALE         PIC 9(13)V999.
       01  WS-MONTANT-REPARTI     PIC 9(9)V99.
       01  WS-TOTAL-STOCKE        PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CONSOMME      PIC 9(11)V99 VALUE 0.
       77  WS-OPERATION           PIC X(4).
       77  WS-DAL-EOF             PIC X.
       01  WS-STOCK.
           05 WS-STOCKID          PIC 9(9).
           05 WS-PRODID           PIC 9(9).
           05 WS-QUANTITY         PIC 9(9).
           05 WS-COUT-MOYEN       PIC 9(7)V9(4).
           05 WS-LOCID            PIC 9(4).
           05 WS-LOCID-CIBLE      PIC 9(4).
           05 WS-FRAIS-MONTANT    PIC 9(9)V99.
           05 WS-FRAIS-STOCKE     PIC 9(9)V99.
           05 WS-COUT-AVANT       PIC 9(7)V9(4).
           05 WS-SEUIL-REAPPRO    PIC 9(9).
       01  WS-D-MONTANT           PIC Z(9)9.99.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'FRAIS D''APPROCHE SUR RECEPTIONS'
           DISPLAY '=========================================='
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ACCEPT WS-FA-OPERATEUR FROM ENVIRONMENT
               'CARBONTRACK_OPERATEUR'
           ACCEPT WS-ARG-ACTION FROM ARGUMENT-VALUE
           EVALUATE WS-ARG-ACTION
               WHEN 'SAISIR'
                   PERFORM LIRE-ARGUMENTS-SAISIE
                   PERFORM DAL-CONNECT
                   PERFORM CONTROLER-FACTURE-FRAIS
                   PERFORM CHARGER-RECEPTIONS
                   PERFORM CALCULER-REPARTITION
                   PERFORM ENREGISTRER-FRAIS
                   PERFORM DAL-END
                   PERFORM REPARTIR-FRAIS
               WHEN 'REPARTIR'
                   ACCEPT WS-ARG-ID FROM ARGUMENT-VALUE
                   IF WS-ARG-ID NOT NUMERIC
                       DISPLAY 'ERREUR: ID FRAIS D''APPROCHE REQUIS'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE WS-ARG-ID TO WS-FA-ID
                   PERFORM REPARTIR-FRAIS
               WHEN OTHER
                   DISPLAY 'USAGE: SAISIR ID-FOURNISSEUR REFERENCE'
                       ' TRANSPORT|DOUANE|ASSURANCE MONTANT-HT'
                   DISPLAY '       QTE|VALEUR|POIDS'
                       ' NO-COMMANDE[/AAAAMMJJ]'
                       ' [NO-COMMANDE[/AAAAMMJJ] ...] (8 MAXIMUM)'
                   DISPLAY '       REPARTIR ID-FRAIS'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           DISPLAY '=========================================='
           MOVE 0 TO RETURN-CODE
           GOBACK.
       LIRE-ARGUMENTS-SAISIE.
           ACCEPT WS-ARG-SUP FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-REFERENCE FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-NATURE FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-MONTANT FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-CLE FROM ARGUMENT-VALUE
           IF WS-ARG-SUP NOT NUMERIC
               OR WS-ARG-REFERENCE = SPACES
               OR FUNCTION TEST-NUMVAL(WS-ARG-MONTANT) NOT = 0
               DISPLAY 'ERREUR: FOURNISSEUR, REFERENCE ET MONTANT'
                   ' REQUIS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ARG-NATURE NOT = 'TRANSPORT'
               AND WS-ARG-NATURE NOT = 'DOUANE'
               AND WS-ARG-NATURE NOT = 'ASSURANCE'
               DISPLAY 'ERREUR: NATURE TRANSPORT, DOUANE OU'
                   ' ASSURANCE ATTENDUE'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ARG-CLE NOT = 'QTE' AND WS-ARG-CLE NOT = 'VALEUR'
               AND WS-ARG-CLE NOT = 'POIDS'
               DISPLAY 'ERREUR: CLE DE REPARTITION QTE, VALEUR OU'
                   ' POIDS ATTENDUE'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-SUP TO WS-FA-SUP
           MOVE WS-ARG-REFERENCE TO WS-FA-REFERENCE
           MOVE WS-ARG-NATURE TO WS-FA-NATURE
           COMPUTE WS-FA-MONTANT = FUNCTION NUMVAL(WS-ARG-MONTANT)
           MOVE WS-ARG-CLE TO WS-FA-CLE
           IF WS-FA-MONTANT = ZERO
               DISPLAY 'ERREUR: MONTANT DES FRAIS NUL'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-LG-COUNT
           ACCEPT WS-ARG-PO FROM ARGUMENT-VALUE
           PERFORM UNTIL WS-ARG-PO = SPACES OR WS-LG-COUNT = 8
               MOVE SPACES TO WS-ARG-NO-PO WS-ARG-DATE
               UNSTRING WS-ARG-PO DELIMITED BY '/'
                   INTO WS-ARG-NO-PO WS-ARG-DATE
               END-UNSTRING
               IF WS-ARG-NO-PO NOT NUMERIC
                   OR (WS-ARG-DATE NOT = SPACES
                       AND WS-ARG-DATE NOT NUMERIC)
                   DISPLAY 'ERREUR: RECEPTION INVALIDE ' WS-ARG-PO
                       ' (NO-COMMANDE OU NO-COMMANDE/AAAAMMJJ)'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-LG-COUNT
               INITIALIZE WS-LG-ENTRY(WS-LG-COUNT)
               MOVE WS-ARG-NO-PO TO WS-LG-PO(WS-LG-COUNT)
               IF WS-ARG-DATE NOT = SPACES
                   MOVE WS-ARG-DATE TO WS-LG-DATE(WS-LG-COUNT)
               END-IF
               MOVE SPACES TO WS-ARG-PO
               ACCEPT WS-ARG-PO FROM ARGUMENT-VALUE
           END-PERFORM
           IF WS-LG-COUNT = ZERO
               DISPLAY 'ERREUR: AU MOINS UNE COMMANDE RECEPTIONNEE'
                   ' REQUISE'
               MOVE 12 TO RETURN-CODE
               GOBACK
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
       CONTROLER-FACTURE-FRAIS.
           MOVE 0 TO WS-NB
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB
               FROM SUPPLIER
               WHERE SUP_ID = :WS-FA-SUP
           END-EXEC
           IF WS-NB = ZERO
               DISPLAY 'ERREUR: FOURNISSEUR INCONNU ' WS-FA-SUP
               PERFORM ABANDONNER
           END-IF
           MOVE 0 TO WS-NB
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB
               FROM FRAIS_APPROCHE
               WHERE FA_SUP_ID = :WS-FA-SUP
               AND FA_REFERENCE = :WS-FA-REFERENCE
           END-EXEC
           IF WS-NB > ZERO
               DISPLAY 'ERREUR: FACTURE ' WS-FA-REFERENCE
                   ' DEJA SAISIE POUR LE FOURNISSEUR ' WS-FA-SUP
               PERFORM ABANDONNER
           END-IF.
       CHARGER-RECEPTIONS.
           MOVE 0 TO WS-BASE-TOTALE
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
                   UNTIL WS-LG-IDX > WS-LG-COUNT
               MOVE WS-LG-PO(WS-LG-IDX) TO WS-PO-ID
               EXEC SQL
                   SELECT p.PROD_ID,
                          COALESCE(r.PROD_FACTEUR_ACHAT, 1),
                          COALESCE(r.PROD_POIDS, 0)
                   INTO :WS-PROD-ID, :WS-FACTEUR-ACHAT,
                        :WS-PROD-POIDS
                   FROM PURCHASE_ORDER p
                   LEFT JOIN PRODUCT r
                       ON r.PROD_ID = p.PROD_ID
                   WHERE p.PO_ID = :WS-PO-ID
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO
                   DISPLAY 'ERREUR: COMMANDE INCONNUE ' WS-PO-ID
                   PERFORM ABANDONNER
               END-IF
               IF WS-FACTEUR-ACHAT = ZERO
                   MOVE 1 TO WS-FACTEUR-ACHAT
               END-IF
               IF WS-LG-DATE(WS-LG-IDX) = ZERO
                   PERFORM DETERMINER-DATE-RECEPTION
               END-IF
               MOVE WS-LG-DATE(WS-LG-IDX) TO WS-GR-DATE
               MOVE 0 TO WS-QTE-RECUE
               MOVE 0 TO WS-VALEUR-RECUE
               EXEC SQL
                   SELECT COALESCE(SUM(RECEIPT_QTE), 0),
                          COALESCE(SUM(RECEIPT_QTE
                              * COALESCE(RECEIPT_PRIX, 0)), 0)
                   INTO :WS-QTE-RECUE, :WS-VALEUR-RECUE
                   FROM GOODS_RECEIPT
                   WHERE PO_ID = :WS-PO-ID
                   AND RECEIPT_DATE = :WS-GR-DATE
                   AND RECEIPT_QTE > 0
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO
                   DISPLAY 'ERREUR LECTURE RECEPTION: SQLCODE='
                       SQLCODE
                   PERFORM ABANDONNER
               END-IF
               IF WS-QTE-RECUE = ZERO
                   DISPLAY 'ERREUR: COMMANDE ' WS-PO-ID
                       ' SANS RECEPTION LE ' WS-GR-DATE
                   PERFORM ABANDONNER
               END-IF
               MOVE WS-PROD-ID TO WS-LG-PROD(WS-LG-IDX)
               COMPUTE WS-LG-QTE(WS-LG-IDX) =
                   WS-QTE-RECUE * WS-FACTEUR-ACHAT
               MOVE WS-VALEUR-RECUE TO WS-LG-VALEUR(WS-LG-IDX)
               EVALUATE WS-FA-CLE
                   WHEN 'QTE'
                       MOVE WS-LG-QTE(WS-LG-IDX)
                           TO WS-LG-BASE(WS-LG-IDX)
                   WHEN 'VALEUR'
                       MOVE WS-VALEUR-RECUE TO WS-LG-BASE(WS-LG-IDX)
                   WHEN OTHER
                       COMPUTE WS-LG-BASE(WS-LG-IDX) =
                           WS-LG-QTE(WS-LG-IDX) * WS-PROD-POIDS
               END-EVALUATE
               ADD WS-LG-BASE(WS-LG-IDX) TO WS-BASE-TOTALE
           END-PERFORM
           IF WS-BASE-TOTALE = ZERO
               DISPLAY 'ERREUR: BASE DE REPARTITION ' WS-FA-CLE
                   ' NULLE (POIDS OU PRIX DE RECEPTION ABSENTS)'
               PERFORM ABANDONNER
           END-IF.
       DETERMINER-DATE-RECEPTION.
           MOVE 0 TO WS-NB
           MOVE 0 TO WS-GR-DATE
           EXEC SQL
               SELECT COUNT(DISTINCT RECEIPT_DATE),
                      COALESCE(MAX(RECEIPT_DATE), 0)
               INTO :WS-NB, :WS-GR-DATE
               FROM GOODS_RECEIPT
               WHERE PO_ID = :WS-PO-ID
               AND RECEIPT_QTE > 0
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR LECTURE RECEPTION: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           IF WS-NB > 1
               DISPLAY 'ERREUR: COMMANDE ' WS-PO-ID ' RECUE EN '
                   WS-NB ' FOIS - PRECISER NO-COMMANDE/AAAAMMJJ'
               PERFORM ABANDONNER
           END-IF
           MOVE WS-GR-DATE TO WS-LG-DATE(WS-LG-IDX).
       CALCULER-REPARTITION.
           MOVE 0 TO WS-MONTANT-REPARTI
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
                   UNTIL WS-LG-IDX > WS-LG-COUNT
               IF WS-LG-IDX = WS-LG-COUNT
                   COMPUTE WS-LG-MONTANT(WS-LG-IDX) =
                       WS-FA-MONTANT - WS-MONTANT-REPARTI
               ELSE
                   COMPUTE WS-LG-MONTANT(WS-LG-IDX) ROUNDED =
                       WS-FA-MONTANT * WS-LG-BASE(WS-LG-IDX)
                       / WS-BASE-TOTALE
                   ADD WS-LG-MONTANT(WS-LG-IDX) TO WS-MONTANT-REPARTI
               END-IF
           END-PERFORM.
       ENREGISTRER-FRAIS.
           EXEC SQL
               SELECT COALESCE(MAX(FA_ID), 0) + 1
               INTO :WS-FA-ID
               FROM FRAIS_APPROCHE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR NUMEROTATION FRAIS: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               INSERT INTO FRAIS_APPROCHE
               (FA_ID, FA_SUP_ID, FA_REFERENCE, FA_NATURE,
                FA_CLE, FA_MONTANT, FA_DATE, FA_STATUT,
                FA_OPERATEUR)
               VALUES
               (:WS-FA-ID, :WS-FA-SUP, :WS-FA-REFERENCE,
                :WS-FA-NATURE, :WS-FA-CLE, :WS-FA-MONTANT,
                :WS-RUN-DATE, 'S', :WS-FA-OPERATEUR)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT FRAIS: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
                   UNTIL WS-LG-IDX > WS-LG-COUNT
               MOVE WS-LG-PO(WS-LG-IDX) TO WS-PO-ID
               MOVE WS-LG-DATE(WS-LG-IDX) TO WS-GR-DATE
               MOVE WS-LG-PROD(WS-LG-IDX) TO WS-PROD-ID
               MOVE WS-LG-QTE(WS-LG-IDX) TO WS-QTE-RECUE
               MOVE WS-LG-VALEUR(WS-LG-IDX) TO WS-FAL-VALEUR
               MOVE WS-LG-BASE(WS-LG-IDX) TO WS-FAL-BASE
               MOVE WS-LG-MONTANT(WS-LG-IDX) TO WS-MONTANT-REPARTI
               EXEC SQL
                   INSERT INTO FRAIS_APPROCHE_LIGNE
                   (FAL_FA_ID, FAL_PO_ID, FAL_DATE_RECEPTION,
                    FAL_PROD_ID, FAL_QTE, FAL_VALEUR, FAL_BASE,
                    FAL_MONTANT)
                   VALUES
                   (:WS-FA-ID, :WS-PO-ID, :WS-GR-DATE, :WS-PROD-ID,
                    :WS-QTE-RECUE, :WS-FAL-VALEUR, :WS-FAL-BASE,
                    :WS-MONTANT-REPARTI)
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO
                   DISPLAY 'ERREUR INSERT LIGNE FRAIS: SQLCODE='
                       SQLCODE
                   PERFORM ABANDONNER
               END-IF
               MOVE WS-LG-MONTANT(WS-LG-IDX) TO WS-D-MONTANT
               DISPLAY 'COMMANDE ' WS-LG-PO(WS-LG-IDX)
                   ' RECUE LE ' WS-LG-DATE(WS-LG-IDX)
                   ' PRODUIT ' WS-LG-PROD(WS-LG-IDX)
                   ' QTE ' WS-LG-QTE(WS-LG-IDX)
                   ' FRAIS ' WS-D-MONTANT
           END-PERFORM
           DISPLAY 'FRAIS D''APPROCHE ' WS-FA-ID ' ENREGISTRES ('
               WS-FA-NATURE ' CLE ' WS-FA-CLE ')'.
       REPARTIR-FRAIS.
           PERFORM DAL-CONNECT
           PERFORM CHARGER-LIGNES-FRAIS
           EXEC SQL
               UPDATE FRAIS_APPROCHE
               SET FA_STATUT = 'E'
               WHERE FA_ID = :WS-FA-ID
               AND FA_STATUT = 'S'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO OR SQLERRD(3) EQUAL ZERO
               DISPLAY 'ERREUR MAJ FRAIS: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           PERFORM DAL-END
           PERFORM AJUSTER-COUTS-MOYENS
           PERFORM DAL-CONNECT
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
                   UNTIL WS-LG-IDX > WS-LG-COUNT
               MOVE WS-LG-PO(WS-LG-IDX) TO WS-PO-ID
               MOVE WS-LG-DATE(WS-LG-IDX) TO WS-GR-DATE
               MOVE WS-LG-STOCKE(WS-LG-IDX) TO WS-FAL-STOCKE
               MOVE WS-LG-CONSOMME(WS-LG-IDX) TO WS-FAL-CONSOMME
               MOVE WS-LG-CMP-AVANT(WS-LG-IDX) TO WS-FAL-CMP-AVANT
               MOVE WS-LG-CMP-APRES(WS-LG-IDX) TO WS-FAL-CMP-APRES
               EXEC SQL
                   UPDATE FRAIS_APPROCHE_LIGNE
                   SET FAL_MONTANT_STOCK = :WS-FAL-STOCKE,
                       FAL_MONTANT_CONSOMME = :WS-FAL-CONSOMME,
                       FAL_CMP_AVANT = :WS-FAL-CMP-AVANT,
                       FAL_CMP_APRES = :WS-FAL-CMP-APRES
                   WHERE FAL_FA_ID = :WS-FA-ID
                   AND FAL_PO_ID = :WS-PO-ID
                   AND COALESCE(FAL_DATE_RECEPTION, 0) = :WS-GR-DATE
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO
                   DISPLAY 'ERREUR MAJ LIGNE FRAIS: SQLCODE='
                       SQLCODE
               END-IF
           END-PERFORM
           EXEC SQL
               UPDATE FRAIS_APPROCHE
               SET FA_STATUT = 'R'
               WHERE FA_ID = :WS-FA-ID
           END-EXEC
           PERFORM DAL-END
           MOVE WS-TOTAL-STOCKE TO WS-D-MONTANT
           DISPLAY 'INCORPORE AU COUT MOYEN   : ' WS-D-MONTANT
           MOVE WS-TOTAL-CONSOMME TO WS-D-MONTANT
           DISPLAY 'ECART SUR QTES DEJA SORTIES: ' WS-D-MONTANT.
       CHARGER-LIGNES-FRAIS.
           EXEC SQL
               SELECT FA_STATUT
               INTO :WS-FA-STATUT
               FROM FRAIS_APPROCHE
               WHERE FA_ID = :WS-FA-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: FRAIS D''APPROCHE ' WS-FA-ID
                   ' INCONNUS'
               PERFORM ABANDONNER
           END-IF
           IF WS-FA-STATUT NOT = 'S'
               DISPLAY 'ERREUR: FRAIS D''APPROCHE ' WS-FA-ID
                   ' DEJA REPARTIS (STATUT ' WS-FA-STATUT ')'
               PERFORM ABANDONNER
           END-IF
           MOVE 0 TO WS-LG-COUNT
           EXEC SQL
               DECLARE C_FAL CURSOR FOR
               SELECT FAL_PO_ID, COALESCE(FAL_DATE_RECEPTION, 0),
                      FAL_PROD_ID, FAL_QTE, FAL_MONTANT
               FROM FRAIS_APPROCHE_LIGNE
               WHERE FAL_FA_ID = :WS-FA-ID
               ORDER BY FAL_PO_ID, FAL_DATE_RECEPTION
           END-EXEC
           EXEC SQL OPEN C_FAL END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_FAL INTO
                       :WS-PO-ID, :WS-GR-DATE, :WS-PROD-ID,
                       :WS-QTE-RECUE, :WS-MONTANT-REPARTI
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       IF WS-LG-COUNT < 8
                           ADD 1 TO WS-LG-COUNT
                           INITIALIZE WS-LG-ENTRY(WS-LG-COUNT)
                           MOVE WS-PO-ID TO WS-LG-PO(WS-LG-COUNT)
                           MOVE WS-GR-DATE TO WS-LG-DATE(WS-LG-COUNT)
                           MOVE WS-PROD-ID TO WS-LG-PROD(WS-LG-COUNT)
                           MOVE WS-QTE-RECUE TO WS-LG-QTE(WS-LG-COUNT)
                           MOVE WS-MONTANT-REPARTI
                               TO WS-LG-MONTANT(WS-LG-COUNT)
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       PERFORM ABANDONNER
               END-EVALUATE
           END-PERFORM.
       AJUSTER-COUTS-MOYENS.
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
                   UNTIL WS-LG-IDX > WS-LG-COUNT
               INITIALIZE WS-STOCK
               MOVE WS-LG-PROD(WS-LG-IDX) TO WS-PRODID
               MOVE WS-LG-QTE(WS-LG-IDX) TO WS-QUANTITY
               MOVE WS-LG-MONTANT(WS-LG-IDX) TO WS-FRAIS-MONTANT
               MOVE 'N' TO WS-DAL-EOF
               MOVE 'CADJ' TO WS-OPERATION
               CALL 'STOCK-DAL-DB' USING WS-OPERATION WS-DAL-EOF
                   WS-STOCK
               IF WS-DAL-EOF = 'Y'
                   DISPLAY 'ATTENTION: PRODUIT ' WS-PRODID
                       ' SANS COUT MOYEN - FRAIS PASSES EN ECART'
                   MOVE 0 TO WS-FRAIS-STOCKE
                   MOVE WS-COUT-AVANT TO WS-COUT-MOYEN
               END-IF
               MOVE WS-FRAIS-STOCKE TO WS-LG-STOCKE(WS-LG-IDX)
               COMPUTE WS-LG-CONSOMME(WS-LG-IDX) =
                   WS-LG-MONTANT(WS-LG-IDX) - WS-FRAIS-STOCKE
               MOVE WS-COUT-AVANT TO WS-LG-CMP-AVANT(WS-LG-IDX)
               MOVE WS-COUT-MOYEN TO WS-LG-CMP-APRES(WS-LG-IDX)
               ADD WS-LG-STOCKE(WS-LG-IDX) TO WS-TOTAL-STOCKE
               ADD WS-LG-CONSOMME(WS-LG-IDX) TO WS-TOTAL-CONSOMME
               DISPLAY 'PRODUIT ' WS-PRODID ' COUT MOYEN '
                   WS-COUT-AVANT ' -> ' WS-COUT-MOYEN
           END-PERFORM
           MOVE 'END ' TO WS-OPERATION
           CALL 'STOCK-DAL-DB' USING WS-OPERATION WS-DAL-EOF
               WS-STOCK.
       ABANDONNER.
           EXEC SQL ROLLBACK END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF
           MOVE 12 TO RETURN-CODE
           GOBACK.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_FAL END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
