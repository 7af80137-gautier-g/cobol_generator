       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETOUR-CLIENT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
       77  WS-ARG-ACTION          PIC X(10) VALUE SPACES.
       77  WS-ARG-1               PIC X(10) VALUE SPACES.
       77  WS-ARG-2               PIC X(12) VALUE SPACES.
       77  WS-ARG-3               PIC X(10) VALUE SPACES.
       77  WS-ARG-4               PIC X(10) VALUE SPACES.
       01  WS-DATE-JOUR           PIC 9(8).
       01  WS-OPERATEUR           PIC X(9).
       01  WS-RETOUR.
           05 WS-RMA-ID           PIC 9(9).
           05 WS-RMA-LINE-ID      PIC 9(9).
           05 WS-RMA-INV-ID       PIC 9(9).
           05 WS-RMA-PROD-ID      PIC 9(9).
           05 WS-RMA-CUST-ID      PIC 9(9).
           05 WS-RMA-QTE          PIC 9(7).
           05 WS-RMA-MOTIF        PIC X(3).
           05 WS-RMA-DATE         PIC 9(8).
           05 WS-RMA-STATUT       PIC X.
           05 WS-RMA-DECISION     PIC X.
           05 WS-RMA-QTE-ACCEPTEE PIC 9(7).
           05 WS-RMA-LOC-ID       PIC 9(4).
           05 WS-RMA-COUT         PIC 9(7)V9(4).
           05 WS-RMA-AVR-ID       PIC 9(9).
       01  WS-MOTIF-VALIDE        PIC X.
       01  WS-LINE-QTY            PIC 9(7).
       01  WS-LINE-PRICE          PIC 9(7)V99.
       01  WS-QTE-DEJA-RETOURNEE  PIC 9(9).
       01  WS-QTE-RETOURNABLE     PIC S9(9).
       01  WS-INV-HT              PIC 9(7)V99.
       01  WS-INV-TTC             PIC 9(7)V99.
       01  WS-COUT-TROUVE         PIC X.
       01  WS-STOCK-ID            PIC 9(9).
       01  WS-QTE-MVT             PIC S9(9).
       01  WS-CMP-TROUVE          PIC X.
       01  WS-CMP-QTE             PIC 9(9).
       01  WS-CMP-COUT            PIC 9(7)V9(4).
       01  WS-CMP-NOUVEAU         PIC 9(7)V9(4).
       01  WS-AVOIR-HT            PIC 9(7)V99.
       01  WS-AVOIR-TTC           PIC 9(7)V99.
       01  WS-AVOIR-TTC-ED        PIC 9(9).99.
       01  WS-AVOIR.
           05 WS-AVOIR-FACTURE    PIC X(9).
           05 WS-AVOIR-MONTANT    PIC X(12).
           05 WS-AVOIR-MOTIF      PIC X(60).
           05 WS-AVOIR-ID         PIC 9(9).
       77  WS-COUNT               PIC 9(6) VALUE 0.
       77  OPERATION              PIC X(4).
       77  WS-ORD-EOF             PIC X.
       01  WS-SALES-ORDER.
           05 ORDER-ID            PIC 9(9).
           05 ORDER-CUSTID        PIC 9(9).
           05 ORDER-DATE          PIC X(10).
           05 ORDER-STATUS        PIC X.
           05 OLINE-ID            PIC 9(9).
           05 OLINE-PRODID        PIC 9(9).
           05 OLINE-QTY           PIC 9(7).
           05 OLINE-PRICE         PIC 9(7)V99.
           05 BL-ID               PIC 9(9).
           05 QTE-RESERVEE        PIC 9(7).
       01  WS-D-PRIX              PIC Z(6)9.9999.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'RETOURS CLIENTS (RMA)'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-ACTION FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-1 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-2 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-3 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-4 FROM ARGUMENT-VALUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT 'CARBONTRACK_OPERATEUR'
           IF WS-OPERATEUR = SPACES
               MOVE 'BATCH' TO WS-OPERATEUR
           END-IF
           EVALUATE WS-ARG-ACTION
               WHEN 'LISTER'
               WHEN SPACES
                   PERFORM DAL-CONNECT
                   PERFORM LISTER-RETOURS
               WHEN 'CREER'
                   PERFORM DAL-CONNECT
                   PERFORM CREER-RETOUR
               WHEN 'INSPECTER'
                   PERFORM DAL-CONNECT
                   PERFORM INSPECTER-RETOUR
               WHEN OTHER
                   DISPLAY 'USAGE: LISTER [STATUT] | CREER'
                       ' ID-LIGNE-FACTURE QTE MOTIF'
                   DISPLAY '       INSPECTER ID-RETOUR'
                       ' REMETTRE|QUARANTAINE|REBUT QTE-ACCEPTEE'
                       ' [SITE]'
                   DISPLAY '       MOTIFS: DEF (DEFECTUEUX) ERR (ERREUR'
                       ' COMMANDE) TRA (TRANSPORT)'
                   DISPLAY '               NCF (NON CONFORME) AUT'
                       ' (AUTRE)'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           PERFORM DAL-END
           DISPLAY '=========================================='
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
       LISTER-RETOURS.
           MOVE SPACE TO WS-RMA-STATUT
           IF WS-ARG-1 NOT = SPACES
               MOVE WS-ARG-1(1:1) TO WS-RMA-STATUT
           END-IF
           EXEC SQL
               DECLARE C_RMA CURSOR FOR
               SELECT RMA_ID, LINE_ID, INV_ID, PROD_ID, CUST_ID,
                      RMA_QTE, RMA_MOTIF, RMA_DATE, RMA_STATUT,
                      COALESCE(RMA_DECISION, ' '),
                      COALESCE(RMA_QTE_ACCEPTEE, 0),
                      COALESCE(RMA_AVR_ID, 0)
               FROM RETOUR_CLIENT
               WHERE :WS-RMA-STATUT = ' '
                  OR RMA_STATUT = :WS-RMA-STATUT
               ORDER BY RMA_ID
           END-EXEC
           EXEC SQL OPEN C_RMA END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_RMA INTO
                       :WS-RMA-ID, :WS-RMA-LINE-ID, :WS-RMA-INV-ID,
                       :WS-RMA-PROD-ID, :WS-RMA-CUST-ID,
                       :WS-RMA-QTE, :WS-RMA-MOTIF, :WS-RMA-DATE,
                       :WS-RMA-STATUT, :WS-RMA-DECISION,
                       :WS-RMA-QTE-ACCEPTEE, :WS-RMA-AVR-ID
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-COUNT
                       DISPLAY 'RETOUR ' WS-RMA-ID ' DU ' WS-RMA-DATE
                           ' CLIENT ' WS-RMA-CUST-ID ' FACTURE '
                           WS-RMA-INV-ID ' STATUT ' WS-RMA-STATUT
                       DISPLAY '  PRODUIT ' WS-RMA-PROD-ID ' QTE '
                           WS-RMA-QTE ' MOTIF ' WS-RMA-MOTIF
                       IF WS-RMA-STATUT NOT = 'A'
                           DISPLAY '  DECISION ' WS-RMA-DECISION
                               ' QTE ACCEPTEE ' WS-RMA-QTE-ACCEPTEE
                               ' AVOIR ' WS-RMA-AVR-ID
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_RMA END-EXEC
           DISPLAY 'RETOURS: ' WS-COUNT
           MOVE 0 TO RETURN-CODE.
       CREER-RETOUR.
           IF WS-ARG-1 NOT NUMERIC OR WS-ARG-2 = SPACES
               OR WS-ARG-3 = SPACES
               DISPLAY 'ERREUR: LIGNE FACTURE, QUANTITE ET MOTIF'
                   ' REQUIS'
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-ARG-2) NOT = 0
               DISPLAY 'ERREUR: QUANTITE INVALIDE ' WS-ARG-2
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-1 TO WS-RMA-LINE-ID
           COMPUTE WS-RMA-QTE = FUNCTION NUMVAL(WS-ARG-2)
           MOVE WS-ARG-3(1:3) TO WS-RMA-MOTIF
           MOVE 'N' TO WS-MOTIF-VALIDE
           EVALUATE WS-RMA-MOTIF
               WHEN 'DEF'
               WHEN 'ERR'
               WHEN 'TRA'
               WHEN 'NCF'
               WHEN 'AUT'
                   MOVE 'Y' TO WS-MOTIF-VALIDE
           END-EVALUATE
           IF WS-MOTIF-VALIDE NOT = 'Y' OR WS-RMA-QTE = ZERO
               DISPLAY 'ERREUR: MOTIF (DEF/ERR/TRA/NCF/AUT) ET'
                   ' QUANTITE NON NULLE REQUIS'
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           EXEC SQL
               SELECT l.INV_ID, l.PROD_ID, i.CUST_ID, l.LINE_QTY
               INTO :WS-RMA-INV-ID, :WS-RMA-PROD-ID,
                    :WS-RMA-CUST-ID, :WS-LINE-QTY
               FROM INVOICE_LINE l
               INNER JOIN INVOICE i
                   ON i.INV_ID = l.INV_ID
               WHERE l.LINE_ID = :WS-RMA-LINE-ID
               AND COALESCE(i.INV_TYPE, 'FAC') = 'FAC'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: LIGNE DE FACTURE ' WS-RMA-LINE-ID
                   ' INTROUVABLE'
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-QTE-DEJA-RETOURNEE
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN RMA_STATUT = 'A'
                          THEN RMA_QTE
                          ELSE COALESCE(RMA_QTE_ACCEPTEE, 0) END), 0)
               INTO :WS-QTE-DEJA-RETOURNEE
               FROM RETOUR_CLIENT
               WHERE LINE_ID = :WS-RMA-LINE-ID
           END-EXEC
           COMPUTE WS-QTE-RETOURNABLE =
               WS-LINE-QTY - WS-QTE-DEJA-RETOURNEE
           IF WS-RMA-QTE > WS-QTE-RETOURNABLE
               DISPLAY 'ERREUR: QUANTITE RETOURNEE SUPERIEURE AU'
                   ' FACTURE (RETOURNABLE ' WS-QTE-RETOURNABLE ')'
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(RMA_ID), 0) + 1
               INTO :WS-RMA-ID
               FROM RETOUR_CLIENT
           END-EXEC
           EXEC SQL
               INSERT INTO RETOUR_CLIENT
               (RMA_ID, LINE_ID, INV_ID, PROD_ID, CUST_ID, RMA_QTE,
                RMA_MOTIF, RMA_DATE, RMA_STATUT, RMA_OPERATEUR)
               VALUES
               (:WS-RMA-ID, :WS-RMA-LINE-ID, :WS-RMA-INV-ID,
                :WS-RMA-PROD-ID, :WS-RMA-CUST-ID, :WS-RMA-QTE,
                :WS-RMA-MOTIF, :WS-DATE-JOUR, 'A', :WS-OPERATEUR)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT RETOUR: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           DISPLAY 'RETOUR ' WS-RMA-ID ' AUTORISE: ' WS-RMA-QTE
               ' X PRODUIT ' WS-RMA-PROD-ID
           DISPLAY '  FACTURE ' WS-RMA-INV-ID ' CLIENT '
               WS-RMA-CUST-ID ' MOTIF ' WS-RMA-MOTIF
           MOVE 0 TO RETURN-CODE.
       INSPECTER-RETOUR.
           IF WS-ARG-1 NOT NUMERIC OR WS-ARG-3 NOT NUMERIC
               DISPLAY 'ERREUR: RETOUR, DECISION ET QUANTITE'
                   ' ACCEPTEE REQUIS'
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-1 TO WS-RMA-ID
           MOVE WS-ARG-3 TO WS-RMA-QTE-ACCEPTEE
           EVALUATE WS-ARG-2
               WHEN 'REMETTRE'
                   MOVE 'R' TO WS-RMA-DECISION
               WHEN 'QUARANTAINE'
                   MOVE 'Q' TO WS-RMA-DECISION
               WHEN 'REBUT'
                   MOVE 'D' TO WS-RMA-DECISION
               WHEN OTHER
                   DISPLAY 'ERREUR: DECISION REMETTRE, QUARANTAINE'
                       ' OU REBUT'
                   PERFORM DAL-END
                   MOVE 1 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           MOVE 1 TO WS-RMA-LOC-ID
           IF WS-ARG-4 NOT = SPACES AND WS-ARG-4(1:4) NUMERIC
               MOVE WS-ARG-4(1:4) TO WS-RMA-LOC-ID
           END-IF
           EXEC SQL
               SELECT r.LINE_ID, r.INV_ID, r.PROD_ID, r.CUST_ID,
                      r.RMA_QTE, r.RMA_MOTIF, r.RMA_STATUT,
                      l.LINE_PRICE, i.TOTAL_HT, i.TOTAL_TTC
               INTO :WS-RMA-LINE-ID, :WS-RMA-INV-ID,
                    :WS-RMA-PROD-ID, :WS-RMA-CUST-ID, :WS-RMA-QTE,
                    :WS-RMA-MOTIF, :WS-RMA-STATUT, :WS-LINE-PRICE,
                    :WS-INV-HT, :WS-INV-TTC
               FROM RETOUR_CLIENT r
               INNER JOIN INVOICE_LINE l
                   ON l.LINE_ID = r.LINE_ID
               INNER JOIN INVOICE i
                   ON i.INV_ID = r.INV_ID
               WHERE r.RMA_ID = :WS-RMA-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: RETOUR ' WS-RMA-ID ' INTROUVABLE'
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-RMA-STATUT NOT = 'A'
               DISPLAY 'ERREUR: RETOUR ' WS-RMA-ID ' DEJA TRAITE'
                   ' (STATUT ' WS-RMA-STATUT ')'
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-RMA-QTE-ACCEPTEE > WS-RMA-QTE
               DISPLAY 'ERREUR: QUANTITE ACCEPTEE SUPERIEURE AU'
                   ' RETOUR (' WS-RMA-QTE ')'
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-RMA-QTE-ACCEPTEE = ZERO
               PERFORM REFUSER-RETOUR
               EXIT PARAGRAPH
           END-IF
           PERFORM LIRE-COUT-ORIGINE
           EVALUATE WS-RMA-DECISION
               WHEN 'R'
                   PERFORM REMETTRE-EN-STOCK
                   PERFORM METTRE-A-JOUR-CMP
               WHEN 'Q'
                   PERFORM METTRE-EN-QUARANTAINE
                   PERFORM METTRE-A-JOUR-CMP
               WHEN 'D'
                   PERFORM METTRE-AU-REBUT
           END-EVALUATE
           EXEC SQL
               UPDATE RETOUR_CLIENT
               SET RMA_STATUT = 'T',
                   RMA_DECISION = :WS-RMA-DECISION,
                   RMA_QTE_ACCEPTEE = :WS-RMA-QTE-ACCEPTEE,
                   RMA_LOC_ID = :WS-RMA-LOC-ID,
                   RMA_COUT_UNITAIRE = :WS-RMA-COUT,
                   RMA_DATE_DECISION = :WS-DATE-JOUR,
                   RMA_OPER_DECISION = :WS-OPERATEUR
               WHERE RMA_ID = :WS-RMA-ID
               AND RMA_STATUT = 'A'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO OR SQLERRD(3) = ZERO
               DISPLAY 'ERREUR UPDATE RETOUR: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           PERFORM DAL-END
           MOVE WS-RMA-COUT TO WS-D-PRIX
           DISPLAY 'RETOUR ' WS-RMA-ID ' TRAITE: '
               WS-RMA-QTE-ACCEPTEE ' ACCEPTE(S) SUR ' WS-RMA-QTE
           DISPLAY '  DECISION ' WS-ARG-2 ' SITE ' WS-RMA-LOC-ID
               ' COUT UNITAIRE ' WS-D-PRIX
           IF WS-RMA-DECISION = 'R'
               PERFORM LIBERER-RELIQUATS
           END-IF
           PERFORM CREER-AVOIR-RETOUR.
       REFUSER-RETOUR.
           EXEC SQL
               UPDATE RETOUR_CLIENT
               SET RMA_STATUT = 'R',
                   RMA_DECISION = :WS-RMA-DECISION,
                   RMA_QTE_ACCEPTEE = 0,
                   RMA_DATE_DECISION = :WS-DATE-JOUR,
                   RMA_OPER_DECISION = :WS-OPERATEUR
               WHERE RMA_ID = :WS-RMA-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR UPDATE RETOUR: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           DISPLAY 'RETOUR ' WS-RMA-ID ' REFUSE - AUCUN AVOIR'
           MOVE 0 TO RETURN-CODE.
       LIRE-COUT-ORIGINE.
           MOVE 'N' TO WS-COUT-TROUVE
           MOVE 0 TO WS-RMA-COUT
           EXEC SQL
               SELECT ROUND(SUM(bl.BLL_QTE * bl.BLL_COUT_UNITAIRE)
                      / SUM(bl.BLL_QTE), 4)
               INTO :WS-RMA-COUT
               FROM BON_LIVRAISON_LIGNE bl
               INNER JOIN BON_LIVRAISON b
                   ON b.BL_ID = bl.BL_ID
               WHERE b.BL_INV_ID = :WS-RMA-INV-ID
               AND bl.PROD_ID = :WS-RMA-PROD-ID
               HAVING SUM(bl.BLL_QTE) > 0
           END-EXEC
           IF SQLCODE EQUAL ZERO
               MOVE 'Y' TO WS-COUT-TROUVE
           END-IF
           MOVE 'Y' TO WS-CMP-TROUVE
           MOVE 0 TO WS-CMP-QTE
           MOVE 0 TO WS-CMP-COUT
           EXEC SQL
               SELECT CMP_QTE, CMP_COUT_MOYEN
               INTO :WS-CMP-QTE, :WS-CMP-COUT
               FROM PRODUCT_COST
               WHERE PROD_ID = :WS-RMA-PROD-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               MOVE 'N' TO WS-CMP-TROUVE
               MOVE 0 TO WS-CMP-QTE
               MOVE 0 TO WS-CMP-COUT
           END-IF
           IF WS-COUT-TROUVE NOT = 'Y'
               MOVE WS-CMP-COUT TO WS-RMA-COUT
               DISPLAY 'COUT DE SORTIE INCONNU - COUT MOYEN COURANT'
                   ' RETENU'
           END-IF.
       LIRE-STOCK-SITE.
           EXEC SQL
               SELECT STOCK_ID
               INTO :WS-STOCK-ID
               FROM STOCK
               WHERE PROD_ID = :WS-RMA-PROD-ID
               AND COALESCE(LOC_ID, 1) = :WS-RMA-LOC-ID
               LIMIT 1
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               EXEC SQL
                   SELECT COALESCE(MAX(STOCK_ID), 0) + 1
                   INTO :WS-STOCK-ID
                   FROM STOCK
               END-EXEC
               EXEC SQL
                   INSERT INTO STOCK
                   (STOCK_ID, PROD_ID, QUANTITY, QTE_QUARANTAINE,
                    LOC_ID)
                   VALUES
                   (:WS-STOCK-ID, :WS-RMA-PROD-ID, 0, 0,
                    :WS-RMA-LOC-ID)
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO
                   DISPLAY 'ERREUR CREATION STOCK: SQLCODE=' SQLCODE
                   PERFORM ABANDONNER
               END-IF
           END-IF.
       REMETTRE-EN-STOCK.
           PERFORM LIRE-STOCK-SITE
           EXEC SQL
               UPDATE STOCK
               SET QUANTITY = QUANTITY + :WS-RMA-QTE-ACCEPTEE
               WHERE STOCK_ID = :WS-STOCK-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR MISE A JOUR STOCK: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE WS-RMA-QTE-ACCEPTEE TO WS-QTE-MVT
           EXEC SQL
               INSERT INTO STOCK_MOVEMENT
               (STOCK_ID, PROD_ID, QUANTITY_DELTA, MOVEMENT_DATE,
                MOVEMENT_TYPE, UNIT_COST, LOC_ID)
               VALUES
               (:WS-STOCK-ID, :WS-RMA-PROD-ID, :WS-QTE-MVT,
                :WS-DATE-JOUR, 'RETOUR-CLI', :WS-RMA-COUT,
                :WS-RMA-LOC-ID)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR MOUVEMENT STOCK: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF.
       METTRE-EN-QUARANTAINE.
           PERFORM LIRE-STOCK-SITE
           EXEC SQL
               UPDATE STOCK
               SET QTE_QUARANTAINE =
                   COALESCE(QTE_QUARANTAINE, 0) + :WS-RMA-QTE-ACCEPTEE
               WHERE STOCK_ID = :WS-STOCK-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR STOCK QUARANTAINE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE WS-RMA-QTE-ACCEPTEE TO WS-QTE-MVT
           EXEC SQL
               INSERT INTO STOCK_MOVEMENT
               (STOCK_ID, PROD_ID, QUANTITY_DELTA, MOVEMENT_DATE,
                MOVEMENT_TYPE, UNIT_COST, LOC_ID)
               VALUES
               (:WS-STOCK-ID, :WS-RMA-PROD-ID, :WS-QTE-MVT,
                :WS-DATE-JOUR, 'RETOUR-QUAR', :WS-RMA-COUT,
                :WS-RMA-LOC-ID)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR MOUVEMENT QUARANTAINE: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           DISPLAY 'RETOUR EN QUARANTAINE - DECISION A PRENDRE PAR'
               ' QUARANTAINE-DECISION'.
       METTRE-AU-REBUT.
           PERFORM LIRE-STOCK-SITE
           MOVE WS-RMA-QTE-ACCEPTEE TO WS-QTE-MVT
           EXEC SQL
               INSERT INTO STOCK_MOVEMENT
               (STOCK_ID, PROD_ID, QUANTITY_DELTA, MOVEMENT_DATE,
                MOVEMENT_TYPE, UNIT_COST, LOC_ID)
               VALUES
               (:WS-STOCK-ID, :WS-RMA-PROD-ID, :WS-QTE-MVT,
                :WS-DATE-JOUR, 'RETOUR-CLI', :WS-RMA-COUT,
                :WS-RMA-LOC-ID)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR MOUVEMENT STOCK: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           COMPUTE WS-QTE-MVT = 0 - WS-RMA-QTE-ACCEPTEE
           EXEC SQL
               INSERT INTO STOCK_MOVEMENT
               (STOCK_ID, PROD_ID, QUANTITY_DELTA, MOVEMENT_DATE,
                MOVEMENT_TYPE, UNIT_COST, LOC_ID)
               VALUES
               (:WS-STOCK-ID, :WS-RMA-PROD-ID, :WS-QTE-MVT,
                :WS-DATE-JOUR, 'REBUT-RETOUR', :WS-RMA-COUT,
                :WS-RMA-LOC-ID)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR MOUVEMENT REBUT: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           DISPLAY 'RETOUR MIS AU REBUT - AUCUNE REMISE EN STOCK'.
       METTRE-A-JOUR-CMP.
           IF WS-CMP-TROUVE NOT = 'Y'
               EXEC SQL
                   INSERT INTO PRODUCT_COST
                   (PROD_ID, CMP_QTE, CMP_COUT_MOYEN)
                   VALUES
                   (:WS-RMA-PROD-ID, :WS-RMA-QTE-ACCEPTEE,
                    :WS-RMA-COUT)
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO
                   DISPLAY 'ERREUR CREATION COUT MOYEN: SQLCODE='
                       SQLCODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CMP-NOUVEAU ROUNDED =
               (WS-CMP-QTE * WS-CMP-COUT
                + WS-RMA-QTE-ACCEPTEE * WS-RMA-COUT)
               / (WS-CMP-QTE + WS-RMA-QTE-ACCEPTEE)
           EXEC SQL
               UPDATE PRODUCT_COST
               SET CMP_QTE = CMP_QTE + :WS-RMA-QTE-ACCEPTEE,
                   CMP_COUT_MOYEN = :WS-CMP-NOUVEAU
               WHERE PROD_ID = :WS-RMA-PROD-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR MAJ COUT MOYEN: SQLCODE=' SQLCODE
           END-IF.
       LIBERER-RELIQUATS.
           INITIALIZE WS-SALES-ORDER
           MOVE WS-RMA-PROD-ID TO OLINE-PRODID
           MOVE 'N' TO WS-ORD-EOF
           MOVE 'LIBR' TO OPERATION
           CALL 'SALES-ORDER-DAL-DB' USING OPERATION WS-ORD-EOF
               WS-SALES-ORDER
           IF WS-ORD-EOF = 'Y'
               DISPLAY 'ERREUR LIBERATION DES RELIQUATS CLIENTS'
           ELSE
               IF QTE-RESERVEE > ZERO
                   DISPLAY 'RELIQUATS CLIENTS RESERVES: '
                       QTE-RESERVEE ' UNITE(S)'
               END-IF
           END-IF
           MOVE 'END ' TO OPERATION
           CALL 'SALES-ORDER-DAL-DB' USING OPERATION WS-ORD-EOF
               WS-SALES-ORDER.
       CREER-AVOIR-RETOUR.
           COMPUTE WS-AVOIR-HT ROUNDED =
               WS-RMA-QTE-ACCEPTEE * WS-LINE-PRICE
           IF WS-INV-HT > ZERO
               COMPUTE WS-AVOIR-TTC ROUNDED =
                   WS-AVOIR-HT * WS-INV-TTC / WS-INV-HT
           ELSE
               MOVE WS-AVOIR-HT TO WS-AVOIR-TTC
           END-IF
           IF WS-AVOIR-TTC = ZERO
               DISPLAY 'LIGNE FACTUREE A PRIX NUL - AUCUN AVOIR'
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-AVOIR
           MOVE WS-RMA-INV-ID TO WS-AVOIR-FACTURE
           MOVE WS-AVOIR-TTC TO WS-AVOIR-TTC-ED
           MOVE WS-AVOIR-TTC-ED TO WS-AVOIR-MONTANT
           STRING 'RETOUR CLIENT ' WS-RMA-ID ' MOTIF ' WS-RMA-MOTIF
               DELIMITED BY SIZE INTO WS-AVOIR-MOTIF
           END-STRING
           CALL 'AVOIR-CREATION' USING WS-AVOIR
           IF WS-AVOIR-ID = ZERO
               DISPLAY 'ATTENTION: AVOIR NON CREE POUR LE RETOUR '
                   WS-RMA-ID ' - A ETABLIR PAR AVOIR-CREATION'
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM DAL-CONNECT
           EXEC SQL
               UPDATE RETOUR_CLIENT
               SET RMA_AVR_ID = :WS-AVOIR-ID
               WHERE RMA_ID = :WS-RMA-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR LIEN AVOIR: SQLCODE=' SQLCODE
           END-IF
           DISPLAY 'AVOIR ' WS-AVOIR-ID ' ETABLI POUR LE RETOUR '
               WS-RMA-ID
           MOVE 0 TO RETURN-CODE.
       ABANDONNER.
           EXEC SQL ROLLBACK END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF
           MOVE 1 TO RETURN-CODE
           GOBACK.
       DAL-END.
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
