       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERP-INTEGRITY-REPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
       01  WS-CLE-1               PIC 9(9).
       01  WS-CLE-2               PIC 9(9).
       01  WS-CLE-3               PIC 9(9).
       01  WS-MONTANT-1           PIC S9(11)V99.
       01  WS-MONTANT-2           PIC S9(11)V99.
       01  WS-PO-STATUT           PIC X(10).
       01  WS-DATE-X              PIC X(10).
       01  WS-D-MONTANT-1         PIC Z(10)9.99-.
       01  WS-D-MONTANT-2         PIC Z(10)9.99-.
       77  WS-REGLE-IDX           PIC 9(2) COMP.
       77  WS-COUNT-TOTAL         PIC 9(6) VALUE ZERO.
       01  WS-REGLE-LIB.
           05 PIC X(50) VALUE 'ALLOCATION DE REGLEMENT SANS FACTURE'.
           05 PIC X(50) VALUE 'LIGNE DE FACTURE SANS PRODUIT'.
           05 PIC X(50) VALUE 'STOCK SANS PRODUIT'.
           05 PIC X(50) VALUE 'COMMANDE CLIENT SANS CLIENT'.
           05 PIC X(50) VALUE
               'RECEPTION SUR COMMANDE ACHAT INCONNUE OU REFUSEE'.
           05 PIC X(50) VALUE 'TOTAL HT FACTURE DIFFERENT DES LIGNES'.
           05 PIC X(50) VALUE 'FACTURE SANS CLIENT'.
           05 PIC X(50) VALUE 'LIGNE DE FACTURE SANS FACTURE'.
           05 PIC X(50) VALUE 'ALLOCATION SANS REGLEMENT'.
           05 PIC X(50) VALUE 'LIGNE DE COMMANDE CLIENT SANS COMMANDE'.
           05 PIC X(50) VALUE 'LIGNE DE COMMANDE CLIENT SANS PRODUIT'.
           05 PIC X(50) VALUE 'COMMANDE ACHAT SANS FOURNISSEUR'.
           05 PIC X(50) VALUE 'COMMANDE ACHAT SANS PRODUIT'.
           05 PIC X(50) VALUE 'RECEPTION SANS PRODUIT'.
           05 PIC X(50) VALUE 'FACTURE FOURNISSEUR SANS FOURNISSEUR'.
           05 PIC X(50) VALUE
               'FACTURE FOURNISSEUR SUR COMMANDE ACHAT INCONNUE'.
           05 PIC X(50) VALUE 'MOUVEMENT DE STOCK SANS PRODUIT'.
           05 PIC X(50) VALUE 'COUT MOYEN SANS PRODUIT'.
           05 PIC X(50) VALUE 'COMMANDE ACHAT SUR PROJET INCONNU'.
           05 PIC X(50) VALUE 'FACTURE FOURNISSEUR SUR PROJET INCONNU'.
       01  WS-REGLE-TAB REDEFINES WS-REGLE-LIB.
           05 WS-REGLE-LIBELLE    PIC X(50) OCCURS 20 TIMES.
       01  WS-REGLE-COMPTEURS.
           05 WS-REGLE-COUNT      PIC 9(6) OCCURS 20 TIMES.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'RAPPORT INTEGRITE REFERENTIELLE ERP'
           DISPLAY '=========================================='
           INITIALIZE WS-REGLE-COMPTEURS
           PERFORM DAL-CONNECT
           PERFORM REGLE-ALLOCATION-FACTURE
           PERFORM REGLE-LIGNE-PRODUIT
           PERFORM REGLE-STOCK-PRODUIT
           PERFORM REGLE-COMMANDE-CLIENT
           PERFORM REGLE-RECEPTION-COMMANDE
           PERFORM REGLE-TOTAL-FACTURE
           PERFORM REGLE-FACTURE-CLIENT
           PERFORM REGLE-LIGNE-FACTURE
           PERFORM REGLE-ALLOCATION-REGLEMENT
           PERFORM REGLE-LIGNE-COMMANDE
           PERFORM REGLE-LIGNE-COMMANDE-PRODUIT
           PERFORM REGLE-ACHAT-FOURNISSEUR
           PERFORM REGLE-ACHAT-PRODUIT
           PERFORM REGLE-RECEPTION-PRODUIT
           PERFORM REGLE-FACT-FRN-FOURNISSEUR
           PERFORM REGLE-FACT-FRN-COMMANDE
           PERFORM REGLE-MOUVEMENT-PRODUIT
           PERFORM REGLE-COUT-PRODUIT
           PERFORM REGLE-ACHAT-PROJET
           PERFORM REGLE-FACT-FRN-PROJET
           PERFORM DAL-END
           DISPLAY '=========================================='
           DISPLAY 'SYNTHESE PAR REGLE'
           PERFORM VARYING WS-REGLE-IDX FROM 1 BY 1
                   UNTIL WS-REGLE-IDX > 20
               DISPLAY '  R' WS-REGLE-IDX ' '
                   WS-REGLE-LIBELLE(WS-REGLE-IDX) ': '
                   WS-REGLE-COUNT(WS-REGLE-IDX)
               ADD WS-REGLE-COUNT(WS-REGLE-IDX) TO WS-COUNT-TOTAL
           END-PERFORM
           DISPLAY 'ANOMALIES TOTALES : ' WS-COUNT-TOTAL
           DISPLAY '=========================================='
           IF WS-COUNT-TOTAL > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
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
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CONNECTED-FLAG.
       ENTETE-REGLE.
           DISPLAY '----------------------------------------'
           DISPLAY 'REGLE R' WS-REGLE-IDX ' : '
               WS-REGLE-LIBELLE(WS-REGLE-IDX)
           MOVE 'N' TO WS-END-OF-FILE.
       ERREUR-FETCH.
           IF SQLCODE NOT = 100
               DISPLAY 'ERREUR FETCH R' WS-REGLE-IDX ': SQLCODE='
                   SQLCODE
           END-IF
           MOVE 'Y' TO WS-END-OF-FILE.
       REGLE-ALLOCATION-FACTURE.
           MOVE 1 TO WS-REGLE-IDX
           PERFORM ENTETE-REGLE
           EXEC SQL
               DECLARE C_R1 CURSOR FOR
               SELECT pa.PAY_ID, pa.INV_ID, pa.ALLOC_MONTANT
               FROM PAYMENT_ALLOCATION pa
               LEFT JOIN INVOICE i ON i.INV_ID = pa.INV_ID
               WHERE i.INV_ID IS NULL
               ORDER BY pa.PAY_ID, pa.INV_ID
           END-EXEC
           EXEC SQL OPEN C_R1 END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN R1: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_R1 INTO :WS-CLE-1, :WS-CLE-2,
                       :WS-MONTANT-1
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-REGLE-COUNT(1)
                   MOVE WS-MONTANT-1 TO WS-D-MONTANT-1
                   DISPLAY '  REGLEMENT ' WS-CLE-1 ' FACTURE '
                       WS-CLE-2 ' MONTANT ' WS-D-MONTANT-1
               ELSE
                   PERFORM ERREUR-FETCH
               END-IF
           END-PERFORM
           EXEC SQL CLOSE C_R1 END-EXEC.
      *----------------------------------------------------------------
      * LES FACTURES DE PARTICIPATION PORTENT L'ID ACTIVITE DANS
      * PROD_ID: L'ACTIVITE N'EST ADMISE QUE SI ELLE A ETE FACTUREE AU
      * CLIENT DE LA FACTURE (MEMBRE OU CHEF DE FOYER), OU SUR UN AVOIR
      * D'ANNULATION REPRENANT LA LIGNE DE LA FACTURE D'ORIGINE
      *----------------------------------------------------------------
       REGLE-LIGNE-PRODUIT.
           MOVE 2 TO WS-REGLE-IDX
           PERFORM ENTETE-REGLE
           EXEC SQL
               DECLARE C_R2 CURSOR FOR
               SELECT l.LINE_ID, l.INV_ID, l.PROD_ID
               FROM INVOICE_LINE l
               LEFT JOIN INVOICE i ON i.INV_ID = l.INV_ID
               LEFT JOIN PRODUCT p ON p.PROD_ID = l.PROD_ID
               WHERE p.PROD_ID IS NULL
               AND NOT (COALESCE(i.INV_TYPE, 'FAC') = 'FAC'
                        AND EXISTS
                   (SELECT 1
                    FROM ACTIVITE a
                    INNER JOIN PARTICIPATION pt
                        ON pt.PARTICIPATION_ID_ACTIVITE = a.ACTIVITE_ID
                    LEFT JOIN FOYER_MEMBRE fm
                        ON fm.FOYER_ID_USER = pt.PARTICIPATION_ID_USER
                    LEFT JOIN FOYER f
                        ON f.FOYER_ID = fm.FOYER_ID
                    WHERE a.ACTIVITE_ID = l.PROD_ID
                    AND pt.PARTICIPATION_FACTUREE IN ('O', 'A')
                    AND COALESCE(f.FOYER_CHEF,
                            pt.PARTICIPATION_ID_USER) = i.CUST_ID))
               AND NOT (COALESCE(i.INV_TYPE, 'FAC') = 'AVR'
                        AND EXISTS
                   (SELECT 1
                    FROM INVOICE_LINE ol
                    INNER JOIN ACTIVITE a
                        ON a.ACTIVITE_ID = ol.PROD_ID
                    WHERE ol.INV_ID = i.INV_REF_ID
                    AND ol.PROD_ID = l.PROD_ID))
               ORDER BY l.INV_ID, l.LINE_ID
           END-EXEC
           EXEC SQL OPEN C_R2 END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN R2: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_R2 INTO :WS-CLE-1, :WS-CLE-2, :WS-CLE-3
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-REGLE-COUNT(2)
                   DISPLAY '  LIGNE ' WS-CLE-1 ' FACTURE ' WS-CLE-2
                       ' PRODUIT INCONNU ' WS-CLE-3
               ELSE
                   PERFORM ERREUR-FETCH
               END-IF
           END-PERFORM
           EXEC SQL CLOSE C_R2 END-EXEC.
       REGLE-STOCK-PRODUIT.
           MOVE 3 TO WS-REGLE-IDX
           PERFORM ENTETE-REGLE
           EXEC SQL
               DECLARE C_R3 CURSOR FOR
               SELECT s.STOCK_ID, s.PROD_ID, COALESCE(s.LOC_ID, 0)
               FROM STOCK s
               LEFT JOIN PRODUCT p ON p.PROD_ID = s.PROD_ID
               WHERE p.PROD_ID IS NULL
               ORDER BY s.STOCK_ID
           END-EXEC
           EXEC SQL OPEN C_R3 END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN R3: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_R3 INTO :WS-CLE-1, :WS-CLE-2, :WS-CLE-3
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-REGLE-COUNT(3)
                   DISPLAY '  STOCK ' WS-CLE-1 ' PRODUIT INCONNU '
                       WS-CLE-2 ' SITE ' WS-CLE-3
               ELSE
                   PERFORM ERREUR-FETCH
               END-IF
           END-PERFORM
           EXEC SQL CLOSE C_R3 END-EXEC.
       REGLE-COMMANDE-CLIENT.
           MOVE 4 TO WS-REGLE-IDX
           PERFORM ENTETE-REGLE
           EXEC SQL
               DECLARE C_R4 CURSOR FOR
               SELECT o.ORDER_ID, o.CUST_ID
               FROM SALES_ORDER o
               LEFT JOIN CUSTOMER c ON c.CUST_ID = o.CUST_ID
               WHERE c.CUST_ID IS NULL
               ORDER BY o.ORDER_ID
           END-EXEC
           EXEC SQL OPEN C_R4 END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN R4: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_R4 INTO :WS-CLE-1, :WS-CLE-2
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-REGLE-COUNT(4)
                   DISPLAY '  COMMANDE ' WS-CLE-1 ' CLIENT INCONNU '
                       WS-CLE-2
               ELSE
                   PERFORM ERREUR-FETCH
               END-IF
           END-PERFORM
           EXEC SQL CLOSE C_R4 END-EXEC.
       REGLE-RECEPTION-COMMANDE.
           MOVE 5 TO WS-REGLE-IDX
           PERFORM ENTETE-REGLE
           EXEC SQL
               DECLARE C_R5 CURSOR FOR
               SELECT r.PO_ID, r.PROD_ID, COALESCE(r.RECEIPT_DATE, 0),
                      COALESCE(c.STATUS, 'INCONNUE')
               FROM GOODS_RECEIPT r
               LEFT JOIN PURCHASE_ORDER c ON c.PO_ID = r.PO_ID
               WHERE c.PO_ID IS NULL
               OR c.STATUS = 'REFUSE'
               ORDER BY r.PO_ID, r.RECEIPT_DATE
           END-EXEC
           EXEC SQL OPEN C_R5 END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN R5: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_R5 INTO :WS-CLE-1, :WS-CLE-2, :WS-CLE-3,
                       :WS-PO-STATUT
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-REGLE-COUNT(5)
                   DISPLAY '  COMMANDE ' WS-CLE-1 ' PRODUIT ' WS-CLE-2
                       ' RECUE LE ' WS-CLE-3 ' STATUT ' WS-PO-STATUT
               ELSE
                   PERFORM ERREUR-FETCH
               END-IF
           END-PERFORM
           EXEC SQL CLOSE C_R5 END-EXEC.
      *----------------------------------------------------------------
      * FACTURES AVEC LIGNES UNIQUEMENT: PENALITES, AVOIRS ET
      * COTISATIONS SONT EMIS SANS LIGNE DE DETAIL
      *----------------------------------------------------------------
       REGLE-TOTAL-FACTURE.
           MOVE 6 TO WS-REGLE-IDX
           PERFORM ENTETE-REGLE
           EXEC SQL
               DECLARE C_R6 CURSOR FOR
               SELECT i.INV_ID, COALESCE(i.TOTAL_HT, 0), t.LIGNES
               FROM INVOICE i
               JOIN (SELECT l.INV_ID,
                            SUM(l.LINE_QTY * l.LINE_PRICE) AS LIGNES
                     FROM INVOICE_LINE l
                     GROUP BY l.INV_ID) t
                   ON t.INV_ID = i.INV_ID
               WHERE ABS(COALESCE(i.TOTAL_HT, 0) - t.LIGNES) > 0.01
               ORDER BY i.INV_ID
           END-EXEC
           EXEC SQL OPEN C_R6 END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN R6: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_R6 INTO :WS-CLE-1, :WS-MONTANT-1,
                       :WS-MONTANT-2
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-REGLE-COUNT(6)
                   MOVE WS-MONTANT-1 TO WS-D-MONTANT-1
                   MOVE WS-MONTANT-2 TO WS-D-MONTANT-2
                   DISPLAY '  FACTURE ' WS-CLE-1 ' TOTAL HT '
                       WS-D-MONTANT-1 ' LIGNES ' WS-D-MONTANT-2
               ELSE
                   PERFORM ERREUR-FETCH
               END-IF
           END-PERFORM
           EXEC SQL CLOSE C_R6 END-EXEC.
      *----------------------------------------------------------------
      * LES MEMBRES SONT FACTURES SOUS LEUR ID UTILISATEUR: ADMIS
      * QUAND LA FACTURE (OU SA FACTURE D'ORIGINE) PORTE UNE
      * PARTICIPATION FACTUREE
      *----------------------------------------------------------------
       REGLE-FACTURE-CLIENT.
           MOVE 7 TO WS-REGLE-IDX
           PERFORM ENTETE-REGLE
           EXEC SQL
               DECLARE C_R7 CURSOR FOR
               SELECT i.INV_ID, COALESCE(i.CUST_ID, 0)
               FROM INVOICE i
               LEFT JOIN CUSTOMER c ON c.CUST_ID = i.CUST_ID
               WHERE c.CUST_ID IS NULL
               AND NOT EXISTS
                   (SELECT 1
                    FROM UTILISATEUR u
                    INNER JOIN INVOICE_LINE l
                        ON l.INV_ID IN (i.INV_ID,
                                        COALESCE(i.INV_REF_ID, 0))
                    INNER JOIN PARTICIPATION pt
                        ON pt.PARTICIPATION_ID_ACTIVITE = l.PROD_ID
                    WHERE u.USER_ID = i.CUST_ID
                    AND pt.PARTICIPATION_FACTUREE IN ('O', 'A'))
               ORDER BY i.INV_ID
           END-EXEC
           EXEC SQL OPEN C_R7 END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN R7: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_R7 INTO :WS-CLE-1, :WS-CLE-2
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-REGLE-COUNT(7)
                   DISPLAY '  FACTURE ' WS-CLE-1
                       ' CLIENT INCONNU ' WS-CLE-2
               ELSE
                   PERFORM ERREUR-FETCH
               END-IF
           END-PERFORM
           EXEC SQL CLOSE C_R7 END-EXEC.
       REGLE-LIGNE-FACTURE.
           MOVE 8 TO WS-REGLE-IDX
           PERFORM ENTETE-REGLE
           EXEC SQL
               DECLARE C_R8 CURSOR FOR
               SELECT l.LINE_ID, l.INV_ID
               FROM INVOICE_LINE l
               LEFT JOIN INVOICE i ON i.INV_ID = l.INV_ID
               WHERE i.INV_ID IS NULL
               ORDER BY l.INV_ID, l.LINE_ID
           END-EXEC
           EXEC SQL OPEN C_R8 END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN R8: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_R8 INTO :WS-CLE-1, :WS-CLE-2
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-REGLE-COUNT(8)
                   DISPLAY '  LIGNE ' WS-CLE-1
                       ' FACTURE INCONNUE ' WS-CLE-2
               ELSE
                   PERFORM ERREUR-FETCH
               END-IF
           END-PERFORM
           EXEC SQL CLOSE C_R8 END-EXEC.
       REGLE-ALLOCATION-REGLEMENT.
           MOVE 9 TO WS-REGLE-IDX
           PERFORM ENTETE-REGLE
           EXEC SQL
               DECLARE C_R9 CURSOR FOR
               SELECT pa.PAY_ID, pa.INV_ID, pa.ALLOC_MONTANT
               FROM PAYMENT_ALLOCATION pa
               LEFT JOIN PAYMENT r ON r.PAY_ID = pa.PAY_ID
               WHERE r.PAY_ID IS NULL
               ORDER BY pa.PAY_ID, pa.INV_ID
           END-EXEC
           EXEC SQL OPEN C_R9 END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN R9: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_R9 INTO :WS-CLE-1, :WS-CLE-2,
                       :WS-MONTANT-1
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-REGLE-COUNT(9)
                   MOVE WS-MONTANT-1 TO WS-D-MONTANT-1
                   DISPLAY '  REGLEMENT INCONNU ' WS-CLE-1 ' FACTURE '
                       WS-CLE-2 ' MONTANT ' WS-D-MONTANT-1
               ELSE
                   PERFORM ERREUR-FETCH
               END-IF
           END-PERFORM
           EXEC SQL CLOSE C_R9 END-EXEC.
       REGLE-LIGNE-COMMANDE.
           MOVE 10 TO WS-REGLE-IDX
           PERFORM ENTETE-REGLE
           EXEC SQL
               DECLARE C_R10 CURSOR FOR
               SELECT l.OLINE_ID, l.ORDER_ID
               FROM SALES_ORDER_LINE l
               LEFT JOIN SALES_ORDER o ON o.ORDER_ID = l.ORDER_ID
               WHERE o.ORDER_ID IS NULL
               ORDER BY l.ORDER_ID, l.OLINE_ID
           END-EXEC
           EXEC SQL OPEN C_R10 END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN R10: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_R10 INTO :WS-CLE-1, :WS-CLE-2
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-REGLE-COUNT(10)
                   DISPLAY '  LIGNE ' WS-CLE-1
                       ' COMMANDE INCONNUE ' WS-CLE-2
               ELSE
                   PERFORM ERREUR-FETCH
               END-IF
           END-PERFORM
           EXEC SQL CLOSE C_R10 END-EXEC.
       REGLE-LIGNE-COMMANDE-PRODUIT.
           MOVE 11 TO WS-REGLE-IDX
           PERFORM ENTETE-REGLE
           EXEC SQL
               DECLARE C_R11 CURSOR FOR
               SELECT l.OLINE_ID, l.ORDER_ID, l.PROD_ID
               FROM SALES_ORDER_LINE l
               LEFT JOIN PRODUCT p ON p.PROD_ID = l.PROD_ID
               WHERE p.PROD_ID IS NULL
               ORDER BY l.ORDER_ID, l.OLINE_ID
           END-EXEC
           EXEC SQL OPEN C_R11 END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN R11: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_R11 INTO :WS-CLE-1, :WS-CLE-2, :WS-CLE-3
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-REGLE-COUNT(11)
                   DISPLAY '  LIGNE ' WS-CLE-1 ' COMMANDE ' WS-CLE-2
                       ' PRODUIT INCONNU ' WS-CLE-3
               ELSE
                   PERFORM ERREUR-FETCH
               END-IF
           END-PERFORM
           EXEC SQL CLOSE C_R11 END-EXEC.
       REGLE-ACHAT-FOURNISSEUR.
           MOVE 12 TO WS-REGLE-IDX
           PERFORM ENTETE-REGLE
           EXEC SQL
               DECLARE C_R12 CURSOR FOR
               SELECT c.PO_ID, COALESCE(c.SUP_ID, 0)
               FROM PURCHASE_ORDER c
               LEFT JOIN SUPPLIER s ON s.SUP_ID = c.SUP_ID
               WHERE s.SUP_ID IS NULL
               ORDER BY c.PO_ID
           END-EXEC
           EXEC SQL OPEN C_R12 END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN R12: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_R12 INTO :WS-CLE-1, :WS-CLE-2
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-REGLE-COUNT(12)
                   DISPLAY '  COMMANDE ' WS-CLE-1
                       ' FOURNISSEUR INCONNU ' WS-CLE-2
               ELSE
                   PERFORM ERREUR-FETCH
               END-IF
           END-PERFORM
           EXEC SQL CLOSE C_R12 END-EXEC.
       REGLE-ACHAT-PRODUIT.
           MOVE 13 TO WS-REGLE-IDX
           PERFORM ENTETE-REGLE
           EXEC SQL
               DECLARE C_R13 CURSOR FOR
               SELECT c.PO_ID, COALESCE(c.PROD_ID, 0)
               FROM PURCHASE_ORDER c
               LEFT JOIN PRODUCT p ON p.PROD_ID = c.PROD_ID
               WHERE p.PROD_ID IS NULL
               ORDER BY c.PO_ID
           END-EXEC
           EXEC SQL OPEN C_R13 END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN R13: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_R13 INTO :WS-CLE-1, :WS-CLE-2
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-REGLE-COUNT(13)
                   DISPLAY '  COMMANDE ' WS-CLE-1
                       ' PRODUIT INCONNU ' WS-CLE-2
               ELSE
                   PERFORM ERREUR-FETCH
               END-IF
           END-PERFORM
           EXEC SQL CLOSE C_R13 END-EXEC.
       REGLE-RECEPTION-PRODUIT.
           MOVE 14 TO WS-REGLE-IDX
           PERFORM ENTETE-REGLE
           EXEC SQL
               DECLARE C_R14 CURSOR FOR
               SELECT r.PO_ID, COALESCE(r.PROD_ID, 0),
                      COALESCE(r.RECEIPT_DATE, 0)
               FROM GOODS_RECEIPT r
               LEFT JOIN PRODUCT p ON p.PROD_ID = r.PROD_ID
               WHERE p.PROD_ID IS NULL
               ORDER BY r.PO_ID, r.RECEIPT_DATE
           END-EXEC
           EXEC SQL OPEN C_R14 END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN R14: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_R14 INTO :WS-CLE-1, :WS-CLE-2, :WS-CLE-3
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-REGLE-COUNT(14)
                   DISPLAY '  COMMANDE ' WS-CLE-1 ' PRODUIT INCONNU '
                       WS-CLE-2 ' RECU LE ' WS-CLE-3
               ELSE
                   PERFORM ERREUR-FETCH
               END-IF
           END-PERFORM
           EXEC SQL CLOSE C_R14 END-EXEC.
       REGLE-FACT-FRN-FOURNISSEUR.
           MOVE 15 TO WS-REGLE-IDX
           PERFORM ENTETE-REGLE
           EXEC SQL
               DECLARE C_R15 CURSOR FOR
               SELECT ff.FF_ID, COALESCE(ff.SUP_ID, 0)
               FROM FACTURE_FOURNISSEUR ff
               LEFT JOIN SUPPLIER s ON s.SUP_ID = ff.SUP_ID
               WHERE s.SUP_ID IS NULL
               ORDER BY ff.FF_ID
           END-EXEC
           EXEC SQL OPEN C_R15 END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN R15: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_R15 INTO :WS-CLE-1, :WS-CLE-2
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-REGLE-COUNT(15)
                   DISPLAY '  FACTURE FRN ' WS-CLE-1
                       ' FOURNISSEUR INCONNU ' WS-CLE-2
               ELSE
                   PERFORM ERREUR-FETCH
               END-IF
           END-PERFORM
           EXEC SQL CLOSE C_R15 END-EXEC.
      *----------------------------------------------------------------
      * PO_ID A ZERO: FACTURE HORS COMMANDE (FRAIS, PRESTATIONS)
      *----------------------------------------------------------------
       REGLE-FACT-FRN-COMMANDE.
           MOVE 16 TO WS-REGLE-IDX
           PERFORM ENTETE-REGLE
           EXEC SQL
               DECLARE C_R16 CURSOR FOR
               SELECT ff.FF_ID, ff.PO_ID
               FROM FACTURE_FOURNISSEUR ff
               LEFT JOIN PURCHASE_ORDER c ON c.PO_ID = ff.PO_ID
               WHERE COALESCE(ff.PO_ID, 0) <> 0
               AND c.PO_ID IS NULL
               ORDER BY ff.FF_ID
           END-EXEC
           EXEC SQL OPEN C_R16 END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN R16: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_R16 INTO :WS-CLE-1, :WS-CLE-2
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-REGLE-COUNT(16)
                   DISPLAY '  FACTURE FRN ' WS-CLE-1
                       ' COMMANDE INCONNUE ' WS-CLE-2
               ELSE
                   PERFORM ERREUR-FETCH
               END-IF
           END-PERFORM
           EXEC SQL CLOSE C_R16 END-EXEC.
       REGLE-MOUVEMENT-PRODUIT.
           MOVE 17 TO WS-REGLE-IDX
           PERFORM ENTETE-REGLE
           EXEC SQL
               DECLARE C_R17 CURSOR FOR
               SELECT COALESCE(m.STOCK_ID, 0), COALESCE(m.PROD_ID, 0),
                      COALESCE(TO_CHAR(m.MOVEMENT_DATE, 'YYYY-MM-DD'),
                               ' ')
               FROM STOCK_MOVEMENT m
               LEFT JOIN PRODUCT p ON p.PROD_ID = m.PROD_ID
               WHERE p.PROD_ID IS NULL
               ORDER BY m.PROD_ID, m.MOVEMENT_DATE
           END-EXEC
           EXEC SQL OPEN C_R17 END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN R17: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_R17 INTO :WS-CLE-1, :WS-CLE-2, :WS-DATE-X
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-REGLE-COUNT(17)
                   DISPLAY '  STOCK ' WS-CLE-1
                       ' PRODUIT INCONNU ' WS-CLE-2
                       ' MOUVEMENT DU ' WS-DATE-X
               ELSE
                   PERFORM ERREUR-FETCH
               END-IF
           END-PERFORM
           EXEC SQL CLOSE C_R17 END-EXEC.
       REGLE-COUT-PRODUIT.
           MOVE 18 TO WS-REGLE-IDX
           PERFORM ENTETE-REGLE
           EXEC SQL
               DECLARE C_R18 CURSOR FOR
               SELECT pc.PROD_ID
               FROM PRODUCT_COST pc
               LEFT JOIN PRODUCT p ON p.PROD_ID = pc.PROD_ID
               WHERE p.PROD_ID IS NULL
               ORDER BY pc.PROD_ID
           END-EXEC
           EXEC SQL OPEN C_R18 END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN R18: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_R18 INTO :WS-CLE-1
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-REGLE-COUNT(18)
                   DISPLAY '  COUT MOYEN PRODUIT INCONNU ' WS-CLE-1
               ELSE
                   PERFORM ERREUR-FETCH
               END-IF
           END-PERFORM
           EXEC SQL CLOSE C_R18 END-EXEC.
       REGLE-ACHAT-PROJET.
           MOVE 19 TO WS-REGLE-IDX
           PERFORM ENTETE-REGLE
           EXEC SQL
               DECLARE C_R19 CURSOR FOR
               SELECT c.PO_ID, c.PO_PROJ_ID
               FROM PURCHASE_ORDER c
               LEFT JOIN PROJECT j ON j.PROJ_ID = c.PO_PROJ_ID
               WHERE COALESCE(c.PO_PROJ_ID, 0) <> 0
               AND j.PROJ_ID IS NULL
               ORDER BY c.PO_ID
           END-EXEC
           EXEC SQL OPEN C_R19 END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN R19: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_R19 INTO :WS-CLE-1, :WS-CLE-2
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-REGLE-COUNT(19)
                   DISPLAY '  COMMANDE ' WS-CLE-1
                       ' PROJET INCONNU ' WS-CLE-2
               ELSE
                   PERFORM ERREUR-FETCH
               END-IF
           END-PERFORM
           EXEC SQL CLOSE C_R19 END-EXEC.
       REGLE-FACT-FRN-PROJET.
           MOVE 20 TO WS-REGLE-IDX
           PERFORM ENTETE-REGLE
           EXEC SQL
               DECLARE C_R20 CURSOR FOR
               SELECT ff.FF_ID, ff.FF_PROJ_ID
               FROM FACTURE_FOURNISSEUR ff
               LEFT JOIN PROJECT j ON j.PROJ_ID = ff.FF_PROJ_ID
               WHERE COALESCE(ff.FF_PROJ_ID, 0) <> 0
               AND j.PROJ_ID IS NULL
               ORDER BY ff.FF_ID
           END-EXEC
           EXEC SQL OPEN C_R20 END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN R20: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_R20 INTO :WS-CLE-1, :WS-CLE-2
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-REGLE-COUNT(20)
                   DISPLAY '  FACTURE FRN ' WS-CLE-1 ' PROJET INCONNU '
                       WS-CLE-2
               ELSE
                   PERFORM ERREUR-FETCH
               END-IF
           END-PERFORM
           EXEC SQL CLOSE C_R20 END-EXEC.
       DAL-END.
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
