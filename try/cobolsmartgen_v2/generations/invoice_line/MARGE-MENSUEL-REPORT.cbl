       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGE-MENSUEL-REPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-CURSOR-OPEN-FLAG    PIC X VALUE 'N'.
       01  WS-CURSOR-SC-OPEN-FLAG PIC X VALUE 'N'.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
       77  WS-ARG-MOIS            PIC X(6) VALUE SPACES.
       01  WS-DATE-DEBUT          PIC X(10).
       01  WS-DATE-FIN            PIC X(10).
       01  WS-AXE                 PIC 9.
       01  WS-AXE-PRECEDENT       PIC 9 VALUE 0.
       01  WS-CLE-ID              PIC 9(9).
       01  WS-CLE-LIBELLE         PIC X(30).
       01  WS-NB-LIGNES           PIC 9(9).
       01  WS-NB-ESTIMEES         PIC 9(9).
       01  WS-CA-BRUT             PIC S9(11)V99.
       01  WS-REMISE              PIC S9(11)V99.
       01  WS-CA-NET              PIC S9(11)V99.
       01  WS-COUT                PIC S9(11)V99.
       01  WS-MARGE               PIC S9(11)V99.
       01  WS-TAUX-MARGE          PIC S9(5)V9.
       01  WS-TOTAUX.
           05 WS-TOT-LIGNES       PIC 9(9) VALUE 0.
           05 WS-TOT-ESTIMEES     PIC 9(9) VALUE 0.
           05 WS-TOT-CA-BRUT      PIC S9(11)V99 VALUE 0.
           05 WS-TOT-REMISE       PIC S9(11)V99 VALUE 0.
           05 WS-TOT-CA-NET       PIC S9(11)V99 VALUE 0.
           05 WS-TOT-COUT         PIC S9(11)V99 VALUE 0.
           05 WS-TOT-MARGE        PIC S9(11)V99 VALUE 0.
       01  WS-SC-INV-ID           PIC 9(9).
       01  WS-SC-INV-DATE         PIC X(10).
       01  WS-SC-CUST-ID          PIC 9(9).
       01  WS-SC-PROD-ID          PIC 9(9).
       01  WS-SC-PROD-NAME        PIC X(30).
       01  WS-SC-QTE              PIC 9(7).
       01  WS-SC-PRIX             PIC 9(7)V99.
       01  WS-SC-PRIX-BRUT        PIC 9(7)V99.
       01  WS-SC-COUT             PIC 9(7)V9(4).
       01  WS-SC-PERTE            PIC S9(11)V99.
       77  WS-COUNT-SOUS-COUT     PIC 9(6) VALUE 0.
       01  WS-TOTAL-PERTE         PIC S9(11)V99 VALUE 0.
       01  WS-D-MONTANT           PIC Z(8)9.99-.
       01  WS-D-MONTANT2          PIC Z(8)9.99-.
       01  WS-D-MONTANT3          PIC Z(8)9.99-.
       01  WS-D-TAUX              PIC ZZZ9.9-.
       01  WS-D-PRIX              PIC Z(6)9.99.
       01  WS-D-COUT              PIC Z(6)9.9999.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'ANALYSE DES MARGES SUR VENTES (MENSUEL)'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-MOIS FROM ARGUMENT-VALUE
           IF WS-ARG-MOIS = SPACES OR WS-ARG-MOIS NOT NUMERIC
               DISPLAY 'USAGE: MOIS (AAAAMM)'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           STRING WS-ARG-MOIS(1:4) '-' WS-ARG-MOIS(5:2) '-01'
               DELIMITED BY SIZE INTO WS-DATE-DEBUT
           STRING WS-ARG-MOIS(1:4) '-' WS-ARG-MOIS(5:2) '-31'
               DELIMITED BY SIZE INTO WS-DATE-FIN
           DISPLAY 'MOIS ANALYSE: ' WS-ARG-MOIS
               ' (AVOIRS DEDUITS, MARGE APRES REMISES)'
           PERFORM DAL-CONNECT
           PERFORM LISTER-MARGES
           PERFORM LISTER-SOUS-COUT
           PERFORM DAL-END
           DISPLAY '=========================================='
           MOVE WS-TOT-CA-NET TO WS-D-MONTANT
           DISPLAY 'CHIFFRE D''AFFAIRES NET : ' WS-D-MONTANT
           MOVE WS-TOT-REMISE TO WS-D-MONTANT
           DISPLAY 'REMISES ACCORDEES       : ' WS-D-MONTANT
           MOVE WS-TOT-COUT TO WS-D-MONTANT
           DISPLAY 'COUT DES VENTES         : ' WS-D-MONTANT
           MOVE WS-TOT-MARGE TO WS-D-MONTANT
           DISPLAY 'MARGE BRUTE             : ' WS-D-MONTANT
           IF WS-TOT-CA-NET NOT = ZERO
               COMPUTE WS-TAUX-MARGE ROUNDED =
                   WS-TOT-MARGE * 100 / WS-TOT-CA-NET
               MOVE WS-TAUX-MARGE TO WS-D-TAUX
               DISPLAY 'TAUX DE MARGE           : ' WS-D-TAUX ' %'
           END-IF
           DISPLAY 'LIGNES FACTUREES        : ' WS-TOT-LIGNES
           DISPLAY 'DONT COUT ESTIME (CMP)  : ' WS-TOT-ESTIMEES
           DISPLAY 'LIGNES SOUS LE COUT     : ' WS-COUNT-SOUS-COUT
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
       LISTER-MARGES.
           EXEC SQL
               DECLARE C_MARGE CURSOR FOR
               SELECT 1, lm.CUST_ID,
                      COALESCE(MAX(c.CUST_NAME), ' '),
                      COUNT(*), SUM(lm.ESTIME),
                      SUM(lm.QTE * lm.PU_BRUT),
                      SUM(lm.QTE * (lm.PU_BRUT - lm.PU_NET)),
                      SUM(lm.QTE * lm.PU_NET),
                      SUM(lm.QTE * lm.PU_COUT),
                      SUM(lm.QTE * (lm.PU_NET - lm.PU_COUT))
               FROM (SELECT i.CUST_ID, il.PROD_ID,
                            CASE WHEN COALESCE(i.INV_TYPE, 'FAC')
                                 = 'AVR' THEN -1 ELSE 1 END
                            * il.LINE_QTY AS QTE,
                            COALESCE(NULLIF(il.LINE_GROSS_PRICE, 0),
                                     il.LINE_PRICE) AS PU_BRUT,
                            il.LINE_PRICE AS PU_NET,
                            COALESCE(il.LINE_COUT_UNITAIRE,
                                     pc.CMP_COUT_MOYEN, 0) AS PU_COUT,
                            CASE WHEN il.LINE_COUT_UNITAIRE IS NULL
                                 THEN 1 ELSE 0 END AS ESTIME
                     FROM INVOICE_LINE il
                     INNER JOIN INVOICE i
                         ON i.INV_ID = il.INV_ID
                     LEFT JOIN PRODUCT_COST pc
                         ON pc.PROD_ID = il.PROD_ID
                     WHERE i.INV_DATE BETWEEN :WS-DATE-DEBUT
                         AND :WS-DATE-FIN) lm
               LEFT JOIN CUSTOMER c
                   ON c.CUST_ID = lm.CUST_ID
               GROUP BY lm.CUST_ID
               UNION ALL
               SELECT 2, lm.PROD_ID,
                      COALESCE(MAX(p.PROD_NAME), ' '),
                      COUNT(*), SUM(lm.ESTIME),
                      SUM(lm.QTE * lm.PU_BRUT),
                      SUM(lm.QTE * (lm.PU_BRUT - lm.PU_NET)),
                      SUM(lm.QTE * lm.PU_NET),
                      SUM(lm.QTE * lm.PU_COUT),
                      SUM(lm.QTE * (lm.PU_NET - lm.PU_COUT))
               FROM (SELECT i.CUST_ID, il.PROD_ID,
                            CASE WHEN COALESCE(i.INV_TYPE, 'FAC')
                                 = 'AVR' THEN -1 ELSE 1 END
                            * il.LINE_QTY AS QTE,
                            COALESCE(NULLIF(il.LINE_GROSS_PRICE, 0),
                                     il.LINE_PRICE) AS PU_BRUT,
                            il.LINE_PRICE AS PU_NET,
                            COALESCE(il.LINE_COUT_UNITAIRE,
                                     pc.CMP_COUT_MOYEN, 0) AS PU_COUT,
                            CASE WHEN il.LINE_COUT_UNITAIRE IS NULL
                                 THEN 1 ELSE 0 END AS ESTIME
                     FROM INVOICE_LINE il
                     INNER JOIN INVOICE i
                         ON i.INV_ID = il.INV_ID
                     LEFT JOIN PRODUCT_COST pc
                         ON pc.PROD_ID = il.PROD_ID
                     WHERE i.INV_DATE BETWEEN :WS-DATE-DEBUT
                         AND :WS-DATE-FIN) lm
               LEFT JOIN PRODUCT p
                   ON p.PROD_ID = lm.PROD_ID
               GROUP BY lm.PROD_ID
               UNION ALL
               SELECT 3, lm.SUP_ID,
                      COALESCE(MAX(s.SUP_NAME), 'SANS FOURNISSEUR'),
                      COUNT(*), SUM(lm.ESTIME),
                      SUM(lm.QTE * lm.PU_BRUT),
                      SUM(lm.QTE * (lm.PU_BRUT - lm.PU_NET)),
                      SUM(lm.QTE * lm.PU_NET),
                      SUM(lm.QTE * lm.PU_COUT),
                      SUM(lm.QTE * (lm.PU_NET - lm.PU_COUT))
               FROM (SELECT COALESCE((SELECT po.SUP_ID
                                      FROM PURCHASE_ORDER po
                                      WHERE po.PROD_ID = il.PROD_ID
                                      ORDER BY po.ORDER_DATE DESC,
                                               po.PO_ID DESC
                                      LIMIT 1), 0) AS SUP_ID,
                            CASE WHEN COALESCE(i.INV_TYPE, 'FAC')
                                 = 'AVR' THEN -1 ELSE 1 END
                            * il.LINE_QTY AS QTE,
                            COALESCE(NULLIF(il.LINE_GROSS_PRICE, 0),
                                     il.LINE_PRICE) AS PU_BRUT,
                            il.LINE_PRICE AS PU_NET,
                            COALESCE(il.LINE_COUT_UNITAIRE,
                                     pc.CMP_COUT_MOYEN, 0) AS PU_COUT,
                            CASE WHEN il.LINE_COUT_UNITAIRE IS NULL
                                 THEN 1 ELSE 0 END AS ESTIME
                     FROM INVOICE_LINE il
                     INNER JOIN INVOICE i
                         ON i.INV_ID = il.INV_ID
                     LEFT JOIN PRODUCT_COST pc
                         ON pc.PROD_ID = il.PROD_ID
                     WHERE i.INV_DATE BETWEEN :WS-DATE-DEBUT
                         AND :WS-DATE-FIN) lm
               LEFT JOIN SUPPLIER s
                   ON s.SUP_ID = lm.SUP_ID
               GROUP BY lm.SUP_ID
               ORDER BY 1, 10, 2
           END-EXEC
           EXEC SQL OPEN C_MARGE END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_MARGE INTO
                       :WS-AXE, :WS-CLE-ID, :WS-CLE-LIBELLE,
                       :WS-NB-LIGNES, :WS-NB-ESTIMEES,
                       :WS-CA-BRUT, :WS-REMISE, :WS-CA-NET,
                       :WS-COUT, :WS-MARGE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM AFFICHER-MARGE
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_MARGE END-EXEC
           MOVE 'N' TO WS-CURSOR-OPEN-FLAG.
       AFFICHER-MARGE.
           IF WS-AXE NOT = WS-AXE-PRECEDENT
               MOVE WS-AXE TO WS-AXE-PRECEDENT
               DISPLAY '------------------------------------------'
               EVALUATE WS-AXE
                   WHEN 1
                       DISPLAY 'MARGE PAR CLIENT'
                   WHEN 2
                       DISPLAY 'MARGE PAR PRODUIT'
                   WHEN 3
                       DISPLAY 'MARGE PAR FOURNISSEUR DU PRODUIT'
               END-EVALUATE
               DISPLAY '------------------------------------------'
           END-IF
           IF WS-AXE = 1
               ADD WS-NB-LIGNES TO WS-TOT-LIGNES
               ADD WS-NB-ESTIMEES TO WS-TOT-ESTIMEES
               ADD WS-CA-BRUT TO WS-TOT-CA-BRUT
               ADD WS-REMISE TO WS-TOT-REMISE
               ADD WS-CA-NET TO WS-TOT-CA-NET
               ADD WS-COUT TO WS-TOT-COUT
               ADD WS-MARGE TO WS-TOT-MARGE
           END-IF
           MOVE 0 TO WS-TAUX-MARGE
           IF WS-CA-NET NOT = ZERO
               COMPUTE WS-TAUX-MARGE ROUNDED =
                   WS-MARGE * 100 / WS-CA-NET
           END-IF
           DISPLAY WS-CLE-ID ' ' WS-CLE-LIBELLE
               '  LIGNES: ' WS-NB-LIGNES
           MOVE WS-CA-BRUT TO WS-D-MONTANT
           MOVE WS-REMISE TO WS-D-MONTANT2
           MOVE WS-CA-NET TO WS-D-MONTANT3
           DISPLAY '  CA BRUT: ' WS-D-MONTANT '  REMISES: '
               WS-D-MONTANT2 '  CA NET: ' WS-D-MONTANT3
           MOVE WS-COUT TO WS-D-MONTANT
           MOVE WS-MARGE TO WS-D-MONTANT2
           MOVE WS-TAUX-MARGE TO WS-D-TAUX
           DISPLAY '  COUT:    ' WS-D-MONTANT '  MARGE:   '
               WS-D-MONTANT2 '  TAUX: ' WS-D-TAUX ' %'
           IF WS-MARGE < ZERO
               DISPLAY '  *** MARGE NEGATIVE ***'
           END-IF.
       LISTER-SOUS-COUT.
           DISPLAY '------------------------------------------'
           DISPLAY 'LIGNES VENDUES SOUS LE COUT DE REVIENT'
           DISPLAY '------------------------------------------'
           EXEC SQL
               DECLARE C_SOUS_COUT CURSOR FOR
               SELECT i.INV_ID, i.INV_DATE, i.CUST_ID, il.PROD_ID,
                      COALESCE(p.PROD_NAME, ' '), il.LINE_QTY,
                      il.LINE_PRICE,
                      COALESCE(NULLIF(il.LINE_GROSS_PRICE, 0),
                               il.LINE_PRICE),
                      COALESCE(il.LINE_COUT_UNITAIRE,
                               pc.CMP_COUT_MOYEN, 0),
                      il.LINE_QTY * (il.LINE_PRICE
                          - COALESCE(il.LINE_COUT_UNITAIRE,
                                     pc.CMP_COUT_MOYEN, 0))
               FROM INVOICE_LINE il
               INNER JOIN INVOICE i
                   ON i.INV_ID = il.INV_ID
               LEFT JOIN PRODUCT_COST pc
                   ON pc.PROD_ID = il.PROD_ID
               LEFT JOIN PRODUCT p
                   ON p.PROD_ID = il.PROD_ID
               WHERE i.INV_DATE BETWEEN :WS-DATE-DEBUT
                   AND :WS-DATE-FIN
               AND COALESCE(i.INV_TYPE, 'FAC') = 'FAC'
               AND il.LINE_PRICE < COALESCE(il.LINE_COUT_UNITAIRE,
                                            pc.CMP_COUT_MOYEN, 0)
               ORDER BY 10, i.INV_ID, il.LINE_ID
           END-EXEC
           EXEC SQL OPEN C_SOUS_COUT END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CURSOR-SC-OPEN-FLAG
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_SOUS_COUT INTO
                       :WS-SC-INV-ID, :WS-SC-INV-DATE,
                       :WS-SC-CUST-ID, :WS-SC-PROD-ID,
                       :WS-SC-PROD-NAME, :WS-SC-QTE, :WS-SC-PRIX,
                       :WS-SC-PRIX-BRUT, :WS-SC-COUT, :WS-SC-PERTE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-COUNT-SOUS-COUT
                       ADD WS-SC-PERTE TO WS-TOTAL-PERTE
                       DISPLAY 'FACTURE ' WS-SC-INV-ID ' DU '
                           WS-SC-INV-DATE ' CLIENT ' WS-SC-CUST-ID
                       MOVE WS-SC-PRIX TO WS-D-PRIX
                       MOVE WS-SC-COUT TO WS-D-COUT
                       MOVE WS-SC-PERTE TO WS-D-MONTANT
                       DISPLAY '  PRODUIT ' WS-SC-PROD-ID ' '
                           WS-SC-PROD-NAME ' QTE ' WS-SC-QTE
                       DISPLAY '  PRIX NET: ' WS-D-PRIX
                           '  COUT: ' WS-D-COUT
                           '  PERTE: ' WS-D-MONTANT
                       IF WS-SC-PRIX-BRUT > WS-SC-PRIX
                           MOVE WS-SC-PRIX-BRUT TO WS-D-PRIX
                           DISPLAY '  (PRIX REMISE - PRIX BRUT: '
                               WS-D-PRIX ')'
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           MOVE WS-TOTAL-PERTE TO WS-D-MONTANT
           DISPLAY 'PERTE TOTALE SOUS LE COUT: ' WS-D-MONTANT.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_MARGE END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           IF WS-CURSOR-SC-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_SOUS_COUT END-EXEC
               MOVE 'N' TO WS-CURSOR-SC-OPEN-FLAG
           END-IF
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
