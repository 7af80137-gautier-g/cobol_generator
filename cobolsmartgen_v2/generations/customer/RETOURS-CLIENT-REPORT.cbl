       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETOURS-CLIENT-REPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
       77  WS-ARG-MOIS            PIC X(6) VALUE SPACES.
       01  WS-DATE-DEBUT          PIC 9(8).
       01  WS-DATE-FIN            PIC 9(8).
       01  WS-CLE-ID              PIC 9(9).
       01  WS-CLE-MOTIF           PIC X(3).
       01  WS-CLE-NOM             PIC X(50).
       01  WS-NB-RETOURS          PIC 9(6).
       01  WS-QTE-RETOURNEE       PIC 9(9).
       01  WS-QTE-ACCEPTEE        PIC 9(9).
       01  WS-QTE-REMISE          PIC 9(9).
       01  WS-QTE-QUARANTAINE     PIC 9(9).
       01  WS-QTE-REBUT           PIC 9(9).
       01  WS-MONTANT-AVOIR       PIC S9(11)V99.
       01  WS-VALEUR-REBUT        PIC S9(11)V99.
       01  WS-TOTAL-RETOURS       PIC 9(6) VALUE 0.
       01  WS-TOTAL-QTE           PIC 9(9) VALUE 0.
       01  WS-TOTAL-ACCEPTEE      PIC 9(9) VALUE 0.
       01  WS-TOTAL-AVOIR         PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-REBUT         PIC S9(11)V99 VALUE 0.
       01  WS-D-MONTANT           PIC Z(9)9.99-.
       01  WS-D-MONTANT-2         PIC Z(9)9.99-.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'RETOURS CLIENTS PAR PRODUIT ET MOTIF (MENSUEL)'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-MOIS FROM ARGUMENT-VALUE
           IF WS-ARG-MOIS = SPACES OR WS-ARG-MOIS NOT NUMERIC
               DISPLAY 'USAGE: MOIS (AAAAMM)'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-DATE-DEBUT = FUNCTION NUMVAL(WS-ARG-MOIS) * 100
               + 1
           COMPUTE WS-DATE-FIN = FUNCTION NUMVAL(WS-ARG-MOIS) * 100
               + 31
           PERFORM DAL-CONNECT
           DISPLAY 'PAR PRODUIT'
           DISPLAY '------------------------------------------'
           PERFORM RAPPORT-PRODUITS
           DISPLAY '=========================================='
           DISPLAY 'PAR MOTIF'
           DISPLAY '------------------------------------------'
           PERFORM RAPPORT-MOTIFS
           PERFORM DAL-END
           DISPLAY '=========================================='
           MOVE WS-TOTAL-AVOIR TO WS-D-MONTANT
           MOVE WS-TOTAL-REBUT TO WS-D-MONTANT-2
           DISPLAY 'RETOURS           : ' WS-TOTAL-RETOURS
           DISPLAY 'QTE RETOURNEE     : ' WS-TOTAL-QTE
           DISPLAY 'QTE ACCEPTEE      : ' WS-TOTAL-ACCEPTEE
           DISPLAY 'AVOIRS HT         : ' WS-D-MONTANT
           DISPLAY 'VALEUR REBUTEE    : ' WS-D-MONTANT-2
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
       RAPPORT-PRODUITS.
           EXEC SQL
               DECLARE C_RET_PRODUIT CURSOR FOR
               SELECT r.PROD_ID, COALESCE(MAX(p.PROD_NAME), ' '),
                      COUNT(*), COALESCE(SUM(r.RMA_QTE), 0),
                      COALESCE(SUM(r.RMA_QTE_ACCEPTEE), 0),
                      COALESCE(SUM(CASE WHEN r.RMA_DECISION = 'R'
                               THEN r.RMA_QTE_ACCEPTEE END), 0),
                      COALESCE(SUM(CASE WHEN r.RMA_DECISION = 'Q'
                               THEN r.RMA_QTE_ACCEPTEE END), 0),
                      COALESCE(SUM(CASE WHEN r.RMA_DECISION = 'D'
                               THEN r.RMA_QTE_ACCEPTEE END), 0),
                      COALESCE(SUM(r.RMA_QTE_ACCEPTEE
                               * l.LINE_PRICE), 0),
                      COALESCE(SUM(CASE WHEN r.RMA_DECISION = 'D'
                               THEN r.RMA_QTE_ACCEPTEE
                               * r.RMA_COUT_UNITAIRE END), 0)
               FROM RETOUR_CLIENT r
               INNER JOIN INVOICE_LINE l
                   ON l.LINE_ID = r.LINE_ID
               LEFT JOIN PRODUCT p
                   ON p.PROD_ID = r.PROD_ID
               WHERE r.RMA_DATE BETWEEN :WS-DATE-DEBUT
                   AND :WS-DATE-FIN
               GROUP BY r.PROD_ID
               ORDER BY r.PROD_ID
           END-EXEC
           EXEC SQL OPEN C_RET_PRODUIT END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_RET_PRODUIT INTO
                       :WS-CLE-ID, :WS-CLE-NOM, :WS-NB-RETOURS,
                       :WS-QTE-RETOURNEE, :WS-QTE-ACCEPTEE,
                       :WS-QTE-REMISE, :WS-QTE-QUARANTAINE,
                       :WS-QTE-REBUT, :WS-MONTANT-AVOIR,
                       :WS-VALEUR-REBUT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD WS-NB-RETOURS TO WS-TOTAL-RETOURS
                       ADD WS-QTE-RETOURNEE TO WS-TOTAL-QTE
                       ADD WS-QTE-ACCEPTEE TO WS-TOTAL-ACCEPTEE
                       ADD WS-MONTANT-AVOIR TO WS-TOTAL-AVOIR
                       ADD WS-VALEUR-REBUT TO WS-TOTAL-REBUT
                       DISPLAY 'PRODUIT ' WS-CLE-ID ' '
                           WS-CLE-NOM(1:40)
                       PERFORM AFFICHER-LIGNE
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_RET_PRODUIT END-EXEC.
       RAPPORT-MOTIFS.
           EXEC SQL
               DECLARE C_RET_MOTIF CURSOR FOR
               SELECT r.RMA_MOTIF,
                      COUNT(*), COALESCE(SUM(r.RMA_QTE), 0),
                      COALESCE(SUM(r.RMA_QTE_ACCEPTEE), 0),
                      COALESCE(SUM(CASE WHEN r.RMA_DECISION = 'R'
                               THEN r.RMA_QTE_ACCEPTEE END), 0),
                      COALESCE(SUM(CASE WHEN r.RMA_DECISION = 'Q'
                               THEN r.RMA_QTE_ACCEPTEE END), 0),
                      COALESCE(SUM(CASE WHEN r.RMA_DECISION = 'D'
                               THEN r.RMA_QTE_ACCEPTEE END), 0),
                      COALESCE(SUM(r.RMA_QTE_ACCEPTEE
                               * l.LINE_PRICE), 0),
                      COALESCE(SUM(CASE WHEN r.RMA_DECISION = 'D'
                               THEN r.RMA_QTE_ACCEPTEE
                               * r.RMA_COUT_UNITAIRE END), 0)
               FROM RETOUR_CLIENT r
               INNER JOIN INVOICE_LINE l
                   ON l.LINE_ID = r.LINE_ID
               WHERE r.RMA_DATE BETWEEN :WS-DATE-DEBUT
                   AND :WS-DATE-FIN
               GROUP BY r.RMA_MOTIF
               ORDER BY r.RMA_MOTIF
           END-EXEC
           EXEC SQL OPEN C_RET_MOTIF END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_RET_MOTIF INTO
                       :WS-CLE-MOTIF, :WS-NB-RETOURS,
                       :WS-QTE-RETOURNEE, :WS-QTE-ACCEPTEE,
                       :WS-QTE-REMISE, :WS-QTE-QUARANTAINE,
                       :WS-QTE-REBUT, :WS-MONTANT-AVOIR,
                       :WS-VALEUR-REBUT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       EVALUATE WS-CLE-MOTIF
                           WHEN 'DEF'
                               MOVE 'DEFECTUEUX' TO WS-CLE-NOM
                           WHEN 'ERR'
                               MOVE 'ERREUR DE COMMANDE' TO WS-CLE-NOM
                           WHEN 'TRA'
                               MOVE 'DOMMAGE TRANSPORT' TO WS-CLE-NOM
                           WHEN 'NCF'
                               MOVE 'NON CONFORME' TO WS-CLE-NOM
                           WHEN OTHER
                               MOVE 'AUTRE' TO WS-CLE-NOM
                       END-EVALUATE
                       DISPLAY 'MOTIF ' WS-CLE-MOTIF ' '
                           WS-CLE-NOM(1:40)
                       PERFORM AFFICHER-LIGNE
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_RET_MOTIF END-EXEC.
       AFFICHER-LIGNE.
           MOVE WS-MONTANT-AVOIR TO WS-D-MONTANT
           MOVE WS-VALEUR-REBUT TO WS-D-MONTANT-2
           DISPLAY '  RETOURS: ' WS-NB-RETOURS ' QTE: '
               WS-QTE-RETOURNEE ' ACCEPTEE: ' WS-QTE-ACCEPTEE
           DISPLAY '  REMISE EN STOCK: ' WS-QTE-REMISE
               ' QUARANTAINE: ' WS-QTE-QUARANTAINE
               ' REBUT: ' WS-QTE-REBUT
           DISPLAY '  AVOIRS HT: ' WS-D-MONTANT
               '  VALEUR REBUTEE: ' WS-D-MONTANT-2.
       DAL-END.
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
