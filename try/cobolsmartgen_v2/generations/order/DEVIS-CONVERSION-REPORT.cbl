       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVIS-CONVERSION-REPORT.
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
       01  WS-CLE-NOM             PIC X(50).
       01  WS-NB-EMIS             PIC 9(6).
       01  WS-NB-ACCEPTES         PIC 9(6).
       01  WS-NB-REFUSES          PIC 9(6).
       01  WS-NB-EXPIRES          PIC 9(6).
       01  WS-MONTANT-EMIS        PIC S9(11)V99.
       01  WS-MONTANT-ACCEPTE     PIC S9(11)V99.
       01  WS-TAUX                PIC 9(3)V9.
       01  WS-TOTAL-EMIS          PIC 9(6) VALUE 0.
       01  WS-TOTAL-ACCEPTES      PIC 9(6) VALUE 0.
       01  WS-TOTAL-MT-EMIS       PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-MT-ACCEPTE    PIC S9(11)V99 VALUE 0.
       01  WS-D-MONTANT           PIC Z(9)9.99-.
       01  WS-D-MONTANT-2         PIC Z(9)9.99-.
       01  WS-D-TAUX              PIC ZZ9.9.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'TAUX DE TRANSFORMATION DES DEVIS (MENSUEL)'
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
           DISPLAY 'PAR CLIENT'
           DISPLAY '------------------------------------------'
           PERFORM RAPPORT-CLIENTS
           DISPLAY '=========================================='
           DISPLAY 'PAR PRODUIT'
           DISPLAY '------------------------------------------'
           PERFORM RAPPORT-PRODUITS
           PERFORM DAL-END
           DISPLAY '=========================================='
           MOVE WS-TOTAL-EMIS TO WS-NB-EMIS
           MOVE WS-TOTAL-ACCEPTES TO WS-NB-ACCEPTES
           MOVE WS-TOTAL-MT-EMIS TO WS-MONTANT-EMIS
           MOVE WS-TOTAL-MT-ACCEPTE TO WS-MONTANT-ACCEPTE
           PERFORM CALCULER-TAUX
           MOVE WS-TOTAL-MT-EMIS TO WS-D-MONTANT
           MOVE WS-TOTAL-MT-ACCEPTE TO WS-D-MONTANT-2
           DISPLAY 'DEVIS EMIS        : ' WS-TOTAL-EMIS
           DISPLAY 'DEVIS ACCEPTES    : ' WS-TOTAL-ACCEPTES
           DISPLAY 'TAUX TRANSFORMAT. : ' WS-D-TAUX ' %'
           DISPLAY 'MONTANT HT DEVISE : ' WS-D-MONTANT
           DISPLAY 'MONTANT HT ACCEPTE: ' WS-D-MONTANT-2
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
       RAPPORT-CLIENTS.
           EXEC SQL
               DECLARE C_CONV_CLIENT CURSOR FOR
               SELECT d.CUST_ID, COALESCE(MAX(c.CUST_NAME), ' '),
                      COUNT(*),
                      SUM(CASE WHEN d.DEV_STATUT = 'A' THEN 1
                               ELSE 0 END),
                      SUM(CASE WHEN d.DEV_STATUT = 'R' THEN 1
                               ELSE 0 END),
                      SUM(CASE WHEN d.DEV_STATUT = 'X' THEN 1
                               ELSE 0 END),
                      COALESCE(SUM(d.DEV_TOTAL_HT), 0),
                      COALESCE(SUM(CASE WHEN d.DEV_STATUT = 'A'
                               THEN d.DEV_TOTAL_HT ELSE 0 END), 0)
               FROM DEVIS d
               LEFT JOIN CUSTOMER c
                   ON c.CUST_ID = d.CUST_ID
               WHERE d.DEV_DATE BETWEEN :WS-DATE-DEBUT
                   AND :WS-DATE-FIN
               AND d.DEV_STATUT <> 'B'
               GROUP BY d.CUST_ID
               ORDER BY d.CUST_ID
           END-EXEC
           EXEC SQL OPEN C_CONV_CLIENT END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_CONV_CLIENT INTO
                       :WS-CLE-ID, :WS-CLE-NOM, :WS-NB-EMIS,
                       :WS-NB-ACCEPTES, :WS-NB-REFUSES,
                       :WS-NB-EXPIRES, :WS-MONTANT-EMIS,
                       :WS-MONTANT-ACCEPTE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD WS-NB-EMIS TO WS-TOTAL-EMIS
                       ADD WS-NB-ACCEPTES TO WS-TOTAL-ACCEPTES
                       ADD WS-MONTANT-EMIS TO WS-TOTAL-MT-EMIS
                       ADD WS-MONTANT-ACCEPTE TO WS-TOTAL-MT-ACCEPTE
                       DISPLAY 'CLIENT ' WS-CLE-ID ' '
                           WS-CLE-NOM(1:40)
                       PERFORM AFFICHER-LIGNE
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_CONV_CLIENT END-EXEC.
       RAPPORT-PRODUITS.
           EXEC SQL
               DECLARE C_CONV_PRODUIT CURSOR FOR
               SELECT l.PROD_ID, COALESCE(MAX(p.PROD_NAME), ' '),
                      COUNT(DISTINCT d.DEV_ID),
                      COUNT(DISTINCT CASE WHEN d.DEV_STATUT = 'A'
                            THEN d.DEV_ID END),
                      COUNT(DISTINCT CASE WHEN d.DEV_STATUT = 'R'
                            THEN d.DEV_ID END),
                      COUNT(DISTINCT CASE WHEN d.DEV_STATUT = 'X'
                            THEN d.DEV_ID END),
                      COALESCE(SUM(l.DLG_QTE * l.DLG_PRIX_NET), 0),
                      COALESCE(SUM(CASE WHEN d.DEV_STATUT = 'A'
                               THEN l.DLG_QTE * l.DLG_PRIX_NET
                               ELSE 0 END), 0)
               FROM DEVIS_LIGNE l
               INNER JOIN DEVIS d
                   ON d.DEV_ID = l.DEV_ID
               LEFT JOIN PRODUCT p
                   ON p.PROD_ID = l.PROD_ID
               WHERE d.DEV_DATE BETWEEN :WS-DATE-DEBUT
                   AND :WS-DATE-FIN
               AND d.DEV_STATUT <> 'B'
               GROUP BY l.PROD_ID
               ORDER BY l.PROD_ID
           END-EXEC
           EXEC SQL OPEN C_CONV_PRODUIT END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_CONV_PRODUIT INTO
                       :WS-CLE-ID, :WS-CLE-NOM, :WS-NB-EMIS,
                       :WS-NB-ACCEPTES, :WS-NB-REFUSES,
                       :WS-NB-EXPIRES, :WS-MONTANT-EMIS,
                       :WS-MONTANT-ACCEPTE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
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
           EXEC SQL CLOSE C_CONV_PRODUIT END-EXEC.
       AFFICHER-LIGNE.
           PERFORM CALCULER-TAUX
           MOVE WS-MONTANT-EMIS TO WS-D-MONTANT
           MOVE WS-MONTANT-ACCEPTE TO WS-D-MONTANT-2
           DISPLAY '  DEVIS: ' WS-NB-EMIS ' ACCEPTES: ' WS-NB-ACCEPTES
               ' REFUSES: ' WS-NB-REFUSES ' EXPIRES: ' WS-NB-EXPIRES
               ' TAUX: ' WS-D-TAUX ' %'
           DISPLAY '  HT DEVISE: ' WS-D-MONTANT
               '  HT ACCEPTE: ' WS-D-MONTANT-2.
       CALCULER-TAUX.
           IF WS-NB-EMIS = ZERO
               MOVE ZERO TO WS-TAUX
           ELSE
               COMPUTE WS-TAUX ROUNDED =
                   WS-NB-ACCEPTES * 100 / WS-NB-EMIS
           END-IF
           MOVE WS-TAUX TO WS-D-TAUX.
       DAL-END.
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
