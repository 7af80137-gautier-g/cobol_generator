       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJET-ENGAGEMENTS-REPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-CURSOR-OPEN-FLAG    PIC X VALUE 'N'.
       01  WS-CMD-OPEN-FLAG       PIC X VALUE 'N'.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
           88  EOF-REACHED        VALUE 'Y'.
       01  WS-CMD-EOF             PIC X VALUE 'N'.
       01  WS-PROJ-ID             PIC 9(9).
       01  WS-PROJ-NAME           PIC X(60).
       01  WS-PROJ-BUDGET         PIC 9(10)V99.
       01  WS-PROJ-REALISE        PIC 9(11)V99.
       01  WS-PROJ-ENGAGE         PIC 9(11)V99.
       01  WS-PROJ-DISPONIBLE     PIC S9(11)V99.
       01  WS-PO-ID               PIC 9(9).
       01  WS-PO-DATE             PIC X(10).
       01  WS-PO-STATUT           PIC X(10).
       01  WS-PO-MONTANT          PIC 9(11)V99.
       01  WS-PO-FACTURE          PIC 9(11)V99.
       01  WS-PO-ENGAGE           PIC 9(11)V99.
       01  WS-PO-ATTENTE          PIC 9(11)V99.
       01  WS-TOT-BUDGET          PIC 9(12)V99 VALUE 0.
       01  WS-TOT-REALISE         PIC 9(12)V99 VALUE 0.
       01  WS-TOT-ENGAGE          PIC 9(12)V99 VALUE 0.
       01  WS-TOT-DISPONIBLE      PIC S9(12)V99 VALUE 0.
       77  WS-NB-PROJETS          PIC 9(5) VALUE 0.
       77  WS-NB-DEPASSEMENTS     PIC 9(5) VALUE 0.
       77  WS-NB-COMMANDES        PIC 9(5) VALUE 0.
       01  WS-SPOOL-OP            PIC X(4).
       01  WS-SPOOL-TITRE         PIC X(60).
       01  WS-SPOOL-LIGNE         PIC X(132).
       01  WS-D-MONTANT           PIC Z(10)9.99-.
       01  WS-D-MONTANT-2         PIC Z(10)9.99-.
       01  WS-D-MONTANT-3         PIC Z(10)9.99-.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'ENGAGEMENTS DE COMMANDES PAR PROJET'
           DISPLAY '=========================================='
           MOVE 'PROJET-ENGAGEMENTS' TO WS-SPOOL-TITRE
           PERFORM OUVRIR-SPOOL
           PERFORM DAL-CONNECT
           PERFORM TRAITER-PROJETS
           PERFORM DAL-END
           PERFORM EDITER-TOTAUX
           PERFORM FERMER-SPOOL
           DISPLAY 'PROJETS ANALYSES    : ' WS-NB-PROJETS
           DISPLAY 'COMMANDES ENGAGEES  : ' WS-NB-COMMANDES
           DISPLAY 'PROJETS EN DEPASSEMENT: ' WS-NB-DEPASSEMENTS
           DISPLAY '=========================================='
           IF WS-NB-DEPASSEMENTS > ZERO
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
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CONNECTED-FLAG.
      *----------------------------------------------------------------
      * REALISE = MAIN D'OEUVRE + FACTURES FOURNISSEURS IMPUTEES;
      * ENGAGE = COMMANDES OUVERTES OU RECUES NON ENCORE FACTUREES
      *----------------------------------------------------------------
       TRAITER-PROJETS.
           EXEC SQL
               DECLARE C_PROJ CURSOR FOR
               SELECT p.PROJ_ID, p.PROJ_NAME, p.BUDGET,
                      COALESCE(p.ACTUAL_SPEND, 0)
                      + COALESCE((SELECT SUM(f.FF_QTE * f.FF_PRIX)
                                  FROM FACTURE_FOURNISSEUR f
                                  WHERE f.FF_PROJ_ID = p.PROJ_ID
                                  OR (COALESCE(f.FF_PROJ_ID, 0) = 0
                                      AND f.PO_ID IN
                                      (SELECT c.PO_ID
                                       FROM PURCHASE_ORDER c
                                       WHERE c.PO_PROJ_ID
                                           = p.PROJ_ID))), 0),
                      COALESCE((SELECT SUM(GREATEST(
                                  c.QUANTITY
                                  * COALESCE(c.PO_UNIT_PRICE, 0)
                                  - COALESCE((SELECT SUM(f.FF_QTE
                                                  * f.FF_PRIX)
                                              FROM FACTURE_FOURNISSEUR f
                                              WHERE f.PO_ID = c.PO_ID),
                                             0), 0))
                                  FROM PURCHASE_ORDER c
                                  WHERE c.PO_PROJ_ID = p.PROJ_ID
                                  AND c.STATUS IN ('OUVERT',
                                                   'CLOTURE')), 0)
               FROM PROJECT p
               WHERE COALESCE(p.PROJ_STATUS, 'O') <> 'C'
               ORDER BY p.PROJ_ID
           END-EXEC
           EXEC SQL OPEN C_PROJ END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           PERFORM UNTIL EOF-REACHED
               EXEC SQL
                   FETCH C_PROJ INTO
                       :WS-PROJ-ID, :WS-PROJ-NAME, :WS-PROJ-BUDGET,
                       :WS-PROJ-REALISE, :WS-PROJ-ENGAGE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM EDITER-PROJET
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM.
       EDITER-PROJET.
           ADD 1 TO WS-NB-PROJETS
           COMPUTE WS-PROJ-DISPONIBLE = WS-PROJ-BUDGET
               - WS-PROJ-REALISE - WS-PROJ-ENGAGE
           ADD WS-PROJ-BUDGET TO WS-TOT-BUDGET
           ADD WS-PROJ-REALISE TO WS-TOT-REALISE
           ADD WS-PROJ-ENGAGE TO WS-TOT-ENGAGE
           ADD WS-PROJ-DISPONIBLE TO WS-TOT-DISPONIBLE
           MOVE SPACES TO WS-SPOOL-LIGNE
           STRING 'PROJET ' WS-PROJ-ID ' ' WS-PROJ-NAME
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           END-STRING
           PERFORM ECRIRE-SPOOL-LIGNE
           PERFORM EDITER-COMMANDES
           MOVE SPACES TO WS-SPOOL-LIGNE
           MOVE WS-PROJ-BUDGET TO WS-D-MONTANT
           STRING '  BUDGET               : ' WS-D-MONTANT
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           END-STRING
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-SPOOL-LIGNE
           MOVE WS-PROJ-REALISE TO WS-D-MONTANT
           STRING '  REALISE              : ' WS-D-MONTANT
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           END-STRING
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-SPOOL-LIGNE
           MOVE WS-PROJ-ENGAGE TO WS-D-MONTANT
           STRING '  ENGAGEMENTS OUVERTS  : ' WS-D-MONTANT
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           END-STRING
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-SPOOL-LIGNE
           MOVE WS-PROJ-DISPONIBLE TO WS-D-MONTANT
           IF WS-PROJ-DISPONIBLE < ZERO
               ADD 1 TO WS-NB-DEPASSEMENTS
               STRING '  DISPONIBLE           : ' WS-D-MONTANT
                   '  *** BUDGET DEPASSE ***'
                   DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
               END-STRING
           ELSE
               STRING '  DISPONIBLE           : ' WS-D-MONTANT
                   DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
               END-STRING
           END-IF
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE.
      *----------------------------------------------------------------
      * DETAIL DES COMMANDES DU PROJET: ENGAGE = MONTANT COMMANDE -
      * DEJA FACTURE; LES COMMANDES EN ATTENTE SONT SIGNALEES SANS
      * ETRE COMPTEES DANS LES ENGAGEMENTS
      *----------------------------------------------------------------
       EDITER-COMMANDES.
           EXEC SQL
               DECLARE C_CMD CURSOR FOR
               SELECT c.PO_ID, COALESCE(c.ORDER_DATE, ' '), c.STATUS,
                      c.QUANTITY * COALESCE(c.PO_UNIT_PRICE, 0),
                      COALESCE((SELECT SUM(f.FF_QTE * f.FF_PRIX)
                                FROM FACTURE_FOURNISSEUR f
                                WHERE f.PO_ID = c.PO_ID), 0)
               FROM PURCHASE_ORDER c
               WHERE c.PO_PROJ_ID = :WS-PROJ-ID
               AND c.STATUS IN ('OUVERT', 'CLOTURE', 'ATTENTE')
               ORDER BY c.PO_ID
           END-EXEC
           EXEC SQL OPEN C_CMD END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN C_CMD: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CMD-OPEN-FLAG
           MOVE 'N' TO WS-CMD-EOF
           PERFORM UNTIL WS-CMD-EOF = 'Y'
               EXEC SQL
                   FETCH C_CMD INTO
                       :WS-PO-ID, :WS-PO-DATE, :WS-PO-STATUT,
                       :WS-PO-MONTANT, :WS-PO-FACTURE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM EDITER-LIGNE-COMMANDE
                   WHEN 100
                       MOVE 'Y' TO WS-CMD-EOF
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH C_CMD: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-CMD-EOF
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_CMD END-EXEC
           MOVE 'N' TO WS-CMD-OPEN-FLAG.
       EDITER-LIGNE-COMMANDE.
           IF WS-PO-FACTURE < WS-PO-MONTANT
               COMPUTE WS-PO-ENGAGE = WS-PO-MONTANT - WS-PO-FACTURE
           ELSE
               MOVE ZERO TO WS-PO-ENGAGE
           END-IF
           IF WS-PO-STATUT NOT = 'ATTENTE' AND WS-PO-ENGAGE = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SPOOL-LIGNE
           MOVE WS-PO-MONTANT TO WS-D-MONTANT
           MOVE WS-PO-FACTURE TO WS-D-MONTANT-2
           IF WS-PO-STATUT = 'ATTENTE'
               STRING '    PO ' WS-PO-ID ' ' WS-PO-DATE ' '
                   WS-PO-STATUT ' MONTANT ' WS-D-MONTANT
                   '  EN ATTENTE D''APPROBATION - NON ENGAGE'
                   DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
               END-STRING
           ELSE
               ADD 1 TO WS-NB-COMMANDES
               MOVE WS-PO-ENGAGE TO WS-D-MONTANT-3
               STRING '    PO ' WS-PO-ID ' ' WS-PO-DATE ' '
                   WS-PO-STATUT ' MONTANT ' WS-D-MONTANT
                   ' FACTURE ' WS-D-MONTANT-2
                   ' ENGAGE ' WS-D-MONTANT-3
                   DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
               END-STRING
           END-IF
           PERFORM ECRIRE-SPOOL-LIGNE.
       EDITER-TOTAUX.
           MOVE 'TOTAL DES PROJETS ACTIFS' TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-TOTAL
           MOVE SPACES TO WS-SPOOL-LIGNE
           MOVE WS-TOT-BUDGET TO WS-D-MONTANT
           MOVE WS-TOT-REALISE TO WS-D-MONTANT-2
           STRING '  BUDGET ' WS-D-MONTANT
               '  REALISE ' WS-D-MONTANT-2
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           END-STRING
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-SPOOL-LIGNE
           MOVE WS-TOT-ENGAGE TO WS-D-MONTANT
           MOVE WS-TOT-DISPONIBLE TO WS-D-MONTANT-2
           STRING '  ENGAGE ' WS-D-MONTANT
               '  DISPONIBLE ' WS-D-MONTANT-2
               '  PROJETS EN DEPASSEMENT: ' WS-NB-DEPASSEMENTS
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           END-STRING
           PERFORM ECRIRE-SPOOL-LIGNE.
       DAL-END.
           IF WS-CMD-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_CMD END-EXEC
               MOVE 'N' TO WS-CMD-OPEN-FLAG
           END-IF
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_PROJ END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
       ECRIRE-SPOOL-LIGNE.
           MOVE 'LINE' TO WS-SPOOL-OP
           CALL 'PRINT-SPOOL-WRITER' USING WS-SPOOL-OP WS-SPOOL-TITRE
               WS-SPOOL-LIGNE.
       ECRIRE-SPOOL-TOTAL.
           MOVE 'TOTL' TO WS-SPOOL-OP
           CALL 'PRINT-SPOOL-WRITER' USING WS-SPOOL-OP WS-SPOOL-TITRE
               WS-SPOOL-LIGNE.
       OUVRIR-SPOOL.
           MOVE 'INIT' TO WS-SPOOL-OP
           CALL 'PRINT-SPOOL-WRITER' USING WS-SPOOL-OP WS-SPOOL-TITRE
               WS-SPOOL-LIGNE.
       FERMER-SPOOL.
           MOVE 'CLOS' TO WS-SPOOL-OP
           CALL 'PRINT-SPOOL-WRITER' USING WS-SPOOL-OP WS-SPOOL-TITRE
               WS-SPOOL-LIGNE.
