       01 WS-DOC-COUNT            PIC 9(4).
       01 WS-SUP-DEROGATION       PIC X.
       01 WS-ANNEE-DEBUT          PIC X(10).
       01 WS-OPER-CREATION        PIC X(9).
       01 WS-PO-PROJID            PIC 9(9).
       01 WS-PROJ-STATUT          PIC X(1).
       01 WS-PROJ-BUDGET          PIC 9(10)V99.
       01 WS-PROJ-REALISE         PIC 9(11)V99.
       01 WS-PROJ-ENGAGE          PIC 9(11)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       01 WS-MONTANT-COMMANDE    PIC 9(11)V99.
       01 WS-SEUIL-VIGILANCE     PIC 9(9)V99 VALUE 5000.00.
       01 WS-CONFORME            PIC X.
       01 WS-PROJ-DISPONIBLE     PIC S9(11)V99.
       01 WS-D-DISPONIBLE        PIC Z(10)9.99-.

       LINKAGE SECTION.
       01 LK-OPERATION           PIC X(4).
           05 LK-SUPID           PIC 9(9).
           05 LK-QUANTITY        PIC 9(9).
           05 LK-UNIT-PRICE      PIC 9(7)V99.
           05 LK-PO-PROJID       PIC 9(9).
       01 LK-BUDGET-PROJET.
           05 LK-BPJ-BUDGET      PIC 9(10)V99.
           05 LK-BPJ-REALISE     PIC 9(11)V99.
           05 LK-BPJ-ENGAGE      PIC 9(11)V99.

       PROCEDURE DIVISION USING LK-OPERATION LK-END-OF-FILE
           LK-PURCHASE-ORDER LK-BUDGET-PROJET.

       SETENV.
           ACCEPT USERNAME FROM ENVIRONMENT 'PGUSER'.
       MAIN-LOGIC.
           EVALUATE LK-OPERATION
               WHEN 'CREA'
                   MOVE 0 TO WS-PO-PROJID
                   PERFORM DALCREATE
               WHEN 'CRPJ'
                   PERFORM DALCREATE-PROJET
               WHEN 'BPRJ'
                   PERFORM DALBUDGET-PROJET
               WHEN 'END '
                   PERFORM DALEND
           END-EVALUATE.
               EXIT PARAGRAPH
           END-IF.
           PERFORM DETERMINER-STATUT.
           IF WS-PO-PROJID NOT = 0
               PERFORM CONTROLER-BUDGET-PROJET
           END-IF.
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-ORDER-DATE(1:4).
           MOVE '-'                   TO WS-ORDER-DATE(5:1).
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-ORDER-DATE(6:2).
               INTO :WS-POID
               FROM PURCHASE_ORDER
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR SELECT MAX(PO_ID): SQLCODE=' SQLCODE
               MOVE 'Y' TO LK-END-OF-FILE
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-OPER-CREATION FROM ENVIRONMENT
               'CARBONTRACK_OPERATEUR'.

           EXEC SQL
               INSERT INTO PURCHASE_ORDER
               (PO_ID, PROD_ID, SUP_ID, QUANTITY, STATUS, ORDER_DATE,
                PO_UNIT_PRICE, PO_OPER_CREATION, PO_PROJ_ID)
               VALUES
               (:WS-POID, :WS-PRODID, :WS-SUPID, :WS-QUANTITY,
                :WS-STATUS, :WS-ORDER-DATE, :WS-UNIT-PRICE,
                :WS-OPER-CREATION, NULLIF(:WS-PO-PROJID, 0))
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE WS-POID TO LK-POID
           END-IF.

      *----------------------------------------------------------------
      * COMMANDE IMPUTEE A UN PROJET: LE PROJET DOIT EXISTER ET NE PAS
      * ETRE CLOS
      *----------------------------------------------------------------
       DALCREATE-PROJET.
           PERFORM CONNECT-DB.
           IF LK-END-OF-FILE = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-PO-PROJID TO WS-PO-PROJID.
           EXEC SQL
               SELECT COALESCE(PROJ_STATUS, 'O')
               INTO :WS-PROJ-STATUT
               FROM PROJECT
               WHERE PROJ_ID = :WS-PO-PROJID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR: PROJET ' WS-PO-PROJID ' INCONNU'
               MOVE 'Y' TO LK-END-OF-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PROJ-STATUT = 'C'
               DISPLAY 'COMMANDE REFUSEE: PROJET ' WS-PO-PROJID
                   ' CLOS'
               MOVE 'Y' TO LK-END-OF-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM DALCREATE.

      *----------------------------------------------------------------
      * BUDGET, REALISE ET ENGAGEMENTS OUVERTS D'UN PROJET, POUR LE
      * CONTROLE D'APPROBATION DES COMMANDES EN ATTENTE
      *----------------------------------------------------------------
       DALBUDGET-PROJET.
           PERFORM CONNECT-DB.
           IF LK-END-OF-FILE = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF ADDRESS OF LK-BUDGET-PROJET = NULL
               MOVE 'Y' TO LK-END-OF-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-PO-PROJID TO WS-PO-PROJID.
           PERFORM LIRE-BUDGET-PROJET.
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR: PROJET ' WS-PO-PROJID
                   ' INTROUVABLE (SQLCODE=' SQLCODE ')'
               MOVE 'Y' TO LK-END-OF-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PROJ-BUDGET TO LK-BPJ-BUDGET.
           MOVE WS-PROJ-REALISE TO LK-BPJ-REALISE.
           MOVE WS-PROJ-ENGAGE TO LK-BPJ-ENGAGE.

      *----------------------------------------------------------------
      * ENGAGEMENTS = RESTE A FACTURER DES COMMANDES OUVERTES DU PROJET
      * (UNE COMMANDE CLOTUREE N'ENGAGE PLUS RIEN)
      *----------------------------------------------------------------
       LIRE-BUDGET-PROJET.
           EXEC SQL
               SELECT p.BUDGET,
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
                                  AND c.STATUS = 'OUVERT'), 0)
               INTO :WS-PROJ-BUDGET, :WS-PROJ-REALISE, :WS-PROJ-ENGAGE
               FROM PROJECT p
               WHERE p.PROJ_ID = :WS-PO-PROJID
           END-EXEC.

      *----------------------------------------------------------------
      * DISPONIBLE PROJET = BUDGET - (REALISE + ENGAGEMENTS OUVERTS);
      * UNE COMMANDE QUI LE RENDRAIT NEGATIF PASSE EN APPROBATION
      *----------------------------------------------------------------
       CONTROLER-BUDGET-PROJET.
           IF WS-STATUS NOT = 'OUVERT'
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIRE-BUDGET-PROJET.
           IF SQLCODE NOT = 0
               MOVE 'ATTENTE' TO WS-STATUS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PROJ-DISPONIBLE = WS-PROJ-BUDGET
               - WS-PROJ-REALISE - WS-PROJ-ENGAGE
               - WS-QUANTITY * WS-UNIT-PRICE.
           IF WS-PROJ-DISPONIBLE < ZERO
               MOVE 'ATTENTE' TO WS-STATUS
               MOVE WS-PROJ-DISPONIBLE TO WS-D-DISPONIBLE
               DISPLAY 'COMMANDE EN ATTENTE D''APPROBATION'
                   ' (BUDGET PROJET ' WS-PO-PROJID ' DEPASSE: '
                   WS-D-DISPONIBLE ')'
           END-IF.

       CONTROLER-CONFORMITE.
           MOVE 'Y' TO WS-CONFORME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PARAM-DATE.
