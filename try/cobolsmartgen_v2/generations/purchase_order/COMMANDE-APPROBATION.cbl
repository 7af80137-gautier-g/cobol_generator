       01  WS-STATUT              PIC X(10).
       01  WS-MONTANT             PIC 9(11)V99.
       77  WS-SEUIL-ACHETEUR      PIC 9(9)V99 VALUE 5000.00.
       77  WS-DEPASSEMENT-BUDGET  PIC X(10) VALUE 'ESCALADER'.
       01  WS-PO-PROJ             PIC 9(9).
       01  WS-PO-EOF              PIC X.
       01  WS-PURCHASE-ORDER.
           05 PO-ID               PIC 9(9).
           05 PO-PRODID           PIC 9(9).
           05 PO-SUPID            PIC 9(9).
           05 PO-QUANTITY         PIC 9(9).
           05 PO-UNIT-PRICE       PIC 9(7)V99.
           05 PO-PROJID           PIC 9(9).
       01  WS-BUDGET-PROJET.
           05 WS-PROJ-BUDGET      PIC 9(10)V99.
           05 WS-PROJ-REALISE     PIC 9(11)V99.
           05 WS-PROJ-ENGAGE      PIC 9(11)V99.
       01  WS-PROJ-DISPONIBLE     PIC S9(11)V99.
       01  WS-PARAMETRE.
           05 PARAM-DOMAINE       PIC X(12).
           05 PARAM-CLE           PIC X(20).
       01  WS-AUT-DECISION        PIC X.
       01  WS-NOUVEAU-STATUT      PIC X(10).
       01  WS-D-MONTANT           PIC Z(9)9.99.
       01  WS-D-DISPONIBLE        PIC Z(10)9.99-.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
               COMPUTE WS-SEUIL-ACHETEUR =
                   FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF
           INITIALIZE WS-PARAMETRE
           MOVE 'PROJET' TO PARAM-DOMAINE
           MOVE 'DEPASSEMENT_BUDGET' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND (PARAM-VALEUR = 'REFUSER'
                    OR PARAM-VALEUR = 'ESCALADER')
               MOVE PARAM-VALEUR TO WS-DEPASSEMENT-BUDGET
           END-IF
           PERFORM DAL-CONNECT
           EXEC SQL
               SELECT QUANTITY, COALESCE(PO_UNIT_PRICE, 0), STATUS,
                      COALESCE(PO_PROJ_ID, 0)
               INTO :WS-QUANTITY, :WS-UNIT-PRICE, :WS-STATUT,
                    :WS-PO-PROJ
               FROM PURCHASE_ORDER
               WHERE PO_ID = :WS-PO-ID
           END-EXEC
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ARG-DECISION = 'APPROUVER'
               AND WS-PO-PROJ NOT = ZERO
               PERFORM CONTROLER-BUDGET-PROJET
           END-IF
           IF WS-ARG-DECISION = 'APPROUVER'
               MOVE 'OUVERT' TO WS-NOUVEAU-STATUT
           ELSE
           END-IF
           EXEC SQL
               UPDATE PURCHASE_ORDER
               SET STATUS = :WS-NOUVEAU-STATUT,
                   PO_OPER_APPROBATION = :WS-AUT-OPERATEUR
               WHERE PO_ID = :WS-PO-ID
               AND STATUS = 'ATTENTE'
           END-EXEC
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CONNECTED-FLAG.
      *----------------------------------------------------------------
      * COMMANDE IMPUTEE A UN PROJET: BUDGET - (REALISE + ENGAGEMENTS
      * OUVERTS + CETTE COMMANDE) NE DOIT PAS DEVENIR NEGATIF, SINON
      * REFUS OU ESCALADE SELON PROJET/DEPASSEMENT_BUDGET
      *----------------------------------------------------------------
       CONTROLER-BUDGET-PROJET.
           INITIALIZE WS-PURCHASE-ORDER
           MOVE WS-PO-PROJ TO PO-PROJID
           MOVE 'N' TO WS-PO-EOF
           CALL 'PURCHASE-ORDER-DAL-DB' USING 'BPRJ' WS-PO-EOF
               WS-PURCHASE-ORDER WS-BUDGET-PROJET
           IF WS-PO-EOF = 'Y'
               DISPLAY 'ERREUR: PROJET ' WS-PO-PROJ ' DE LA COMMANDE'
                   ' INTROUVABLE'
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-PROJ-DISPONIBLE = WS-PROJ-BUDGET
               - WS-PROJ-REALISE - WS-PROJ-ENGAGE - WS-MONTANT
           MOVE WS-PROJ-DISPONIBLE TO WS-D-DISPONIBLE
           IF WS-PROJ-DISPONIBLE NOT < ZERO
               DISPLAY 'PROJET ' WS-PO-PROJ ' DISPONIBLE APRES'
                   ' COMMANDE: ' WS-D-DISPONIBLE
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'DEPASSEMENT DU BUDGET PROJET ' WS-PO-PROJ
               ' APRES COMMANDE: ' WS-D-DISPONIBLE
           IF WS-DEPASSEMENT-BUDGET = 'REFUSER'
               DISPLAY 'APPROBATION REFUSEE: BUDGET - (REALISE +'
                   ' ENGAGEMENTS) NEGATIF - REVISER LE BUDGET'
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'DEPASSPROJET' TO WS-AUT-OPERATION
           MOVE 'N' TO WS-AUT-DECISION
           CALL 'AUTORISATION-CHECK' USING WS-AUT-OPERATEUR
               WS-AUT-OPERATION WS-AUT-DECISION
           IF WS-AUT-DECISION NOT = 'Y'
               DISPLAY 'APPROBATION ESCALADEE: DEPASSEMENT DE BUDGET'
                   ' A APPROUVER PAR UN OPERATEUR HABILITE'
                   ' DEPASSPROJET - COMMANDE LAISSEE EN ATTENTE'
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY 'ATTENTION: DEPASSEMENT DE BUDGET APPROUVE PAR '
               WS-AUT-OPERATEUR.
       DAL-END.
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
