       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVIS-MAINT.
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
       77  WS-ARG-2               PIC X(10) VALUE SPACES.
       77  WS-ARG-3               PIC X(10) VALUE SPACES.
       01  WS-DATE-JOUR           PIC 9(8).
       01  WS-DATE-ISO            PIC X(10).
       01  WS-VALIDITE-JOURS      PIC 9(3) VALUE 30.
       01  WS-OPERATEUR           PIC X(9).
       01  WS-DEVIS.
           05 WS-DEV-ID           PIC 9(9).
           05 WS-DEV-CUSTID       PIC 9(9).
           05 WS-DEV-DATE         PIC 9(8).
           05 WS-DEV-VALIDITE     PIC 9(8).
           05 WS-DEV-STATUT       PIC X.
           05 WS-DEV-TERMS        PIC X(6).
           05 WS-DEV-ESCOMPTE     PIC 9(2)V99.
           05 WS-DEV-TOTAL-HT     PIC 9(9)V99.
           05 WS-DEV-ORDER-ID     PIC 9(9).
       01  WS-CUST-NAME           PIC X(50).
       01  WS-NB-LIGNES           PIC 9(6).
       01  WS-DLG-ID              PIC 9(9).
       01  WS-DLG-PRODID          PIC 9(9).
       01  WS-DLG-QTE             PIC 9(7).
       01  WS-DLG-PRIX-BRUT       PIC 9(7)V99.
       01  WS-DLG-PRIX-NET        PIC 9(7)V99.
       01  WS-DLG-REM-ID          PIC 9(9).
       01  WS-ORDER-ID            PIC 9(9).
       01  WS-OLINE-ID            PIC 9(9).
       77  OPERATION              PIC X(4).
       77  WS-REM-EOF             PIC X.
       01  WS-REMISE.
           05 REM-ID              PIC 9(9).
           05 REM-PROD            PIC 9(9).
           05 REM-TYPE            PIC X.
           05 REM-VALEUR          PIC 9(7)V99.
           05 REM-QTE-MIN         PIC 9(9).
           05 REM-DEBUT           PIC 9(8).
           05 REM-FIN             PIC 9(8).
           05 REM-DATE-PIECE      PIC 9(8).
           05 REM-QTE             PIC 9(9).
           05 REM-PRIX-BRUT       PIC 9(7)V99.
           05 REM-PRIX-NET        PIC 9(7)V99.
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
       77  WS-COUNT               PIC 9(6) VALUE 0.
       01  WS-D-MONTANT           PIC Z(8)9.99.
       01  WS-D-PRIX              PIC Z(6)9.99.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'DEVIS CLIENTS'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-ACTION FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-1 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-2 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-3 FROM ARGUMENT-VALUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
           MOVE SPACES TO WS-DATE-ISO
           STRING WS-DATE-JOUR(1:4) '-' WS-DATE-JOUR(5:2) '-'
               WS-DATE-JOUR(7:2) DELIMITED BY SIZE INTO WS-DATE-ISO
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT 'CARBONTRACK_OPERATEUR'
           IF WS-OPERATEUR = SPACES
               MOVE 'BATCH' TO WS-OPERATEUR
           END-IF
           EVALUATE WS-ARG-ACTION
               WHEN 'LISTER'
               WHEN SPACES
                   PERFORM DAL-CONNECT
                   PERFORM LISTER-DEVIS
               WHEN 'CREER'
                   PERFORM DAL-CONNECT
                   PERFORM CREER-DEVIS
               WHEN 'LIGNE'
                   PERFORM AJOUTER-LIGNE
               WHEN 'ENVOYER'
                   PERFORM DAL-CONNECT
                   PERFORM ENVOYER-DEVIS
               WHEN 'ACCEPTER'
                   PERFORM DAL-CONNECT
                   PERFORM ACCEPTER-DEVIS
               WHEN 'REFUSER'
                   PERFORM DAL-CONNECT
                   PERFORM REFUSER-DEVIS
               WHEN 'EXPIRER'
                   PERFORM DAL-CONNECT
                   PERFORM EXPIRER-DEVIS
               WHEN OTHER
                   DISPLAY 'USAGE: LISTER [ID-CLIENT] | CREER ID-CLIENT'
                       ' [JOURS-VALIDITE] | LIGNE ID-DEVIS ID-PRODUIT'
                       ' QTE'
                   DISPLAY '       ENVOYER | ACCEPTER | REFUSER'
                       ' ID-DEVIS | EXPIRER'
                   MOVE 12 TO RETURN-CODE
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
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CONNECTED-FLAG.
       LISTER-DEVIS.
           MOVE 0 TO WS-DEV-CUSTID
           IF WS-ARG-1 NUMERIC
               MOVE WS-ARG-1 TO WS-DEV-CUSTID
           END-IF
           EXEC SQL
               DECLARE C_DEVIS CURSOR FOR
               SELECT d.DEV_ID, d.CUST_ID, COALESCE(c.CUST_NAME, ' '),
                      d.DEV_DATE, d.DEV_VALIDITE, d.DEV_STATUT,
                      COALESCE(d.DEV_TOTAL_HT, 0),
                      COALESCE(d.DEV_ORDER_ID, 0)
               FROM DEVIS d
               LEFT JOIN CUSTOMER c
                   ON c.CUST_ID = d.CUST_ID
               WHERE :WS-DEV-CUSTID = 0
                  OR d.CUST_ID = :WS-DEV-CUSTID
               ORDER BY d.DEV_ID
           END-EXEC
           EXEC SQL OPEN C_DEVIS END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_DEVIS INTO
                       :WS-DEV-ID, :WS-DEV-CUSTID, :WS-CUST-NAME,
                       :WS-DEV-DATE, :WS-DEV-VALIDITE, :WS-DEV-STATUT,
                       :WS-DEV-TOTAL-HT, :WS-DEV-ORDER-ID
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-COUNT
                       MOVE WS-DEV-TOTAL-HT TO WS-D-MONTANT
                       DISPLAY 'DEVIS ' WS-DEV-ID ' CLIENT '
                           WS-DEV-CUSTID ' ' WS-CUST-NAME(1:30)
                       DISPLAY '  DU ' WS-DEV-DATE ' VALABLE AU '
                           WS-DEV-VALIDITE ' STATUT ' WS-DEV-STATUT
                           ' HT ' WS-D-MONTANT
                       IF WS-DEV-ORDER-ID NOT = ZERO
                           DISPLAY '  COMMANDE ' WS-DEV-ORDER-ID
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_DEVIS END-EXEC
           DISPLAY 'DEVIS: ' WS-COUNT
               ' (B=BROUILLON E=ENVOYE A=ACCEPTE R=REFUSE X=EXPIRE)'
           MOVE 0 TO RETURN-CODE.
       CREER-DEVIS.
           IF WS-ARG-1 NOT NUMERIC
               DISPLAY 'ERREUR: ID CLIENT REQUIS'
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-2 NOT = SPACES
               IF WS-ARG-2(1:3) NOT NUMERIC
                   DISPLAY 'ERREUR: JOURS-VALIDITE NUMERIQUE (3)'
                   MOVE 12 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ARG-2(1:3) TO WS-VALIDITE-JOURS
           END-IF
           INITIALIZE WS-DEVIS
           MOVE WS-ARG-1 TO WS-DEV-CUSTID
           EXEC SQL
               SELECT COALESCE(c.CUST_TERMS, ' '),
                      COALESCE(t.TERMS_ESCOMPTE_PC, 0)
               INTO :WS-DEV-TERMS, :WS-DEV-ESCOMPTE
               FROM CUSTOMER c
               LEFT JOIN PAYMENT_TERMS t
                   ON t.TERMS_CODE = c.CUST_TERMS
               WHERE c.CUST_ID = :WS-DEV-CUSTID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: CLIENT ' WS-DEV-CUSTID ' INCONNU'
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-JOUR TO WS-DEV-DATE
           COMPUTE WS-DEV-VALIDITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
               + WS-VALIDITE-JOURS)
           EXEC SQL
               SELECT COALESCE(MAX(DEV_ID), 0) + 1
               INTO :WS-DEV-ID
               FROM DEVIS
           END-EXEC
           EXEC SQL
               INSERT INTO DEVIS
               (DEV_ID, CUST_ID, DEV_DATE, DEV_VALIDITE, DEV_STATUT,
                DEV_TERMS, DEV_ESCOMPTE_PC, DEV_TOTAL_HT,
                DEV_ORDER_ID, DEV_DATE_STATUT, DEV_OPERATEUR)
               VALUES
               (:WS-DEV-ID, :WS-DEV-CUSTID, :WS-DEV-DATE,
                :WS-DEV-VALIDITE, 'B', :WS-DEV-TERMS,
                :WS-DEV-ESCOMPTE, 0, 0, :WS-DATE-JOUR,
                :WS-OPERATEUR)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT DEVIS: SQLCODE=' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY 'DEVIS ' WS-DEV-ID ' CREE POUR CLIENT '
                   WS-DEV-CUSTID ' VALABLE AU ' WS-DEV-VALIDITE
               DISPLAY '  CONDITIONS ' WS-DEV-TERMS ' ESCOMPTE '
                   WS-DEV-ESCOMPTE ' %'
               MOVE 0 TO RETURN-CODE
           END-IF.
       LIRE-DEVIS.
           EXEC SQL
               SELECT CUST_ID, DEV_DATE, DEV_VALIDITE, DEV_STATUT,
                      COALESCE(DEV_TOTAL_HT, 0)
               INTO :WS-DEV-CUSTID, :WS-DEV-DATE, :WS-DEV-VALIDITE,
                    :WS-DEV-STATUT, :WS-DEV-TOTAL-HT
               FROM DEVIS
               WHERE DEV_ID = :WS-DEV-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: DEVIS ' WS-DEV-ID ' INCONNU'
               MOVE 12 TO RETURN-CODE
               PERFORM DAL-END
               GOBACK
           END-IF.
       AJOUTER-LIGNE.
           IF WS-ARG-1 NOT NUMERIC OR WS-ARG-2 NOT NUMERIC
               OR WS-ARG-3 NOT NUMERIC
               DISPLAY 'ERREUR: DEVIS, PRODUIT ET QTE REQUIS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-1 TO WS-DEV-ID
           MOVE WS-ARG-2 TO WS-DLG-PRODID
           MOVE WS-ARG-3 TO WS-DLG-QTE
           IF WS-DLG-QTE = ZERO
               DISPLAY 'ERREUR: QUANTITE NULLE'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM DAL-CONNECT
           PERFORM LIRE-DEVIS
           IF WS-DEV-STATUT NOT = 'B'
               DISPLAY 'ERREUR: DEVIS ' WS-DEV-ID ' NON MODIFIABLE'
                   ' (STATUT ' WS-DEV-STATUT ')'
               MOVE 12 TO RETURN-CODE
               PERFORM DAL-END
               GOBACK
           END-IF
           EXEC SQL
               SELECT COALESCE(PRICE_HT, 0)
               INTO :WS-DLG-PRIX-BRUT
               FROM PRODUCT
               WHERE PROD_ID = :WS-DLG-PRODID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: PRODUIT ' WS-DLG-PRODID ' INCONNU'
               MOVE 12 TO RETURN-CODE
               PERFORM DAL-END
               GOBACK
           END-IF
           PERFORM DAL-END
           INITIALIZE WS-REMISE
           MOVE WS-DLG-PRODID TO REM-PROD
           MOVE WS-DEV-DATE TO REM-DATE-PIECE
           MOVE WS-DLG-QTE TO REM-QTE
           MOVE WS-DLG-PRIX-BRUT TO REM-PRIX-BRUT
           MOVE 'N' TO WS-REM-EOF
           MOVE 'BEST' TO OPERATION
           CALL 'REMISE-DAL-DB' USING OPERATION WS-REM-EOF WS-REMISE
           IF WS-REM-EOF = 'Y'
               MOVE WS-DLG-PRIX-BRUT TO WS-DLG-PRIX-NET
               MOVE 0 TO WS-DLG-REM-ID
           ELSE
               MOVE REM-PRIX-NET TO WS-DLG-PRIX-NET
               MOVE REM-ID TO WS-DLG-REM-ID
           END-IF
           MOVE 'END ' TO OPERATION
           CALL 'REMISE-DAL-DB' USING OPERATION WS-REM-EOF WS-REMISE
           PERFORM DAL-CONNECT
           EXEC SQL
               SELECT COALESCE(MAX(DLG_ID), 0) + 1
               INTO :WS-DLG-ID
               FROM DEVIS_LIGNE
           END-EXEC
           EXEC SQL
               INSERT INTO DEVIS_LIGNE
               (DLG_ID, DEV_ID, PROD_ID, DLG_QTE, DLG_PRIX_BRUT,
                DLG_PRIX_NET, DLG_REM_ID)
               VALUES
               (:WS-DLG-ID, :WS-DEV-ID, :WS-DLG-PRODID, :WS-DLG-QTE,
                :WS-DLG-PRIX-BRUT, :WS-DLG-PRIX-NET, :WS-DLG-REM-ID)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT LIGNE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           PERFORM RECALCULER-TOTAL
           MOVE WS-DLG-PRIX-NET TO WS-D-PRIX
           DISPLAY 'LIGNE ' WS-DLG-ID ' AJOUTEE AU DEVIS ' WS-DEV-ID
           DISPLAY '  PRODUIT ' WS-DLG-PRODID ' QTE ' WS-DLG-QTE
               ' PRIX NET ' WS-D-PRIX
           IF WS-DLG-REM-ID NOT = ZERO
               DISPLAY '  REMISE ' WS-DLG-REM-ID ' APPLIQUEE'
           END-IF
           MOVE WS-DEV-TOTAL-HT TO WS-D-MONTANT
           DISPLAY '  TOTAL DEVIS HT ' WS-D-MONTANT
           MOVE 0 TO RETURN-CODE.
       RECALCULER-TOTAL.
           EXEC SQL
               UPDATE DEVIS
               SET DEV_TOTAL_HT =
                   (SELECT COALESCE(SUM(DLG_QTE * DLG_PRIX_NET), 0)
                    FROM DEVIS_LIGNE
                    WHERE DEV_ID = :WS-DEV-ID)
               WHERE DEV_ID = :WS-DEV-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR UPDATE DEVIS: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               SELECT DEV_TOTAL_HT INTO :WS-DEV-TOTAL-HT
               FROM DEVIS
               WHERE DEV_ID = :WS-DEV-ID
           END-EXEC.
       CONTROLER-ARG-DEVIS.
           IF WS-ARG-1 NOT NUMERIC
               DISPLAY 'ERREUR: ID DEVIS REQUIS'
               MOVE 12 TO RETURN-CODE
               PERFORM DAL-END
               GOBACK
           END-IF
           MOVE WS-ARG-1 TO WS-DEV-ID
           PERFORM LIRE-DEVIS.
       ENVOYER-DEVIS.
           PERFORM CONTROLER-ARG-DEVIS
           IF WS-DEV-STATUT NOT = 'B'
               DISPLAY 'ERREUR: SEUL UN BROUILLON PEUT ETRE ENVOYE'
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COUNT(*) INTO :WS-NB-LIGNES
               FROM DEVIS_LIGNE
               WHERE DEV_ID = :WS-DEV-ID
           END-EXEC
           IF WS-NB-LIGNES = ZERO
               DISPLAY 'ERREUR: DEVIS ' WS-DEV-ID ' SANS LIGNE'
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'E' TO WS-DEV-STATUT
           PERFORM CHANGER-STATUT
           DISPLAY 'DEVIS ' WS-DEV-ID ' ENVOYE - VALABLE AU '
               WS-DEV-VALIDITE
           MOVE 0 TO RETURN-CODE.
       REFUSER-DEVIS.
           PERFORM CONTROLER-ARG-DEVIS
           IF WS-DEV-STATUT NOT = 'B' AND WS-DEV-STATUT NOT = 'E'
               DISPLAY 'ERREUR: DEVIS ' WS-DEV-ID ' DEJA CLOS'
                   ' (STATUT ' WS-DEV-STATUT ')'
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO WS-DEV-STATUT
           PERFORM CHANGER-STATUT
           DISPLAY 'DEVIS ' WS-DEV-ID ' REFUSE'
           MOVE 0 TO RETURN-CODE.
       ACCEPTER-DEVIS.
           PERFORM CONTROLER-ARG-DEVIS
           IF WS-DEV-STATUT NOT = 'E'
               DISPLAY 'ERREUR: SEUL UN DEVIS ENVOYE PEUT ETRE'
                   ' ACCEPTE (STATUT ' WS-DEV-STATUT ')'
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-DEV-VALIDITE < WS-DATE-JOUR
               MOVE 'X' TO WS-DEV-STATUT
               PERFORM CHANGER-STATUT
               DISPLAY 'ERREUR: DEVIS ' WS-DEV-ID ' EXPIRE LE '
                   WS-DEV-VALIDITE
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(ORDER_ID), 0) + 1
               INTO :WS-ORDER-ID
               FROM SALES_ORDER
           END-EXEC
           EXEC SQL
               INSERT INTO SALES_ORDER
               (ORDER_ID, CUST_ID, ORDER_DATE, ORDER_STATUS,
                ORDER_DEV_ID)
               VALUES
               (:WS-ORDER-ID, :WS-DEV-CUSTID, :WS-DATE-ISO, 'N',
                :WS-DEV-ID)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT COMMANDE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(OLINE_ID), 0)
               INTO :WS-OLINE-ID
               FROM SALES_ORDER_LINE
           END-EXEC
           EXEC SQL
               INSERT INTO SALES_ORDER_LINE
               (OLINE_ID, ORDER_ID, PROD_ID, OLINE_QTY, OLINE_PRICE)
               SELECT :WS-OLINE-ID
                      + ROW_NUMBER() OVER (ORDER BY l.DLG_ID),
                      :WS-ORDER-ID, l.PROD_ID,
                      l.DLG_QTE * COALESCE(NULLIF(
                          p.PROD_FACTEUR_VENTE, 0), 1),
                      ROUND(l.DLG_PRIX_NET / COALESCE(NULLIF(
                          p.PROD_FACTEUR_VENTE, 0), 1), 2)
               FROM DEVIS_LIGNE l
               LEFT JOIN PRODUCT p
                   ON p.PROD_ID = l.PROD_ID
               WHERE l.DEV_ID = :WS-DEV-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT LIGNES COMMANDE: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE SQLERRD(3) TO WS-NB-LIGNES
           EXEC SQL
               UPDATE DEVIS
               SET DEV_STATUT = 'A',
                   DEV_ORDER_ID = :WS-ORDER-ID,
                   DEV_DATE_STATUT = :WS-DATE-JOUR
               WHERE DEV_ID = :WS-DEV-ID
               AND DEV_STATUT = 'E'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO OR SQLERRD(3) = ZERO
               DISPLAY 'ERREUR UPDATE DEVIS: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE WS-DEV-TOTAL-HT TO WS-D-MONTANT
           DISPLAY 'DEVIS ' WS-DEV-ID ' ACCEPTE'
           DISPLAY '  COMMANDE ' WS-ORDER-ID ' CREEE POUR CLIENT '
               WS-DEV-CUSTID
           DISPLAY '  LIGNES ' WS-NB-LIGNES ' TOTAL HT ' WS-D-MONTANT
           PERFORM DAL-END
           PERFORM RESERVER-STOCK-COMMANDE
           MOVE 0 TO RETURN-CODE.
       RESERVER-STOCK-COMMANDE.
           INITIALIZE WS-SALES-ORDER
           MOVE WS-ORDER-ID TO ORDER-ID
           MOVE 'N' TO WS-ORD-EOF
           MOVE 'RESO' TO OPERATION
           CALL 'SALES-ORDER-DAL-DB' USING OPERATION WS-ORD-EOF
               WS-SALES-ORDER
           IF WS-ORD-EOF = 'Y'
               DISPLAY '  ATTENTION: RESERVATION DU STOCK INCOMPLETE'
                   ' - A REPRENDRE A L EXPEDITION'
           ELSE
               DISPLAY '  STOCK RESERVE POUR LA COMMANDE ' WS-ORDER-ID
           END-IF
           MOVE 'END ' TO OPERATION
           CALL 'SALES-ORDER-DAL-DB' USING OPERATION WS-ORD-EOF
               WS-SALES-ORDER.
       EXPIRER-DEVIS.
           EXEC SQL
               UPDATE DEVIS
               SET DEV_STATUT = 'X',
                   DEV_DATE_STATUT = :WS-DATE-JOUR
               WHERE DEV_STATUT IN ('B', 'E')
               AND DEV_VALIDITE < :WS-DATE-JOUR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT = 100
               DISPLAY 'ERREUR UPDATE DEVIS: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           IF SQLCODE = 100
               MOVE ZERO TO WS-COUNT
           ELSE
               MOVE SQLERRD(3) TO WS-COUNT
           END-IF
           DISPLAY 'DEVIS EXPIRES: ' WS-COUNT
           MOVE 0 TO RETURN-CODE.
       CHANGER-STATUT.
           EXEC SQL
               UPDATE DEVIS
               SET DEV_STATUT = :WS-DEV-STATUT,
                   DEV_DATE_STATUT = :WS-DATE-JOUR
               WHERE DEV_ID = :WS-DEV-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR UPDATE DEVIS: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF.
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
