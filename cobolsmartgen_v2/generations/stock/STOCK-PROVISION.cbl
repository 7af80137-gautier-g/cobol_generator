       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-PROVISION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-CURSOR-OPEN-FLAG    PIC X VALUE 'N'.
       01  WS-TAUX-OPEN-FLAG      PIC X VALUE 'N'.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
       77  WS-ARG-PERIODE         PIC X(6) VALUE SPACES.
       01  WS-PERIODE             PIC 9(6).
       01  WS-PERIODE-R REDEFINES WS-PERIODE.
           05 WS-PER-ANNEE        PIC 9(4).
           05 WS-PER-MOIS         PIC 9(2).
       01  WS-DATE-MOIS-SUIVANT   PIC 9(8).
       01  WS-DATE-REF            PIC 9(8).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-COUNT-EXPORTE       PIC 9(9) VALUE 0.
       01  WS-PST-TYPE            PIC X.
       01  WS-PST-SEUIL           PIC 9(5).
       01  WS-PST-TAUX            PIC 9(3)V99.
       77  WS-TAUX-COUNT          PIC 9(2) VALUE 0.
       77  WS-TAUX-COUNT-AGE      PIC 9(2) VALUE 0.
       77  WS-TAUX-IDX            PIC 9(2) COMP.
       01  WS-TAUX-TABLE.
           05 WS-TAUX-ENTRY       OCCURS 20 TIMES.
               10 WS-TX-TYPE      PIC X.
               10 WS-TX-SEUIL     PIC 9(5).
               10 WS-TX-TAUX      PIC 9(3)V99.
       01  WS-TAUX-TROUVE         PIC X.
       01  WS-PROD-ID             PIC 9(9).
       01  WS-PROD-NAME           PIC X(50).
       01  WS-LOC-ID              PIC 9(4).
       01  WS-QUANTITY            PIC 9(9).
       01  WS-COUT-UNITAIRE       PIC 9(7)V9(4).
       01  WS-DERNIER-MVT         PIC 9(8).
       01  WS-PEREMPTION          PIC 9(8).
       01  WS-AGE-JOURS           PIC 9(5).
       01  WS-JOURS-PEREMPTION    PIC S9(7).
       01  WS-TAUX-AGE            PIC 9(3)V99.
       01  WS-TAUX-PEREMPTION     PIC 9(3)V99.
       01  WS-TAUX-RETENU         PIC 9(3)V99.
       01  WS-VALEUR              PIC 9(11)V99.
       01  WS-PROVISION           PIC 9(11)V99.
       01  WS-PREV-LOC            PIC 9(4) VALUE 9999.
       01  WS-LOC-VALEUR          PIC 9(13)V99 VALUE 0.
       01  WS-LOC-PROVISION       PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-VALEUR        PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-PROVISION     PIC 9(11)V99 VALUE 0.
       01  WS-PROVISION-PRECEDENTE PIC 9(11)V99 VALUE 0.
       01  WS-VARIATION           PIC S9(11)V99 VALUE 0.
       77  WS-COUNT-LIGNES        PIC 9(6) VALUE 0.
       77  WS-COUNT-PROVISIONNEES PIC 9(6) VALUE 0.
       01  WS-D-MONTANT           PIC Z(10)9.99.
       01  WS-D-MONTANT-2         PIC Z(10)9.99.
       01  WS-D-VARIATION         PIC -(10)9.99.
       01  WS-SPOOL-OP            PIC X(4).
       01  WS-SPOOL-TITRE         PIC X(60).
       01  WS-SPOOL-LIGNE         PIC X(132).
       01  WS-ENTETE-COLONNES.
           05 FILLER PIC X(10) VALUE 'PRODUIT'.
           05 FILLER PIC X(26) VALUE 'LIBELLE'.
           05 FILLER PIC X(10) VALUE '  QUANTITE'.
           05 FILLER PIC X(15) VALUE '         VALEUR'.
           05 FILLER PIC X(10) VALUE ' DERN.MVT'.
           05 FILLER PIC X(6)  VALUE '   AGE'.
           05 FILLER PIC X(10) VALUE ' PEREMPT.'.
           05 FILLER PIC X(7)  VALUE '  TAUX'.
           05 FILLER PIC X(15) VALUE '      PROVISION'.
       01  WS-LIGNE-DETAIL.
           05 LD-PROD             PIC 9(9).
           05 FILLER              PIC X(1).
           05 LD-NOM              PIC X(25).
           05 FILLER              PIC X(1).
           05 LD-QTE              PIC Z(8)9.
           05 FILLER              PIC X(1).
           05 LD-VALEUR           PIC Z(10)9.99.
           05 FILLER              PIC X(1).
           05 LD-DERNIER-MVT      PIC 9(8).
           05 FILLER              PIC X(1).
           05 LD-AGE              PIC Z(4)9.
           05 FILLER              PIC X(1).
           05 LD-PEREMPTION       PIC 9(8).
           05 FILLER              PIC X(1).
           05 LD-TAUX             PIC ZZ9.99.
           05 FILLER              PIC X(1).
           05 LD-PROVISION        PIC Z(10)9.99.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'PROVISION POUR DEPRECIATION DU STOCK'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-PERIODE FROM ARGUMENT-VALUE
           IF WS-ARG-PERIODE = SPACES
               OR WS-ARG-PERIODE NOT NUMERIC
               DISPLAY 'USAGE: STOCK-PROVISION AAAAMM'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-PERIODE TO WS-PERIODE
           IF WS-PER-MOIS < 1 OR WS-PER-MOIS > 12
               DISPLAY 'ERREUR: PERIODE INVALIDE ' WS-ARG-PERIODE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF WS-PER-MOIS = 12
               COMPUTE WS-DATE-MOIS-SUIVANT =
                   (WS-PER-ANNEE + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATE-MOIS-SUIVANT =
                   WS-PERIODE * 100 + 101
           END-IF
           COMPUTE WS-DATE-REF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-MOIS-SUIVANT) - 1)
           IF WS-DATE-REF > WS-RUN-DATE
               MOVE WS-RUN-DATE TO WS-DATE-REF
           END-IF
           DISPLAY 'PERIODE: ' WS-PERIODE
               '  DATE D''ARRETE: ' WS-DATE-REF
           PERFORM DAL-CONNECT
           PERFORM CONTROLER-PERIODE
           PERFORM CHARGER-TAUX
           PERFORM LIRE-PROVISION-PRECEDENTE
           PERFORM PURGER-PERIODE
           MOVE SPACES TO WS-SPOOL-TITRE
           STRING 'PROVISION-STOCK-' WS-PERIODE
               DELIMITED BY SIZE INTO WS-SPOOL-TITRE
           PERFORM OUVRIR-SPOOL
           PERFORM CALCULER-PROVISIONS
           IF WS-PREV-LOC NOT = 9999
               PERFORM SOUS-TOTAL-SITE
           END-IF
           PERFORM ENREGISTRER-PERIODE
           PERFORM EDITER-TOTAUX
           PERFORM FERMER-SPOOL
           PERFORM DAL-END
           DISPLAY 'LIGNES DE STOCK ANALYSEES : ' WS-COUNT-LIGNES
           DISPLAY 'LIGNES PROVISIONNEES      : '
               WS-COUNT-PROVISIONNEES
           MOVE WS-TOTAL-PROVISION TO WS-D-MONTANT
           DISPLAY 'PROVISION DE LA PERIODE   : ' WS-D-MONTANT
           MOVE WS-VARIATION TO WS-D-VARIATION
           DISPLAY 'VARIATION A COMPTABILISER : ' WS-D-VARIATION
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
       CONTROLER-PERIODE.
           MOVE 0 TO WS-COUNT-EXPORTE
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-COUNT-EXPORTE
               FROM STOCK_PROVISION_PERIODE
               WHERE SPP_PERIODE >= :WS-PERIODE
               AND SPP_EXPORTE = 'O'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR LECTURE STOCK_PROVISION_PERIODE:'
                   ' SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           IF WS-COUNT-EXPORTE > ZERO
               DISPLAY 'CALCUL REFUSE: PROVISION DE LA PERIODE OU'
                   ' D''UNE PERIODE ULTERIEURE DEJA COMPTABILISEE'
               EXEC SQL ROLLBACK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       CHARGER-TAUX.
           EXEC SQL
               DECLARE C_PST CURSOR FOR
               SELECT PST_TYPE, PST_SEUIL_JOURS, PST_TAUX
               FROM PROVISION_STOCK_TAUX
               WHERE PST_TYPE IN ('A', 'P')
               ORDER BY PST_TYPE, PST_SEUIL_JOURS
           END-EXEC
           EXEC SQL OPEN C_PST END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN C_PST: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'Y' TO WS-TAUX-OPEN-FLAG
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_PST INTO
                       :WS-PST-TYPE, :WS-PST-SEUIL, :WS-PST-TAUX
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       IF WS-TAUX-COUNT < 20
                           ADD 1 TO WS-TAUX-COUNT
                           MOVE WS-PST-TYPE
                               TO WS-TX-TYPE(WS-TAUX-COUNT)
                           MOVE WS-PST-SEUIL
                               TO WS-TX-SEUIL(WS-TAUX-COUNT)
                           MOVE WS-PST-TAUX
                               TO WS-TX-TAUX(WS-TAUX-COUNT)
                           IF WS-PST-TYPE = 'A'
                               ADD 1 TO WS-TAUX-COUNT-AGE
                           END-IF
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH C_PST: SQLCODE=' SQLCODE
                       PERFORM ABANDONNER
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_PST END-EXEC
           MOVE 'N' TO WS-TAUX-OPEN-FLAG
           IF WS-TAUX-COUNT-AGE = ZERO
               DISPLAY 'ERREUR: AUCUNE TRANCHE D''ANCIENNETE DANS'
                   ' PROVISION_STOCK_TAUX'
               PERFORM ABANDONNER
           END-IF
           DISPLAY 'TRANCHES DE TAUX CHARGEES: ' WS-TAUX-COUNT.
       LIRE-PROVISION-PRECEDENTE.
           MOVE 0 TO WS-PROVISION-PRECEDENTE
           EXEC SQL
               SELECT SPP_MONTANT
               INTO :WS-PROVISION-PRECEDENTE
               FROM STOCK_PROVISION_PERIODE
               WHERE SPP_PERIODE < :WS-PERIODE
               ORDER BY SPP_PERIODE DESC
               LIMIT 1
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN 100
                   MOVE 0 TO WS-PROVISION-PRECEDENTE
               WHEN OTHER
                   DISPLAY 'ERREUR LECTURE PROVISION PRECEDENTE:'
                       ' SQLCODE=' SQLCODE
                   PERFORM ABANDONNER
           END-EVALUATE.
       PURGER-PERIODE.
           EXEC SQL
               DELETE FROM STOCK_PROVISION
               WHERE SPV_PERIODE = :WS-PERIODE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR DELETE STOCK_PROVISION: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               DELETE FROM STOCK_PROVISION_PERIODE
               WHERE SPP_PERIODE = :WS-PERIODE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR DELETE STOCK_PROVISION_PERIODE:'
                   ' SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF.
       CALCULER-PROVISIONS.
           EXEC SQL
               DECLARE C_SPV CURSOR FOR
               SELECT s.PROD_ID, p.PROD_NAME,
                      COALESCE(s.LOC_ID, 1), s.QUANTITY,
                      COALESCE(pc.CMP_COUT_MOYEN, p.PRICE_HT),
                      COALESCE((SELECT CAST(TO_CHAR(
                                    MAX(m.MOVEMENT_DATE), 'YYYYMMDD')
                                    AS INTEGER)
                                FROM STOCK_MOVEMENT m
                                WHERE m.PROD_ID = s.PROD_ID
                                AND COALESCE(m.LOC_ID, 1)
                                    = COALESCE(s.LOC_ID, 1)
                                AND m.MOVEMENT_DATE <= :WS-DATE-REF),
                               0),
                      COALESCE((SELECT MIN(l.LOT_EXPIRATION)
                                FROM LOT l
                                WHERE l.PROD_ID = s.PROD_ID
                                AND COALESCE(l.LOC_ID, 1)
                                    = COALESCE(s.LOC_ID, 1)
                                AND l.LOT_QTE_RESTANTE > 0),
                               0)
               FROM STOCK s
               INNER JOIN PRODUCT p
                   ON p.PROD_ID = s.PROD_ID
               LEFT JOIN PRODUCT_COST pc
                   ON pc.PROD_ID = s.PROD_ID
               WHERE s.QUANTITY > 0
               ORDER BY COALESCE(s.LOC_ID, 1), s.PROD_ID
           END-EXEC
           EXEC SQL OPEN C_SPV END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN C_SPV: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_SPV INTO
                       :WS-PROD-ID, :WS-PROD-NAME, :WS-LOC-ID,
                       :WS-QUANTITY, :WS-COUT-UNITAIRE,
                       :WS-DERNIER-MVT, :WS-PEREMPTION
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM TRAITER-LIGNE-STOCK
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH C_SPV: SQLCODE=' SQLCODE
                       PERFORM ABANDONNER
               END-EVALUATE
           END-PERFORM.
       TRAITER-LIGNE-STOCK.
           ADD 1 TO WS-COUNT-LIGNES
           IF WS-LOC-ID NOT = WS-PREV-LOC
               IF WS-PREV-LOC NOT = 9999
                   PERFORM SOUS-TOTAL-SITE
               END-IF
               MOVE WS-LOC-ID TO WS-PREV-LOC
               MOVE 0 TO WS-LOC-VALEUR
               MOVE 0 TO WS-LOC-PROVISION
               MOVE SPACES TO WS-SPOOL-LIGNE
               STRING 'SITE ' WS-LOC-ID DELIMITED BY SIZE
                   INTO WS-SPOOL-LIGNE
               PERFORM ECRIRE-SPOOL-LIGNE
           END-IF
           COMPUTE WS-VALEUR ROUNDED =
               WS-QUANTITY * WS-COUT-UNITAIRE
           IF WS-DERNIER-MVT = ZERO
               MOVE 99999 TO WS-AGE-JOURS
           ELSE
               COMPUTE WS-AGE-JOURS =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-REF)
                   - FUNCTION INTEGER-OF-DATE(WS-DERNIER-MVT)
           END-IF
           PERFORM DETERMINER-TAUX
           COMPUTE WS-PROVISION ROUNDED =
               WS-VALEUR * WS-TAUX-RETENU / 100
           ADD WS-VALEUR TO WS-LOC-VALEUR
           ADD WS-VALEUR TO WS-TOTAL-VALEUR
           ADD WS-PROVISION TO WS-LOC-PROVISION
           ADD WS-PROVISION TO WS-TOTAL-PROVISION
           IF WS-PROVISION > ZERO
               ADD 1 TO WS-COUNT-PROVISIONNEES
           END-IF
           EXEC SQL
               INSERT INTO STOCK_PROVISION
               (SPV_PERIODE, SPV_PROD_ID, SPV_LOC_ID, SPV_QTE,
                SPV_VALEUR, SPV_DERNIER_MVT, SPV_AGE_JOURS,
                SPV_PEREMPTION, SPV_TAUX, SPV_MONTANT)
               VALUES
               (:WS-PERIODE, :WS-PROD-ID, :WS-LOC-ID, :WS-QUANTITY,
                :WS-VALEUR, :WS-DERNIER-MVT, :WS-AGE-JOURS,
                :WS-PEREMPTION, :WS-TAUX-RETENU, :WS-PROVISION)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT STOCK_PROVISION: SQLCODE='
                   SQLCODE ' PRODUIT ' WS-PROD-ID ' SITE ' WS-LOC-ID
               PERFORM ABANDONNER
           END-IF
           MOVE SPACES TO WS-LIGNE-DETAIL
           MOVE WS-PROD-ID TO LD-PROD
           MOVE WS-PROD-NAME TO LD-NOM
           MOVE WS-QUANTITY TO LD-QTE
           MOVE WS-VALEUR TO LD-VALEUR
           MOVE WS-DERNIER-MVT TO LD-DERNIER-MVT
           MOVE WS-AGE-JOURS TO LD-AGE
           MOVE WS-PEREMPTION TO LD-PEREMPTION
           MOVE WS-TAUX-RETENU TO LD-TAUX
           MOVE WS-PROVISION TO LD-PROVISION
           MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE.
       DETERMINER-TAUX.
           MOVE 0 TO WS-TAUX-AGE
           MOVE 0 TO WS-TAUX-PEREMPTION
           PERFORM VARYING WS-TAUX-IDX FROM 1 BY 1
                   UNTIL WS-TAUX-IDX > WS-TAUX-COUNT
               IF WS-TX-TYPE(WS-TAUX-IDX) = 'A'
                   AND WS-AGE-JOURS >= WS-TX-SEUIL(WS-TAUX-IDX)
                   MOVE WS-TX-TAUX(WS-TAUX-IDX) TO WS-TAUX-AGE
               END-IF
           END-PERFORM
           IF WS-PEREMPTION NOT = ZERO
               COMPUTE WS-JOURS-PEREMPTION =
                   FUNCTION INTEGER-OF-DATE(WS-PEREMPTION)
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-REF)
               MOVE 'N' TO WS-TAUX-TROUVE
               PERFORM VARYING WS-TAUX-IDX FROM 1 BY 1
                       UNTIL WS-TAUX-IDX > WS-TAUX-COUNT
                       OR WS-TAUX-TROUVE = 'Y'
                   IF WS-TX-TYPE(WS-TAUX-IDX) = 'P'
                       AND WS-JOURS-PEREMPTION
                           <= WS-TX-SEUIL(WS-TAUX-IDX)
                       MOVE WS-TX-TAUX(WS-TAUX-IDX)
                           TO WS-TAUX-PEREMPTION
                       MOVE 'Y' TO WS-TAUX-TROUVE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-TAUX-PEREMPTION > WS-TAUX-AGE
               MOVE WS-TAUX-PEREMPTION TO WS-TAUX-RETENU
           ELSE
               MOVE WS-TAUX-AGE TO WS-TAUX-RETENU
           END-IF
           IF WS-TAUX-RETENU > 100
               MOVE 100 TO WS-TAUX-RETENU
           END-IF.
       SOUS-TOTAL-SITE.
           MOVE WS-LOC-VALEUR TO WS-D-MONTANT
           MOVE WS-LOC-PROVISION TO WS-D-MONTANT-2
           MOVE SPACES TO WS-SPOOL-LIGNE
           STRING 'TOTAL SITE ' WS-PREV-LOC ' : VALEUR '
               WS-D-MONTANT '  PROVISION ' WS-D-MONTANT-2
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE.
       ENREGISTRER-PERIODE.
           COMPUTE WS-VARIATION =
               WS-TOTAL-PROVISION - WS-PROVISION-PRECEDENTE
           EXEC SQL
               INSERT INTO STOCK_PROVISION_PERIODE
               (SPP_PERIODE, SPP_DATE_REF, SPP_VALEUR_STOCK,
                SPP_MONTANT, SPP_MONTANT_PRECEDENT, SPP_DATE_CALCUL,
                SPP_EXPORTE)
               VALUES
               (:WS-PERIODE, :WS-DATE-REF, :WS-TOTAL-VALEUR,
                :WS-TOTAL-PROVISION, :WS-PROVISION-PRECEDENTE,
                :WS-RUN-DATE, 'N')
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT STOCK_PROVISION_PERIODE:'
                   ' SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF.
       EDITER-TOTAUX.
           MOVE SPACES TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE WS-TOTAL-VALEUR TO WS-D-MONTANT
           MOVE SPACES TO WS-SPOOL-LIGNE
           STRING 'VALEUR BRUTE DU STOCK        : ' WS-D-MONTANT
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE WS-TOTAL-PROVISION TO WS-D-MONTANT
           MOVE SPACES TO WS-SPOOL-LIGNE
           STRING 'PROVISION AU ' WS-DATE-REF
               '       : ' WS-D-MONTANT
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE WS-PROVISION-PRECEDENTE TO WS-D-MONTANT
           MOVE SPACES TO WS-SPOOL-LIGNE
           STRING 'PROVISION PRECEDENTE         : ' WS-D-MONTANT
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE WS-VARIATION TO WS-D-VARIATION
           MOVE SPACES TO WS-SPOOL-LIGNE
           IF WS-VARIATION < ZERO
               STRING 'REPRISE DE LA PERIODE        : '
                   WS-D-VARIATION
                   DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           ELSE
               STRING 'DOTATION DE LA PERIODE       : '
                   WS-D-VARIATION
                   DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           END-IF
           PERFORM ECRIRE-SPOOL-LIGNE.
       ABANDONNER.
           EXEC SQL ROLLBACK END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF
           MOVE 1 TO RETURN-CODE
           GOBACK.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_SPV END-EXEC
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
       OUVRIR-SPOOL.
           MOVE 'INIT' TO WS-SPOOL-OP
           CALL 'PRINT-SPOOL-WRITER' USING WS-SPOOL-OP WS-SPOOL-TITRE
               WS-SPOOL-LIGNE
           MOVE 'HEAD' TO WS-SPOOL-OP
           MOVE WS-ENTETE-COLONNES TO WS-SPOOL-LIGNE
           CALL 'PRINT-SPOOL-WRITER' USING WS-SPOOL-OP WS-SPOOL-TITRE
               WS-SPOOL-LIGNE.
       FERMER-SPOOL.
           MOVE 'CLOS' TO WS-SPOOL-OP
           CALL 'PRINT-SPOOL-WRITER' USING WS-SPOOL-OP WS-SPOOL-TITRE
               WS-SPOOL-LIGNE.
