       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMMO-AMORTISSEMENT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-CURSOR-OPEN-FLAG    PIC X VALUE 'N'.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
       77  WS-ARG-PERIODE         PIC X(6) VALUE SPACES.
       01  WS-PERIODE             PIC 9(6).
       01  WS-PERIODE-R REDEFINES WS-PERIODE.
           05 WS-PER-ANNEE        PIC 9(4).
           05 WS-PER-MOIS         PIC 9(2).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-NB                  PIC 9(9).
       01  WS-IMMO-ID             PIC 9(9).
       01  WS-IMMO-LIBELLE        PIC X(40).
       01  WS-IMMO-CATEGORIE      PIC X(12).
       01  WS-IMMO-DATE-ACQ       PIC 9(8).
       01  WS-DATE-ACQ-R REDEFINES WS-IMMO-DATE-ACQ.
           05 WS-ACQ-ANNEE        PIC 9(4).
           05 WS-ACQ-MOIS         PIC 9(2).
           05 WS-ACQ-JOUR         PIC 9(2).
       01  WS-IMMO-COUT           PIC 9(9)V99.
       01  WS-IMMO-METHODE        PIC X.
       01  WS-IMMO-DUREE          PIC 9(3).
       01  WS-IMMO-CENTRE         PIC X(10).
       01  WS-IMMO-CUMUL          PIC 9(9)V99.
       01  WS-IMMO-VNC            PIC 9(9)V99.
       01  WS-DERNIERE-PERIODE    PIC 9(6).
       01  WS-DERNIERE-R REDEFINES WS-DERNIERE-PERIODE.
           05 WS-DER-ANNEE        PIC 9(4).
           05 WS-DER-MOIS         PIC 9(2).
       01  WS-MOIS-ACQ            PIC 9(6).
       01  WS-MOIS-DEBUT          PIC 9(6).
       01  WS-MOIS-FIN            PIC 9(6).
       01  WS-MOIS-COURANT        PIC 9(6).
       01  WS-MOIS-ABSOLU         PIC 9(6).
       01  WS-CALC-ANNEE          PIC 9(4).
       01  WS-ANNEES-ECOULEES     PIC 9(4).
       01  WS-CALC-MOIS           PIC 9(2).
       01  WS-PERIODE-CALCUL      PIC 9(6).
       01  WS-PERIODE-DEBUT-ANNEE PIC 9(6).
       01  WS-CUMUL-AVANT-ANNEE   PIC 9(9)V99.
       01  WS-BASE-ANNEE          PIC 9(9)V99.
       01  WS-DOTATION            PIC 9(9)V99.
       01  WS-DOTATION-IMMO       PIC 9(9)V99.
       01  WS-CALCUL-DOTATION.
           05 CDT-METHODE         PIC X.
           05 CDT-COUT            PIC 9(9)V99.
           05 CDT-DUREE           PIC 9(3).
           05 CDT-RANG            PIC 9(4).
           05 CDT-JOUR-ACQ        PIC 9(2).
           05 CDT-JOUR-CESSION    PIC 9(2).
           05 CDT-VNC             PIC 9(9)V99.
           05 CDT-BASE-ANNEE      PIC 9(9)V99.
           05 CDT-DOTATION        PIC 9(9)V99.
       01  WS-PREV-CATEGORIE      PIC X(12) VALUE HIGH-VALUES.
       01  WS-CAT-DOTATION        PIC 9(11)V99 VALUE 0.
       01  WS-CAT-VNC             PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-DOTATION      PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-VNC           PIC 9(11)V99 VALUE 0.
       77  WS-COUNT-IMMO          PIC 9(6) VALUE 0.
       77  WS-COUNT-DOTATIONS     PIC 9(6) VALUE 0.
       01  WS-D-MONTANT           PIC Z(10)9.99.
       01  WS-D-MONTANT-2         PIC Z(10)9.99.
       01  WS-SPOOL-OP            PIC X(4).
       01  WS-SPOOL-TITRE         PIC X(60).
       01  WS-SPOOL-LIGNE         PIC X(132).
       01  WS-ENTETE-COLONNES.
           05 FILLER PIC X(10) VALUE 'IMMO'.
           05 FILLER PIC X(31) VALUE 'LIBELLE'.
           05 FILLER PIC X(11) VALUE 'CENTRE'.
           05 FILLER PIC X(9)  VALUE 'ACQUIS'.
           05 FILLER PIC X(6)  VALUE 'M DUR'.
           05 FILLER PIC X(13) VALUE '         COUT'.
           05 FILLER PIC X(13) VALUE '     DOTATION'.
           05 FILLER PIC X(13) VALUE '       CUMUL'.
           05 FILLER PIC X(13) VALUE '          VNC'.
       01  WS-LIGNE-DETAIL.
           05 LD-IMMO             PIC 9(9).
           05 FILLER              PIC X(1).
           05 LD-LIBELLE          PIC X(30).
           05 FILLER              PIC X(1).
           05 LD-CENTRE           PIC X(10).
           05 FILLER              PIC X(1).
           05 LD-DATE-ACQ         PIC 9(8).
           05 FILLER              PIC X(1).
           05 LD-METHODE          PIC X(1).
           05 FILLER              PIC X(1).
           05 LD-DUREE            PIC ZZ9.
           05 FILLER              PIC X(1).
           05 LD-COUT             PIC Z(8)9.99.
           05 FILLER              PIC X(1).
           05 LD-DOTATION         PIC Z(8)9.99.
           05 FILLER              PIC X(1).
           05 LD-CUMUL            PIC Z(8)9.99.
           05 FILLER              PIC X(1).
           05 LD-VNC              PIC Z(8)9.99.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'DOTATIONS AUX AMORTISSEMENTS'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-PERIODE FROM ARGUMENT-VALUE
           IF WS-ARG-PERIODE = SPACES
               OR WS-ARG-PERIODE NOT NUMERIC
               DISPLAY 'USAGE: IMMO-AMORTISSEMENT AAAAMM'
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
           COMPUTE WS-MOIS-FIN = WS-PER-ANNEE * 12 + WS-PER-MOIS - 1
           DISPLAY 'PERIODE: ' WS-PERIODE
           PERFORM DAL-CONNECT
           PERFORM CONTROLER-PERIODE
           PERFORM PURGER-PERIODE
           MOVE SPACES TO WS-SPOOL-TITRE
           STRING 'AMORTISSEMENTS-' WS-PERIODE
               DELIMITED BY SIZE INTO WS-SPOOL-TITRE
           PERFORM OUVRIR-SPOOL
           PERFORM CALCULER-DOTATIONS
           IF WS-PREV-CATEGORIE NOT = HIGH-VALUES
               PERFORM SOUS-TOTAL-CATEGORIE
           END-IF
           PERFORM EDITER-TOTAUX
           PERFORM FERMER-SPOOL
           PERFORM DAL-END
           DISPLAY 'IMMOBILISATIONS AMORTIES : ' WS-COUNT-IMMO
           DISPLAY 'DOTATIONS ENREGISTREES   : ' WS-COUNT-DOTATIONS
           MOVE WS-TOTAL-DOTATION TO WS-D-MONTANT
           DISPLAY 'TOTAL DES DOTATIONS      : ' WS-D-MONTANT
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
           MOVE 0 TO WS-NB
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB
               FROM IMMO_DOTATION d
               INNER JOIN IMMOBILISATION i
                   ON i.IMMO_ID = d.IMMO_ID
               WHERE d.DOT_PERIODE >= :WS-PERIODE
               AND d.DOT_EXPORTE = 'O'
               AND i.IMMO_STATUT = 'A'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR CONTROLE PERIODE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           IF WS-NB > ZERO
               DISPLAY 'ERREUR: DOTATIONS DE ' WS-PERIODE
                   ' OU POSTERIEURES DEJA COMPTABILISEES'
               EXEC SQL ROLLBACK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       PURGER-PERIODE.
           EXEC SQL
               DELETE FROM IMMO_DOTATION
               WHERE DOT_PERIODE >= :WS-PERIODE
               AND DOT_TYPE = 'M'
               AND IMMO_ID IN (SELECT IMMO_ID FROM IMMOBILISATION
                               WHERE IMMO_STATUT = 'A')
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR PURGE IMMO_DOTATION: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF.
       CALCULER-DOTATIONS.
           EXEC SQL
               DECLARE C_AMORT CURSOR FOR
               SELECT i.IMMO_ID, i.IMMO_LIBELLE, i.IMMO_CATEGORIE,
                      i.IMMO_DATE_ACQ, i.IMMO_COUT, i.IMMO_METHODE,
                      i.IMMO_DUREE_MOIS, i.IMMO_CENTRE,
                      COALESCE(SUM(d.DOT_MONTANT), 0),
                      COALESCE(MAX(d.DOT_PERIODE), 0)
               FROM IMMOBILISATION i
               LEFT JOIN IMMO_DOTATION d
                   ON d.IMMO_ID = i.IMMO_ID
               WHERE i.IMMO_STATUT = 'A'
               AND FLOOR(i.IMMO_DATE_ACQ / 100) <= :WS-PERIODE
               GROUP BY i.IMMO_ID, i.IMMO_LIBELLE, i.IMMO_CATEGORIE,
                        i.IMMO_DATE_ACQ, i.IMMO_COUT, i.IMMO_METHODE,
                        i.IMMO_DUREE_MOIS, i.IMMO_CENTRE
               ORDER BY i.IMMO_CATEGORIE, i.IMMO_ID
           END-EXEC
           EXEC SQL OPEN C_AMORT END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN C_AMORT: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_AMORT INTO
                       :WS-IMMO-ID, :WS-IMMO-LIBELLE,
                       :WS-IMMO-CATEGORIE, :WS-IMMO-DATE-ACQ,
                       :WS-IMMO-COUT, :WS-IMMO-METHODE,
                       :WS-IMMO-DUREE, :WS-IMMO-CENTRE,
                       :WS-IMMO-CUMUL, :WS-DERNIERE-PERIODE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM AMORTIR-IMMOBILISATION
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH C_AMORT: SQLCODE=' SQLCODE
                       PERFORM ABANDONNER
               END-EVALUATE
           END-PERFORM.
       AMORTIR-IMMOBILISATION.
           IF WS-IMMO-CATEGORIE NOT = WS-PREV-CATEGORIE
               IF WS-PREV-CATEGORIE NOT = HIGH-VALUES
                   PERFORM SOUS-TOTAL-CATEGORIE
               END-IF
               MOVE WS-IMMO-CATEGORIE TO WS-PREV-CATEGORIE
               MOVE 0 TO WS-CAT-DOTATION
               MOVE 0 TO WS-CAT-VNC
               MOVE SPACES TO WS-SPOOL-LIGNE
               STRING 'CATEGORIE ' WS-IMMO-CATEGORIE
                   DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
               PERFORM ECRIRE-SPOOL-LIGNE
           END-IF
           ADD 1 TO WS-COUNT-IMMO
           COMPUTE WS-IMMO-VNC = WS-IMMO-COUT - WS-IMMO-CUMUL
           COMPUTE WS-MOIS-ACQ = WS-ACQ-ANNEE * 12 + WS-ACQ-MOIS - 1
           IF WS-DERNIERE-PERIODE = ZERO
               MOVE WS-MOIS-ACQ TO WS-MOIS-DEBUT
           ELSE
               COMPUTE WS-MOIS-DEBUT =
                   WS-DER-ANNEE * 12 + WS-DER-MOIS
           END-IF
           MOVE 0 TO WS-DOTATION-IMMO
           MOVE WS-MOIS-DEBUT TO WS-MOIS-COURANT
           IF WS-IMMO-METHODE = 'D' AND WS-IMMO-VNC > ZERO
               AND WS-MOIS-COURANT <= WS-MOIS-FIN
               PERFORM CHARGER-BASE-ANNEE
           END-IF
           PERFORM UNTIL WS-MOIS-COURANT > WS-MOIS-FIN
                   OR WS-IMMO-VNC = ZERO
               PERFORM CALCULER-MOIS
               ADD 1 TO WS-MOIS-COURANT
           END-PERFORM
           ADD WS-DOTATION-IMMO TO WS-CAT-DOTATION
           ADD WS-DOTATION-IMMO TO WS-TOTAL-DOTATION
           ADD WS-IMMO-VNC TO WS-CAT-VNC
           ADD WS-IMMO-VNC TO WS-TOTAL-VNC
           MOVE SPACES TO WS-LIGNE-DETAIL
           MOVE WS-IMMO-ID TO LD-IMMO
           MOVE WS-IMMO-LIBELLE TO LD-LIBELLE
           MOVE WS-IMMO-CENTRE TO LD-CENTRE
           MOVE WS-IMMO-DATE-ACQ TO LD-DATE-ACQ
           MOVE WS-IMMO-METHODE TO LD-METHODE
           MOVE WS-IMMO-DUREE TO LD-DUREE
           MOVE WS-IMMO-COUT TO LD-COUT
           MOVE WS-DOTATION-IMMO TO LD-DOTATION
           MOVE WS-IMMO-CUMUL TO LD-CUMUL
           MOVE WS-IMMO-VNC TO LD-VNC
           MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE.
       CHARGER-BASE-ANNEE.
           COMPUTE WS-ANNEES-ECOULEES =
               (WS-MOIS-COURANT - WS-MOIS-ACQ) / 12
           COMPUTE WS-MOIS-ABSOLU =
               WS-MOIS-ACQ + 12 * WS-ANNEES-ECOULEES
           PERFORM CONVERTIR-MOIS
           COMPUTE WS-PERIODE-DEBUT-ANNEE =
               WS-CALC-ANNEE * 100 + WS-CALC-MOIS
           EXEC SQL
               SELECT COALESCE(SUM(DOT_MONTANT), 0)
               INTO :WS-CUMUL-AVANT-ANNEE
               FROM IMMO_DOTATION
               WHERE IMMO_ID = :WS-IMMO-ID
               AND DOT_PERIODE < :WS-PERIODE-DEBUT-ANNEE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR BASE DEGRESSIVE IMMO ' WS-IMMO-ID
                   ': SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           COMPUTE WS-BASE-ANNEE = WS-IMMO-COUT - WS-CUMUL-AVANT-ANNEE.
       CALCULER-MOIS.
           MOVE WS-MOIS-COURANT TO WS-MOIS-ABSOLU
           PERFORM CONVERTIR-MOIS
           COMPUTE WS-PERIODE-CALCUL =
               WS-CALC-ANNEE * 100 + WS-CALC-MOIS
           MOVE WS-IMMO-METHODE TO CDT-METHODE
           MOVE WS-IMMO-COUT TO CDT-COUT
           MOVE WS-IMMO-DUREE TO CDT-DUREE
           COMPUTE CDT-RANG = WS-MOIS-COURANT - WS-MOIS-ACQ
           IF WS-IMMO-METHODE = 'D'
               AND FUNCTION MOD(CDT-RANG, 12) = 0
               MOVE WS-IMMO-VNC TO WS-BASE-ANNEE
           END-IF
           MOVE WS-ACQ-JOUR TO CDT-JOUR-ACQ
           MOVE 0 TO CDT-JOUR-CESSION
           MOVE WS-IMMO-VNC TO CDT-VNC
           MOVE WS-BASE-ANNEE TO CDT-BASE-ANNEE
           CALL 'IMMO-DOTATION-CALC' USING WS-CALCUL-DOTATION
           MOVE CDT-DOTATION TO WS-DOTATION
           IF WS-DOTATION = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD WS-DOTATION TO WS-IMMO-CUMUL
           SUBTRACT WS-DOTATION FROM WS-IMMO-VNC
           ADD WS-DOTATION TO WS-DOTATION-IMMO
           EXEC SQL
               INSERT INTO IMMO_DOTATION
               (IMMO_ID, DOT_PERIODE, DOT_TYPE, DOT_MONTANT,
                DOT_CUMUL, DOT_VNC, DOT_DATE_CALCUL, DOT_EXPORTE)
               VALUES
               (:WS-IMMO-ID, :WS-PERIODE-CALCUL, 'M', :WS-DOTATION,
                :WS-IMMO-CUMUL, :WS-IMMO-VNC, :WS-RUN-DATE, 'N')
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT IMMO_DOTATION: SQLCODE=' SQLCODE
                   ' IMMO ' WS-IMMO-ID ' PERIODE ' WS-PERIODE-CALCUL
               PERFORM ABANDONNER
           END-IF
           ADD 1 TO WS-COUNT-DOTATIONS.
       CONVERTIR-MOIS.
           DIVIDE WS-MOIS-ABSOLU BY 12 GIVING WS-CALC-ANNEE
               REMAINDER WS-CALC-MOIS
           ADD 1 TO WS-CALC-MOIS.
       SOUS-TOTAL-CATEGORIE.
           MOVE WS-CAT-DOTATION TO WS-D-MONTANT
           MOVE WS-CAT-VNC TO WS-D-MONTANT-2
           MOVE SPACES TO WS-SPOOL-LIGNE
           STRING 'TOTAL ' WS-PREV-CATEGORIE ' : DOTATIONS '
               WS-D-MONTANT '  VNC ' WS-D-MONTANT-2
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE.
       EDITER-TOTAUX.
           MOVE SPACES TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE WS-TOTAL-DOTATION TO WS-D-MONTANT
           MOVE SPACES TO WS-SPOOL-LIGNE
           STRING 'DOTATIONS CALCULEES JUSQU''A ' WS-PERIODE ' : '
               WS-D-MONTANT
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE WS-TOTAL-VNC TO WS-D-MONTANT
           MOVE SPACES TO WS-SPOOL-LIGNE
           STRING 'VALEUR NETTE COMPTABLE        : ' WS-D-MONTANT
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
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
               EXEC SQL CLOSE C_AMORT END-EXEC
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
