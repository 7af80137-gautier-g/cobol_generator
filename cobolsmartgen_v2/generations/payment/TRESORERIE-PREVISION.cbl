       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRESORERIE-PREVISION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
       77  WS-ARG-SOLDE           PIC X(20) VALUE SPACES.
       01  WS-SOLDE-INITIAL       PIC S9(11)V99.
       01  WS-DATE-JOUR           PIC 9(8).
       01  WS-JOUR-INT            PIC 9(7).
       01  WS-LUNDI-INT           PIC 9(7).
       01  WS-LUNDI-8             PIC 9(8).
       01  WS-HORIZON-FIN-INT     PIC 9(7).
       01  WS-HORIZON-FIN-8       PIC 9(8).
       01  WS-DEBUT-HISTO-8       PIC 9(8).
       01  WS-DATE-CIBLE-8        PIC 9(8).
       01  WS-DATE-CIBLE-INT      PIC S9(7).
       01  WS-IDX-SEMAINE         PIC 9(3).
       01  WS-PARAMETRE.
           05 PARAM-DOMAINE       PIC X(12).
           05 PARAM-CLE           PIC X(20).
           05 PARAM-VALEUR        PIC X(20).
           05 PARAM-TROUVE        PIC X.
       01  WS-DELAI-FOURNISSEUR   PIC 9(3) VALUE 30.
       01  WS-JOUR-COTISATIONS    PIC 9(2) VALUE 15.
       01  WS-SEMAINES.
           05 WS-SEMAINE          OCCURS 13 TIMES.
               10 SEM-LUNDI       PIC 9(8).
               10 SEM-OUVERTURE   PIC S9(11)V99.
               10 SEM-ENC-CLIENTS PIC S9(11)V99.
               10 SEM-ENC-PRELEV  PIC S9(11)V99.
               10 SEM-ENC-ABO     PIC S9(11)V99.
               10 SEM-DEC-FOURN   PIC S9(11)V99.
               10 SEM-DEC-SALAIRE PIC S9(11)V99.
               10 SEM-DEC-COTIS   PIC S9(11)V99.
               10 SEM-ENCAISSE    PIC S9(11)V99.
               10 SEM-DECAISSE    PIC S9(11)V99.
               10 SEM-CLOTURE     PIC S9(11)V99.
       01  WS-IDX                 PIC 9(3).
       01  WS-ENC.
           05 WS-ENC-INV-ID       PIC 9(9).
           05 WS-ENC-MONTANT      PIC S9(9)V99.
           05 WS-ENC-ECHEANCE     PIC 9(8).
           05 WS-ENC-MANDAT       PIC X.
           05 WS-ENC-PRELEVE      PIC X.
           05 WS-ENC-RETARD       PIC S9(5).
       01  WS-ABO.
           05 WS-ABO-ID           PIC 9(9).
           05 WS-ABO-HT           PIC 9(9)V99.
           05 WS-ABO-FREQ         PIC 9(3).
           05 WS-ABO-PROCHAINE    PIC 9(8).
           05 WS-ABO-FIN          PIC 9(8).
           05 WS-ABO-NET-JOURS    PIC 9(3).
           05 WS-ABO-MANDAT       PIC X.
           05 WS-ABO-RETARD       PIC S9(5).
       01  WS-ABO-TTC             PIC 9(9)V99.
       01  WS-TVA-TAUX            PIC 9V999 VALUE 1.200.
       01  WS-PROCHAINE-AAAA      PIC 9(4).
       01  WS-PROCHAINE-MM        PIC 9(4).
       01  WS-PROCHAINE-JJ        PIC 9(2).
       01  WS-FF.
           05 WS-FF-ID            PIC 9(9).
           05 WS-FF-MONTANT       PIC 9(9)V99.
           05 WS-FF-DATE          PIC 9(8).
       01  WS-PAIE.
           05 WS-PAIE-PERIODE     PIC 9(6).
           05 WS-PAIE-NET         PIC 9(9)V99.
           05 WS-PAIE-COTIS       PIC 9(9)V99.
       01  WS-MOIS-AAAA           PIC 9(4).
       01  WS-MOIS-MM             PIC 9(2).
       01  WS-MOIS-SUIVANT-8      PIC 9(8).
       01  WS-NB-MOIS             PIC 9(2).
       01  WS-TP-RANG             PIC 9(2).
       01  WS-TP-SEMAINE          PIC 9(8).
       01  WS-TP-OUVERTURE        PIC S9(11)V99.
       01  WS-TP-ENCAISSE         PIC S9(11)V99.
       01  WS-TP-DECAISSE         PIC S9(11)V99.
       01  WS-TP-CLOTURE          PIC S9(11)V99.
       01  WS-TP-DATE-CALCUL      PIC 9(8).
       01  WS-REEL-ENCAISSE       PIC S9(11)V99.
       01  WS-REEL-DECAISSE       PIC S9(11)V99.
       01  WS-SEMAINE-FIN-8       PIC 9(8).
       01  WS-ECART               PIC S9(11)V99.
       77  WS-COUNT-FACTURES      PIC 9(6) VALUE 0.
       77  WS-COUNT-EN-RETARD     PIC 9(6) VALUE 0.
       77  WS-COUNT-ABO           PIC 9(6) VALUE 0.
       77  WS-COUNT-FOURN         PIC 9(6) VALUE 0.
       77  WS-COUNT-COMPARES      PIC 9(6) VALUE 0.
       01  WS-D-MONTANT           PIC -(10)9.99.
       01  WS-D-MONTANT2          PIC -(10)9.99.
       01  WS-D-MONTANT3          PIC -(10)9.99.
       01  WS-D-MONTANT4          PIC -(10)9.99.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'PREVISION DE TRESORERIE SUR 13 SEMAINES'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-SOLDE FROM ARGUMENT-VALUE
           IF WS-ARG-SOLDE = SPACES
               OR FUNCTION TEST-NUMVAL(WS-ARG-SOLDE) NOT = 0
               DISPLAY 'USAGE: SOLDE-BANCAIRE-DU-JOUR (EX. 12500.00)'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-SOLDE-INITIAL = FUNCTION NUMVAL(WS-ARG-SOLDE)
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
           PERFORM CALCULER-HORIZON
           PERFORM CHARGER-PARAMETRES
           PERFORM DAL-CONNECT
           PERFORM PREVOIR-ENCAISSEMENTS
           PERFORM PREVOIR-ABONNEMENTS
           PERFORM PREVOIR-FOURNISSEURS
           PERFORM PREVOIR-PAIE
           PERFORM CALCULER-SOLDES
           PERFORM ENREGISTRER-PREVISION
           PERFORM AFFICHER-PREVISION
           PERFORM COMPARER-REALISE
           PERFORM DAL-END
           DISPLAY '=========================================='
           DISPLAY 'FACTURES CLIENTS OUVERTES : ' WS-COUNT-FACTURES
           DISPLAY 'DONT ECHUES (SEMAINE 1)   : ' WS-COUNT-EN-RETARD
           DISPLAY 'ECHEANCES D''ABONNEMENT    : ' WS-COUNT-ABO
           DISPLAY 'FACTURES FOURNISSEURS     : ' WS-COUNT-FOURN
           DISPLAY 'SEMAINES COMPAREES AU REEL: ' WS-COUNT-COMPARES
           DISPLAY '=========================================='
           MOVE 0 TO RETURN-CODE
           GOBACK.
       CALCULER-HORIZON.
           COMPUTE WS-JOUR-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
           COMPUTE WS-LUNDI-INT =
               WS-JOUR-INT - FUNCTION MOD(WS-JOUR-INT - 1, 7)
           COMPUTE WS-LUNDI-8 =
               FUNCTION DATE-OF-INTEGER(WS-LUNDI-INT)
           COMPUTE WS-HORIZON-FIN-INT = WS-LUNDI-INT + 90
           COMPUTE WS-HORIZON-FIN-8 =
               FUNCTION DATE-OF-INTEGER(WS-HORIZON-FIN-INT)
           COMPUTE WS-DEBUT-HISTO-8 =
               FUNCTION DATE-OF-INTEGER(WS-JOUR-INT - 365)
           INITIALIZE WS-SEMAINES
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 13
               COMPUTE SEM-LUNDI(WS-IDX) = FUNCTION DATE-OF-INTEGER(
                   WS-LUNDI-INT + (WS-IDX - 1) * 7)
           END-PERFORM
           DISPLAY 'SEMAINE EN COURS DU ' WS-LUNDI-8
               ' - HORIZON AU ' WS-HORIZON-FIN-8.
       CHARGER-PARAMETRES.
           INITIALIZE WS-PARAMETRE
           MOVE 'TRESORERIE' TO PARAM-DOMAINE
           MOVE 'DELAI_FOURNISSEUR' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-DELAI-FOURNISSEUR =
                   FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF
           INITIALIZE WS-PARAMETRE
           MOVE 'TRESORERIE' TO PARAM-DOMAINE
           MOVE 'JOUR_COTISATIONS' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-JOUR-COTISATIONS =
                   FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF
           IF WS-JOUR-COTISATIONS < 1 OR WS-JOUR-COTISATIONS > 28
               MOVE 15 TO WS-JOUR-COTISATIONS
           END-IF.
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
       AFFECTER-SEMAINE.
           MOVE 0 TO WS-IDX-SEMAINE
           IF WS-DATE-CIBLE-INT < WS-LUNDI-INT
               MOVE 1 TO WS-IDX-SEMAINE
           ELSE
               IF WS-DATE-CIBLE-INT <= WS-HORIZON-FIN-INT
                   COMPUTE WS-IDX-SEMAINE =
                       (WS-DATE-CIBLE-INT - WS-LUNDI-INT) / 7 + 1
               END-IF
           END-IF.
       PREVOIR-ENCAISSEMENTS.
           EXEC SQL
               DECLARE C_ENC CURSOR FOR
               SELECT i.INV_ID,
                      i.TOTAL_TTC
                      - COALESCE((SELECT SUM(al.ALLOC_MONTANT)
                                  FROM PAYMENT_ALLOCATION al
                                  WHERE al.INV_ID = i.INV_ID), 0),
                      CAST(REPLACE(COALESCE(i.INV_DUE_DATE,
                          i.INV_DATE), '-', '') AS INTEGER),
                      CASE WHEN EXISTS
                          (SELECT 1 FROM MANDAT m
                           WHERE m.CUST_ID = i.CUST_ID
                           AND COALESCE(m.MANDAT_STATUT, 'A') = 'A')
                           THEN 'O' ELSE 'N' END,
                      COALESCE(i.INV_PRELEVE_STATUT, ' '),
                      COALESCE((SELECT ROUND(SUM(a.ALLOC_MONTANT
                                 * (TO_DATE(CAST(a.ALLOC_DATE
                                    AS VARCHAR(8)), 'YYYYMMDD')
                                    - CAST(f.INV_DUE_DATE AS DATE)))
                                 / SUM(a.ALLOC_MONTANT))
                                FROM PAYMENT_ALLOCATION a
                                INNER JOIN INVOICE f
                                    ON f.INV_ID = a.INV_ID
                                WHERE f.CUST_ID = i.CUST_ID
                                AND a.ALLOC_MONTANT > 0
                                AND f.INV_DUE_DATE IS NOT NULL
                                AND a.ALLOC_DATE >=
                                    :WS-DEBUT-HISTO-8), 0)
               FROM INVOICE i
               WHERE COALESCE(i.INV_TYPE, 'FAC') = 'FAC'
               AND i.TOTAL_TTC
                   - COALESCE((SELECT SUM(al.ALLOC_MONTANT)
                               FROM PAYMENT_ALLOCATION al
                               WHERE al.INV_ID = i.INV_ID), 0) > 0
               ORDER BY i.INV_ID
           END-EXEC
           EXEC SQL OPEN C_ENC END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN FACTURES CLIENTS: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_ENC INTO
                       :WS-ENC-INV-ID, :WS-ENC-MONTANT,
                       :WS-ENC-ECHEANCE, :WS-ENC-MANDAT,
                       :WS-ENC-PRELEVE, :WS-ENC-RETARD
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM VENTILER-FACTURE
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH FACTURES CLIENTS: SQLCODE='
                           SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_ENC END-EXEC.
       VENTILER-FACTURE.
           ADD 1 TO WS-COUNT-FACTURES
           MOVE WS-ENC-ECHEANCE TO WS-DATE-CIBLE-8
           IF FUNCTION INTEGER-OF-DATE(WS-DATE-CIBLE-8) = 0
               MOVE WS-DATE-JOUR TO WS-DATE-CIBLE-8
           END-IF
           COMPUTE WS-DATE-CIBLE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-CIBLE-8)
           IF WS-ENC-PRELEVE = 'P'
               MOVE WS-JOUR-INT TO WS-DATE-CIBLE-INT
           ELSE
               IF WS-ENC-MANDAT NOT = 'O'
                   ADD WS-ENC-RETARD TO WS-DATE-CIBLE-INT
               END-IF
           END-IF
           PERFORM AFFECTER-SEMAINE
           IF WS-DATE-CIBLE-INT < WS-JOUR-INT
               ADD 1 TO WS-COUNT-EN-RETARD
           END-IF
           IF WS-IDX-SEMAINE > 0
               IF WS-ENC-MANDAT = 'O' OR WS-ENC-PRELEVE = 'P'
                   ADD WS-ENC-MONTANT TO SEM-ENC-PRELEV(WS-IDX-SEMAINE)
               ELSE
                   ADD WS-ENC-MONTANT
                       TO SEM-ENC-CLIENTS(WS-IDX-SEMAINE)
               END-IF
           END-IF.
       PREVOIR-ABONNEMENTS.
           EXEC SQL
               DECLARE C_ABO CURSOR FOR
               SELECT b.ABO_ID, b.ABO_QTY * b.ABO_PRICE,
                      b.ABO_FREQ_MOIS, b.ABO_PROCHAINE_DATE,
                      COALESCE(b.ABO_FIN_DATE, 99991231),
                      COALESCE(t.TERMS_NET_JOURS, 30),
                      CASE WHEN EXISTS
                          (SELECT 1 FROM MANDAT m
                           WHERE m.CUST_ID = b.CUST_ID
                           AND COALESCE(m.MANDAT_STATUT, 'A') = 'A')
                           THEN 'O' ELSE 'N' END,
                      COALESCE((SELECT ROUND(SUM(a.ALLOC_MONTANT
                                 * (TO_DATE(CAST(a.ALLOC_DATE
                                    AS VARCHAR(8)), 'YYYYMMDD')
                                    - CAST(f.INV_DUE_DATE AS DATE)))
                                 / SUM(a.ALLOC_MONTANT))
                                FROM PAYMENT_ALLOCATION a
                                INNER JOIN INVOICE f
                                    ON f.INV_ID = a.INV_ID
                                WHERE f.CUST_ID = b.CUST_ID
                                AND a.ALLOC_MONTANT > 0
                                AND f.INV_DUE_DATE IS NOT NULL
                                AND a.ALLOC_DATE >=
                                    :WS-DEBUT-HISTO-8), 0)
               FROM ABONNEMENT b
               LEFT JOIN CUSTOMER c
                   ON c.CUST_ID = b.CUST_ID
               LEFT JOIN PAYMENT_TERMS t
                   ON t.TERMS_CODE = c.CUST_TERMS
               WHERE COALESCE(b.ABO_STATUT, 'A') = 'A'
               AND b.ABO_PROCHAINE_DATE <= :WS-HORIZON-FIN-8
               ORDER BY b.ABO_ID
           END-EXEC
           EXEC SQL OPEN C_ABO END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN ABONNEMENTS: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_ABO INTO
                       :WS-ABO-ID, :WS-ABO-HT, :WS-ABO-FREQ,
                       :WS-ABO-PROCHAINE, :WS-ABO-FIN,
                       :WS-ABO-NET-JOURS, :WS-ABO-MANDAT,
                       :WS-ABO-RETARD
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       IF WS-ABO-FREQ > ZERO
                           PERFORM VENTILER-ABONNEMENT
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH ABONNEMENTS: SQLCODE='
                           SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_ABO END-EXEC.
       VENTILER-ABONNEMENT.
           COMPUTE WS-ABO-TTC ROUNDED = WS-ABO-HT * WS-TVA-TAUX
           PERFORM UNTIL WS-ABO-PROCHAINE > WS-HORIZON-FIN-8
                   OR WS-ABO-PROCHAINE > WS-ABO-FIN
               ADD 1 TO WS-COUNT-ABO
               COMPUTE WS-DATE-CIBLE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ABO-PROCHAINE)
                   + WS-ABO-NET-JOURS
               IF WS-ABO-MANDAT NOT = 'O'
                   ADD WS-ABO-RETARD TO WS-DATE-CIBLE-INT
               END-IF
               PERFORM AFFECTER-SEMAINE
               IF WS-IDX-SEMAINE > 0
                   ADD WS-ABO-TTC TO SEM-ENC-ABO(WS-IDX-SEMAINE)
               END-IF
               MOVE WS-ABO-PROCHAINE(1:4) TO WS-PROCHAINE-AAAA
               MOVE WS-ABO-PROCHAINE(5:2) TO WS-PROCHAINE-MM
               MOVE WS-ABO-PROCHAINE(7:2) TO WS-PROCHAINE-JJ
               ADD WS-ABO-FREQ TO WS-PROCHAINE-MM
               PERFORM UNTIL WS-PROCHAINE-MM <= 12
                   SUBTRACT 12 FROM WS-PROCHAINE-MM
                   ADD 1 TO WS-PROCHAINE-AAAA
               END-PERFORM
               IF WS-PROCHAINE-JJ > 28
                   MOVE 28 TO WS-PROCHAINE-JJ
               END-IF
               COMPUTE WS-ABO-PROCHAINE =
                   WS-PROCHAINE-AAAA * 10000
                   + WS-PROCHAINE-MM * 100 + WS-PROCHAINE-JJ
           END-PERFORM.
       PREVOIR-FOURNISSEURS.
           EXEC SQL
               DECLARE C_FOURN CURSOR FOR
               SELECT f.FF_ID,
                      f.FF_QTE * f.FF_PRIX + COALESCE(f.FF_TVA, 0),
                      f.FF_DATE
               FROM FACTURE_FOURNISSEUR f
               WHERE f.FF_STATUT IN ('N', 'A', 'E')
               ORDER BY f.FF_ID
           END-EXEC
           EXEC SQL OPEN C_FOURN END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN FACTURES FOURNISSEURS: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_FOURN INTO
                       :WS-FF-ID, :WS-FF-MONTANT, :WS-FF-DATE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-COUNT-FOURN
                       MOVE WS-FF-DATE TO WS-DATE-CIBLE-8
                       IF FUNCTION INTEGER-OF-DATE(WS-DATE-CIBLE-8)
                           = 0
                           MOVE WS-DATE-JOUR TO WS-DATE-CIBLE-8
                       END-IF
                       COMPUTE WS-DATE-CIBLE-INT =
                           FUNCTION INTEGER-OF-DATE(WS-DATE-CIBLE-8)
                           + WS-DELAI-FOURNISSEUR
                       PERFORM AFFECTER-SEMAINE
                       IF WS-IDX-SEMAINE > 0
                           ADD WS-FF-MONTANT
                               TO SEM-DEC-FOURN(WS-IDX-SEMAINE)
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH FACTURES FOURNISSEURS:'
                           ' SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_FOURN END-EXEC.
       PREVOIR-PAIE.
           MOVE 0 TO WS-PAIE-PERIODE
           MOVE 0 TO WS-PAIE-NET
           MOVE 0 TO WS-PAIE-COTIS
           EXEC SQL
               SELECT HIS_PERIODE, SUM(HIS_NET),
                      SUM(HIS_BRUT - HIS_NET
                          + COALESCE(HIS_COTIS_PAT, 0))
               INTO :WS-PAIE-PERIODE, :WS-PAIE-NET, :WS-PAIE-COTIS
               FROM PAIE_HISTO
               WHERE HIS_PERIODE =
                   (SELECT MAX(HIS_PERIODE) FROM PAIE_HISTO)
               GROUP BY HIS_PERIODE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'AUCUNE PAIE HISTORISEE: SALAIRES NON PREVUS'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PAIE-NET TO WS-D-MONTANT
           MOVE WS-PAIE-COTIS TO WS-D-MONTANT2
           DISPLAY 'BASE PAIE ' WS-PAIE-PERIODE ': NET ' WS-D-MONTANT
               ' COTISATIONS ' WS-D-MONTANT2
           MOVE WS-DATE-JOUR(1:4) TO WS-MOIS-AAAA
           MOVE WS-DATE-JOUR(5:2) TO WS-MOIS-MM
           PERFORM VARYING WS-NB-MOIS FROM 1 BY 1 UNTIL WS-NB-MOIS > 5
               COMPUTE WS-DATE-CIBLE-8 = WS-MOIS-AAAA * 10000
                   + WS-MOIS-MM * 100 + WS-JOUR-COTISATIONS
               COMPUTE WS-DATE-CIBLE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-CIBLE-8)
               IF WS-DATE-CIBLE-INT >= WS-JOUR-INT
                   PERFORM AFFECTER-SEMAINE
                   IF WS-IDX-SEMAINE > 0
                       ADD WS-PAIE-COTIS
                           TO SEM-DEC-COTIS(WS-IDX-SEMAINE)
                   END-IF
               END-IF
               IF WS-MOIS-MM = 12
                   COMPUTE WS-MOIS-SUIVANT-8 =
                       (WS-MOIS-AAAA + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-MOIS-SUIVANT-8 = WS-MOIS-AAAA * 10000
                       + (WS-MOIS-MM + 1) * 100 + 1
               END-IF
               COMPUTE WS-DATE-CIBLE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-MOIS-SUIVANT-8) - 1
               IF WS-DATE-CIBLE-INT >= WS-JOUR-INT
                   PERFORM AFFECTER-SEMAINE
                   IF WS-IDX-SEMAINE > 0
                       ADD WS-PAIE-NET
                           TO SEM-DEC-SALAIRE(WS-IDX-SEMAINE)
                   END-IF
               END-IF
               MOVE WS-MOIS-SUIVANT-8(1:4) TO WS-MOIS-AAAA
               MOVE WS-MOIS-SUIVANT-8(5:2) TO WS-MOIS-MM
           END-PERFORM.
       CALCULER-SOLDES.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 13
               IF WS-IDX = 1
                   MOVE WS-SOLDE-INITIAL TO SEM-OUVERTURE(WS-IDX)
               ELSE
                   MOVE SEM-CLOTURE(WS-IDX - 1)
                       TO SEM-OUVERTURE(WS-IDX)
               END-IF
               COMPUTE SEM-ENCAISSE(WS-IDX) =
                   SEM-ENC-CLIENTS(WS-IDX) + SEM-ENC-PRELEV(WS-IDX)
                   + SEM-ENC-ABO(WS-IDX)
               COMPUTE SEM-DECAISSE(WS-IDX) =
                   SEM-DEC-FOURN(WS-IDX) + SEM-DEC-SALAIRE(WS-IDX)
                   + SEM-DEC-COTIS(WS-IDX)
               COMPUTE SEM-CLOTURE(WS-IDX) = SEM-OUVERTURE(WS-IDX)
                   + SEM-ENCAISSE(WS-IDX) - SEM-DECAISSE(WS-IDX)
           END-PERFORM.
       ENREGISTRER-PREVISION.
           EXEC SQL
               DELETE FROM TRESO_PREVISION
               WHERE TP_DATE_CALCUL = :WS-DATE-JOUR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT = 100
               DISPLAY 'ERREUR PURGE PREVISION: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 13
               MOVE WS-IDX TO WS-TP-RANG
               MOVE SEM-LUNDI(WS-IDX) TO WS-TP-SEMAINE
               MOVE SEM-OUVERTURE(WS-IDX) TO WS-TP-OUVERTURE
               MOVE SEM-ENCAISSE(WS-IDX) TO WS-TP-ENCAISSE
               MOVE SEM-DECAISSE(WS-IDX) TO WS-TP-DECAISSE
               MOVE SEM-CLOTURE(WS-IDX) TO WS-TP-CLOTURE
               EXEC SQL
                   INSERT INTO TRESO_PREVISION
                   (TP_DATE_CALCUL, TP_RANG, TP_SEMAINE,
                    TP_SOLDE_OUVERTURE, TP_ENCAISSEMENTS,
                    TP_DECAISSEMENTS, TP_SOLDE_CLOTURE)
                   VALUES
                   (:WS-DATE-JOUR, :WS-TP-RANG, :WS-TP-SEMAINE,
                    :WS-TP-OUVERTURE, :WS-TP-ENCAISSE,
                    :WS-TP-DECAISSE, :WS-TP-CLOTURE)
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO
                   DISPLAY 'ERREUR INSERT PREVISION: SQLCODE=' SQLCODE
                   PERFORM ABANDONNER
               END-IF
           END-PERFORM.
       AFFICHER-PREVISION.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 13
               DISPLAY '------------------------------------------'
               MOVE SEM-OUVERTURE(WS-IDX) TO WS-D-MONTANT
               MOVE SEM-ENCAISSE(WS-IDX) TO WS-D-MONTANT2
               MOVE SEM-DECAISSE(WS-IDX) TO WS-D-MONTANT3
               MOVE SEM-CLOTURE(WS-IDX) TO WS-D-MONTANT4
               DISPLAY 'SEMAINE ' WS-IDX ' DU ' SEM-LUNDI(WS-IDX)
               DISPLAY '  OUVERTURE ' WS-D-MONTANT
                   '  ENCAISSEMENTS ' WS-D-MONTANT2
               DISPLAY '  DECAISSEM.' WS-D-MONTANT3
                   '  CLOTURE       ' WS-D-MONTANT4
               MOVE SEM-ENC-CLIENTS(WS-IDX) TO WS-D-MONTANT
               MOVE SEM-ENC-PRELEV(WS-IDX) TO WS-D-MONTANT2
               MOVE SEM-ENC-ABO(WS-IDX) TO WS-D-MONTANT3
               DISPLAY '    CLIENTS ' WS-D-MONTANT
                   ' PRELEVEMENTS ' WS-D-MONTANT2
                   ' ABONNEMENTS ' WS-D-MONTANT3
               MOVE SEM-DEC-FOURN(WS-IDX) TO WS-D-MONTANT
               MOVE SEM-DEC-SALAIRE(WS-IDX) TO WS-D-MONTANT2
               MOVE SEM-DEC-COTIS(WS-IDX) TO WS-D-MONTANT3
               DISPLAY '    FOURNIS.' WS-D-MONTANT
                   ' SALAIRES NETS' WS-D-MONTANT2
                   ' COTISATIONS ' WS-D-MONTANT3
               IF SEM-CLOTURE(WS-IDX) < ZERO
                   DISPLAY '  *** SOLDE PREVISIONNEL NEGATIF ***'
               END-IF
           END-PERFORM.
       COMPARER-REALISE.
           DISPLAY '------------------------------------------'
           DISPLAY 'PREVISION / REALISE DES 13 SEMAINES ECOULEES'
           DISPLAY '------------------------------------------'
           PERFORM VARYING WS-IDX FROM 13 BY -1 UNTIL WS-IDX < 1
               COMPUTE WS-TP-SEMAINE = FUNCTION DATE-OF-INTEGER(
                   WS-LUNDI-INT - WS-IDX * 7)
               COMPUTE WS-SEMAINE-FIN-8 = FUNCTION DATE-OF-INTEGER(
                   WS-LUNDI-INT - WS-IDX * 7 + 6)
               EXEC SQL
                   SELECT TP_DATE_CALCUL, TP_ENCAISSEMENTS,
                          TP_DECAISSEMENTS
                   INTO :WS-TP-DATE-CALCUL, :WS-TP-ENCAISSE,
                        :WS-TP-DECAISSE
                   FROM TRESO_PREVISION
                   WHERE TP_SEMAINE = :WS-TP-SEMAINE
                   ORDER BY TP_RANG, TP_DATE_CALCUL DESC
                   LIMIT 1
               END-EXEC
               IF SQLCODE = ZERO
                   PERFORM COMPARER-SEMAINE
               END-IF
           END-PERFORM.
       COMPARER-SEMAINE.
           ADD 1 TO WS-COUNT-COMPARES
           MOVE 0 TO WS-REEL-ENCAISSE
           MOVE 0 TO WS-REEL-DECAISSE
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN RBL_SENS = 'C'
                                   THEN RBL_MONTANT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN RBL_SENS = 'D'
                                   THEN RBL_MONTANT ELSE 0 END), 0)
               INTO :WS-REEL-ENCAISSE, :WS-REEL-DECAISSE
               FROM RELEVE_BANCAIRE_LIGNE
               WHERE RBL_DATE BETWEEN :WS-TP-SEMAINE
                   AND :WS-SEMAINE-FIN-8
           END-EXEC
           DISPLAY 'SEMAINE DU ' WS-TP-SEMAINE
               ' (PREVISION DU ' WS-TP-DATE-CALCUL ')'
           MOVE WS-TP-ENCAISSE TO WS-D-MONTANT
           MOVE WS-REEL-ENCAISSE TO WS-D-MONTANT2
           COMPUTE WS-ECART = WS-REEL-ENCAISSE - WS-TP-ENCAISSE
           MOVE WS-ECART TO WS-D-MONTANT3
           DISPLAY '  ENCAISSEMENTS PREVU ' WS-D-MONTANT
               ' REEL ' WS-D-MONTANT2 ' ECART ' WS-D-MONTANT3
           MOVE WS-TP-DECAISSE TO WS-D-MONTANT
           MOVE WS-REEL-DECAISSE TO WS-D-MONTANT2
           COMPUTE WS-ECART = WS-REEL-DECAISSE - WS-TP-DECAISSE
           MOVE WS-ECART TO WS-D-MONTANT3
           DISPLAY '  DECAISSEMENTS PREVU ' WS-D-MONTANT
               ' REEL ' WS-D-MONTANT2 ' ECART ' WS-D-MONTANT3.
       ABANDONNER.
           EXEC SQL ROLLBACK END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF
           MOVE 1 TO RETURN-CODE
           GOBACK.
       DAL-END.
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
