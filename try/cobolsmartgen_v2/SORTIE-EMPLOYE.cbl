       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORTIE-EMPLOYE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIRCTL-FILE ASSIGN TO "VIREMENTS-CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIRCTL-STATUS.
           SELECT CPCTL-FILE ASSIGN TO "CONGES-ACCRUAL-CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VIRCTL-FILE.
       01  VIRCTL-RECORD          PIC X(40).
       FD  CPCTL-FILE.
       01  CPCTL-RECORD           PIC X(40).
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-CURSOR-OPEN-FLAG    PIC X VALUE 'N'.
       01  WS-SAI-OPEN-FLAG       PIC X VALUE 'N'.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
       77  WS-VIRCTL-STATUS       PIC X(2) VALUE '00'.
       77  WS-CPCTL-STATUS        PIC X(2) VALUE '00'.
       77  WS-CTL-EOF             PIC X.
       77  WS-ARG-ACTION          PIC X(8) VALUE SPACES.
       77  WS-ARG-EMPID           PIC X(4) VALUE SPACES.
       77  WS-ARG-3               PIC X(9) VALUE SPACES.
       77  WS-ARG-4               PIC X(9) VALUE SPACES.
       77  WS-ARG-5               PIC X(9) VALUE SPACES.
       77  WS-ARG-OPERATEUR       PIC X(9) VALUE SPACES.
       01  WS-AUT-OPERATEUR       PIC X(9).
       01  WS-AUT-OPERATION       PIC X(12).
       01  WS-AUT-DECISION        PIC X.
       77  WS-DATE-OPERATION      PIC X(4).
       01  WS-DATE-ZONE.
           05 WS-DATE-8           PIC 9(8).
           05 WS-DATE-X10         PIC X(10).
           05 WS-DATE-EPOCH       PIC S9(11).
           05 WS-DATE-8-B         PIC 9(8).
           05 WS-DATE-JOURS       PIC S9(7).
           05 WS-DATE-VALIDE      PIC X.
       01  WS-PARAMETRE.
           05 PARAM-DOMAINE       PIC X(12).
           05 PARAM-CLE           PIC X(20).
           05 PARAM-VALEUR        PIC X(20).
           05 PARAM-TROUVE        PIC X.
       77  WS-TAUX-AN-1-10        PIC 9V9(4) VALUE 0.2500.
       77  WS-TAUX-AN-SUP-10      PIC 9V9(4) VALUE 0.3333.
       77  WS-ANCIENNETE-MIN      PIC 9(3) VALUE 8.
       77  WS-TAUX-PRECARITE      PIC 9(2)V99 VALUE 10.00.
       77  WS-DIVISEUR-CP         PIC 9(2)V99 VALUE 26.00.
       77  WS-ACQUIS-MOIS         PIC 9(2)V99 VALUE 2.50.
       01  WS-EMPLOYEUR-NOM       PIC X(20) VALUE SPACES.
       01  WS-MOTIF               PIC X(3).
           88 MOTIF-DEMISSION     VALUE 'DEM'.
           88 MOTIF-LICENCIEMENT  VALUE 'LIC'.
           88 MOTIF-FAUTE-GRAVE   VALUE 'LFG'.
           88 MOTIF-RUPTURE-CONV  VALUE 'RUP'.
           88 MOTIF-FIN-CDD       VALUE 'FCD'.
           88 MOTIF-RETRAITE      VALUE 'RET'.
           88 MOTIF-FIN-ESSAI     VALUE 'FPE'.
           88 MOTIF-VALIDE        VALUES 'DEM' 'LIC' 'LFG' 'RUP'
                                         'FCD' 'RET' 'FPE'.
           88 MOTIF-INDEMNISE     VALUES 'LIC' 'RUP'.
       01  WS-MOTIF-LIBELLE       PIC X(30).
       01  WS-EMP-ID              PIC 9(4).
       01  WS-EMP-NAME            PIC X(30).
       01  WS-BRUT-CONTRAT        PIC 9(6)V99.
       01  WS-SORTIE-EXISTANTE    PIC 9(8).
       01  WS-DATE-SORTIE         PIC 9(8).
       01  WS-PERIODE-SORTIE      PIC 9(6).
       01  WS-PERIODE-X           PIC X(6).
       01  WS-JOUR-SORTIE         PIC 9(2).
       01  WS-JOURS-MOIS          PIC 9(2).
       01  WS-CP-MOIS-ACQUIS      PIC X VALUE 'N'.
       01  WS-PREMIERE-PERIODE    PIC 9(6).
       01  WS-DATE-ENTREE         PIC 9(8).
       01  WS-CTR-TROUVE          PIC X VALUE 'N'.
       01  WS-CTR-TYPE            PIC X(3) VALUE SPACES.
       01  WS-CTR-POSTE           PIC X(30) VALUE SPACES.
       01  WS-CTR-TEMPS-PC        PIC 9(3)V99 VALUE 100.
       01  WS-CTR-EMBAUCHE        PIC 9(8) VALUE 0.
       01  WS-JOUR-DEBUT          PIC 9(2) VALUE 1.
       01  WS-JOURS-ANCIENNETE    PIC S9(7).
       01  WS-ANCIENNETE-MOIS     PIC 9(4).
       01  WS-ANCIENNETE-ANS      PIC 9(2)V9(4).
       01  WS-IDX-MOIS            PIC 9(6).
       01  WS-MOIS-RECUL          PIC 9(2).
       01  WS-PERIODE-CALC        PIC 9(6).
       01  WS-PERIODE-DEB-12      PIC 9(6).
       01  WS-PERIODE-DEB-3       PIC 9(6).
       01  WS-MOYENNE-12          PIC 9(6)V99.
       01  WS-MOYENNE-3           PIC 9(6)V99.
       01  WS-SALAIRE-REFERENCE   PIC 9(6)V99.
       01  WS-BRUT-CUMULE         PIC 9(9)V99.
       01  WS-BRUT-PRORATA        PIC 9(6)V99.
       01  WS-SOLDE-CP-INITIAL    PIC S9(3)V99.
       01  WS-JOURS-CP            PIC S9(3)V99.
       01  WS-INDEMNITE-CP        PIC S9(6)V99.
       01  WS-INDEMNITE-RUPTURE   PIC 9(7)V99.
       01  WS-STC-ID              PIC 9(9).
       01  WS-STC-STATUT          PIC X.
       01  WS-STC-NET-PAYE        PIC 9(7)V99.
       01  WS-RAPPELS-REPORTES    PIC 9(4) VALUE 0.
       01  WS-HIS-BRUT            PIC 9(6)V99.
       01  WS-HIS-NET             PIC 9(6)V99.
       01  WS-HIS-RETENUES        PIC 9(6)V99.
       01  WS-DED-CODE            PIC X(4).
       01  WS-DED-MONTANT         PIC 9(6)V99.
       01  WS-SAI-CREANCIER       PIC X(40).
       01  WS-SAI-MONTANT         PIC 9(8)V99.
       01  WS-SAI-RESTE-DU        PIC 9(9)V99.
       01  WS-JRN-ENTITE          PIC X(12).
       01  WS-JRN-CLE             PIC X(20).
       01  WS-JRN-CHAMP           PIC X(20).
       01  WS-JRN-AVANT           PIC X(30).
       01  WS-JRN-APRES           PIC X(30).
       01  WS-JRN-OPERATEUR       PIC X(20).
       01  WS-JRN-TS              PIC X(14).
       01  WS-D-MONTANT           PIC Z(6)9.99-.
       01  WS-D-JOURS             PIC ZZ9.99-.
       01  WS-D-ANS               PIC Z9.99.
       01  WS-D-DATE              PIC X(10).
       01  WS-D-DATE-ENTREE       PIC X(10).
       01  WS-SPOOL-OP            PIC X(4).
       01  WS-SPOOL-TITRE         PIC X(60).
       01  WS-SPOOL-LIGNE         PIC X(132).
       01  WS-LIGNE-MONTANT.
           05 LM-LIBELLE          PIC X(40).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 LM-MONTANT          PIC Z(6)9.99-.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'SORTIE D''EMPLOYE ET SOLDE DE TOUT COMPTE'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-ACTION FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-EMPID FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-3 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-4 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-5 FROM ARGUMENT-VALUE
           IF WS-ARG-EMPID NOT NUMERIC
               PERFORM AFFICHER-USAGE
           END-IF
           MOVE WS-ARG-EMPID TO WS-EMP-ID
           EVALUATE WS-ARG-ACTION
               WHEN 'SORTIE'
                   MOVE WS-ARG-5 TO WS-ARG-OPERATEUR
                   PERFORM ENREGISTRER-SORTIE
               WHEN 'EDITER'
                   MOVE WS-ARG-3 TO WS-ARG-OPERATEUR
                   PERFORM EDITER-SOLDE
               WHEN 'ANNULER'
                   MOVE WS-ARG-3 TO WS-ARG-OPERATEUR
                   PERFORM ANNULER-SORTIE
               WHEN OTHER
                   PERFORM AFFICHER-USAGE
           END-EVALUATE
           DISPLAY '=========================================='
           GOBACK.
       AFFICHER-USAGE.
           DISPLAY 'USAGE: SORTIE EMPID DATE-SORTIE(AAAAMMJJ) MOTIF'
               ' ID-OPERATEUR | EDITER EMPID ID-OPERATEUR |'
               ' ANNULER EMPID ID-OPERATEUR'
           DISPLAY 'MOTIFS: DEM LIC LFG RUP FCD RET FPE'
           MOVE 1 TO RETURN-CODE
           GOBACK.
       CONTROLER-AUTORISATION.
           IF WS-ARG-OPERATEUR = SPACES
               DISPLAY 'ERREUR: ID OPERATEUR REQUIS'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-OPERATEUR TO WS-AUT-OPERATEUR
           MOVE 'SORTIEEMPL' TO WS-AUT-OPERATION
           MOVE 'N' TO WS-AUT-DECISION
           CALL 'AUTORISATION-CHECK' USING WS-AUT-OPERATEUR
               WS-AUT-OPERATION WS-AUT-DECISION
           IF WS-AUT-DECISION NOT = 'Y'
               DISPLAY 'SORTIE REFUSEE: OPERATEUR NON HABILITE'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
      *----------------------------------------------------------------
      * SORTIE: CALCUL ET ENREGISTREMENT DES ELEMENTS DU SOLDE
      *----------------------------------------------------------------
       ENREGISTRER-SORTIE.
           IF WS-ARG-3 NOT NUMERIC
               PERFORM AFFICHER-USAGE
           END-IF
           MOVE WS-ARG-3 TO WS-DATE-SORTIE
           MOVE WS-ARG-4 TO WS-MOTIF
           MOVE WS-DATE-SORTIE TO WS-DATE-8
           MOVE 'VAL8' TO WS-DATE-OPERATION
           CALL 'DATE-UTILS' USING WS-DATE-OPERATION WS-DATE-ZONE
           IF WS-DATE-VALIDE NOT = 'Y' OR NOT MOTIF-VALIDE
               DISPLAY 'ERREUR: DATE DE SORTIE OU MOTIF INVALIDE'
               PERFORM AFFICHER-USAGE
           END-IF
           PERFORM LIBELLER-MOTIF
           COMPUTE WS-PERIODE-SORTIE = WS-DATE-SORTIE / 100
           MOVE WS-DATE-SORTIE(7:2) TO WS-JOUR-SORTIE
           MOVE WS-PERIODE-SORTIE TO WS-PERIODE-X
           PERFORM CONTROLER-AUTORISATION
           PERFORM CONTROLER-VIREMENTS-PERIODE
           PERFORM CONTROLER-ACQUISITION-CP
           PERFORM CHARGER-PARAMETRES
           PERFORM DAL-CONNECT
           PERFORM LIRE-EMPLOYE
           IF WS-SORTIE-EXISTANTE NOT = ZERO
               DISPLAY 'ERREUR: SORTIE DEJA ENREGISTREE AU '
                   WS-SORTIE-EXISTANTE ' - ANNULER AVANT RESAISIE'
               PERFORM ABANDONNER
           END-IF
           PERFORM LIRE-CONTRAT
           IF WS-CTR-TROUVE = 'Y'
               IF MOTIF-FIN-CDD AND WS-CTR-TYPE = 'CDI'
                   DISPLAY 'ERREUR: MOTIF FCD IMPOSSIBLE SUR UN CDI'
                   PERFORM ABANDONNER
               END-IF
               COMPUTE WS-BRUT-CONTRAT ROUNDED =
                   WS-BRUT-CONTRAT * WS-CTR-TEMPS-PC / 100
           END-IF
           DISPLAY 'EMPLOYE           : ' WS-EMP-ID ' ' WS-EMP-NAME
           DISPLAY 'DATE DE SORTIE    : ' WS-DATE-SORTIE
           DISPLAY 'MOTIF             : ' WS-MOTIF ' '
               WS-MOTIF-LIBELLE
           PERFORM CALCULER-PRORATA
           PERFORM CALCULER-ANCIENNETE
           PERFORM CALCULER-INDEMNITE-CP
           PERFORM CALCULER-INDEMNITE-RUPTURE
           PERFORM REPORTER-RAPPELS
           PERFORM INSERER-SOLDE
           PERFORM MARQUER-EMPLOYE-SORTI
           PERFORM SOLDER-CONGES
           PERFORM DAL-END
           PERFORM AFFICHER-ELEMENTS
           DISPLAY 'ELEMENTS A INTEGRER AU BULLETIN DE '
               WS-PERIODE-SORTIE
           DISPLAY 'EDITER LE SOLDE DE TOUT COMPTE APRES LA PAIE'
               ' DE CETTE PERIODE'
           MOVE 0 TO RETURN-CODE.
       LIBELLER-MOTIF.
           EVALUATE TRUE
               WHEN MOTIF-DEMISSION
                   MOVE 'DEMISSION' TO WS-MOTIF-LIBELLE
               WHEN MOTIF-LICENCIEMENT
                   MOVE 'LICENCIEMENT' TO WS-MOTIF-LIBELLE
               WHEN MOTIF-FAUTE-GRAVE
                   MOVE 'LICENCIEMENT POUR FAUTE GRAVE'
                       TO WS-MOTIF-LIBELLE
               WHEN MOTIF-RUPTURE-CONV
                   MOVE 'RUPTURE CONVENTIONNELLE' TO WS-MOTIF-LIBELLE
               WHEN MOTIF-FIN-CDD
                   MOVE 'FIN DE CONTRAT A DUREE DETERMINEE'
                       TO WS-MOTIF-LIBELLE
               WHEN MOTIF-RETRAITE
                   MOVE 'DEPART A LA RETRAITE' TO WS-MOTIF-LIBELLE
               WHEN MOTIF-FIN-ESSAI
                   MOVE 'FIN DE PERIODE D''ESSAI' TO WS-MOTIF-LIBELLE
           END-EVALUATE.
       CONTROLER-VIREMENTS-PERIODE.
           OPEN INPUT VIRCTL-FILE
           IF WS-VIRCTL-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CTL-EOF
           READ VIRCTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ
           PERFORM UNTIL WS-CTL-EOF = 'Y'
               IF VIRCTL-RECORD(1:6) = WS-PERIODE-X
                   DISPLAY 'ERREUR: VIREMENTS DE SALAIRES DEJA EMIS'
                       ' POUR ' WS-PERIODE-X ' - SORTIE REFUSEE'
                   CLOSE VIRCTL-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               READ VIRCTL-FILE
                   AT END MOVE 'Y' TO WS-CTL-EOF
               END-READ
           END-PERFORM
           CLOSE VIRCTL-FILE.
       CONTROLER-ACQUISITION-CP.
           MOVE 'N' TO WS-CP-MOIS-ACQUIS
           OPEN INPUT CPCTL-FILE
           IF WS-CPCTL-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CTL-EOF
           READ CPCTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ
           PERFORM UNTIL WS-CTL-EOF = 'Y'
               IF CPCTL-RECORD(1:6) = WS-PERIODE-X
                   MOVE 'Y' TO WS-CP-MOIS-ACQUIS
               END-IF
               READ CPCTL-FILE
                   AT END MOVE 'Y' TO WS-CTL-EOF
               END-READ
           END-PERFORM
           CLOSE CPCTL-FILE.
       CHARGER-PARAMETRES.
           INITIALIZE WS-PARAMETRE
           MOVE 'INDEMNITE' TO PARAM-DOMAINE
           MOVE 'TAUX_AN_1_10' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-TAUX-AN-1-10 =
                   FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF
           INITIALIZE WS-PARAMETRE
           MOVE 'INDEMNITE' TO PARAM-DOMAINE
           MOVE 'TAUX_AN_SUP_10' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-TAUX-AN-SUP-10 =
                   FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF
           INITIALIZE WS-PARAMETRE
           MOVE 'INDEMNITE' TO PARAM-DOMAINE
           MOVE 'ANCIENNETE_MIN_MOIS' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-ANCIENNETE-MIN =
                   FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF
           INITIALIZE WS-PARAMETRE
           MOVE 'INDEMNITE' TO PARAM-DOMAINE
           MOVE 'TAUX_PRECARITE_PC' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-TAUX-PRECARITE =
                   FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF
           INITIALIZE WS-PARAMETRE
           MOVE 'PAIE' TO PARAM-DOMAINE
           MOVE 'DIVISEUR_CP' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-DIVISEUR-CP =
                   FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF
           IF WS-DIVISEUR-CP = ZERO
               MOVE 26 TO WS-DIVISEUR-CP
           END-IF
           INITIALIZE WS-PARAMETRE
           MOVE 'PAIE' TO PARAM-DOMAINE
           MOVE 'ACQUIS_CP_MOIS' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-ACQUIS-MOIS =
                   FUNCTION NUMVAL(PARAM-VALEUR)
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
       LIRE-EMPLOYE.
           EXEC SQL
               SELECT EMP_NAME, SALARY_BRUT,
                      COALESCE(EMP_DATE_SORTIE, 0)
               INTO :WS-EMP-NAME, :WS-BRUT-CONTRAT,
                    :WS-SORTIE-EXISTANTE
               FROM EMPLOYEE
               WHERE EMP_ID = :WS-EMP-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: EMPLOYE ' WS-EMP-ID ' INCONNU'
               PERFORM ABANDONNER
           END-IF.
       LIRE-CONTRAT.
           MOVE 'N' TO WS-CTR-TROUVE
           EXEC SQL
               SELECT CTR_TYPE, CTR_POSTE, CTR_TEMPS_PC,
                      CTR_DATE_EMBAUCHE
               INTO :WS-CTR-TYPE, :WS-CTR-POSTE, :WS-CTR-TEMPS-PC,
                    :WS-CTR-EMBAUCHE
               FROM EMPLOYEE_CONTRAT
               WHERE EMP_ID = :WS-EMP-ID
               AND CTR_DATE_EFFET <= :WS-DATE-SORTIE
               ORDER BY CTR_DATE_EFFET DESC
               LIMIT 1
           END-EXEC
           IF SQLCODE = ZERO
               MOVE 'Y' TO WS-CTR-TROUVE
           END-IF.
       CALCULER-PRORATA.
           COMPUTE WS-DATE-8 = WS-PERIODE-SORTIE * 100 + 1
           IF WS-PERIODE-SORTIE(5:2) = '12'
               COMPUTE WS-DATE-8-B =
                   (WS-PERIODE-SORTIE / 100 + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATE-8-B = (WS-PERIODE-SORTIE + 1) * 100 + 1
           END-IF
           MOVE 'DIFF' TO WS-DATE-OPERATION
           CALL 'DATE-UTILS' USING WS-DATE-OPERATION WS-DATE-ZONE
           MOVE WS-DATE-JOURS TO WS-JOURS-MOIS
           IF WS-JOURS-MOIS < WS-JOUR-SORTIE
               MOVE WS-JOUR-SORTIE TO WS-JOURS-MOIS
           END-IF
           MOVE 1 TO WS-JOUR-DEBUT
           IF WS-CTR-TROUVE = 'Y'
               AND WS-CTR-EMBAUCHE(1:6) = WS-PERIODE-X
               AND WS-CTR-EMBAUCHE <= WS-DATE-SORTIE
               MOVE WS-CTR-EMBAUCHE(7:2) TO WS-JOUR-DEBUT
           END-IF
           COMPUTE WS-BRUT-PRORATA ROUNDED =
               WS-BRUT-CONTRAT * (WS-JOUR-SORTIE - WS-JOUR-DEBUT + 1)
               / WS-JOURS-MOIS.
       CALCULER-ANCIENNETE.
           MOVE 0 TO WS-PREMIERE-PERIODE
           EXEC SQL
               SELECT COALESCE(MIN(HIS_PERIODE), 0)
               INTO :WS-PREMIERE-PERIODE
               FROM PAIE_HISTO
               WHERE EMP_ID = :WS-EMP-ID
           END-EXEC
           IF WS-PREMIERE-PERIODE = ZERO
               OR WS-PREMIERE-PERIODE > WS-PERIODE-SORTIE
               MOVE WS-PERIODE-SORTIE TO WS-PREMIERE-PERIODE
           END-IF
           COMPUTE WS-DATE-ENTREE = WS-PREMIERE-PERIODE * 100 + 1
           IF WS-CTR-TROUVE = 'Y' AND WS-CTR-EMBAUCHE NOT = ZERO
               AND WS-CTR-EMBAUCHE <= WS-DATE-SORTIE
               MOVE WS-CTR-EMBAUCHE TO WS-DATE-ENTREE
           END-IF
           MOVE WS-DATE-ENTREE TO WS-DATE-8
           MOVE WS-DATE-SORTIE TO WS-DATE-8-B
           MOVE 'DIFF' TO WS-DATE-OPERATION
           CALL 'DATE-UTILS' USING WS-DATE-OPERATION WS-DATE-ZONE
           COMPUTE WS-JOURS-ANCIENNETE = WS-DATE-JOURS + 1
           IF WS-JOURS-ANCIENNETE < ZERO
               MOVE 0 TO WS-JOURS-ANCIENNETE
           END-IF
           COMPUTE WS-ANCIENNETE-ANS ROUNDED =
               WS-JOURS-ANCIENNETE / 365.25
           COMPUTE WS-ANCIENNETE-MOIS =
               WS-JOURS-ANCIENNETE * 12 / 365.25
           MOVE 12 TO WS-MOIS-RECUL
           PERFORM RECULER-PERIODE
           MOVE WS-PERIODE-CALC TO WS-PERIODE-DEB-12
           MOVE 3 TO WS-MOIS-RECUL
           PERFORM RECULER-PERIODE
           MOVE WS-PERIODE-CALC TO WS-PERIODE-DEB-3
           MOVE 0 TO WS-MOYENNE-12
           MOVE 0 TO WS-MOYENNE-3
           MOVE 0 TO WS-BRUT-CUMULE
           EXEC SQL
               SELECT COALESCE(AVG(HIS_BRUT), 0)
               INTO :WS-MOYENNE-12
               FROM PAIE_HISTO
               WHERE EMP_ID = :WS-EMP-ID
               AND HIS_PERIODE >= :WS-PERIODE-DEB-12
               AND HIS_PERIODE < :WS-PERIODE-SORTIE
           END-EXEC
           EXEC SQL
               SELECT COALESCE(AVG(HIS_BRUT), 0)
               INTO :WS-MOYENNE-3
               FROM PAIE_HISTO
               WHERE EMP_ID = :WS-EMP-ID
               AND HIS_PERIODE >= :WS-PERIODE-DEB-3
               AND HIS_PERIODE < :WS-PERIODE-SORTIE
           END-EXEC
           EXEC SQL
               SELECT COALESCE(SUM(HIS_BRUT), 0)
               INTO :WS-BRUT-CUMULE
               FROM PAIE_HISTO
               WHERE EMP_ID = :WS-EMP-ID
               AND HIS_PERIODE < :WS-PERIODE-SORTIE
           END-EXEC
           IF WS-MOYENNE-12 > WS-MOYENNE-3
               MOVE WS-MOYENNE-12 TO WS-SALAIRE-REFERENCE
           ELSE
               MOVE WS-MOYENNE-3 TO WS-SALAIRE-REFERENCE
           END-IF
           IF WS-SALAIRE-REFERENCE = ZERO
               MOVE WS-BRUT-CONTRAT TO WS-SALAIRE-REFERENCE
           END-IF.
       RECULER-PERIODE.
           COMPUTE WS-IDX-MOIS =
               (WS-PERIODE-SORTIE / 100) * 12
               + FUNCTION MOD(WS-PERIODE-SORTIE, 100) - 1
               - WS-MOIS-RECUL
           COMPUTE WS-PERIODE-CALC =
               (WS-IDX-MOIS / 12) * 100
               + FUNCTION MOD(WS-IDX-MOIS, 12) + 1.
       CALCULER-INDEMNITE-CP.
           MOVE 0 TO WS-SOLDE-CP-INITIAL
           EXEC SQL
               SELECT COALESCE(SOLDE_JOURS, 0)
               INTO :WS-SOLDE-CP-INITIAL
               FROM CONGE_SOLDE
               WHERE EMP_ID = :WS-EMP-ID
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-SOLDE-CP-INITIAL
           END-IF
           MOVE WS-SOLDE-CP-INITIAL TO WS-JOURS-CP
           IF WS-CP-MOIS-ACQUIS NOT = 'Y'
               COMPUTE WS-JOURS-CP ROUNDED = WS-JOURS-CP
                   + WS-ACQUIS-MOIS * WS-JOUR-SORTIE / WS-JOURS-MOIS
           END-IF
           COMPUTE WS-INDEMNITE-CP ROUNDED =
               WS-JOURS-CP * WS-BRUT-CONTRAT / WS-DIVISEUR-CP.
       CALCULER-INDEMNITE-RUPTURE.
           MOVE 0 TO WS-INDEMNITE-RUPTURE
           EVALUATE TRUE
               WHEN MOTIF-INDEMNISE
                   IF WS-ANCIENNETE-MOIS < WS-ANCIENNETE-MIN
                       DISPLAY 'ANCIENNETE INSUFFISANTE POUR'
                           ' L''INDEMNITE DE RUPTURE: '
                           WS-ANCIENNETE-MOIS ' MOIS'
                   ELSE
                       IF WS-ANCIENNETE-ANS > 10
                           COMPUTE WS-INDEMNITE-RUPTURE ROUNDED =
                               WS-SALAIRE-REFERENCE
                               * (10 * WS-TAUX-AN-1-10
                               + (WS-ANCIENNETE-ANS - 10)
                               * WS-TAUX-AN-SUP-10)
                       ELSE
                           COMPUTE WS-INDEMNITE-RUPTURE ROUNDED =
                               WS-SALAIRE-REFERENCE
                               * WS-ANCIENNETE-ANS * WS-TAUX-AN-1-10
                       END-IF
                   END-IF
               WHEN MOTIF-FIN-CDD
                   COMPUTE WS-INDEMNITE-RUPTURE ROUNDED =
                       (WS-BRUT-CUMULE + WS-BRUT-PRORATA
                       + WS-INDEMNITE-CP)
                       * WS-TAUX-PRECARITE / 100
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       REPORTER-RAPPELS.
           EXEC SQL
               UPDATE PAIE_RAPPEL
               SET RAP_PERIODE_PREVUE = RAP_PERIODE_PAIE,
                   RAP_PERIODE_PAIE = :WS-PERIODE-SORTIE
               WHERE EMP_ID = :WS-EMP-ID
               AND RAP_STATUT = 'A'
               AND RAP_PERIODE_PAIE > :WS-PERIODE-SORTIE
           END-EXEC
           IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-RAPPELS-REPORTES
           END-IF
           IF WS-RAPPELS-REPORTES > ZERO
               DISPLAY 'RAPPELS RAMENES SUR LE BULLETIN DE SORTIE: '
                   WS-RAPPELS-REPORTES
           END-IF.
       INSERER-SOLDE.
           EXEC SQL
               SELECT COALESCE(MAX(STC_ID), 0) + 1
               INTO :WS-STC-ID
               FROM SOLDE_TOUT_COMPTE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR NUMEROTATION SOLDE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JRN-TS
           EXEC SQL
               INSERT INTO SOLDE_TOUT_COMPTE
               (STC_ID, EMP_ID, STC_DATE_SORTIE, STC_MOTIF,
                STC_PERIODE, STC_DATE_ENTREE, STC_BRUT_CONTRAT,
                STC_BRUT_PRORATA, STC_SOLDE_CP_INITIAL, STC_JOURS_CP,
                STC_INDEMNITE_CP, STC_ANCIENNETE_MOIS,
                STC_SALAIRE_REFERENCE, STC_INDEMNITE_RUPTURE,
                STC_NET_PAYE, STC_STATUT, STC_OPERATEUR,
                STC_TIMESTAMP)
               VALUES
               (:WS-STC-ID, :WS-EMP-ID, :WS-DATE-SORTIE, :WS-MOTIF,
                :WS-PERIODE-SORTIE, :WS-DATE-ENTREE,
                :WS-BRUT-CONTRAT, :WS-BRUT-PRORATA,
                :WS-SOLDE-CP-INITIAL, :WS-JOURS-CP,
                :WS-INDEMNITE-CP, :WS-ANCIENNETE-MOIS,
                :WS-SALAIRE-REFERENCE, :WS-INDEMNITE-RUPTURE,
                0, 'C', :WS-ARG-OPERATEUR, :WS-JRN-TS)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT SOLDE_TOUT_COMPTE: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF.
       MARQUER-EMPLOYE-SORTI.
           EXEC SQL
               UPDATE EMPLOYEE
               SET EMP_DATE_SORTIE = :WS-DATE-SORTIE,
                   EMP_MOTIF_SORTIE = :WS-MOTIF
               WHERE EMP_ID = :WS-EMP-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR UPDATE EMPLOYEE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'EMPLOYEE' TO WS-JRN-ENTITE
           MOVE 'EMP_DATE_SORTIE' TO WS-JRN-CHAMP
           MOVE SPACES TO WS-JRN-AVANT
           MOVE SPACES TO WS-JRN-APRES
           STRING WS-DATE-SORTIE ' ' WS-MOTIF
               DELIMITED BY SIZE INTO WS-JRN-APRES
           END-STRING
           PERFORM JOURNALISER.
       SOLDER-CONGES.
           EXEC SQL
               UPDATE CONGE_SOLDE
               SET SOLDE_JOURS = 0
               WHERE EMP_ID = :WS-EMP-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR UPDATE CONGE_SOLDE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'CONGE_SOLDE' TO WS-JRN-ENTITE
           MOVE 'SOLDE_JOURS' TO WS-JRN-CHAMP
           MOVE WS-SOLDE-CP-INITIAL TO WS-D-JOURS
           MOVE WS-D-JOURS TO WS-JRN-AVANT
           MOVE 'SOLDE DE TOUT COMPTE' TO WS-JRN-APRES
           PERFORM JOURNALISER.
       JOURNALISER.
           MOVE WS-EMP-ID TO WS-JRN-CLE
           MOVE WS-ARG-OPERATEUR TO WS-JRN-OPERATEUR
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JRN-TS
           EXEC SQL
               INSERT INTO CHANGE_JOURNAL
               (JRN_ENTITE, JRN_CLE, JRN_CHAMP, JRN_AVANT,
                JRN_APRES, JRN_OPERATEUR, JRN_TIMESTAMP)
               VALUES
               (:WS-JRN-ENTITE, :WS-JRN-CLE, :WS-JRN-CHAMP,
                :WS-JRN-AVANT, :WS-JRN-APRES, :WS-JRN-OPERATEUR,
                :WS-JRN-TS)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR JOURNAL MODIFICATIONS: SQLCODE='
                   SQLCODE
           END-IF.
       AFFICHER-ELEMENTS.
           DISPLAY '------------------------------------------'
           MOVE WS-BRUT-PRORATA TO WS-D-MONTANT
           DISPLAY 'SALAIRE PRORATISE : ' WS-D-MONTANT ' ('
               WS-JOUR-SORTIE '/' WS-JOURS-MOIS ' JOURS)'
           MOVE WS-JOURS-CP TO WS-D-JOURS
           MOVE WS-INDEMNITE-CP TO WS-D-MONTANT
           DISPLAY 'INDEMNITE CP      : ' WS-D-MONTANT ' ('
               WS-D-JOURS ' JOURS)'
           MOVE WS-ANCIENNETE-ANS TO WS-D-ANS
           DISPLAY 'ANCIENNETE        : ' WS-D-ANS ' AN(S) - '
               WS-ANCIENNETE-MOIS ' MOIS'
           MOVE WS-SALAIRE-REFERENCE TO WS-D-MONTANT
           DISPLAY 'SALAIRE REFERENCE : ' WS-D-MONTANT
           MOVE WS-INDEMNITE-RUPTURE TO WS-D-MONTANT
           DISPLAY 'INDEMNITE RUPTURE : ' WS-D-MONTANT.
      *----------------------------------------------------------------
      * ANNULER: RETOUR ARRIERE D'UNE SORTIE NON ENCORE PAYEE
      *----------------------------------------------------------------
       ANNULER-SORTIE.
           PERFORM CONTROLER-AUTORISATION
           PERFORM DAL-CONNECT
           PERFORM LIRE-SOLDE
           IF WS-STC-STATUT NOT = 'C'
               DISPLAY 'ERREUR: BULLETIN DE SORTIE DEJA CALCULE -'
                   ' ANNULATION IMPOSSIBLE'
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               UPDATE SOLDE_TOUT_COMPTE
               SET STC_STATUT = 'X'
               WHERE STC_ID = :WS-STC-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR UPDATE SOLDE_TOUT_COMPTE: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               UPDATE EMPLOYEE
               SET EMP_DATE_SORTIE = NULL,
                   EMP_MOTIF_SORTIE = NULL
               WHERE EMP_ID = :WS-EMP-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR UPDATE EMPLOYEE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               UPDATE CONGE_SOLDE
               SET SOLDE_JOURS = SOLDE_JOURS + :WS-SOLDE-CP-INITIAL
               WHERE EMP_ID = :WS-EMP-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR UPDATE CONGE_SOLDE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           IF WS-SOLDE-CP-INITIAL NOT = ZERO
               AND (SQLCODE = 100 OR SQLERRD(3) = ZERO)
               DISPLAY 'ERREUR: SOLDE CONGES ABSENT - JOURS NON'
                   ' RESTITUES'
               PERFORM ABANDONNER
           END-IF
           PERFORM RESTAURER-RAPPELS
           MOVE 'EMPLOYEE' TO WS-JRN-ENTITE
           MOVE 'EMP_DATE_SORTIE' TO WS-JRN-CHAMP
           MOVE SPACES TO WS-JRN-AVANT
           STRING WS-DATE-SORTIE ' ' WS-MOTIF
               DELIMITED BY SIZE INTO WS-JRN-AVANT
           END-STRING
           MOVE 'SORTIE ANNULEE' TO WS-JRN-APRES
           PERFORM JOURNALISER
           MOVE 'CONGE_SOLDE' TO WS-JRN-ENTITE
           MOVE 'SOLDE_JOURS' TO WS-JRN-CHAMP
           MOVE 'SOLDE DE TOUT COMPTE' TO WS-JRN-AVANT
           MOVE WS-SOLDE-CP-INITIAL TO WS-D-JOURS
           MOVE WS-D-JOURS TO WS-JRN-APRES
           PERFORM JOURNALISER
           PERFORM DAL-END
           DISPLAY 'SORTIE DU ' WS-DATE-SORTIE ' ANNULEE POUR'
               ' EMPLOYE ' WS-EMP-ID
           MOVE 0 TO RETURN-CODE.
      *----------------------------------------------------------------
      * LES RAPPELS RAMENES SUR LE BULLETIN DE SORTIE RETROUVENT LEUR
      * PERIODE DE PAIEMENT PREVUE
      *----------------------------------------------------------------
       RESTAURER-RAPPELS.
           MOVE 0 TO WS-RAPPELS-REPORTES
           EXEC SQL
               UPDATE PAIE_RAPPEL
               SET RAP_PERIODE_PAIE = RAP_PERIODE_PREVUE,
                   RAP_PERIODE_PREVUE = NULL
               WHERE EMP_ID = :WS-EMP-ID
               AND RAP_STATUT = 'A'
               AND RAP_PERIODE_PAIE = :WS-PERIODE-SORTIE
               AND RAP_PERIODE_PREVUE IS NOT NULL
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR UPDATE PAIE_RAPPEL: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-RAPPELS-REPORTES
           END-IF
           IF WS-RAPPELS-REPORTES > ZERO
               DISPLAY 'RAPPELS REMIS SUR LEUR PERIODE PREVUE: '
                   WS-RAPPELS-REPORTES
           END-IF.
       LIRE-SOLDE.
           EXEC SQL
               SELECT s.STC_ID, s.STC_DATE_SORTIE, s.STC_MOTIF,
                      s.STC_PERIODE, s.STC_DATE_ENTREE,
                      s.STC_BRUT_PRORATA, s.STC_SOLDE_CP_INITIAL,
                      s.STC_JOURS_CP, s.STC_INDEMNITE_CP,
                      s.STC_ANCIENNETE_MOIS, s.STC_SALAIRE_REFERENCE,
                      s.STC_INDEMNITE_RUPTURE, s.STC_NET_PAYE,
                      s.STC_STATUT, e.EMP_NAME
               INTO :WS-STC-ID, :WS-DATE-SORTIE, :WS-MOTIF,
                    :WS-PERIODE-SORTIE, :WS-DATE-ENTREE,
                    :WS-BRUT-PRORATA, :WS-SOLDE-CP-INITIAL,
                    :WS-JOURS-CP, :WS-INDEMNITE-CP,
                    :WS-ANCIENNETE-MOIS, :WS-SALAIRE-REFERENCE,
                    :WS-INDEMNITE-RUPTURE, :WS-STC-NET-PAYE,
                    :WS-STC-STATUT, :WS-EMP-NAME
               FROM SOLDE_TOUT_COMPTE s, EMPLOYEE e
               WHERE s.EMP_ID = :WS-EMP-ID
               AND s.STC_STATUT IN ('C', 'P')
               AND e.EMP_ID = s.EMP_ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: AUCUNE SORTIE ENREGISTREE POUR'
                   ' EMPLOYE ' WS-EMP-ID
               PERFORM ABANDONNER
           END-IF
           PERFORM LIBELLER-MOTIF.
      *----------------------------------------------------------------
      * EDITER: RECU POUR SOLDE DE TOUT COMPTE ET CERTIFICAT DE TRAVAIL
      *----------------------------------------------------------------
       EDITER-SOLDE.
           PERFORM CONTROLER-AUTORISATION
           INITIALIZE WS-PARAMETRE
           MOVE 'PAIE' TO PARAM-DOMAINE
           MOVE 'EMPLOYEUR_NOM' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               MOVE PARAM-VALEUR TO WS-EMPLOYEUR-NOM
           ELSE
               MOVE 'L''EMPLOYEUR' TO WS-EMPLOYEUR-NOM
           END-IF
           PERFORM DAL-CONNECT
           PERFORM LIRE-SOLDE
           PERFORM LIRE-CONTRAT
           IF WS-STC-STATUT NOT = 'P'
               DISPLAY 'ERREUR: BULLETIN DE SORTIE NON CALCULE -'
                   ' LANCER LA PAIE DE ' WS-PERIODE-SORTIE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               SELECT HIS_BRUT, HIS_NET, HIS_RETENUES
               INTO :WS-HIS-BRUT, :WS-HIS-NET, :WS-HIS-RETENUES
               FROM PAIE_HISTO
               WHERE EMP_ID = :WS-EMP-ID
               AND HIS_PERIODE = :WS-PERIODE-SORTIE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: BULLETIN ' WS-PERIODE-SORTIE
                   ' ABSENT DE L''HISTORIQUE DE PAIE'
               PERFORM ABANDONNER
           END-IF
           MOVE WS-DATE-SORTIE TO WS-DATE-8
           MOVE 'N8X2' TO WS-DATE-OPERATION
           CALL 'DATE-UTILS' USING WS-DATE-OPERATION WS-DATE-ZONE
           MOVE WS-DATE-X10 TO WS-D-DATE
           MOVE WS-DATE-ENTREE TO WS-DATE-8
           MOVE 'N8X2' TO WS-DATE-OPERATION
           CALL 'DATE-UTILS' USING WS-DATE-OPERATION WS-DATE-ZONE
           MOVE WS-DATE-X10 TO WS-D-DATE-ENTREE
           PERFORM EDITER-RECU-SOLDE
           PERFORM EDITER-CERTIFICAT-TRAVAIL
           PERFORM DAL-END
           MOVE 0 TO RETURN-CODE.
       EDITER-RECU-SOLDE.
           MOVE SPACES TO WS-SPOOL-TITRE
           STRING 'SOLDE-TOUT-COMPTE-' WS-EMP-ID
               DELIMITED BY SIZE INTO WS-SPOOL-TITRE
           END-STRING
           PERFORM OUVRIR-SPOOL
           MOVE SPACES TO WS-SPOOL-LIGNE
           STRING 'RECU POUR SOLDE DE TOUT COMPTE - '
               WS-EMPLOYEUR-NOM
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           END-STRING
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-SPOOL-LIGNE
           STRING 'SALARIE : ' WS-EMP-ID ' ' WS-EMP-NAME
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           END-STRING
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-SPOOL-LIGNE
           STRING 'SORTIE LE ' WS-D-DATE ' - MOTIF : '
               WS-MOTIF-LIBELLE
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           END-STRING
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE 'SALAIRE DU MOIS DE SORTIE (PRORATA)' TO LM-LIBELLE
           MOVE WS-BRUT-PRORATA TO LM-MONTANT
           PERFORM ECRIRE-LIGNE-MONTANT
           MOVE 'INDEMNITE COMPENSATRICE DE CONGES PAYES'
               TO LM-LIBELLE
           MOVE WS-INDEMNITE-CP TO LM-MONTANT
           PERFORM ECRIRE-LIGNE-MONTANT
           MOVE 'INDEMNITE DE RUPTURE' TO LM-LIBELLE
           MOVE WS-INDEMNITE-RUPTURE TO LM-MONTANT
           PERFORM ECRIRE-LIGNE-MONTANT
           MOVE 'BRUT DU BULLETIN DE SORTIE' TO LM-LIBELLE
           MOVE WS-HIS-BRUT TO LM-MONTANT
           PERFORM ECRIRE-LIGNE-MONTANT
           PERFORM EDITER-RETENUES-SORTIE
           PERFORM EDITER-SAISIES-SORTIE
           MOVE 'NET PAYE' TO LM-LIBELLE
           MOVE WS-STC-NET-PAYE TO LM-MONTANT
           MOVE WS-LIGNE-MONTANT TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-TOTAL
           MOVE 0 TO WS-SAI-RESTE-DU
           EXEC SQL
               SELECT COALESCE(SUM(SAI_TOTAL_DU
                      - COALESCE(SAI_RETENU, 0)), 0)
               INTO :WS-SAI-RESTE-DU
               FROM SAISIE_ARRET
               WHERE EMP_ID = :WS-EMP-ID
               AND SAI_STATUT = 'A'
           END-EXEC
           IF WS-SAI-RESTE-DU > ZERO
               MOVE 'SAISIES-ARRETS RESTANT DUES' TO LM-LIBELLE
               MOVE WS-SAI-RESTE-DU TO LM-MONTANT
               PERFORM ECRIRE-LIGNE-MONTANT
           END-IF
           MOVE SPACES TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE 'FAIT EN DOUBLE EXEMPLAIRE - SIGNATURE DU SALARIE :'
               TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           PERFORM FERMER-SPOOL.
       EDITER-RETENUES-SORTIE.
           EXEC SQL
               DECLARE C_DED CURSOR FOR
               SELECT DED_CODE, DED_MONTANT
               FROM PAIE_HISTO_DED
               WHERE EMP_ID = :WS-EMP-ID
               AND HIS_PERIODE = :WS-PERIODE-SORTIE
               ORDER BY DED_CODE
           END-EXEC
           EXEC SQL OPEN C_DED END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_DED INTO :WS-DED-CODE, :WS-DED-MONTANT
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE SPACES TO LM-LIBELLE
                   STRING 'RETENUE ' WS-DED-CODE
                       DELIMITED BY SIZE INTO LM-LIBELLE
                   END-STRING
                   COMPUTE LM-MONTANT = 0 - WS-DED-MONTANT
                   PERFORM ECRIRE-LIGNE-MONTANT
               ELSE
                   MOVE 'Y' TO WS-END-OF-FILE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE C_DED END-EXEC
           MOVE 'N' TO WS-CURSOR-OPEN-FLAG.
       EDITER-SAISIES-SORTIE.
           EXEC SQL
               DECLARE C_SAI CURSOR FOR
               SELECT a.SAI_CREANCIER, r.SAR_MONTANT
               FROM SAISIE_RETENUE r, SAISIE_ARRET a
               WHERE a.SAI_ID = r.SAR_SAI_ID
               AND a.EMP_ID = :WS-EMP-ID
               AND r.SAR_PERIODE = :WS-PERIODE-SORTIE
               ORDER BY a.SAI_PRIORITE
           END-EXEC
           EXEC SQL OPEN C_SAI END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-SAI-OPEN-FLAG
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_SAI INTO :WS-SAI-CREANCIER,
                       :WS-SAI-MONTANT
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE WS-SAI-CREANCIER TO LM-LIBELLE
                   COMPUTE LM-MONTANT = 0 - WS-SAI-MONTANT
                   PERFORM ECRIRE-LIGNE-MONTANT
               ELSE
                   MOVE 'Y' TO WS-END-OF-FILE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE C_SAI END-EXEC
           MOVE 'N' TO WS-SAI-OPEN-FLAG.
       EDITER-CERTIFICAT-TRAVAIL.
           MOVE SPACES TO WS-SPOOL-TITRE
           STRING 'CERTIFICAT-TRAVAIL-' WS-EMP-ID
               DELIMITED BY SIZE INTO WS-SPOOL-TITRE
           END-STRING
           PERFORM OUVRIR-SPOOL
           MOVE 'CERTIFICAT DE TRAVAIL' TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-SPOOL-LIGNE
           STRING WS-EMPLOYEUR-NOM ' CERTIFIE AVOIR EMPLOYE'
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           END-STRING
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-SPOOL-LIGNE
           STRING 'M./MME ' WS-EMP-NAME ' (MATRICULE ' WS-EMP-ID ')'
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           END-STRING
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-SPOOL-LIGNE
           STRING 'DU ' WS-D-DATE-ENTREE ' AU ' WS-D-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           END-STRING
           PERFORM ECRIRE-SPOOL-LIGNE
           IF WS-CTR-TROUVE = 'Y'
               MOVE SPACES TO WS-SPOOL-LIGNE
               STRING 'EN QUALITE DE ' WS-CTR-POSTE ' (' WS-CTR-TYPE
                   ')'
                   DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
               END-STRING
               PERFORM ECRIRE-SPOOL-LIGNE
           END-IF
           MOVE SPACES TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE 'LE SALARIE QUITTE L''ENTREPRISE LIBRE DE TOUT'
               TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE 'ENGAGEMENT.' TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-SPOOL-LIGNE
           STRING 'FAIT LE ' FUNCTION CURRENT-DATE(7:2) '/'
               FUNCTION CURRENT-DATE(5:2) '/'
               FUNCTION CURRENT-DATE(1:4)
               ' POUR SERVIR ET VALOIR CE QUE DE DROIT.'
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           END-STRING
           PERFORM ECRIRE-SPOOL-LIGNE
           PERFORM FERMER-SPOOL.
       ECRIRE-LIGNE-MONTANT.
           MOVE WS-LIGNE-MONTANT TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE.
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
       ABANDONNER.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_DED END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           IF WS-SAI-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_SAI END-EXEC
               MOVE 'N' TO WS-SAI-OPEN-FLAG
           END-IF
           EXEC SQL ROLLBACK END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF
           DISPLAY 'TRAITEMENT ABANDONNE - AUCUNE MISE A JOUR'
           MOVE 8 TO RETURN-CODE
           GOBACK.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_DED END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           IF WS-SAI-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_SAI END-EXEC
               MOVE 'N' TO WS-SAI-OPEN-FLAG
           END-IF
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
