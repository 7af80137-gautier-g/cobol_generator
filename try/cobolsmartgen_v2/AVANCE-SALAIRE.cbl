       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVANCE-SALAIRE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIRCTL-FILE ASSIGN TO "VIREMENTS-CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIRCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VIRCTL-FILE.
       01  VIRCTL-RECORD          PIC X(40).
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
       77  WS-VIRCTL-STATUS       PIC X(2) VALUE '00'.
       77  WS-CTL-EOF             PIC X.
       77  WS-ARG-ACTION          PIC X(10) VALUE SPACES.
       77  WS-ARG-2               PIC X(9) VALUE SPACES.
       77  WS-ARG-3               PIC X(12) VALUE SPACES.
       77  WS-ARG-4               PIC X(9) VALUE SPACES.
       77  WS-ARG-OPERATEUR       PIC X(9) VALUE SPACES.
       01  WS-ARG-ID              PIC 9(9).
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
       77  WS-PLAFOND-PC          PIC 9(3)V99 VALUE 50.00.
       77  WS-PLAFOND-MONTANT     PIC 9(7)V99 VALUE 0.
       77  WS-JOURS-OUVRES        PIC 9(2)V99 VALUE 21.67.
       01  WS-CALCUL-PAIE.
           05 CPB-OPERATION       PIC X(4).
           05 CPB-BRUT            PIC S9(7)V99.
           05 CPB-NET             PIC S9(7)V99.
           05 CPB-COTIS-PAT       PIC S9(7)V99.
           05 CPB-TAUX-NET        PIC 9V99.
           05 CPB-NB-COTISATIONS  PIC 9(2).
       01  WS-DATE-JOUR           PIC 9(8).
       01  WS-DATE-JOUR-X REDEFINES WS-DATE-JOUR.
           05 WS-PERIODE-X        PIC X(6).
           05 WS-JOUR             PIC 9(2).
       01  WS-PERIODE             PIC 9(6).
       01  WS-DEBUT-PERIODE       PIC 9(8).
       01  WS-JOURS-MOIS          PIC 9(2).
       01  WS-JOUR-DEBUT          PIC 9(2) VALUE 1.
       01  WS-EMP-ID              PIC 9(4).
       01  WS-EMP-NAME            PIC X(30).
       01  WS-BRUT-CONTRAT        PIC 9(6)V99.
       01  WS-SORTIE-EXISTANTE    PIC 9(8).
       01  WS-CTR-TROUVE          PIC X VALUE 'N'.
       01  WS-CTR-NB              PIC 9(4).
       01  WS-CTR-TEMPS-PC        PIC 9(3)V99 VALUE 100.
       01  WS-CTR-EMBAUCHE        PIC 9(8) VALUE 0.
       01  WS-NET-MENSUEL         PIC 9(6)V99.
       01  WS-JOURS-SS            PIC 9(3)V9.
       01  WS-NET-ACQUIS          PIC S9(7)V99.
       01  WS-AVANCES-ENCOURS     PIC 9(7)V99.
       01  WS-AVANCE-MAX          PIC S9(7)V99.
       01  WS-AVA-ID              PIC 9(9).
       01  WS-AVA-MONTANT         PIC 9(7)V99.
       01  WS-AVA-DATE            PIC 9(8).
       01  WS-AVA-PERIODE         PIC 9(6).
       01  WS-AVA-STATUT          PIC X.
           88 AVA-ACCORDEE        VALUE 'A'.
           88 AVA-VIREE           VALUE 'V'.
           88 AVA-RETENUE         VALUE 'R'.
           88 AVA-ANNULEE         VALUE 'X'.
       01  WS-AVA-PERIODE-RET     PIC 9(6).
       01  WS-AVA-REFERENCE       PIC X(20).
       77  WS-COUNT               PIC 9(4) VALUE 0.
       01  WS-D-MONTANT           PIC Z(6)9.99-.
       01  WS-D-PC                PIC ZZ9.99.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'AVANCES SUR SALAIRE EN COURS DE MOIS'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-ACTION FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-2 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-3 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-4 FROM ARGUMENT-VALUE
           IF FUNCTION TEST-NUMVAL(WS-ARG-2) NOT = 0
               PERFORM AFFICHER-USAGE
           END-IF
           COMPUTE WS-ARG-ID = FUNCTION NUMVAL(WS-ARG-2)
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
           MOVE WS-PERIODE-X TO WS-PERIODE
           EVALUATE WS-ARG-ACTION
               WHEN 'DEMANDER'
                   MOVE WS-ARG-4 TO WS-ARG-OPERATEUR
                   PERFORM DEMANDER-AVANCE
               WHEN 'ANNULER'
                   MOVE WS-ARG-3 TO WS-ARG-OPERATEUR
                   PERFORM ANNULER-AVANCE
               WHEN 'LISTER'
                   PERFORM LISTER-AVANCES
               WHEN OTHER
                   PERFORM AFFICHER-USAGE
           END-EVALUATE
           PERFORM DAL-END
           DISPLAY '=========================================='
           GOBACK.
       AFFICHER-USAGE.
           DISPLAY 'USAGE: DEMANDER ID-EMPLOYE MONTANT ID-OPERATEUR |'
               ' ANNULER ID-AVANCE ID-OPERATEUR | LISTER ID-EMPLOYE'
           MOVE 1 TO RETURN-CODE
           GOBACK.
       CONTROLER-AUTORISATION.
           IF WS-ARG-OPERATEUR = SPACES
               DISPLAY 'ERREUR: ID OPERATEUR REQUIS'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-OPERATEUR TO WS-AUT-OPERATEUR
           MOVE 'AVANCESAL' TO WS-AUT-OPERATION
           MOVE 'N' TO WS-AUT-DECISION
           CALL 'AUTORISATION-CHECK' USING WS-AUT-OPERATEUR
               WS-AUT-OPERATION WS-AUT-DECISION
           IF WS-AUT-DECISION NOT = 'Y'
               DISPLAY 'AVANCE REFUSEE: OPERATEUR NON HABILITE'
               MOVE 1 TO RETURN-CODE
               GOBACK
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
      *----------------------------------------------------------------
      * DEMANDER: CONTROLE DU NET ACQUIS ET DU PLAFOND, PUIS OCTROI
      *----------------------------------------------------------------
       DEMANDER-AVANCE.
           MOVE WS-ARG-ID TO WS-EMP-ID
           IF FUNCTION TEST-NUMVAL(WS-ARG-3) NOT = 0
               DISPLAY 'ERREUR: MONTANT DE L''AVANCE REQUIS'
               PERFORM AFFICHER-USAGE
           END-IF
           COMPUTE WS-AVA-MONTANT = FUNCTION NUMVAL(WS-ARG-3)
           IF WS-AVA-MONTANT = ZERO
               DISPLAY 'ERREUR: MONTANT DE L''AVANCE NUL'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CONTROLER-AUTORISATION
           PERFORM CONTROLER-VIREMENTS-PERIODE
           PERFORM CHARGER-PARAMETRES
           PERFORM CALCULER-JOURS-MOIS
           PERFORM DAL-CONNECT
           PERFORM LIRE-EMPLOYE
           IF WS-SORTIE-EXISTANTE NOT = ZERO
               AND WS-SORTIE-EXISTANTE <= WS-DATE-JOUR
               DISPLAY 'REFUS: EMPLOYE ' WS-EMP-ID ' SORTI LE '
                   WS-SORTIE-EXISTANTE
               PERFORM ABANDONNER
           END-IF
           PERFORM LIRE-CONTRAT
           PERFORM CALCULER-NET-ACQUIS
           EXEC SQL
               SELECT COALESCE(SUM(AVA_MONTANT), 0)
               INTO :WS-AVANCES-ENCOURS
               FROM AVANCE_SALAIRE
               WHERE EMP_ID = :WS-EMP-ID
               AND AVA_STATUT IN ('A', 'V')
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR LECTURE AVANCE_SALAIRE: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           COMPUTE WS-AVANCE-MAX ROUNDED =
               WS-NET-ACQUIS * WS-PLAFOND-PC / 100
               - WS-AVANCES-ENCOURS
           IF WS-PLAFOND-MONTANT > ZERO
               AND WS-AVANCE-MAX >
                   WS-PLAFOND-MONTANT - WS-AVANCES-ENCOURS
               COMPUTE WS-AVANCE-MAX =
                   WS-PLAFOND-MONTANT - WS-AVANCES-ENCOURS
           END-IF
           IF WS-AVANCE-MAX < ZERO
               MOVE 0 TO WS-AVANCE-MAX
           END-IF
           DISPLAY 'EMPLOYE           : ' WS-EMP-ID ' ' WS-EMP-NAME
           MOVE WS-NET-MENSUEL TO WS-D-MONTANT
           DISPLAY 'NET MENSUEL ESTIME: ' WS-D-MONTANT
           MOVE WS-NET-ACQUIS TO WS-D-MONTANT
           DISPLAY 'NET ACQUIS AU ' WS-DATE-JOUR ': ' WS-D-MONTANT
           MOVE WS-AVANCES-ENCOURS TO WS-D-MONTANT
           DISPLAY 'AVANCES EN COURS  : ' WS-D-MONTANT
           MOVE WS-AVANCE-MAX TO WS-D-MONTANT
           MOVE WS-PLAFOND-PC TO WS-D-PC
           DISPLAY 'AVANCE MAXIMALE   : ' WS-D-MONTANT
               ' (' WS-D-PC ' % DU NET ACQUIS)'
           IF WS-AVA-MONTANT > WS-AVANCE-MAX
               MOVE WS-AVA-MONTANT TO WS-D-MONTANT
               DISPLAY 'REFUS: AVANCE DEMANDEE ' WS-D-MONTANT
                   ' SUPERIEURE AU MAXIMUM AUTORISE'
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(AVA_ID), 0) + 1
               INTO :WS-AVA-ID
               FROM AVANCE_SALAIRE
           END-EXEC
           EXEC SQL
               INSERT INTO AVANCE_SALAIRE
               (AVA_ID, EMP_ID, AVA_PERIODE, AVA_DATE, AVA_MONTANT,
                AVA_STATUT, AVA_OPERATEUR, AVA_LOT, AVA_REF_VIREMENT,
                AVA_DATE_VIREMENT, AVA_PERIODE_RETENUE)
               VALUES
               (:WS-AVA-ID, :WS-EMP-ID, :WS-PERIODE, :WS-DATE-JOUR,
                :WS-AVA-MONTANT, 'A', :WS-ARG-OPERATEUR, ' ', ' ',
                0, 0)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT AVANCE_SALAIRE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE WS-AVA-MONTANT TO WS-D-MONTANT
           DISPLAY 'AVANCE ' WS-AVA-ID ' ACCORDEE: ' WS-D-MONTANT
           DISPLAY 'VIREE PAR VIREMENT-AVANCES, RETENUE SUR LA PAIE'
               ' DE ' WS-PERIODE
           MOVE 0 TO RETURN-CODE.
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
                       ' POUR ' WS-PERIODE-X ' - AVANCE REFUSEE'
                   CLOSE VIRCTL-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               READ VIRCTL-FILE
                   AT END MOVE 'Y' TO WS-CTL-EOF
               END-READ
           END-PERFORM
           CLOSE VIRCTL-FILE.
       CHARGER-PARAMETRES.
           INITIALIZE WS-PARAMETRE
           MOVE 'PAIE' TO PARAM-DOMAINE
           MOVE 'AVANCE_PLAFOND_PC' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-PLAFOND-PC = FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF
           INITIALIZE WS-PARAMETRE
           MOVE 'PAIE' TO PARAM-DOMAINE
           MOVE 'AVANCE_PLAFOND' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-PLAFOND-MONTANT =
                   FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF
           INITIALIZE WS-PARAMETRE
           MOVE 'PAIE' TO PARAM-DOMAINE
           MOVE 'JOURS_OUVRES_MOIS' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-JOURS-OUVRES =
                   FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF.
       CALCULER-JOURS-MOIS.
           COMPUTE WS-DEBUT-PERIODE = WS-PERIODE * 100 + 1
           MOVE WS-DEBUT-PERIODE TO WS-DATE-8
           IF WS-PERIODE-X(5:2) = '12'
               COMPUTE WS-DATE-8-B =
                   (WS-PERIODE / 100 + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATE-8-B = (WS-PERIODE + 1) * 100 + 1
           END-IF
           MOVE 'DIFF' TO WS-DATE-OPERATION
           CALL 'DATE-UTILS' USING WS-DATE-OPERATION WS-DATE-ZONE
           MOVE WS-DATE-JOURS TO WS-JOURS-MOIS
           IF WS-JOURS-MOIS < 28 OR WS-JOURS-MOIS > 31
               MOVE 30 TO WS-JOURS-MOIS
           END-IF.
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
               SELECT CTR_TEMPS_PC, CTR_DATE_EMBAUCHE
               INTO :WS-CTR-TEMPS-PC, :WS-CTR-EMBAUCHE
               FROM EMPLOYEE_CONTRAT
               WHERE EMP_ID = :WS-EMP-ID
               AND CTR_DATE_EFFET <= :WS-DATE-JOUR
               ORDER BY CTR_DATE_EFFET DESC
               LIMIT 1
           END-EXEC
           IF SQLCODE = ZERO
               MOVE 'Y' TO WS-CTR-TROUVE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CTR-NB
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CTR-NB
               FROM EMPLOYEE_CONTRAT
               WHERE EMP_ID = :WS-EMP-ID
           END-EXEC
           IF WS-CTR-NB > ZERO
               DISPLAY 'REFUS: CONTRAT DE L''EMPLOYE ' WS-EMP-ID
                   ' NON ENCORE EN VIGUEUR'
               PERFORM ABANDONNER
           END-IF.
      *----------------------------------------------------------------
      * NET ACQUIS: NET MENSUEL ESTIME (BAREME DE LA PAIE) PRORATISE
      * AUX JOURS ECOULES, DIMINUE DES JOURS SANS SOLDE DU MOIS
      *----------------------------------------------------------------
       CALCULER-NET-ACQUIS.
           MOVE 1 TO WS-JOUR-DEBUT
           IF WS-CTR-TROUVE = 'Y'
               COMPUTE WS-BRUT-CONTRAT ROUNDED =
                   WS-BRUT-CONTRAT * WS-CTR-TEMPS-PC / 100
               IF WS-CTR-EMBAUCHE(1:6) = WS-PERIODE-X
                   MOVE WS-CTR-EMBAUCHE(7:2) TO WS-JOUR-DEBUT
               END-IF
           END-IF
           MOVE 'CALC' TO CPB-OPERATION
           MOVE WS-BRUT-CONTRAT TO CPB-BRUT
           CALL 'PAIE-BAREME-CALC' USING WS-CALCUL-PAIE
           MOVE CPB-NET TO WS-NET-MENSUEL
           MOVE 0 TO WS-JOURS-SS
           EXEC SQL
               SELECT COALESCE(SUM(ABS_JOURS), 0)
               INTO :WS-JOURS-SS
               FROM ABSENCE
               WHERE EMP_ID = :WS-EMP-ID
               AND ABS_TYPE = 'SS'
               AND ABS_DEBUT BETWEEN :WS-DEBUT-PERIODE
                   AND :WS-DATE-JOUR
           END-EXEC
           IF WS-JOURS-SS > WS-JOURS-OUVRES
               MOVE WS-JOURS-OUVRES TO WS-JOURS-SS
           END-IF
           COMPUTE WS-NET-ACQUIS ROUNDED =
               WS-NET-MENSUEL * (WS-JOUR - WS-JOUR-DEBUT + 1)
               / WS-JOURS-MOIS
               - WS-NET-MENSUEL * WS-JOURS-SS / WS-JOURS-OUVRES
           IF WS-NET-ACQUIS < ZERO
               MOVE 0 TO WS-NET-ACQUIS
           END-IF.
      *----------------------------------------------------------------
      * ANNULER: AVANCE ACCORDEE NON ENCORE VIREE
      *----------------------------------------------------------------
       ANNULER-AVANCE.
           MOVE WS-ARG-ID TO WS-AVA-ID
           PERFORM CONTROLER-AUTORISATION
           PERFORM DAL-CONNECT
           EXEC SQL
               SELECT AVA_STATUT, AVA_MONTANT, EMP_ID
               INTO :WS-AVA-STATUT, :WS-AVA-MONTANT, :WS-EMP-ID
               FROM AVANCE_SALAIRE
               WHERE AVA_ID = :WS-AVA-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: AVANCE ' WS-AVA-ID ' INCONNUE'
               PERFORM ABANDONNER
           END-IF
           IF NOT AVA-ACCORDEE
               DISPLAY 'ERREUR: AVANCE ' WS-AVA-ID ' DEJA VIREE OU'
                   ' CLOTUREE (STATUT ' WS-AVA-STATUT ')'
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               UPDATE AVANCE_SALAIRE
               SET AVA_STATUT = 'X'
               WHERE AVA_ID = :WS-AVA-ID
               AND AVA_STATUT = 'A'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO OR SQLERRD(3) EQUAL ZERO
               DISPLAY 'ERREUR UPDATE AVANCE_SALAIRE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE WS-AVA-MONTANT TO WS-D-MONTANT
           DISPLAY 'AVANCE ' WS-AVA-ID ' DE L''EMPLOYE ' WS-EMP-ID
               ' ANNULEE (' WS-D-MONTANT ')'
           MOVE 0 TO RETURN-CODE.
      *----------------------------------------------------------------
      * LISTER: HISTORIQUE DES AVANCES D'UN EMPLOYE
      *----------------------------------------------------------------
       LISTER-AVANCES.
           MOVE WS-ARG-ID TO WS-EMP-ID
           PERFORM DAL-CONNECT
           EXEC SQL
               DECLARE C_AVA CURSOR FOR
               SELECT AVA_ID, AVA_DATE, AVA_PERIODE, AVA_MONTANT,
                      AVA_STATUT, AVA_REF_VIREMENT,
                      AVA_PERIODE_RETENUE
               FROM AVANCE_SALAIRE
               WHERE EMP_ID = :WS-EMP-ID
               ORDER BY AVA_ID
           END-EXEC
           EXEC SQL OPEN C_AVA END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN AVANCE_SALAIRE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_AVA INTO :WS-AVA-ID, :WS-AVA-DATE,
                       :WS-AVA-PERIODE, :WS-AVA-MONTANT,
                       :WS-AVA-STATUT, :WS-AVA-REFERENCE,
                       :WS-AVA-PERIODE-RET
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-COUNT
                   MOVE WS-AVA-MONTANT TO WS-D-MONTANT
                   DISPLAY 'AVANCE ' WS-AVA-ID ' DU ' WS-AVA-DATE
                       ' MONTANT ' WS-D-MONTANT ' STATUT '
                       WS-AVA-STATUT
                   IF AVA-VIREE
                       DISPLAY '     VIREE (' WS-AVA-REFERENCE
                           ') - A RETENIR SUR LA PAIE'
                   END-IF
                   IF AVA-RETENUE
                       DISPLAY '     RETENUE SUR LA PAIE DE '
                           WS-AVA-PERIODE-RET
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-END-OF-FILE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE C_AVA END-EXEC
           DISPLAY 'AVANCES: ' WS-COUNT
           MOVE 0 TO RETURN-CODE.
       ABANDONNER.
           EXEC SQL ROLLBACK END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF
           DISPLAY 'TRAITEMENT ABANDONNE - AUCUNE MISE A JOUR'
           MOVE 8 TO RETURN-CODE
           GOBACK.
       DAL-END.
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL COMMIT END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
