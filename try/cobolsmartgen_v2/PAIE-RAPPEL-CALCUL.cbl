       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAIE-RAPPEL-CALCUL.
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
       77  WS-ARG-EMPID           PIC X(4) VALUE SPACES.
       77  WS-ARG-DATE-EFFET      PIC X(8) VALUE SPACES.
       77  WS-ARG-BRUT            PIC X(12) VALUE SPACES.
       77  WS-ARG-OPERATEUR       PIC X(9) VALUE SPACES.
       77  WS-ARG-PERIODE         PIC X(6) VALUE SPACES.
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
       01  WS-CALCUL-PAIE.
           05 CPB-OPERATION       PIC X(4).
           05 CPB-BRUT            PIC S9(7)V99.
           05 CPB-NET             PIC S9(7)V99.
           05 CPB-COTIS-PAT       PIC S9(7)V99.
           05 CPB-TAUX-NET        PIC 9V99.
           05 CPB-NB-COTISATIONS  PIC 9(2).
       01  WS-EMP-ID              PIC 9(4).
       01  WS-EMP-NAME            PIC X(30).
       01  WS-ANCIEN-BRUT         PIC 9(6)V99.
       01  WS-NOUVEAU-BRUT        PIC 9(6)V99.
       01  WS-DATE-EFFET          PIC 9(8).
       01  WS-PERIODE-EFFET       PIC 9(6).
       01  WS-PERIODE-PAIE        PIC 9(6).
       01  WS-JOUR-EFFET          PIC 9(2).
       01  WS-JOURS-MOIS          PIC 9(2).
       01  WS-HIS-PERIODE         PIC 9(6).
       01  WS-HIS-BRUT            PIC 9(6)V99.
       01  WS-RAPPELS-PAYES       PIC S9(7)V99.
       01  WS-RAPPELS-RECUS       PIC S9(7)V99.
       01  WS-BRUT-AVANT          PIC S9(7)V99.
       01  WS-BRUT-APRES          PIC S9(7)V99.
       01  WS-CALC-BRUT           PIC S9(7)V99.
       01  WS-CALC-NET            PIC S9(7)V99.
       01  WS-CALC-COTIS          PIC S9(7)V99.
       01  WS-NET-AVANT           PIC S9(7)V99.
       01  WS-COTIS-AVANT         PIC S9(7)V99.
       01  WS-RAP-ID              PIC 9(9).
       01  WS-RAP-ECART-BRUT      PIC S9(7)V99.
       01  WS-RAP-ECART-NET       PIC S9(7)V99.
       01  WS-RAP-ECART-COTIS     PIC S9(7)V99.
       01  WS-TOT-ECART-BRUT      PIC S9(9)V99 VALUE 0.
       01  WS-TOT-ECART-NET       PIC S9(9)V99 VALUE 0.
       01  WS-TOT-ECART-COTIS     PIC S9(9)V99 VALUE 0.
       01  WS-RAP-ANNULES         PIC 9(4) VALUE 0.
       77  WS-COUNT-PERIODES      PIC 9(4) VALUE 0.
       01  WS-JRN-ENTITE          PIC X(12).
       01  WS-JRN-CLE             PIC X(20).
       01  WS-JRN-CHAMP           PIC X(20).
       01  WS-JRN-AVANT           PIC X(30).
       01  WS-JRN-APRES           PIC X(30).
       01  WS-JRN-OPERATEUR       PIC X(20).
       01  WS-JRN-TS              PIC X(14).
       01  WS-D-SALAIRE           PIC Z(5)9.99.
       01  WS-D-ECART             PIC -(7)9.99.
       01  WS-D-ECART-NET         PIC -(7)9.99.
       01  WS-D-ECART-COTIS       PIC -(7)9.99.
       01  WS-LIGNE-PERIODE.
           05 LP-PERIODE          PIC 9(6).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 LP-BRUT-AVANT       PIC Z(6)9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 LP-BRUT-APRES       PIC Z(6)9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 LP-ECART-BRUT       PIC -(7)9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 LP-ECART-NET        PIC -(7)9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 LP-ECART-COTIS      PIC -(7)9.99.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'RAPPEL DE SALAIRE SUR PERIODES ANTERIEURES'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-EMPID FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-DATE-EFFET FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-BRUT FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-OPERATEUR FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-PERIODE FROM ARGUMENT-VALUE
           IF WS-ARG-EMPID NOT NUMERIC
               OR WS-ARG-DATE-EFFET NOT NUMERIC
               OR WS-ARG-BRUT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-ARG-BRUT) NOT = 0
               DISPLAY 'USAGE: EMPID DATE-EFFET(AAAAMMJJ) NOUVEAU-BRUT'
                   ' ID-OPERATEUR [PERIODE-PAIE(AAAAMM)]'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-EMPID TO WS-EMP-ID
           MOVE WS-ARG-DATE-EFFET TO WS-DATE-EFFET
           COMPUTE WS-NOUVEAU-BRUT = FUNCTION NUMVAL(WS-ARG-BRUT)
           IF WS-ARG-PERIODE NUMERIC
               MOVE WS-ARG-PERIODE TO WS-PERIODE-PAIE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIODE-PAIE
           END-IF
           MOVE WS-DATE-EFFET TO WS-DATE-8
           MOVE 'VAL8' TO WS-DATE-OPERATION
           CALL 'DATE-UTILS' USING WS-DATE-OPERATION WS-DATE-ZONE
           IF WS-DATE-VALIDE NOT = 'Y' OR WS-NOUVEAU-BRUT = ZERO
               DISPLAY 'ERREUR: DATE D''EFFET OU NOUVEAU BRUT INVALIDE'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-PERIODE-EFFET = WS-DATE-EFFET / 100
           MOVE WS-DATE-EFFET(7:2) TO WS-JOUR-EFFET
           IF WS-PERIODE-EFFET > WS-PERIODE-PAIE
               DISPLAY 'ERREUR: DATE D''EFFET ' WS-DATE-EFFET
                   ' POSTERIEURE A LA PERIODE DE PAIE ' WS-PERIODE-PAIE
               DISPLAY 'LE NOUVEAU BRUT SE SAISIT SUR LA PERIODE'
                   ' DE PAIE DE SA DATE D''EFFET'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CONTROLER-AUTORISATION
           PERFORM CHARGER-COTISATIONS
           PERFORM DAL-CONNECT
           PERFORM LIRE-EMPLOYE
           DISPLAY 'EMPLOYE           : ' WS-EMP-ID ' ' WS-EMP-NAME
           MOVE WS-ANCIEN-BRUT TO WS-D-SALAIRE
           DISPLAY 'BRUT CONTRACTUEL  : ' WS-D-SALAIRE
           MOVE WS-NOUVEAU-BRUT TO WS-D-SALAIRE
           DISPLAY 'NOUVEAU BRUT      : ' WS-D-SALAIRE
           DISPLAY 'DATE D''EFFET      : ' WS-DATE-EFFET
           DISPLAY 'PAYE SUR PERIODE  : ' WS-PERIODE-PAIE
           IF WS-NOUVEAU-BRUT = WS-ANCIEN-BRUT
               DISPLAY 'BRUT INCHANGE - AUCUN RAPPEL A CALCULER'
               PERFORM DAL-END
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ANNULER-RAPPELS-EN-ATTENTE
           EVALUATE TRUE
               WHEN WS-PERIODE-EFFET < WS-PERIODE-PAIE
                   DISPLAY 'PERIODE   BRUT AVANT  BRUT APRES'
                       '   ECART BRUT    ECART NET  ECART CHARGES'
                   PERFORM REJOUER-PERIODES
               WHEN WS-JOUR-EFFET > 1
                   DISPLAY 'PERIODE   BRUT AVANT  BRUT APRES'
                       '   ECART BRUT    ECART NET  ECART CHARGES'
                   PERFORM PRORATER-MOIS-EFFET
               WHEN OTHER
                   DISPLAY 'DATE D''EFFET NON RETROACTIVE - AUCUNE'
                       ' PERIODE A REJOUER'
           END-EVALUATE
           PERFORM MODIFIER-SALAIRE
           PERFORM DAL-END
           PERFORM AFFICHER-RAPPORT
           GOBACK.
       CONTROLER-AUTORISATION.
           IF WS-ARG-OPERATEUR = SPACES
               DISPLAY 'ERREUR: ID OPERATEUR REQUIS'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-OPERATEUR TO WS-AUT-OPERATEUR
           MOVE 'RAPPELPAIE' TO WS-AUT-OPERATION
           MOVE 'N' TO WS-AUT-DECISION
           CALL 'AUTORISATION-CHECK' USING WS-AUT-OPERATEUR
               WS-AUT-OPERATION WS-AUT-DECISION
           IF WS-AUT-DECISION NOT = 'Y'
               DISPLAY 'RAPPEL REFUSE: OPERATEUR NON HABILITE'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
       CHARGER-COTISATIONS.
           MOVE 'CHRG' TO CPB-OPERATION
           CALL 'PAIE-BAREME-CALC' USING WS-CALCUL-PAIE.
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
               SELECT EMP_NAME, SALARY_BRUT
               INTO :WS-EMP-NAME, :WS-ANCIEN-BRUT
               FROM EMPLOYEE
               WHERE EMP_ID = :WS-EMP-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: EMPLOYE ' WS-EMP-ID ' INCONNU'
               PERFORM ABANDONNER
           END-IF
           IF WS-ANCIEN-BRUT = ZERO
               DISPLAY 'ERREUR: BRUT CONTRACTUEL NUL - REJEU'
                   ' IMPOSSIBLE'
               PERFORM ABANDONNER
           END-IF.
       ANNULER-RAPPELS-EN-ATTENTE.
           EXEC SQL
               DELETE FROM PAIE_RAPPEL
               WHERE EMP_ID = :WS-EMP-ID
               AND RAP_PERIODE_PAIE = :WS-PERIODE-PAIE
               AND RAP_STATUT = 'A'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERREUR DELETE PAIE_RAPPEL: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-RAP-ANNULES
           END-IF
           IF WS-RAP-ANNULES > ZERO
               DISPLAY 'RAPPELS EN ATTENTE REMPLACES: ' WS-RAP-ANNULES
           END-IF.
       REJOUER-PERIODES.
           EXEC SQL
               DECLARE C_HISTO CURSOR FOR
               SELECT HIS_PERIODE, HIS_BRUT
               FROM PAIE_HISTO
               WHERE EMP_ID = :WS-EMP-ID
               AND HIS_PERIODE >= :WS-PERIODE-EFFET
               AND HIS_PERIODE < :WS-PERIODE-PAIE
               ORDER BY HIS_PERIODE
           END-EXEC
           EXEC SQL OPEN C_HISTO END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN PAIE_HISTO: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_HISTO INTO :WS-HIS-PERIODE, :WS-HIS-BRUT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM REJOUER-UNE-PERIODE
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH PAIE_HISTO: SQLCODE='
                           SQLCODE
                       PERFORM ABANDONNER
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_HISTO END-EXEC
           MOVE 'N' TO WS-CURSOR-OPEN-FLAG.
       REJOUER-UNE-PERIODE.
           MOVE 0 TO WS-RAPPELS-PAYES
           MOVE 0 TO WS-RAPPELS-RECUS
           EXEC SQL
               SELECT COALESCE(SUM(RAP_ECART_BRUT), 0)
               INTO :WS-RAPPELS-PAYES
               FROM PAIE_RAPPEL
               WHERE EMP_ID = :WS-EMP-ID
               AND RAP_PERIODE_PAIE = :WS-HIS-PERIODE
               AND RAP_STATUT = 'P'
           END-EXEC
           EXEC SQL
               SELECT COALESCE(SUM(RAP_ECART_BRUT), 0)
               INTO :WS-RAPPELS-RECUS
               FROM PAIE_RAPPEL
               WHERE EMP_ID = :WS-EMP-ID
               AND RAP_PERIODE_ORIGINE = :WS-HIS-PERIODE
               AND RAP_STATUT = 'P'
           END-EXEC
           COMPUTE WS-BRUT-AVANT = WS-HIS-BRUT - WS-RAPPELS-PAYES
               + WS-RAPPELS-RECUS
           IF WS-BRUT-AVANT <= ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BRUT-APRES ROUNDED =
               WS-BRUT-AVANT * WS-NOUVEAU-BRUT / WS-ANCIEN-BRUT
           IF WS-HIS-PERIODE = WS-PERIODE-EFFET
               AND WS-JOUR-EFFET > 1
               PERFORM CALCULER-JOURS-MOIS
               COMPUTE WS-BRUT-APRES ROUNDED = WS-BRUT-AVANT
                   + (WS-BRUT-APRES - WS-BRUT-AVANT)
                   * (WS-JOURS-MOIS - WS-JOUR-EFFET + 1)
                   / WS-JOURS-MOIS
           END-IF
           PERFORM ENREGISTRER-RAPPEL.
       PRORATER-MOIS-EFFET.
           PERFORM CALCULER-JOURS-MOIS
           MOVE WS-PERIODE-PAIE TO WS-HIS-PERIODE
           MOVE WS-NOUVEAU-BRUT TO WS-BRUT-AVANT
           COMPUTE WS-BRUT-APRES ROUNDED = WS-NOUVEAU-BRUT
               - (WS-NOUVEAU-BRUT - WS-ANCIEN-BRUT)
               * (WS-JOUR-EFFET - 1) / WS-JOURS-MOIS
           PERFORM ENREGISTRER-RAPPEL.
       ENREGISTRER-RAPPEL.
           MOVE WS-BRUT-AVANT TO WS-CALC-BRUT
           PERFORM CALCULER-NET-ET-CHARGES
           MOVE WS-CALC-NET TO WS-NET-AVANT
           MOVE WS-CALC-COTIS TO WS-COTIS-AVANT
           MOVE WS-BRUT-APRES TO WS-CALC-BRUT
           PERFORM CALCULER-NET-ET-CHARGES
           COMPUTE WS-RAP-ECART-BRUT = WS-BRUT-APRES - WS-BRUT-AVANT
           COMPUTE WS-RAP-ECART-NET = WS-CALC-NET - WS-NET-AVANT
           COMPUTE WS-RAP-ECART-COTIS =
               WS-CALC-COTIS - WS-COTIS-AVANT
           IF WS-RAP-ECART-BRUT = ZERO
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(RAP_ID), 0) + 1
               INTO :WS-RAP-ID
               FROM PAIE_RAPPEL
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR SELECT MAX(RAP_ID): SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               INSERT INTO PAIE_RAPPEL
               (RAP_ID, EMP_ID, RAP_PERIODE_PAIE, RAP_PERIODE_ORIGINE,
                RAP_DATE_EFFET, RAP_BRUT_AVANT, RAP_BRUT_APRES,
                RAP_ECART_BRUT, RAP_ECART_NET, RAP_ECART_COTIS_PAT,
                RAP_STATUT, RAP_OPERATEUR)
               VALUES
               (:WS-RAP-ID, :WS-EMP-ID, :WS-PERIODE-PAIE,
                :WS-HIS-PERIODE, :WS-DATE-EFFET, :WS-BRUT-AVANT,
                :WS-BRUT-APRES, :WS-RAP-ECART-BRUT,
                :WS-RAP-ECART-NET, :WS-RAP-ECART-COTIS, 'A',
                :WS-ARG-OPERATEUR)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT PAIE_RAPPEL: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           ADD 1 TO WS-COUNT-PERIODES
           ADD WS-RAP-ECART-BRUT TO WS-TOT-ECART-BRUT
           ADD WS-RAP-ECART-NET TO WS-TOT-ECART-NET
           ADD WS-RAP-ECART-COTIS TO WS-TOT-ECART-COTIS
           MOVE WS-HIS-PERIODE TO LP-PERIODE
           MOVE WS-BRUT-AVANT TO LP-BRUT-AVANT
           MOVE WS-BRUT-APRES TO LP-BRUT-APRES
           MOVE WS-RAP-ECART-BRUT TO LP-ECART-BRUT
           MOVE WS-RAP-ECART-NET TO LP-ECART-NET
           MOVE WS-RAP-ECART-COTIS TO LP-ECART-COTIS
           DISPLAY WS-LIGNE-PERIODE.
       CALCULER-JOURS-MOIS.
           COMPUTE WS-DATE-8 = WS-PERIODE-EFFET * 100 + 1
           IF WS-PERIODE-EFFET(5:2) = '12'
               COMPUTE WS-DATE-8-B =
                   (WS-PERIODE-EFFET / 100 + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATE-8-B = (WS-PERIODE-EFFET + 1) * 100 + 1
           END-IF
           MOVE 'DIFF' TO WS-DATE-OPERATION
           CALL 'DATE-UTILS' USING WS-DATE-OPERATION WS-DATE-ZONE
           MOVE WS-DATE-JOURS TO WS-JOURS-MOIS
           IF WS-JOURS-MOIS < WS-JOUR-EFFET
               MOVE WS-JOUR-EFFET TO WS-JOURS-MOIS
           END-IF.
       CALCULER-NET-ET-CHARGES.
           MOVE 'CALC' TO CPB-OPERATION
           MOVE WS-CALC-BRUT TO CPB-BRUT
           CALL 'PAIE-BAREME-CALC' USING WS-CALCUL-PAIE
           MOVE CPB-NET TO WS-CALC-NET
           MOVE CPB-COTIS-PAT TO WS-CALC-COTIS.
       MODIFIER-SALAIRE.
           EXEC SQL
               UPDATE EMPLOYEE
               SET SALARY_BRUT = :WS-NOUVEAU-BRUT
               WHERE EMP_ID = :WS-EMP-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR UPDATE EMPLOYEE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'EMPLOYEE' TO WS-JRN-ENTITE
           MOVE WS-EMP-ID TO WS-JRN-CLE
           MOVE 'SALARY_BRUT' TO WS-JRN-CHAMP
           MOVE WS-ANCIEN-BRUT TO WS-D-SALAIRE
           MOVE WS-D-SALAIRE TO WS-JRN-AVANT
           MOVE WS-NOUVEAU-BRUT TO WS-D-SALAIRE
           MOVE SPACES TO WS-JRN-APRES
           STRING WS-D-SALAIRE ' EFFET ' WS-DATE-EFFET
               DELIMITED BY SIZE INTO WS-JRN-APRES
           END-STRING
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
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_HISTO END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
       AFFICHER-RAPPORT.
           DISPLAY '=========================================='
           DISPLAY 'PERIODES REJOUEES : ' WS-COUNT-PERIODES
           MOVE WS-TOT-ECART-BRUT TO WS-D-ECART
           DISPLAY 'RAPPEL BRUT       : ' WS-D-ECART
           MOVE WS-TOT-ECART-NET TO WS-D-ECART-NET
           DISPLAY 'RAPPEL NET        : ' WS-D-ECART-NET
           MOVE WS-TOT-ECART-COTIS TO WS-D-ECART-COTIS
           DISPLAY 'CHARGES PATRONALES: ' WS-D-ECART-COTIS
           IF WS-COUNT-PERIODES > ZERO
               DISPLAY 'LIGNES DE RAPPEL A INTEGRER AU BULLETIN DE '
                   WS-PERIODE-PAIE
           END-IF
           DISPLAY '=========================================='
           MOVE 0 TO RETURN-CODE.
