       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFFECTATION-PROJET-MAINT.
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
       77  WS-ARG-1               PIC X(9) VALUE SPACES.
       77  WS-ARG-2               PIC X(9) VALUE SPACES.
       77  WS-ARG-3               PIC X(8) VALUE SPACES.
       77  WS-ARG-4               PIC X(8) VALUE SPACES.
       77  WS-ARG-5               PIC X(6) VALUE SPACES.
       77  WS-ARG-6               PIC X(9) VALUE SPACES.
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
       77  WS-HEURES-SEMAINE      PIC 9(2)V99 VALUE 35.00.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-AFP-ID              PIC 9(9).
       01  WS-EMP-ID              PIC 9(4).
       01  WS-EMP-NAME            PIC X(30).
       01  WS-EMP-SORTIE          PIC 9(8).
       01  WS-PROJ-ID             PIC 9(9).
       01  WS-PROJ-NAME           PIC X(60).
       01  WS-PROJ-STATUT         PIC X.
       01  WS-AFP-DEBUT           PIC 9(8).
       01  WS-AFP-FIN             PIC 9(8).
       01  WS-AFP-HEURES          PIC 9(2)V9.
       01  WS-AFP-STATUT          PIC X.
           88 AFP-ACTIVE          VALUE 'A'.
           88 AFP-ANNULEE         VALUE 'X'.
       01  WS-CTR-NB              PIC 9(4).
       01  WS-CTR-TEMPS-PC        PIC 9(3)V99 VALUE 100.
       01  WS-HEURES-CONTRAT      PIC 9(3)V9.
       01  WS-HEURES-AFFECTEES    PIC 9(4)V9.
       01  WS-CHARGE-SEMAINE      PIC 9(4)V9.
       77  WS-COUNT               PIC 9(4) VALUE 0.
       01  WS-D-HEURES            PIC ZZZ9.9.
       01  WS-D-CONTRAT           PIC ZZZ9.9.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'AFFECTATIONS PREVISIONNELLES AUX PROJETS'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-ACTION FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-1 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-2 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-3 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-4 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-5 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-6 FROM ARGUMENT-VALUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           EVALUATE WS-ARG-ACTION
               WHEN 'CREER'
                   MOVE WS-ARG-6 TO WS-ARG-OPERATEUR
                   PERFORM CREER-AFFECTATION
               WHEN 'ANNULER'
                   MOVE WS-ARG-2 TO WS-ARG-OPERATEUR
                   PERFORM ANNULER-AFFECTATION
               WHEN 'LISTER'
               WHEN SPACES
                   PERFORM LISTER-AFFECTATIONS
               WHEN OTHER
                   PERFORM AFFICHER-USAGE
           END-EVALUATE
           PERFORM DAL-END
           DISPLAY '=========================================='
           GOBACK.
       AFFICHER-USAGE.
           DISPLAY 'USAGE: CREER ID-EMPLOYE ID-PROJET DATE-DEBUT'
               ' DATE-FIN HEURES-SEMAINE ID-OPERATEUR |'
           DISPLAY '       ANNULER ID-AFFECTATION ID-OPERATEUR |'
               ' LISTER [ID-EMPLOYE]'
           MOVE 1 TO RETURN-CODE
           GOBACK.
       CONTROLER-AUTORISATION.
           IF WS-ARG-OPERATEUR = SPACES
               DISPLAY 'ERREUR: ID OPERATEUR REQUIS'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-OPERATEUR TO WS-AUT-OPERATEUR
           MOVE 'AFFECTPROJ' TO WS-AUT-OPERATION
           MOVE 'N' TO WS-AUT-DECISION
           CALL 'AUTORISATION-CHECK' USING WS-AUT-OPERATEUR
               WS-AUT-OPERATION WS-AUT-DECISION
           IF WS-AUT-DECISION NOT = 'Y'
               DISPLAY 'AFFECTATION REFUSEE: OPERATEUR NON HABILITE'
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
      * CREER: HEURES HEBDOMADAIRES PREVUES D'UN EMPLOYE SUR UN PROJET
      * ENTRE DEUX DATES. LA CHARGE TOTALE DE L'EMPLOYE SUR LA PERIODE
      * EST COMPAREE A SON HORAIRE CONTRACTUEL (AVERTISSEMENT RC 4)
      *----------------------------------------------------------------
       CREER-AFFECTATION.
           IF FUNCTION TEST-NUMVAL(WS-ARG-1) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-ARG-2) NOT = 0
               OR WS-ARG-3 NOT NUMERIC
               OR WS-ARG-4 NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(WS-ARG-5) NOT = 0
               PERFORM AFFICHER-USAGE
           END-IF
           COMPUTE WS-EMP-ID = FUNCTION NUMVAL(WS-ARG-1)
           COMPUTE WS-PROJ-ID = FUNCTION NUMVAL(WS-ARG-2)
           MOVE WS-ARG-3 TO WS-AFP-DEBUT
           MOVE WS-ARG-4 TO WS-AFP-FIN
           COMPUTE WS-AFP-HEURES = FUNCTION NUMVAL(WS-ARG-5)
           INITIALIZE WS-DATE-ZONE
           MOVE WS-AFP-DEBUT TO WS-DATE-8
           MOVE 'VAL8' TO WS-DATE-OPERATION
           CALL 'DATE-UTILS' USING WS-DATE-OPERATION WS-DATE-ZONE
           IF WS-DATE-VALIDE NOT = 'Y'
               DISPLAY 'ERREUR: DATE IMPOSSIBLE ' WS-ARG-3
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           INITIALIZE WS-DATE-ZONE
           MOVE WS-AFP-FIN TO WS-DATE-8
           MOVE 'VAL8' TO WS-DATE-OPERATION
           CALL 'DATE-UTILS' USING WS-DATE-OPERATION WS-DATE-ZONE
           IF WS-DATE-VALIDE NOT = 'Y'
               DISPLAY 'ERREUR: DATE IMPOSSIBLE ' WS-ARG-4
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-AFP-FIN < WS-AFP-DEBUT
               DISPLAY 'ERREUR: DATE DE FIN ANTERIEURE AU DEBUT'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-AFP-HEURES = ZERO
               DISPLAY 'ERREUR: HEURES HEBDOMADAIRES NULLES'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CONTROLER-AUTORISATION
           PERFORM CHARGER-PARAMETRES
           PERFORM DAL-CONNECT
           EXEC SQL
               SELECT EMP_NAME, COALESCE(EMP_DATE_SORTIE, 0)
               INTO :WS-EMP-NAME, :WS-EMP-SORTIE
               FROM EMPLOYEE
               WHERE EMP_ID = :WS-EMP-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: EMPLOYE ' WS-EMP-ID ' INCONNU'
               PERFORM ABANDONNER
           END-IF
           IF WS-EMP-SORTIE NOT = ZERO
               AND WS-EMP-SORTIE < WS-AFP-FIN
               DISPLAY 'REFUS: EMPLOYE ' WS-EMP-ID ' SORTI LE '
                   WS-EMP-SORTIE ' AVANT LA FIN DE L''AFFECTATION'
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               SELECT PROJ_NAME, COALESCE(PROJ_STATUS, 'O')
               INTO :WS-PROJ-NAME, :WS-PROJ-STATUT
               FROM PROJECT
               WHERE PROJ_ID = :WS-PROJ-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: PROJET ' WS-PROJ-ID ' INCONNU'
               PERFORM ABANDONNER
           END-IF
           IF WS-PROJ-STATUT = 'C'
               DISPLAY 'REFUS: PROJET ' WS-PROJ-ID ' CLOS'
               PERFORM ABANDONNER
           END-IF
           PERFORM LIRE-HORAIRE-CONTRAT
           EXEC SQL
               SELECT COALESCE(SUM(AFP_HEURES_SEMAINE), 0)
               INTO :WS-HEURES-AFFECTEES
               FROM AFFECTATION_PROJET
               WHERE EMP_ID = :WS-EMP-ID
               AND AFP_STATUT = 'A'
               AND AFP_DEBUT <= :WS-AFP-FIN
               AND AFP_FIN >= :WS-AFP-DEBUT
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR LECTURE AFFECTATION_PROJET: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(AFP_ID), 0) + 1
               INTO :WS-AFP-ID
               FROM AFFECTATION_PROJET
           END-EXEC
           EXEC SQL
               INSERT INTO AFFECTATION_PROJET
               (AFP_ID, EMP_ID, PROJ_ID, AFP_DEBUT, AFP_FIN,
                AFP_HEURES_SEMAINE, AFP_STATUT, AFP_OPERATEUR,
                AFP_DATE_SAISIE)
               VALUES
               (:WS-AFP-ID, :WS-EMP-ID, :WS-PROJ-ID, :WS-AFP-DEBUT,
                :WS-AFP-FIN, :WS-AFP-HEURES, 'A', :WS-ARG-OPERATEUR,
                :WS-RUN-DATE)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT AFFECTATION_PROJET: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE WS-AFP-HEURES TO WS-D-HEURES
           DISPLAY 'AFFECTATION ' WS-AFP-ID ' CREEE: EMPLOYE '
               WS-EMP-ID ' ' WS-EMP-NAME
           DISPLAY '  PROJET ' WS-PROJ-ID ' ' WS-PROJ-NAME
           DISPLAY '  DU ' WS-AFP-DEBUT ' AU ' WS-AFP-FIN ' : '
               WS-D-HEURES ' H/SEMAINE'
           COMPUTE WS-CHARGE-SEMAINE =
               WS-HEURES-AFFECTEES + WS-AFP-HEURES
           MOVE 0 TO RETURN-CODE
           IF WS-CHARGE-SEMAINE > WS-HEURES-CONTRAT
               MOVE WS-CHARGE-SEMAINE TO WS-D-HEURES
               MOVE WS-HEURES-CONTRAT TO WS-D-CONTRAT
               DISPLAY 'ATTENTION: CHARGE PREVUE JUSQU''A '
                   WS-D-HEURES ' H/SEMAINE POUR UN HORAIRE'
                   ' CONTRACTUEL DE ' WS-D-CONTRAT ' H'
               DISPLAY '  VOIR AFFECTATION-CAPACITE-REPORT'
               MOVE 4 TO RETURN-CODE
           END-IF.
       CHARGER-PARAMETRES.
           INITIALIZE WS-PARAMETRE
           MOVE 'PAIE' TO PARAM-DOMAINE
           MOVE 'HEURES_SEMAINE' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-HEURES-SEMAINE =
                   FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF.
       LIRE-HORAIRE-CONTRAT.
           MOVE 100 TO WS-CTR-TEMPS-PC
           EXEC SQL
               SELECT CTR_TEMPS_PC
               INTO :WS-CTR-TEMPS-PC
               FROM EMPLOYEE_CONTRAT
               WHERE EMP_ID = :WS-EMP-ID
               AND CTR_DATE_EFFET <= :WS-AFP-DEBUT
               ORDER BY CTR_DATE_EFFET DESC
               LIMIT 1
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               MOVE 0 TO WS-CTR-NB
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-CTR-NB
                   FROM EMPLOYEE_CONTRAT
                   WHERE EMP_ID = :WS-EMP-ID
               END-EXEC
               IF WS-CTR-NB > ZERO
                   DISPLAY 'REFUS: CONTRAT DE L''EMPLOYE ' WS-EMP-ID
                       ' NON EN VIGUEUR AU ' WS-AFP-DEBUT
                   PERFORM ABANDONNER
               END-IF
               MOVE 100 TO WS-CTR-TEMPS-PC
           END-IF
           COMPUTE WS-HEURES-CONTRAT ROUNDED =
               WS-HEURES-SEMAINE * WS-CTR-TEMPS-PC / 100.
      *----------------------------------------------------------------
      * ANNULER: L'AFFECTATION NE COMPTE PLUS DANS LA CHARGE PREVUE
      *----------------------------------------------------------------
       ANNULER-AFFECTATION.
           IF FUNCTION TEST-NUMVAL(WS-ARG-1) NOT = 0
               PERFORM AFFICHER-USAGE
           END-IF
           COMPUTE WS-AFP-ID = FUNCTION NUMVAL(WS-ARG-1)
           PERFORM CONTROLER-AUTORISATION
           PERFORM DAL-CONNECT
           EXEC SQL
               SELECT AFP_STATUT, EMP_ID, PROJ_ID
               INTO :WS-AFP-STATUT, :WS-EMP-ID, :WS-PROJ-ID
               FROM AFFECTATION_PROJET
               WHERE AFP_ID = :WS-AFP-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: AFFECTATION ' WS-AFP-ID ' INCONNUE'
               PERFORM ABANDONNER
           END-IF
           IF NOT AFP-ACTIVE
               DISPLAY 'ERREUR: AFFECTATION ' WS-AFP-ID
                   ' DEJA ANNULEE'
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               UPDATE AFFECTATION_PROJET
               SET AFP_STATUT = 'X',
                   AFP_OPERATEUR = :WS-ARG-OPERATEUR
               WHERE AFP_ID = :WS-AFP-ID
               AND AFP_STATUT = 'A'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO OR SQLERRD(3) EQUAL ZERO
               DISPLAY 'ERREUR UPDATE AFFECTATION_PROJET: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           DISPLAY 'AFFECTATION ' WS-AFP-ID ' ANNULEE (EMPLOYE '
               WS-EMP-ID ', PROJET ' WS-PROJ-ID ')'
           MOVE 0 TO RETURN-CODE.
      *----------------------------------------------------------------
      * LISTER: AFFECTATIONS ACTIVES NON ECHUES (TOUTES OU UN EMPLOYE)
      *----------------------------------------------------------------
       LISTER-AFFECTATIONS.
           MOVE 0 TO WS-EMP-ID
           IF WS-ARG-1 NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-ARG-1) NOT = 0
                   PERFORM AFFICHER-USAGE
               END-IF
               COMPUTE WS-EMP-ID = FUNCTION NUMVAL(WS-ARG-1)
           END-IF
           PERFORM DAL-CONNECT
           EXEC SQL
               DECLARE C_AFP CURSOR FOR
               SELECT a.AFP_ID, a.EMP_ID, e.EMP_NAME, a.PROJ_ID,
                      a.AFP_DEBUT, a.AFP_FIN, a.AFP_HEURES_SEMAINE
               FROM AFFECTATION_PROJET a, EMPLOYEE e
               WHERE e.EMP_ID = a.EMP_ID
               AND a.AFP_STATUT = 'A'
               AND a.AFP_FIN >= :WS-RUN-DATE
               AND (a.EMP_ID = :WS-EMP-ID OR :WS-EMP-ID = 0)
               ORDER BY a.EMP_ID, a.AFP_DEBUT, a.PROJ_ID
           END-EXEC
           EXEC SQL OPEN C_AFP END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN AFFECTATION_PROJET: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_AFP INTO :WS-AFP-ID, :WS-EMP-ID,
                       :WS-EMP-NAME, :WS-PROJ-ID, :WS-AFP-DEBUT,
                       :WS-AFP-FIN, :WS-AFP-HEURES
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-COUNT
                       MOVE WS-AFP-HEURES TO WS-D-HEURES
                       DISPLAY 'AFFECTATION ' WS-AFP-ID ' EMPLOYE '
                           WS-EMP-ID ' ' WS-EMP-NAME
                       DISPLAY '     PROJET ' WS-PROJ-ID ' DU '
                           WS-AFP-DEBUT ' AU ' WS-AFP-FIN ' : '
                           WS-D-HEURES ' H/SEMAINE'
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_AFP END-EXEC
           DISPLAY 'AFFECTATIONS EN COURS: ' WS-COUNT
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
