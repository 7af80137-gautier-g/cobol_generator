       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFFECTATION-CAPACITE-REPORT.
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
       77  WS-ARG-DATE            PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-JOUR-ENTIER         PIC 9(7).
       01  WS-LUNDI-ENTIER        PIC 9(7).
       01  WS-PARAMETRE.
           05 PARAM-DOMAINE       PIC X(12).
           05 PARAM-CLE           PIC X(20).
           05 PARAM-VALEUR        PIC X(20).
           05 PARAM-TROUVE        PIC X.
       77  WS-HEURES-SEMAINE      PIC 9(2)V99 VALUE 35.00.
       77  WS-SEUIL-SOUS-PC       PIC 9(3)V99 VALUE 80.00.
      *----------------------------------------------------------------
      * DOUZE SEMAINES DU LUNDI AU DIMANCHE; LES ABSENCES SONT COMPTEES
      * DU LUNDI AU VENDREDI
      *----------------------------------------------------------------
       01  WS-SEMAINES.
           05 WS-SEM              OCCURS 12 TIMES.
               10 SEM-LUNDI       PIC 9(8).
               10 SEM-VENDREDI    PIC 9(8).
               10 SEM-DIMANCHE    PIC 9(8).
               10 SEM-EMP-DISPO   PIC 9(3)V9.
               10 SEM-EMP-PLANIF  PIC 9(4)V9.
               10 SEM-DEP-DISPO   PIC 9(6)V9.
               10 SEM-DEP-PLANIF  PIC 9(6)V9.
               10 SEM-TOT-DISPO   PIC 9(7)V9.
               10 SEM-TOT-PLANIF  PIC 9(7)V9.
       77  WS-SEM-IDX             PIC 9(2) COMP.
       01  WS-EMP-ID              PIC 9(4).
       01  WS-EMP-NAME            PIC X(30).
       01  WS-EMP-SORTIE          PIC 9(8).
       01  WS-DEPT-ID             PIC 9(4).
       01  WS-DEPT-NAME           PIC X(30).
       01  WS-PREV-DEPT           PIC 9(4) VALUE 9999.
       01  WS-PREV-DEPT-NAME      PIC X(30).
       01  WS-LUNDI               PIC 9(8).
       01  WS-VENDREDI            PIC 9(8).
       01  WS-DIMANCHE            PIC 9(8).
       01  WS-CTR-TEMPS-PC        PIC 9(3)V99.
       01  WS-CTR-DATE-FIN        PIC 9(8).
       01  WS-CTR-NB              PIC 9(4).
       01  WS-HEURES-CONTRAT      PIC 9(3)V9.
       01  WS-JOURS-ABSENCE       PIC 9(3).
       01  WS-HEURES-ABSENCE      PIC 9(3)V9.
       01  WS-HEURES-PLANIF       PIC 9(4)V9.
       01  WS-CALC-DISPO          PIC 9(7)V9.
       01  WS-CALC-PLANIF         PIC 9(7)V9.
       01  WS-CALC-ECART          PIC S9(7)V9.
       01  WS-CALC-SEUIL          PIC 9(7)V9.
       01  WS-CALC-FLAG           PIC X.
       77  WS-COUNT-EMPLOYES      PIC 9(5) VALUE 0.
       77  WS-COUNT-SUR           PIC 9(5) VALUE 0.
       77  WS-COUNT-SOUS          PIC 9(5) VALUE 0.
       01  WS-SPOOL-OP            PIC X(4).
       01  WS-SPOOL-TITRE         PIC X(60).
       01  WS-SPOOL-LIGNE         PIC X(132).
       01  WS-ENTETE-COLONNES.
           05 EC-LIBELLE          PIC X(29).
           05 EC-SEMAINE          OCCURS 12 TIMES.
               10 FILLER          PIC X(3).
               10 EC-JOUR         PIC X(5).
       01  WS-LIGNE-GRILLE.
           05 LG-LIBELLE          PIC X(29).
           05 LG-CELLULE          OCCURS 12 TIMES.
               10 LG-ECART        PIC ++++9.9.
               10 LG-FLAG         PIC X.
       01  WS-D-HEURES            PIC Z(6)9.9.
       01  WS-D-HEURES-PLANIF     PIC Z(6)9.9.
       01  WS-D-PC                PIC ZZ9.99.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'CAPACITE ET CHARGE PREVUE - 12 SEMAINES'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-DATE FROM ARGUMENT-VALUE
           IF WS-ARG-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ELSE
               IF WS-ARG-DATE NOT NUMERIC
                   DISPLAY 'USAGE: [DATE-DEBUT(AAAAMMJJ)]'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-ARG-DATE TO WS-RUN-DATE
           END-IF
           PERFORM CALCULER-SEMAINES
           PERFORM CHARGER-PARAMETRES
           MOVE SPACES TO WS-SPOOL-TITRE
           STRING 'AFFECTATION-CAPACITE-' SEM-LUNDI(1)
               DELIMITED BY SIZE INTO WS-SPOOL-TITRE
           PERFORM OUVRIR-SPOOL
           PERFORM DAL-CONNECT
           PERFORM TRAITER-EMPLOYES
           IF WS-PREV-DEPT NOT = 9999
               PERFORM TOTAL-DEPARTEMENT
           END-IF
           PERFORM TOTAL-GENERAL
           PERFORM DAL-END
           PERFORM FERMER-SPOOL
           DISPLAY 'EMPLOYES EDITES        : ' WS-COUNT-EMPLOYES
           DISPLAY 'SEMAINES SURALLOUEES   : ' WS-COUNT-SUR
           DISPLAY 'SEMAINES SOUS-ALLOUEES : ' WS-COUNT-SOUS
           DISPLAY '=========================================='
           MOVE 0 TO RETURN-CODE
           GOBACK.
       CALCULER-SEMAINES.
           COMPUTE WS-JOUR-ENTIER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-LUNDI-ENTIER = WS-JOUR-ENTIER
               - FUNCTION MOD(WS-JOUR-ENTIER - 1, 7)
           INITIALIZE WS-SEMAINES
           MOVE SPACES TO WS-ENTETE-COLONNES
           MOVE 'EMPLOYE / DEPARTEMENT' TO EC-LIBELLE
           PERFORM VARYING WS-SEM-IDX FROM 1 BY 1
                   UNTIL WS-SEM-IDX > 12
               COMPUTE SEM-LUNDI(WS-SEM-IDX) =
                   FUNCTION DATE-OF-INTEGER(WS-LUNDI-ENTIER
                       + (WS-SEM-IDX - 1) * 7)
               COMPUTE SEM-VENDREDI(WS-SEM-IDX) =
                   FUNCTION DATE-OF-INTEGER(WS-LUNDI-ENTIER
                       + (WS-SEM-IDX - 1) * 7 + 4)
               COMPUTE SEM-DIMANCHE(WS-SEM-IDX) =
                   FUNCTION DATE-OF-INTEGER(WS-LUNDI-ENTIER
                       + (WS-SEM-IDX - 1) * 7 + 6)
               MOVE SEM-LUNDI(WS-SEM-IDX)(5:2)
                   TO EC-JOUR(WS-SEM-IDX)(1:2)
               MOVE '/' TO EC-JOUR(WS-SEM-IDX)(3:1)
               MOVE SEM-LUNDI(WS-SEM-IDX)(7:2)
                   TO EC-JOUR(WS-SEM-IDX)(4:2)
           END-PERFORM.
       CHARGER-PARAMETRES.
           INITIALIZE WS-PARAMETRE
           MOVE 'PAIE' TO PARAM-DOMAINE
           MOVE 'HEURES_SEMAINE' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-HEURES-SEMAINE =
                   FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF
           INITIALIZE WS-PARAMETRE
           MOVE 'PROJET' TO PARAM-DOMAINE
           MOVE 'SEUIL_SOUS_CHARGE_PC' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-SEUIL-SOUS-PC =
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
       TRAITER-EMPLOYES.
           MOVE SEM-LUNDI(1) TO WS-LUNDI
           EXEC SQL
               DECLARE C_EMP CURSOR FOR
               SELECT e.EMP_ID, e.EMP_NAME,
                      COALESCE(e.EMP_DATE_SORTIE, 0),
                      COALESCE(e.DEPT_ID, 0),
                      COALESCE(d.DEPT_NAME, ' ')
               FROM EMPLOYEE e
               LEFT JOIN DEPARTMENT d
                   ON d.DEPT_ID = e.DEPT_ID
               WHERE e.EMP_DATE_SORTIE IS NULL
               OR e.EMP_DATE_SORTIE >= :WS-LUNDI
               ORDER BY COALESCE(e.DEPT_ID, 0), e.EMP_ID
           END-EXEC
           EXEC SQL OPEN C_EMP END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_EMP INTO
                       :WS-EMP-ID, :WS-EMP-NAME, :WS-EMP-SORTIE,
                       :WS-DEPT-ID, :WS-DEPT-NAME
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM EDITER-EMPLOYE
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM.
       EDITER-EMPLOYE.
           IF WS-DEPT-ID NOT = WS-PREV-DEPT
               IF WS-PREV-DEPT NOT = 9999
                   PERFORM TOTAL-DEPARTEMENT
               END-IF
               MOVE WS-DEPT-ID TO WS-PREV-DEPT
               MOVE WS-DEPT-NAME TO WS-PREV-DEPT-NAME
               PERFORM VARYING WS-SEM-IDX FROM 1 BY 1
                       UNTIL WS-SEM-IDX > 12
                   MOVE 0 TO SEM-DEP-DISPO(WS-SEM-IDX)
                   MOVE 0 TO SEM-DEP-PLANIF(WS-SEM-IDX)
               END-PERFORM
               MOVE SPACES TO WS-SPOOL-LIGNE
               STRING 'DEPARTEMENT ' WS-DEPT-ID ' ' WS-DEPT-NAME
                   DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
               END-STRING
               PERFORM ECRIRE-SPOOL-LIGNE
           END-IF
           ADD 1 TO WS-COUNT-EMPLOYES
           PERFORM VARYING WS-SEM-IDX FROM 1 BY 1
                   UNTIL WS-SEM-IDX > 12
               PERFORM CALCULER-SEMAINE-EMPLOYE
           END-PERFORM
           MOVE SPACES TO WS-LIGNE-GRILLE
           STRING WS-EMP-ID ' ' WS-EMP-NAME
               DELIMITED BY SIZE INTO LG-LIBELLE
           END-STRING
           PERFORM VARYING WS-SEM-IDX FROM 1 BY 1
                   UNTIL WS-SEM-IDX > 12
               MOVE SEM-EMP-DISPO(WS-SEM-IDX) TO WS-CALC-DISPO
               MOVE SEM-EMP-PLANIF(WS-SEM-IDX) TO WS-CALC-PLANIF
               PERFORM CALCULER-CELLULE
               IF WS-CALC-FLAG = '>'
                   ADD 1 TO WS-COUNT-SUR
               END-IF
               IF WS-CALC-FLAG = '<'
                   ADD 1 TO WS-COUNT-SOUS
               END-IF
           END-PERFORM
           MOVE WS-LIGNE-GRILLE TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE.
      *----------------------------------------------------------------
      * DISPONIBLE = HORAIRE CONTRACTUEL (TEMPS DE TRAVAIL DU CONTRAT
      * EN VIGUEUR) MOINS LES ABSENCES ET CONGES ENREGISTRES;
      * PLANIFIE = AFFECTATIONS ACTIVES COUVRANT LA SEMAINE
      *----------------------------------------------------------------
       CALCULER-SEMAINE-EMPLOYE.
           MOVE SEM-LUNDI(WS-SEM-IDX) TO WS-LUNDI
           MOVE SEM-VENDREDI(WS-SEM-IDX) TO WS-VENDREDI
           MOVE SEM-DIMANCHE(WS-SEM-IDX) TO WS-DIMANCHE
           PERFORM LIRE-TEMPS-CONTRAT
           COMPUTE WS-HEURES-CONTRAT ROUNDED =
               WS-HEURES-SEMAINE * WS-CTR-TEMPS-PC / 100
           IF WS-EMP-SORTIE NOT = ZERO
               AND WS-EMP-SORTIE < WS-LUNDI
               MOVE 0 TO WS-HEURES-CONTRAT
           END-IF
           MOVE 0 TO WS-JOURS-ABSENCE
           EXEC SQL
               SELECT COALESCE(SUM(
                   TO_DATE(CAST(LEAST(ABS_FIN, :WS-VENDREDI) AS TEXT),
                       'YYYYMMDD')
                   - TO_DATE(CAST(GREATEST(ABS_DEBUT, :WS-LUNDI)
                       AS TEXT), 'YYYYMMDD') + 1), 0)
               INTO :WS-JOURS-ABSENCE
               FROM ABSENCE
               WHERE EMP_ID = :WS-EMP-ID
               AND ABS_DEBUT <= :WS-VENDREDI
               AND ABS_FIN >= :WS-LUNDI
           END-EXEC
           IF WS-JOURS-ABSENCE > 5
               MOVE 5 TO WS-JOURS-ABSENCE
           END-IF
           COMPUTE WS-HEURES-ABSENCE ROUNDED =
               WS-HEURES-CONTRAT * WS-JOURS-ABSENCE / 5
           COMPUTE SEM-EMP-DISPO(WS-SEM-IDX) =
               WS-HEURES-CONTRAT - WS-HEURES-ABSENCE
           MOVE 0 TO WS-HEURES-PLANIF
           EXEC SQL
               SELECT COALESCE(SUM(AFP_HEURES_SEMAINE), 0)
               INTO :WS-HEURES-PLANIF
               FROM AFFECTATION_PROJET
               WHERE EMP_ID = :WS-EMP-ID
               AND AFP_STATUT = 'A'
               AND AFP_DEBUT <= :WS-DIMANCHE
               AND AFP_FIN >= :WS-LUNDI
           END-EXEC
           MOVE WS-HEURES-PLANIF TO SEM-EMP-PLANIF(WS-SEM-IDX)
           ADD SEM-EMP-DISPO(WS-SEM-IDX) TO SEM-DEP-DISPO(WS-SEM-IDX)
           ADD SEM-EMP-PLANIF(WS-SEM-IDX)
               TO SEM-DEP-PLANIF(WS-SEM-IDX)
           ADD SEM-EMP-DISPO(WS-SEM-IDX) TO SEM-TOT-DISPO(WS-SEM-IDX)
           ADD SEM-EMP-PLANIF(WS-SEM-IDX)
               TO SEM-TOT-PLANIF(WS-SEM-IDX).
       LIRE-TEMPS-CONTRAT.
           MOVE 100 TO WS-CTR-TEMPS-PC
           MOVE 0 TO WS-CTR-DATE-FIN
           EXEC SQL
               SELECT CTR_TEMPS_PC, COALESCE(CTR_DATE_FIN, 0)
               INTO :WS-CTR-TEMPS-PC, :WS-CTR-DATE-FIN
               FROM EMPLOYEE_CONTRAT
               WHERE EMP_ID = :WS-EMP-ID
               AND CTR_DATE_EFFET <= :WS-VENDREDI
               ORDER BY CTR_DATE_EFFET DESC
               LIMIT 1
           END-EXEC
           IF SQLCODE = ZERO
               IF WS-CTR-DATE-FIN NOT = ZERO
                   AND WS-CTR-DATE-FIN < WS-LUNDI
                   MOVE 0 TO WS-CTR-TEMPS-PC
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 100 TO WS-CTR-TEMPS-PC
           MOVE 0 TO WS-CTR-NB
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CTR-NB
               FROM EMPLOYEE_CONTRAT
               WHERE EMP_ID = :WS-EMP-ID
           END-EXEC
           IF WS-CTR-NB > ZERO
               MOVE 0 TO WS-CTR-TEMPS-PC
           END-IF.
      *----------------------------------------------------------------
      * ECART = PLANIFIE - DISPONIBLE; '>' SURALLOCATION,
      * '<' CHARGE SOUS LE SEUIL PROJET/SEUIL_SOUS_CHARGE_PC
      *----------------------------------------------------------------
       CALCULER-CELLULE.
           COMPUTE WS-CALC-ECART = WS-CALC-PLANIF - WS-CALC-DISPO
           COMPUTE WS-CALC-SEUIL ROUNDED =
               WS-CALC-DISPO * WS-SEUIL-SOUS-PC / 100
           MOVE SPACE TO WS-CALC-FLAG
           IF WS-CALC-PLANIF > WS-CALC-DISPO
               MOVE '>' TO WS-CALC-FLAG
           ELSE
               IF WS-CALC-PLANIF < WS-CALC-SEUIL
                   MOVE '<' TO WS-CALC-FLAG
               END-IF
           END-IF
           MOVE WS-CALC-ECART TO LG-ECART(WS-SEM-IDX)
           MOVE WS-CALC-FLAG TO LG-FLAG(WS-SEM-IDX).
       TOTAL-DEPARTEMENT.
           MOVE SPACES TO WS-LIGNE-GRILLE
           STRING '  TOTAL DEPT ' WS-PREV-DEPT
               DELIMITED BY SIZE INTO LG-LIBELLE
           END-STRING
           PERFORM VARYING WS-SEM-IDX FROM 1 BY 1
                   UNTIL WS-SEM-IDX > 12
               MOVE SEM-DEP-DISPO(WS-SEM-IDX) TO WS-CALC-DISPO
               MOVE SEM-DEP-PLANIF(WS-SEM-IDX) TO WS-CALC-PLANIF
               PERFORM CALCULER-CELLULE
           END-PERFORM
           MOVE WS-LIGNE-GRILLE TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE.
       TOTAL-GENERAL.
           MOVE SPACES TO WS-LIGNE-GRILLE
           MOVE 'TOTAL GENERAL' TO LG-LIBELLE
           PERFORM VARYING WS-SEM-IDX FROM 1 BY 1
                   UNTIL WS-SEM-IDX > 12
               MOVE SEM-TOT-DISPO(WS-SEM-IDX) TO WS-CALC-DISPO
               MOVE SEM-TOT-PLANIF(WS-SEM-IDX) TO WS-CALC-PLANIF
               PERFORM CALCULER-CELLULE
           END-PERFORM
           MOVE WS-LIGNE-GRILLE TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-TOTAL
           PERFORM VARYING WS-SEM-IDX FROM 1 BY 1
                   UNTIL WS-SEM-IDX > 12
               MOVE SPACES TO WS-SPOOL-LIGNE
               MOVE SEM-TOT-DISPO(WS-SEM-IDX) TO WS-D-HEURES
               MOVE SEM-TOT-PLANIF(WS-SEM-IDX) TO WS-D-HEURES-PLANIF
               STRING '  SEMAINE DU ' SEM-LUNDI(WS-SEM-IDX)
                   ' DISPONIBLE ' WS-D-HEURES ' H   PLANIFIE '
                   WS-D-HEURES-PLANIF ' H'
                   DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
               END-STRING
               PERFORM ECRIRE-SPOOL-LIGNE
           END-PERFORM
           MOVE SPACES TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE WS-SEUIL-SOUS-PC TO WS-D-PC
           MOVE SPACES TO WS-SPOOL-LIGNE
           STRING 'ECART = HEURES PLANIFIEES - HEURES DISPONIBLES'
               ' (HORAIRE CONTRACTUEL MOINS ABSENCES ET CONGES)'
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           END-STRING
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-SPOOL-LIGNE
           STRING '> SURALLOCATION   < CHARGE INFERIEURE A '
               WS-D-PC ' % DU DISPONIBLE'
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           END-STRING
           PERFORM ECRIRE-SPOOL-LIGNE.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_EMP END-EXEC
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
       ECRIRE-SPOOL-TOTAL.
           MOVE 'TOTL' TO WS-SPOOL-OP
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
