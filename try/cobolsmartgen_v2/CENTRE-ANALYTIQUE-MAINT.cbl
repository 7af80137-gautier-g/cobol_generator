       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENTRE-ANALYTIQUE-MAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMPS-FILE ASSIGN TO "FEUILLES-TEMPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TEMPS-FILE.
       01  TEMPS-RECORD           PIC X(60).
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-CURSOR-OPEN-FLAG    PIC X VALUE 'N'.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
       77  WS-TEMPS-STATUS        PIC X(2) VALUE '00'.
       77  WS-TEMPS-EOF           PIC X.
       77  WS-ARG-ACTION          PIC X(10) VALUE SPACES.
       77  WS-ARG-OPERATEUR       PIC X(9) VALUE SPACES.
       77  WS-ARG-1               PIC X(10) VALUE SPACES.
       77  WS-ARG-2               PIC X(10) VALUE SPACES.
       77  WS-ARG-3               PIC X(10) VALUE SPACES.
       01  WS-CA-CODE             PIC X(10).
       01  WS-CA-LIBELLE          PIC X(30).
       01  WS-CA-TYPE             PIC X.
       01  WS-CA-REF-ID           PIC 9(9).
       01  WS-CA-ACTIF            PIC X.
       01  WS-CA-ANCIEN-ACTIF     PIC X.
       01  WS-CR-SOURCE           PIC X(10).
       01  WS-CR-CIBLE            PIC X(10).
       01  WS-CR-POURCENT         PIC 9(3)V99.
       01  WS-CR-ANCIEN-POURCENT  PIC 9(3)V99.
       01  WS-CR-TOTAL            PIC 9(5)V99.
       01  WS-NB                  PIC 9(6).
       01  WS-REF-ID              PIC 9(9).
       01  WS-REF-NOM             PIC X(60).
       01  WS-MOIS                PIC 9(6).
       01  WS-DEPT-ID             PIC 9(9).
       01  WS-EMP-ID              PIC 9(9).
       01  WS-EMP-DEPT            PIC 9(9).
       01  WS-CHAMPS.
           05 WS-CH-EMPID         PIC X(4).
           05 WS-CH-PROJET        PIC X(9).
           05 WS-CH-DATE          PIC X(8).
           05 WS-CH-HEURES        PIC X(5).
           05 WS-CH-CODE          PIC X(4).
           05 WS-CH-STATUT        PIC X(1).
       01  WS-HEURES-TABLE.
           05 WS-HR-COUNT         PIC 9(4) VALUE 0.
           05 WS-HR-ENTRY         OCCURS 200 TIMES.
               10 WS-HR-PROJ      PIC 9(9).
               10 WS-HR-HEURES    PIC 9(7)V9.
       77  WS-HR-IDX              PIC 9(4) COMP.
       77  WS-HR-TROUVE           PIC X.
       01  WS-HR-TOTAL            PIC 9(9)V9.
       01  WS-HR-LIGNE            PIC 9(5)V9.
       01  WS-POURCENT-RESTE      PIC 9(3)V99.
       01  WS-NB-CLES             PIC 9(4).
       01  WS-D-POURCENT          PIC ZZ9.99.
       01  WS-D-HEURES            PIC Z(8)9.9.
       01  WS-AUT-OPERATEUR       PIC X(9).
       01  WS-AUT-OPERATION       PIC X(12).
       01  WS-AUT-DECISION        PIC X.
       01  WS-JRN-ENTITE          PIC X(12).
       01  WS-JRN-CLE             PIC 9(9).
       01  WS-JRN-CHAMP           PIC X(20).
       01  WS-JRN-AVANT           PIC X(80).
       01  WS-JRN-APRES           PIC X(80).
       01  WS-JRN-OPERATEUR       PIC X(9).
       01  WS-JRN-TS              PIC X(14).
       77  WS-COUNT               PIC 9(6) VALUE 0.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'CENTRES ANALYTIQUES ET CLES DE REPARTITION'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-ACTION FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-OPERATEUR FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-1 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-2 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-3 FROM ARGUMENT-VALUE
           EVALUATE WS-ARG-ACTION
               WHEN 'LISTER'
               WHEN SPACES
                   PERFORM DAL-CONNECT
                   PERFORM LISTER-CENTRES
               WHEN 'INIT'
                   PERFORM CONTROLER-AUTORISATION
                   PERFORM DAL-CONNECT
                   PERFORM INITIALISER-CENTRES
               WHEN 'CREER'
                   PERFORM CONTROLER-AUTORISATION
                   PERFORM DAL-CONNECT
                   PERFORM CREER-CENTRE
               WHEN 'DESACTIVER'
                   PERFORM CONTROLER-AUTORISATION
                   PERFORM DAL-CONNECT
                   PERFORM DESACTIVER-CENTRE
               WHEN 'CLE'
                   PERFORM CONTROLER-AUTORISATION
                   PERFORM DAL-CONNECT
                   PERFORM MODIFIER-CLE
               WHEN 'CLETEMPS'
                   PERFORM CONTROLER-AUTORISATION
                   PERFORM DAL-CONNECT
                   PERFORM CLES-DEPUIS-TEMPS
               WHEN OTHER
                   DISPLAY 'USAGE: LISTER |'
                       ' INIT ID-OPERATEUR |'
                       ' CREER ID-OPERATEUR CODE TYPE(D/P/A/C)'
                       ' [ID-REFERENCE] |'
                       ' DESACTIVER ID-OPERATEUR CODE |'
                       ' CLE ID-OPERATEUR SOURCE CIBLE POURCENT |'
                       ' CLETEMPS ID-OPERATEUR SOURCE AAAAMM'
                   MOVE 1 TO RETURN-CODE
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
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CONNECTED-FLAG.
       CONTROLER-AUTORISATION.
           IF WS-ARG-OPERATEUR = SPACES
               DISPLAY 'ERREUR: ID OPERATEUR REQUIS'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-OPERATEUR TO WS-AUT-OPERATEUR
           MOVE 'CENTREANA' TO WS-AUT-OPERATION
           MOVE 'N' TO WS-AUT-DECISION
           CALL 'AUTORISATION-CHECK' USING WS-AUT-OPERATEUR
               WS-AUT-OPERATION WS-AUT-DECISION
           IF WS-AUT-DECISION NOT = 'Y'
               DISPLAY 'MODIFICATION REFUSEE: OPERATEUR NON HABILITE'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
       LISTER-CENTRES.
           EXEC SQL
               DECLARE C_CA CURSOR FOR
               SELECT c.CA_CODE, c.CA_TYPE, c.CA_REF_ID, c.CA_ACTIF,
                      c.CA_LIBELLE,
                      COALESCE((SELECT SUM(r.CR_POURCENT)
                                FROM CLE_REPARTITION r
                                WHERE r.CR_SOURCE = c.CA_CODE), 0)
               FROM CENTRE_ANALYTIQUE c
               ORDER BY c.CA_TYPE, c.CA_CODE
           END-EXEC
           EXEC SQL OPEN C_CA END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           MOVE 'N' TO WS-END-OF-FILE
           DISPLAY 'CODE       T REFERENCE A LIBELLE'
               '                        REPARTI %'
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_CA INTO :WS-CA-CODE, :WS-CA-TYPE,
                       :WS-CA-REF-ID, :WS-CA-ACTIF, :WS-CA-LIBELLE,
                       :WS-CR-TOTAL
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-COUNT
                       MOVE WS-CR-TOTAL TO WS-D-POURCENT
                       IF WS-CR-TOTAL = ZERO
                           DISPLAY WS-CA-CODE ' ' WS-CA-TYPE ' '
                               WS-CA-REF-ID ' ' WS-CA-ACTIF ' '
                               WS-CA-LIBELLE
                       ELSE
                           DISPLAY WS-CA-CODE ' ' WS-CA-TYPE ' '
                               WS-CA-REF-ID ' ' WS-CA-ACTIF ' '
                               WS-CA-LIBELLE ' ' WS-D-POURCENT
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           DISPLAY 'CENTRES: ' WS-COUNT.
       INITIALISER-CENTRES.
           MOVE 'COMMUN' TO WS-CA-CODE
           MOVE 'C' TO WS-CA-TYPE
           MOVE 0 TO WS-CA-REF-ID
           MOVE 'FRAIS COMMUNS' TO WS-CA-LIBELLE
           PERFORM INSERER-CENTRE-ABSENT
           EXEC SQL
               DECLARE C_DEPT CURSOR FOR
               SELECT DEPT_ID, DEPT_NAME
               FROM DEPARTMENT
               ORDER BY DEPT_ID
           END-EXEC
           EXEC SQL OPEN C_DEPT END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN C_DEPT: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'D' TO WS-CA-TYPE
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_DEPT INTO :WS-REF-ID, :WS-REF-NOM
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM PREPARER-CENTRE-REFERENCE
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH C_DEPT: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_DEPT END-EXEC
           EXEC SQL
               DECLARE C_PROJ CURSOR FOR
               SELECT PROJ_ID, PROJ_NAME
               FROM PROJECT
               ORDER BY PROJ_ID
           END-EXEC
           EXEC SQL OPEN C_PROJ END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN C_PROJ: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'P' TO WS-CA-TYPE
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_PROJ INTO :WS-REF-ID, :WS-REF-NOM
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM PREPARER-CENTRE-REFERENCE
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH C_PROJ: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_PROJ END-EXEC
           EXEC SQL
               DECLARE C_ANT CURSOR FOR
               SELECT ANTENNE_ID, ANTENNE_NOM
               FROM ANTENNE
               WHERE COALESCE(ANTENNE_STATUT, 'A') <> 'F'
               ORDER BY ANTENNE_ID
           END-EXEC
           EXEC SQL OPEN C_ANT END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN C_ANT: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'A' TO WS-CA-TYPE
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_ANT INTO :WS-REF-ID, :WS-REF-NOM
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM PREPARER-CENTRE-REFERENCE
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH C_ANT: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_ANT END-EXEC
           DISPLAY 'CENTRES CREES: ' WS-COUNT.
       PREPARER-CENTRE-REFERENCE.
           MOVE WS-REF-ID TO WS-CA-REF-ID
           MOVE SPACES TO WS-CA-CODE
           STRING WS-CA-TYPE WS-CA-REF-ID DELIMITED BY SIZE
               INTO WS-CA-CODE
           MOVE WS-REF-NOM TO WS-CA-LIBELLE
           PERFORM INSERER-CENTRE-ABSENT.
       INSERER-CENTRE-ABSENT.
           MOVE 0 TO WS-NB
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB
               FROM CENTRE_ANALYTIQUE
               WHERE CA_CODE = :WS-CA-CODE
           END-EXEC
           IF WS-NB > ZERO
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               INSERT INTO CENTRE_ANALYTIQUE
               (CA_CODE, CA_LIBELLE, CA_TYPE, CA_REF_ID, CA_ACTIF)
               VALUES
               (:WS-CA-CODE, :WS-CA-LIBELLE, :WS-CA-TYPE,
                :WS-CA-REF-ID, 'O')
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT CENTRE_ANALYTIQUE: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           ADD 1 TO WS-COUNT
           MOVE 'CENTRE_ANA' TO WS-JRN-ENTITE
           MOVE WS-CA-REF-ID TO WS-JRN-CLE
           MOVE WS-CA-CODE TO WS-JRN-CHAMP
           MOVE SPACES TO WS-JRN-AVANT
           MOVE WS-CA-LIBELLE TO WS-JRN-APRES
           PERFORM JOURNALISER
           DISPLAY 'CENTRE CREE: ' WS-CA-CODE ' ' WS-CA-LIBELLE.
       CREER-CENTRE.
           IF WS-ARG-1 = SPACES
               OR (WS-ARG-2 NOT = 'D' AND WS-ARG-2 NOT = 'P'
                   AND WS-ARG-2 NOT = 'A' AND WS-ARG-2 NOT = 'C')
               DISPLAY 'ERREUR: CODE ET TYPE (D/P/A/C) REQUIS'
               PERFORM ABANDONNER
           END-IF
           MOVE 0 TO WS-CA-REF-ID
           IF WS-ARG-3 NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-ARG-3) NOT = 0
                   DISPLAY 'ERREUR: ID REFERENCE NON NUMERIQUE'
                   PERFORM ABANDONNER
               END-IF
               COMPUTE WS-CA-REF-ID = FUNCTION NUMVAL(WS-ARG-3)
           END-IF
           IF WS-ARG-2 NOT = 'C' AND WS-CA-REF-ID = ZERO
               DISPLAY 'ERREUR: ID REFERENCE REQUIS POUR LE TYPE '
                   WS-ARG-2
               PERFORM ABANDONNER
           END-IF
           MOVE WS-ARG-1 TO WS-CA-CODE
           MOVE WS-ARG-2 TO WS-CA-TYPE
           MOVE SPACES TO WS-CA-LIBELLE
           STRING 'CENTRE ' WS-CA-CODE DELIMITED BY SIZE
               INTO WS-CA-LIBELLE
           MOVE 0 TO WS-NB
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB
               FROM CENTRE_ANALYTIQUE
               WHERE CA_CODE = :WS-CA-CODE
           END-EXEC
           IF WS-NB > ZERO
               DISPLAY 'ERREUR: CENTRE ' WS-CA-CODE ' DEJA EXISTANT'
               PERFORM ABANDONNER
           END-IF
           PERFORM INSERER-CENTRE-ABSENT.
       DESACTIVER-CENTRE.
           MOVE WS-ARG-1 TO WS-CA-CODE
           IF WS-CA-CODE = 'COMMUN'
               DISPLAY 'ERREUR: LE CENTRE COMMUN NE PEUT ETRE'
                   ' DESACTIVE'
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               SELECT CA_ACTIF, CA_REF_ID
               INTO :WS-CA-ANCIEN-ACTIF, :WS-CA-REF-ID
               FROM CENTRE_ANALYTIQUE
               WHERE CA_CODE = :WS-CA-CODE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: CENTRE ' WS-CA-CODE ' INCONNU'
               PERFORM ABANDONNER
           END-IF
           MOVE 0 TO WS-NB
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB
               FROM CLE_REPARTITION
               WHERE CR_CIBLE = :WS-CA-CODE
               AND CR_POURCENT > 0
           END-EXEC
           IF WS-NB > ZERO
               DISPLAY 'ERREUR: CENTRE ' WS-CA-CODE ' CIBLE DE '
                   WS-NB ' CLE(S) DE REPARTITION'
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               UPDATE CENTRE_ANALYTIQUE
               SET CA_ACTIF = 'N'
               WHERE CA_CODE = :WS-CA-CODE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR UPDATE CENTRE_ANALYTIQUE: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'CENTRE_ANA' TO WS-JRN-ENTITE
           MOVE WS-CA-REF-ID TO WS-JRN-CLE
           MOVE WS-CA-CODE TO WS-JRN-CHAMP
           MOVE WS-CA-ANCIEN-ACTIF TO WS-JRN-AVANT
           MOVE 'N' TO WS-JRN-APRES
           PERFORM JOURNALISER
           DISPLAY 'CENTRE ' WS-CA-CODE ' DESACTIVE'.
       MODIFIER-CLE.
           MOVE WS-ARG-1 TO WS-CR-SOURCE
           MOVE WS-ARG-2 TO WS-CR-CIBLE
           IF WS-CR-SOURCE = SPACES OR WS-CR-CIBLE = SPACES
               OR WS-CR-SOURCE = WS-CR-CIBLE
               DISPLAY 'ERREUR: CENTRES SOURCE ET CIBLE DISTINCTS'
                   ' REQUIS'
               PERFORM ABANDONNER
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-ARG-3) NOT = 0
               DISPLAY 'ERREUR: POURCENTAGE NON NUMERIQUE'
               PERFORM ABANDONNER
           END-IF
           COMPUTE WS-CR-POURCENT = FUNCTION NUMVAL(WS-ARG-3)
           IF WS-CR-POURCENT > 100
               DISPLAY 'ERREUR: POURCENTAGE SUPERIEUR A 100'
               PERFORM ABANDONNER
           END-IF
           MOVE WS-CR-SOURCE TO WS-CA-CODE
           PERFORM CONTROLER-CENTRE-ACTIF
           MOVE WS-CR-CIBLE TO WS-CA-CODE
           PERFORM CONTROLER-CENTRE-ACTIF
           MOVE 0 TO WS-NB
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB
               FROM CLE_REPARTITION
               WHERE CR_SOURCE = :WS-CR-CIBLE
               AND CR_POURCENT > 0
           END-EXEC
           IF WS-NB > ZERO
               DISPLAY 'ERREUR: LA CIBLE ' WS-CR-CIBLE
                   ' EST ELLE-MEME REPARTIE'
               PERFORM ABANDONNER
           END-IF
           PERFORM ENREGISTRER-CLE
           MOVE 0 TO WS-CR-TOTAL
           EXEC SQL
               SELECT COALESCE(SUM(CR_POURCENT), 0)
               INTO :WS-CR-TOTAL
               FROM CLE_REPARTITION
               WHERE CR_SOURCE = :WS-CR-SOURCE
           END-EXEC
           IF WS-CR-TOTAL > 100
               DISPLAY 'ERREUR: TOTAL DES CLES DE ' WS-CR-SOURCE
                   ' SUPERIEUR A 100 %'
               PERFORM ABANDONNER
           END-IF
           MOVE WS-CR-TOTAL TO WS-D-POURCENT
           DISPLAY 'CLE ' WS-CR-SOURCE ' -> ' WS-CR-CIBLE ' : '
               WS-CR-POURCENT ' %'
           DISPLAY 'TOTAL REPARTI DE ' WS-CR-SOURCE ' : '
               WS-D-POURCENT ' %'
           IF WS-CR-TOTAL NOT = 100 AND WS-CR-TOTAL NOT = ZERO
               DISPLAY 'ATTENTION: LE TOTAL DOIT ATTEINDRE 100 %'
                   ' AVANT LE PROCHAIN EXPORT'
           END-IF.
       CONTROLER-CENTRE-ACTIF.
           MOVE 0 TO WS-NB
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB
               FROM CENTRE_ANALYTIQUE
               WHERE CA_CODE = :WS-CA-CODE
               AND CA_ACTIF = 'O'
           END-EXEC
           IF WS-NB = ZERO
               DISPLAY 'ERREUR: CENTRE ' WS-CA-CODE
                   ' INCONNU OU INACTIF'
               PERFORM ABANDONNER
           END-IF.
       ENREGISTRER-CLE.
           MOVE 0 TO WS-CR-ANCIEN-POURCENT
           MOVE 0 TO WS-NB
           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(CR_POURCENT), 0)
               INTO :WS-NB, :WS-CR-ANCIEN-POURCENT
               FROM CLE_REPARTITION
               WHERE CR_SOURCE = :WS-CR-SOURCE
               AND CR_CIBLE = :WS-CR-CIBLE
           END-EXEC
           EVALUATE TRUE
               WHEN WS-NB = ZERO AND WS-CR-POURCENT = ZERO
                   EXIT PARAGRAPH
               WHEN WS-NB = ZERO
                   EXEC SQL
                       INSERT INTO CLE_REPARTITION
                       (CR_SOURCE, CR_CIBLE, CR_POURCENT)
                       VALUES
                       (:WS-CR-SOURCE, :WS-CR-CIBLE, :WS-CR-POURCENT)
                   END-EXEC
               WHEN WS-CR-POURCENT = ZERO
                   EXEC SQL
                       DELETE FROM CLE_REPARTITION
                       WHERE CR_SOURCE = :WS-CR-SOURCE
                       AND CR_CIBLE = :WS-CR-CIBLE
                   END-EXEC
               WHEN OTHER
                   EXEC SQL
                       UPDATE CLE_REPARTITION
                       SET CR_POURCENT = :WS-CR-POURCENT
                       WHERE CR_SOURCE = :WS-CR-SOURCE
                       AND CR_CIBLE = :WS-CR-CIBLE
                   END-EXEC
           END-EVALUATE
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR MAJ CLE_REPARTITION: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           IF WS-CR-ANCIEN-POURCENT NOT = WS-CR-POURCENT
               MOVE 'CLE_REPART' TO WS-JRN-ENTITE
               MOVE 0 TO WS-JRN-CLE
               MOVE SPACES TO WS-JRN-CHAMP
               STRING WS-CR-SOURCE DELIMITED BY SPACE
                   '>' WS-CR-CIBLE DELIMITED BY SIZE
                   INTO WS-JRN-CHAMP
               MOVE WS-CR-ANCIEN-POURCENT TO WS-D-POURCENT
               MOVE WS-D-POURCENT TO WS-JRN-AVANT
               MOVE WS-CR-POURCENT TO WS-D-POURCENT
               MOVE WS-D-POURCENT TO WS-JRN-APRES
               PERFORM JOURNALISER
           END-IF.
       CLES-DEPUIS-TEMPS.
           MOVE WS-ARG-1 TO WS-CR-SOURCE
           IF WS-ARG-2(1:6) NOT NUMERIC
               DISPLAY 'ERREUR: MOIS AAAAMM REQUIS'
               PERFORM ABANDONNER
           END-IF
           MOVE WS-ARG-2(1:6) TO WS-MOIS
           EXEC SQL
               SELECT CA_REF_ID
               INTO :WS-DEPT-ID
               FROM CENTRE_ANALYTIQUE
               WHERE CA_CODE = :WS-CR-SOURCE
               AND CA_TYPE = 'D'
               AND CA_ACTIF = 'O'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: ' WS-CR-SOURCE
                   ' N''EST PAS UN CENTRE DEPARTEMENT ACTIF'
               PERFORM ABANDONNER
           END-IF
           PERFORM CHARGER-HEURES
           IF WS-HR-TOTAL = ZERO
               DISPLAY 'AUCUNE HEURE VALIDEE SUR PROJET POUR '
                   WS-CR-SOURCE ' EN ' WS-MOIS
                   ' - CLES INCHANGEES'
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               DECLARE C_CLE_ANC CURSOR FOR
               SELECT CR_CIBLE
               FROM CLE_REPARTITION
               WHERE CR_SOURCE = :WS-CR-SOURCE
               ORDER BY CR_CIBLE
           END-EXEC
           EXEC SQL OPEN C_CLE_ANC END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN C_CLE_ANC: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_CLE_ANC INTO :WS-CR-CIBLE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE 'CLE_REPART' TO WS-JRN-ENTITE
                       MOVE 0 TO WS-JRN-CLE
                       MOVE SPACES TO WS-JRN-CHAMP
                       STRING WS-CR-SOURCE DELIMITED BY SPACE
                           '>' WS-CR-CIBLE DELIMITED BY SIZE
                           INTO WS-JRN-CHAMP
                       MOVE 'SUPPRIMEE' TO WS-JRN-AVANT
                       MOVE 'RECALCUL TEMPS' TO WS-JRN-APRES
                       PERFORM JOURNALISER
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH C_CLE_ANC: SQLCODE='
                           SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_CLE_ANC END-EXEC
           EXEC SQL
               DELETE FROM CLE_REPARTITION
               WHERE CR_SOURCE = :WS-CR-SOURCE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT = 100
               DISPLAY 'ERREUR DELETE CLE_REPARTITION: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 100 TO WS-POURCENT-RESTE
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                   UNTIL WS-HR-IDX > WS-HR-COUNT
               MOVE SPACES TO WS-CR-CIBLE
               MOVE WS-HR-PROJ(WS-HR-IDX) TO WS-CA-REF-ID
               STRING 'P' WS-CA-REF-ID DELIMITED BY SIZE
                   INTO WS-CR-CIBLE
               IF WS-HR-IDX = WS-HR-COUNT
                   MOVE WS-POURCENT-RESTE TO WS-CR-POURCENT
               ELSE
                   COMPUTE WS-CR-POURCENT ROUNDED =
                       WS-HR-HEURES(WS-HR-IDX) * 100 / WS-HR-TOTAL
                   SUBTRACT WS-CR-POURCENT FROM WS-POURCENT-RESTE
               END-IF
               PERFORM ENREGISTRER-CLE
               MOVE WS-HR-HEURES(WS-HR-IDX) TO WS-D-HEURES
               MOVE WS-CR-POURCENT TO WS-D-POURCENT
               DISPLAY 'CLE ' WS-CR-SOURCE ' -> ' WS-CR-CIBLE
                   ' HEURES ' WS-D-HEURES ' : ' WS-D-POURCENT ' %'
           END-PERFORM
           DISPLAY 'CLES RECALCULEES: ' WS-HR-COUNT.
       CHARGER-HEURES.
           MOVE 0 TO WS-HR-COUNT
           MOVE 0 TO WS-HR-TOTAL
           OPEN INPUT TEMPS-FILE
           IF WS-TEMPS-STATUS NOT = '00'
               DISPLAY 'FEUILLES-TEMPS.DAT ABSENT'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TEMPS-EOF
           READ TEMPS-FILE
               AT END MOVE 'Y' TO WS-TEMPS-EOF
           END-READ
           PERFORM UNTIL WS-TEMPS-EOF = 'Y'
               PERFORM CUMULER-HEURES-LIGNE
               READ TEMPS-FILE
                   AT END MOVE 'Y' TO WS-TEMPS-EOF
               END-READ
           END-PERFORM
           CLOSE TEMPS-FILE
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                   UNTIL WS-HR-IDX > WS-HR-COUNT
               MOVE SPACES TO WS-CA-CODE
               MOVE WS-HR-PROJ(WS-HR-IDX) TO WS-CA-REF-ID
               STRING 'P' WS-CA-REF-ID DELIMITED BY SIZE
                   INTO WS-CA-CODE
               MOVE 0 TO WS-NB
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-NB
                   FROM CENTRE_ANALYTIQUE
                   WHERE CA_CODE = :WS-CA-CODE
                   AND CA_ACTIF = 'O'
               END-EXEC
               IF WS-NB = ZERO
                   DISPLAY 'ATTENTION: CENTRE ' WS-CA-CODE
                       ' ABSENT OU INACTIF - HEURES IGNOREES'
                   MOVE 0 TO WS-HR-HEURES(WS-HR-IDX)
               ELSE
                   ADD WS-HR-HEURES(WS-HR-IDX) TO WS-HR-TOTAL
               END-IF
           END-PERFORM
           PERFORM RETIRER-PROJETS-VIDES.
       RETIRER-PROJETS-VIDES.
           MOVE 0 TO WS-NB-CLES
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                   UNTIL WS-HR-IDX > WS-HR-COUNT
               IF WS-HR-HEURES(WS-HR-IDX) > ZERO
                   ADD 1 TO WS-NB-CLES
                   MOVE WS-HR-ENTRY(WS-HR-IDX)
                       TO WS-HR-ENTRY(WS-NB-CLES)
               END-IF
           END-PERFORM
           MOVE WS-NB-CLES TO WS-HR-COUNT.
       CUMULER-HEURES-LIGNE.
           INITIALIZE WS-CHAMPS
           UNSTRING TEMPS-RECORD DELIMITED BY ';'
               INTO WS-CH-EMPID WS-CH-PROJET WS-CH-DATE
                    WS-CH-HEURES WS-CH-CODE WS-CH-STATUT
           END-UNSTRING
           IF WS-CH-EMPID NOT NUMERIC
               OR WS-CH-PROJET NOT NUMERIC
               OR WS-CH-DATE(1:6) NOT NUMERIC
               OR WS-CH-STATUT NOT = 'T'
               EXIT PARAGRAPH
           END-IF
           IF WS-CH-DATE(1:6) NOT = WS-ARG-2(1:6)
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-CH-HEURES) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CH-EMPID TO WS-EMP-ID
           MOVE 0 TO WS-EMP-DEPT
           EXEC SQL
               SELECT COALESCE(DEPT_ID, 0)
               INTO :WS-EMP-DEPT
               FROM EMPLOYEE
               WHERE EMP_ID = :WS-EMP-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO OR WS-EMP-DEPT NOT = WS-DEPT-ID
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HR-LIGNE = FUNCTION NUMVAL(WS-CH-HEURES)
           MOVE 'N' TO WS-HR-TROUVE
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                   UNTIL WS-HR-IDX > WS-HR-COUNT
               IF WS-HR-PROJ(WS-HR-IDX) = WS-CH-PROJET
                   ADD WS-HR-LIGNE TO WS-HR-HEURES(WS-HR-IDX)
                   MOVE 'Y' TO WS-HR-TROUVE
               END-IF
           END-PERFORM
           IF WS-HR-TROUVE = 'N' AND WS-HR-COUNT < 200
               ADD 1 TO WS-HR-COUNT
               MOVE WS-CH-PROJET TO WS-HR-PROJ(WS-HR-COUNT)
               MOVE WS-HR-LIGNE TO WS-HR-HEURES(WS-HR-COUNT)
           END-IF.
       JOURNALISER.
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
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR JOURNAL MODIFICATIONS: SQLCODE='
                   SQLCODE
           END-IF.
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
               EXEC SQL CLOSE C_CA END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
