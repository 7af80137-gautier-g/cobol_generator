       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-MAINT.
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
       77  WS-ARG-ACTION          PIC X(8) VALUE SPACES.
       77  WS-ARG-1               PIC X(9) VALUE SPACES.
       77  WS-ARG-2               PIC X(8) VALUE SPACES.
       77  WS-ARG-3               PIC X(10) VALUE SPACES.
       77  WS-ARG-4               PIC X(200) VALUE SPACES.
       77  WS-ARG-5               PIC X(9) VALUE SPACES.
       77  WS-ARG-6               PIC X(8) VALUE SPACES.
       77  WS-COUNT               PIC 9(4) VALUE 0.
       01  WS-INCIDENT-ID         PIC 9(9).
       01  WS-INCIDENT-ACTIVITE   PIC 9(9).
       01  WS-INCIDENT-USER       PIC 9(9).
       01  WS-INCIDENT-DATE       PIC 9(8).
       01  WS-INCIDENT-GRAVITE    PIC 9.
       01  WS-INCIDENT-CATEGORIE  PIC X(10).
           88 CATEGORIE-VALIDE    VALUE 'BLESSURE' 'DOMMAGE'
                                        'VEHICULE' 'AUTRE'.
       01  WS-INCIDENT-DESCRIPTION PIC X(200).
       01  WS-INCIDENT-STATUT     PIC X.
           88 STATUT-VALIDE       VALUE 'O' 'S' 'C'.
       01  WS-INCIDENT-DECLARATION PIC 9(8).
       01  WS-OLD-STATUT          PIC X.
       01  WS-OLD-DECLARATION     PIC 9(8).
       01  WS-FILTRE-ACTIVITE     PIC 9(9) VALUE 0.
       01  WS-ACTIVITE-DATE       PIC 9(8).
       01  WS-ACTIVITE-STATUT     PIC X.
       01  WS-DATE-JOUR           PIC 9(8).
       01  WS-NB                  PIC 9(9).
       01  WS-JRN-ENTITE          PIC X(12).
       01  WS-JRN-CLE             PIC 9(9).
       01  WS-JRN-CHAMP           PIC X(20).
       01  WS-JRN-AVANT           PIC X(80).
       01  WS-JRN-APRES           PIC X(80).
       01  WS-JRN-OPERATEUR       PIC X(9).
       01  WS-JRN-TS              PIC X(14).
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'REGISTRE DES INCIDENTS D''ACTIVITE'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-ACTION FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-1 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-2 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-3 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-4 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-5 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-6 FROM ARGUMENT-VALUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
           EVALUATE WS-ARG-ACTION
               WHEN 'LISTER'
               WHEN SPACES
                   PERFORM DAL-CONNECT
                   PERFORM LISTER-INCIDENTS
               WHEN 'CREER'
                   PERFORM DAL-CONNECT
                   PERFORM CREER-INCIDENT
               WHEN 'SUIVI'
                   PERFORM DAL-CONNECT
                   PERFORM CHANGER-STATUT
               WHEN 'DECLARER'
                   PERFORM DAL-CONNECT
                   PERFORM DECLARER-INCIDENT
               WHEN OTHER
                   DISPLAY 'USAGE: LISTER [ID-ACTIVITE]'
                   DISPLAY '     | CREER ID-ACTIVITE GRAVITE (1-4)'
                       ' CATEGORIE DESCRIPTION [ID-UTILISATEUR]'
                       ' [DATE]'
                   DISPLAY '       CATEGORIE: BLESSURE DOMMAGE'
                       ' VEHICULE AUTRE'
                   DISPLAY '     | SUIVI ID-INCIDENT O|S|C'
                   DISPLAY '     | DECLARER ID-INCIDENT [DATE]'
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
       LISTER-INCIDENTS.
           IF WS-ARG-1 NOT = SPACES
               IF WS-ARG-1 NOT NUMERIC
                   DISPLAY 'ERREUR: ID-ACTIVITE NON NUMERIQUE'
                   PERFORM ABANDONNER
               END-IF
               MOVE WS-ARG-1 TO WS-FILTRE-ACTIVITE
           END-IF
           EXEC SQL
               DECLARE C_INCIDENT CURSOR FOR
               SELECT INCIDENT_ID, INCIDENT_ID_ACTIVITE,
                      COALESCE(INCIDENT_ID_USER, 0), INCIDENT_DATE,
                      INCIDENT_GRAVITE, INCIDENT_CATEGORIE,
                      INCIDENT_DESCRIPTION, INCIDENT_STATUT,
                      COALESCE(INCIDENT_DATE_DECLARATION, 0)
               FROM INCIDENT
               WHERE (:WS-FILTRE-ACTIVITE = 0
                      OR INCIDENT_ID_ACTIVITE = :WS-FILTRE-ACTIVITE)
               ORDER BY INCIDENT_DATE, INCIDENT_ID
           END-EXEC
           EXEC SQL OPEN C_INCIDENT END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_INCIDENT INTO
                       :WS-INCIDENT-ID, :WS-INCIDENT-ACTIVITE,
                       :WS-INCIDENT-USER, :WS-INCIDENT-DATE,
                       :WS-INCIDENT-GRAVITE, :WS-INCIDENT-CATEGORIE,
                       :WS-INCIDENT-DESCRIPTION, :WS-INCIDENT-STATUT,
                       :WS-INCIDENT-DECLARATION
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-COUNT
                       DISPLAY WS-INCIDENT-ID ' ' WS-INCIDENT-DATE
                           ' ACT ' WS-INCIDENT-ACTIVITE
                           ' USER ' WS-INCIDENT-USER
                           ' GRAV ' WS-INCIDENT-GRAVITE
                           ' ' WS-INCIDENT-CATEGORIE
                           ' STATUT ' WS-INCIDENT-STATUT
                           ' ASSUREUR ' WS-INCIDENT-DECLARATION
                       DISPLAY '    ' WS-INCIDENT-DESCRIPTION(1:70)
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           DISPLAY 'INCIDENTS ENREGISTRES: ' WS-COUNT
           MOVE 0 TO RETURN-CODE.
       CREER-INCIDENT.
           IF WS-ARG-1 NOT NUMERIC
               OR WS-ARG-2(1:1) < '1' OR WS-ARG-2(1:1) > '4'
               OR WS-ARG-2(2:) NOT = SPACES
               OR WS-ARG-4 = SPACES
               DISPLAY 'ERREUR: ID-ACTIVITE, GRAVITE (1-4),'
                   ' CATEGORIE ET DESCRIPTION REQUIS'
               PERFORM ABANDONNER
           END-IF
           MOVE WS-ARG-1 TO WS-INCIDENT-ACTIVITE
           MOVE WS-ARG-2(1:1) TO WS-INCIDENT-GRAVITE
           MOVE WS-ARG-3 TO WS-INCIDENT-CATEGORIE
           IF NOT CATEGORIE-VALIDE
               DISPLAY 'ERREUR: CATEGORIE INCONNUE '
                   WS-INCIDENT-CATEGORIE
               PERFORM ABANDONNER
           END-IF
           MOVE WS-ARG-4 TO WS-INCIDENT-DESCRIPTION
           MOVE ZERO TO WS-INCIDENT-USER
           IF WS-ARG-5 NOT = SPACES
               IF WS-ARG-5 NOT NUMERIC
                   DISPLAY 'ERREUR: ID-UTILISATEUR NON NUMERIQUE'
                   PERFORM ABANDONNER
               END-IF
               MOVE WS-ARG-5 TO WS-INCIDENT-USER
           END-IF
           EXEC SQL
               SELECT ACTIVITE_DATE, COALESCE(ACTIVITE_STATUT, 'A')
               INTO :WS-ACTIVITE-DATE, :WS-ACTIVITE-STATUT
               FROM ACTIVITE
               WHERE ACTIVITE_ID = :WS-INCIDENT-ACTIVITE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: ACTIVITE INCONNUE '
                   WS-INCIDENT-ACTIVITE
               PERFORM ABANDONNER
           END-IF
           IF WS-ACTIVITE-STATUT = 'X'
               DISPLAY 'ERREUR: ACTIVITE ANNULEE '
                   WS-INCIDENT-ACTIVITE
               PERFORM ABANDONNER
           END-IF
           MOVE WS-ACTIVITE-DATE TO WS-INCIDENT-DATE
           IF WS-ARG-6 NOT = SPACES
               IF WS-ARG-6 NOT NUMERIC
                   DISPLAY 'ERREUR: DATE NON NUMERIQUE (AAAAMMJJ)'
                   PERFORM ABANDONNER
               END-IF
               MOVE WS-ARG-6 TO WS-INCIDENT-DATE
           END-IF
           IF WS-INCIDENT-DATE > WS-DATE-JOUR
               DISPLAY 'ERREUR: DATE D''INCIDENT DANS LE FUTUR'
               PERFORM ABANDONNER
           END-IF
           IF WS-INCIDENT-USER NOT = ZERO
               MOVE ZERO TO WS-NB
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-NB
                   FROM UTILISATEUR
                   WHERE USER_ID = :WS-INCIDENT-USER
               END-EXEC
               IF WS-NB = ZERO
                   DISPLAY 'ERREUR: UTILISATEUR INCONNU '
                       WS-INCIDENT-USER
                   PERFORM ABANDONNER
               END-IF
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(INCIDENT_ID), 0) + 1
               INTO :WS-INCIDENT-ID
               FROM INCIDENT
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR LECTURE MAX ID: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               INSERT INTO INCIDENT
               (INCIDENT_ID, INCIDENT_ID_ACTIVITE, INCIDENT_ID_USER,
                INCIDENT_DATE, INCIDENT_GRAVITE, INCIDENT_CATEGORIE,
                INCIDENT_DESCRIPTION, INCIDENT_STATUT,
                INCIDENT_DATE_DECLARATION)
               VALUES
               (:WS-INCIDENT-ID, :WS-INCIDENT-ACTIVITE,
                NULLIF(:WS-INCIDENT-USER, 0),
                :WS-INCIDENT-DATE, :WS-INCIDENT-GRAVITE,
                :WS-INCIDENT-CATEGORIE, :WS-INCIDENT-DESCRIPTION,
                'O', 0)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT INCIDENT: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           DISPLAY 'INCIDENT ' WS-INCIDENT-ID ' ENREGISTRE'
           MOVE 0 TO RETURN-CODE.
       LIRE-INCIDENT.
           IF WS-ARG-1 NOT NUMERIC
               DISPLAY 'ERREUR: ID-INCIDENT NON NUMERIQUE'
               PERFORM ABANDONNER
           END-IF
           MOVE WS-ARG-1 TO WS-INCIDENT-ID
           EXEC SQL
               SELECT INCIDENT_STATUT,
                      COALESCE(INCIDENT_DATE_DECLARATION, 0),
                      INCIDENT_DATE
               INTO :WS-OLD-STATUT, :WS-OLD-DECLARATION,
                    :WS-INCIDENT-DATE
               FROM INCIDENT
               WHERE INCIDENT_ID = :WS-INCIDENT-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: INCIDENT INCONNU ' WS-INCIDENT-ID
               PERFORM ABANDONNER
           END-IF.
       CHANGER-STATUT.
           PERFORM LIRE-INCIDENT
           MOVE WS-ARG-2(1:1) TO WS-INCIDENT-STATUT
           IF NOT STATUT-VALIDE OR WS-ARG-2(2:) NOT = SPACES
               DISPLAY 'ERREUR: STATUT O (OUVERT), S (EN SUIVI)'
                   ' OU C (CLOS) ATTENDU'
               PERFORM ABANDONNER
           END-IF
           IF WS-INCIDENT-STATUT = WS-OLD-STATUT
               DISPLAY 'INCIDENT ' WS-INCIDENT-ID ' DEJA AU STATUT '
                   WS-INCIDENT-STATUT
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE INCIDENT
               SET INCIDENT_STATUT = :WS-INCIDENT-STATUT
               WHERE INCIDENT_ID = :WS-INCIDENT-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR UPDATE INCIDENT: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'INCIDENT_STATUT' TO WS-JRN-CHAMP
           MOVE WS-OLD-STATUT TO WS-JRN-AVANT
           MOVE WS-INCIDENT-STATUT TO WS-JRN-APRES
           PERFORM JOURNALISER
           DISPLAY 'INCIDENT ' WS-INCIDENT-ID ' PASSE AU STATUT '
               WS-INCIDENT-STATUT
           MOVE 0 TO RETURN-CODE.
       DECLARER-INCIDENT.
           PERFORM LIRE-INCIDENT
           IF WS-OLD-DECLARATION NOT = ZERO
               DISPLAY 'ERREUR: INCIDENT DEJA DECLARE A L''ASSUREUR'
                   ' LE ' WS-OLD-DECLARATION
               PERFORM ABANDONNER
           END-IF
           MOVE WS-DATE-JOUR TO WS-INCIDENT-DECLARATION
           IF WS-ARG-2 NOT = SPACES
               IF WS-ARG-2 NOT NUMERIC
                   DISPLAY 'ERREUR: DATE NON NUMERIQUE (AAAAMMJJ)'
                   PERFORM ABANDONNER
               END-IF
               MOVE WS-ARG-2 TO WS-INCIDENT-DECLARATION
           END-IF
           IF WS-INCIDENT-DECLARATION < WS-INCIDENT-DATE
               OR WS-INCIDENT-DECLARATION > WS-DATE-JOUR
               DISPLAY 'ERREUR: DATE DE DECLARATION INVALIDE '
                   WS-INCIDENT-DECLARATION
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               UPDATE INCIDENT
               SET INCIDENT_DATE_DECLARATION =
                   :WS-INCIDENT-DECLARATION
               WHERE INCIDENT_ID = :WS-INCIDENT-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR UPDATE INCIDENT: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'INCIDENT_DECLARATION' TO WS-JRN-CHAMP
           MOVE WS-OLD-DECLARATION TO WS-JRN-AVANT
           MOVE WS-INCIDENT-DECLARATION TO WS-JRN-APRES
           PERFORM JOURNALISER
           DISPLAY 'INCIDENT ' WS-INCIDENT-ID ' DECLARE A L''ASSUREUR'
               ' LE ' WS-INCIDENT-DECLARATION
           MOVE 0 TO RETURN-CODE.
       JOURNALISER.
           MOVE 'INCIDENT' TO WS-JRN-ENTITE
           MOVE WS-INCIDENT-ID TO WS-JRN-CLE
           ACCEPT WS-JRN-OPERATEUR FROM ENVIRONMENT
               'CARBONTRACK_OPERATEUR'
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
               EXEC SQL CLOSE C_INCIDENT END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
