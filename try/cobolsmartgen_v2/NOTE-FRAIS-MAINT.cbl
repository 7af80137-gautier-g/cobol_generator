       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTE-FRAIS-MAINT.
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
       77  WS-ARG-2               PIC X(9) VALUE SPACES.
       77  WS-ARG-3               PIC X(9) VALUE SPACES.
       77  WS-ARG-4               PIC X(40) VALUE SPACES.
       77  WS-ARG-5               PIC X(12) VALUE SPACES.
       77  WS-ARG-6               PIC X(12) VALUE SPACES.
       77  WS-ARG-7               PIC X(20) VALUE SPACES.
       01  WS-ARG-ID              PIC 9(9).
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
       01  WS-CATEGORIE           PIC X(8).
           88 CAT-REPAS           VALUE 'REPAS'.
           88 CAT-HOTEL           VALUE 'HOTEL'.
           88 CAT-VALIDE          VALUES 'REPAS' 'HOTEL' 'TRAIN'
                                         'AVION' 'TAXI' 'PEAGE'
                                         'PARKING' 'CARBUR'
                                         'FOURNIT' 'DIVERS'.
           88 CAT-TVA-RECUPERABLE VALUES 'REPAS' 'HOTEL' 'PEAGE'
                                         'PARKING' 'CARBUR'
                                         'FOURNIT'.
       01  WS-PLAFOND             PIC 9(7)V99 VALUE 0.
       01  WS-TVA-RECUP-CAT       PIC X VALUE 'N'.
       01  WS-DATE-JOUR           PIC 9(8).
       01  WS-NDF-ID              PIC 9(9).
       01  WS-NDF-EMP-ID          PIC 9(4).
       01  WS-NDF-DATE            PIC 9(8).
       01  WS-NDF-STATUT          PIC X.
           88 NDF-SAISIE          VALUE 'S'.
           88 NDF-SOUMISE         VALUE 'E'.
           88 NDF-VALIDEE         VALUE 'V'.
           88 NDF-REJETEE         VALUE 'R'.
           88 NDF-PAYEE           VALUE 'P'.
       01  WS-NDF-MOTIF           PIC X(40).
       01  WS-NDF-PERIODE         PIC 9(6).
       01  WS-NDF-NB-LIGNES       PIC 9(4).
       01  WS-NDF-TOTAL           PIC 9(7)V99.
       01  WS-NDF-TOTAL-TVA       PIC 9(7)V99.
       01  WS-EMP-NAME            PIC X(30).
       01  WS-EMP-MANAGER         PIC 9(4).
       01  WS-MANAGER-ID          PIC 9(4).
       01  WS-NDL-NUM             PIC 9(4).
       01  WS-NDL-DATE            PIC 9(8).
       01  WS-NDL-CATEGORIE       PIC X(8).
       01  WS-NDL-TTC             PIC 9(7)V99.
       01  WS-NDL-TVA             PIC 9(7)V99.
       01  WS-NDL-REMB            PIC 9(7)V99.
       01  WS-NDL-TVA-RECUP       PIC 9(7)V99.
       01  WS-NDL-JUSTIFICATIF    PIC X(20).
       77  WS-COUNT               PIC 9(4) VALUE 0.
       01  WS-D-MONTANT           PIC Z(6)9.99.
       01  WS-D-TVA               PIC Z(6)9.99.
       01  WS-D-TTC               PIC Z(6)9.99.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'NOTES DE FRAIS DU PERSONNEL'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-ACTION FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-2 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-3 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-4 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-5 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-6 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-7 FROM ARGUMENT-VALUE
           IF FUNCTION TEST-NUMVAL(WS-ARG-2) NOT = 0
               PERFORM AFFICHER-USAGE
           END-IF
           COMPUTE WS-ARG-ID = FUNCTION NUMVAL(WS-ARG-2)
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
           EVALUATE WS-ARG-ACTION
               WHEN 'CREER'
                   PERFORM CREER-NOTE
               WHEN 'LIGNE'
                   PERFORM AJOUTER-LIGNE
               WHEN 'SOUMETTRE'
                   PERFORM SOUMETTRE-NOTE
               WHEN 'VALIDER'
                   PERFORM DECIDER-NOTE
               WHEN 'REJETER'
                   PERFORM DECIDER-NOTE
               WHEN 'LISTER'
                   PERFORM LISTER-NOTES
               WHEN 'DETAIL'
                   PERFORM DETAILLER-NOTE
               WHEN 'ATTENTE'
                   PERFORM LISTER-ATTENTE
               WHEN OTHER
                   PERFORM AFFICHER-USAGE
           END-EVALUATE
           PERFORM DAL-END
           DISPLAY '=========================================='
           GOBACK.
       AFFICHER-USAGE.
           DISPLAY 'USAGE: CREER ID-EMPLOYE DATE(AAAAMMJJ) |'
               ' LIGNE ID-NOTE DATE CATEGORIE MONTANT-TTC TVA'
               ' JUSTIFICATIF |'
           DISPLAY '       SOUMETTRE ID-NOTE | VALIDER ID-NOTE'
               ' ID-MANAGER | REJETER ID-NOTE ID-MANAGER MOTIF |'
           DISPLAY '       LISTER ID-EMPLOYE | DETAIL ID-NOTE |'
               ' ATTENTE ID-MANAGER'
           DISPLAY 'CATEGORIES: REPAS HOTEL TRAIN AVION TAXI PEAGE'
               ' PARKING CARBUR FOURNIT DIVERS'
           MOVE 1 TO RETURN-CODE
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
      *----------------------------------------------------------------
      * CREER: NOUVELLE NOTE DE FRAIS EN SAISIE
      *----------------------------------------------------------------
       CREER-NOTE.
           MOVE WS-ARG-ID TO WS-NDF-EMP-ID
           IF WS-ARG-3(1:8) NOT NUMERIC
               PERFORM AFFICHER-USAGE
           END-IF
           MOVE WS-ARG-3(1:8) TO WS-NDF-DATE
           MOVE WS-NDF-DATE TO WS-DATE-8
           PERFORM VALIDER-DATE
           PERFORM DAL-CONNECT
           EXEC SQL
               SELECT EMP_NAME
               INTO :WS-EMP-NAME
               FROM EMPLOYEE
               WHERE EMP_ID = :WS-NDF-EMP-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: EMPLOYE ' WS-NDF-EMP-ID ' INCONNU'
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(NDF_ID), 0) + 1
               INTO :WS-NDF-ID
               FROM NOTE_FRAIS
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR NUMEROTATION NOTE_FRAIS: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               INSERT INTO NOTE_FRAIS
               (NDF_ID, EMP_ID, NDF_DATE, NDF_STATUT, NDF_MANAGER_ID,
                NDF_DATE_DECISION, NDF_MOTIF_REJET,
                NDF_PERIODE_PAIEMENT, NDF_REF_VIREMENT, NDF_EXPORTE)
               VALUES
               (:WS-NDF-ID, :WS-NDF-EMP-ID, :WS-NDF-DATE, 'S', 0,
                0, ' ', 0, ' ', 'N')
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT NOTE_FRAIS: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           DISPLAY 'NOTE DE FRAIS ' WS-NDF-ID ' CREEE POUR '
               WS-EMP-NAME
           MOVE 0 TO RETURN-CODE.
      *----------------------------------------------------------------
      * LIGNE: DEPENSE JUSTIFIEE, PLAFOND ET TVA DE LA CATEGORIE
      *----------------------------------------------------------------
       AJOUTER-LIGNE.
           MOVE WS-ARG-ID TO WS-NDF-ID
           IF WS-ARG-3(1:8) NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(WS-ARG-5) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-ARG-6) NOT = 0
               OR WS-ARG-7 = SPACES
               DISPLAY 'ERREUR: DATE, MONTANT, TVA ET JUSTIFICATIF'
                   ' REQUIS'
               PERFORM AFFICHER-USAGE
           END-IF
           MOVE WS-ARG-4 TO WS-CATEGORIE
           IF NOT CAT-VALIDE
               DISPLAY 'ERREUR: CATEGORIE DE FRAIS INCONNUE '
                   WS-CATEGORIE
               PERFORM AFFICHER-USAGE
           END-IF
           MOVE WS-ARG-3(1:8) TO WS-NDL-DATE
           MOVE WS-NDL-DATE TO WS-DATE-8
           PERFORM VALIDER-DATE
           IF WS-NDL-DATE > WS-DATE-JOUR
               DISPLAY 'ERREUR: DEPENSE DATEE DANS LE FUTUR'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-NDL-TTC = FUNCTION NUMVAL(WS-ARG-5)
           COMPUTE WS-NDL-TVA = FUNCTION NUMVAL(WS-ARG-6)
           IF WS-NDL-TTC = ZERO OR WS-NDL-TVA >= WS-NDL-TTC
               DISPLAY 'ERREUR: MONTANT NUL OU TVA SUPERIEURE AU'
                   ' MONTANT TTC'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-7 TO WS-NDL-JUSTIFICATIF
           PERFORM CHARGER-PARAMETRES-CATEGORIE
           MOVE WS-NDL-TTC TO WS-NDL-REMB
           IF WS-PLAFOND > ZERO AND WS-NDL-TTC > WS-PLAFOND
               MOVE WS-PLAFOND TO WS-NDL-REMB
               MOVE WS-PLAFOND TO WS-D-MONTANT
               DISPLAY 'PLAFOND ' WS-CATEGORIE ' APPLIQUE: '
                   WS-D-MONTANT
           END-IF
           IF WS-TVA-RECUP-CAT = 'O'
               COMPUTE WS-NDL-TVA-RECUP ROUNDED =
                   WS-NDL-TVA * WS-NDL-REMB / WS-NDL-TTC
           ELSE
               MOVE 0 TO WS-NDL-TVA-RECUP
           END-IF
           PERFORM DAL-CONNECT
           PERFORM LIRE-NOTE
           IF NOT NDF-SAISIE
               DISPLAY 'ERREUR: NOTE ' WS-NDF-ID ' NON MODIFIABLE'
                   ' (STATUT ' WS-NDF-STATUT ')'
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(NDL_NUM), 0) + 1
               INTO :WS-NDL-NUM
               FROM NOTE_FRAIS_LIGNE
               WHERE NDF_ID = :WS-NDF-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR NUMEROTATION LIGNE NOTE: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE WS-CATEGORIE TO WS-NDL-CATEGORIE
           EXEC SQL
               INSERT INTO NOTE_FRAIS_LIGNE
               (NDF_ID, NDL_NUM, NDL_DATE, NDL_CATEGORIE,
                NDL_MONTANT_TTC, NDL_TVA, NDL_MONTANT_REMB,
                NDL_TVA_RECUP, NDL_JUSTIFICATIF)
               VALUES
               (:WS-NDF-ID, :WS-NDL-NUM, :WS-NDL-DATE,
                :WS-NDL-CATEGORIE, :WS-NDL-TTC, :WS-NDL-TVA,
                :WS-NDL-REMB, :WS-NDL-TVA-RECUP,
                :WS-NDL-JUSTIFICATIF)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT NOTE_FRAIS_LIGNE: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE WS-NDL-REMB TO WS-D-MONTANT
           MOVE WS-NDL-TVA-RECUP TO WS-D-TVA
           DISPLAY 'LIGNE ' WS-NDL-NUM ' ' WS-CATEGORIE
               ' REMBOURSABLE ' WS-D-MONTANT ' DONT TVA RECUPERABLE '
               WS-D-TVA
           MOVE 0 TO RETURN-CODE.
       CHARGER-PARAMETRES-CATEGORIE.
           MOVE 0 TO WS-PLAFOND
           IF CAT-REPAS
               MOVE 25.00 TO WS-PLAFOND
           END-IF
           IF CAT-HOTEL
               MOVE 150.00 TO WS-PLAFOND
           END-IF
           IF CAT-TVA-RECUPERABLE
               MOVE 'O' TO WS-TVA-RECUP-CAT
           ELSE
               MOVE 'N' TO WS-TVA-RECUP-CAT
           END-IF
           INITIALIZE WS-PARAMETRE
           MOVE 'NOTEFRAIS' TO PARAM-DOMAINE
           STRING 'PLAFOND_' WS-CATEGORIE DELIMITED BY SPACE
               INTO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-PLAFOND = FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF
           INITIALIZE WS-PARAMETRE
           MOVE 'NOTEFRAIS' TO PARAM-DOMAINE
           STRING 'TVA_RECUP_' WS-CATEGORIE DELIMITED BY SPACE
               INTO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND (PARAM-VALEUR = 'O' OR PARAM-VALEUR = 'N')
               MOVE PARAM-VALEUR TO WS-TVA-RECUP-CAT
           END-IF.
      *----------------------------------------------------------------
      * SOUMETTRE: ENVOI AU MANAGER POUR APPROBATION
      *----------------------------------------------------------------
       SOUMETTRE-NOTE.
           MOVE WS-ARG-ID TO WS-NDF-ID
           PERFORM DAL-CONNECT
           PERFORM LIRE-NOTE
           IF NOT NDF-SAISIE
               DISPLAY 'ERREUR: NOTE ' WS-NDF-ID ' DEJA SOUMISE'
                   ' (STATUT ' WS-NDF-STATUT ')'
               PERFORM ABANDONNER
           END-IF
           IF WS-NDF-NB-LIGNES = ZERO
               DISPLAY 'ERREUR: NOTE ' WS-NDF-ID ' SANS DEPENSE'
               PERFORM ABANDONNER
           END-IF
           IF WS-EMP-MANAGER = ZERO
               DISPLAY 'ERREUR: AUCUN MANAGER ENREGISTRE POUR'
                   ' EMPLOYE ' WS-NDF-EMP-ID
                   ' (SAISIE-MANAGER-EMPLOYE)'
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               UPDATE NOTE_FRAIS
               SET NDF_STATUT = 'E'
               WHERE NDF_ID = :WS-NDF-ID
               AND NDF_STATUT = 'S'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO OR SQLERRD(3) EQUAL ZERO
               DISPLAY 'ERREUR UPDATE NOTE_FRAIS: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE WS-NDF-TOTAL TO WS-D-MONTANT
           DISPLAY 'NOTE ' WS-NDF-ID ' SOUMISE (' WS-D-MONTANT
               ') AU MANAGER ' WS-EMP-MANAGER
           MOVE 0 TO RETURN-CODE.
      *----------------------------------------------------------------
      * VALIDER / REJETER: DECISION DU MANAGER DE L'EMPLOYE
      *----------------------------------------------------------------
       DECIDER-NOTE.
           MOVE WS-ARG-ID TO WS-NDF-ID
           IF FUNCTION TEST-NUMVAL(WS-ARG-3) NOT = 0
               DISPLAY 'ERREUR: ID MANAGER REQUIS'
               PERFORM AFFICHER-USAGE
           END-IF
           COMPUTE WS-MANAGER-ID = FUNCTION NUMVAL(WS-ARG-3)
           IF WS-ARG-ACTION = 'REJETER' AND WS-ARG-4 = SPACES
               DISPLAY 'ERREUR: MOTIF DE REJET REQUIS'
               PERFORM AFFICHER-USAGE
           END-IF
           PERFORM DAL-CONNECT
           PERFORM LIRE-NOTE
           IF NOT NDF-SOUMISE
               DISPLAY 'ERREUR: NOTE ' WS-NDF-ID ' NON SOUMISE'
                   ' (STATUT ' WS-NDF-STATUT ')'
               PERFORM ABANDONNER
           END-IF
           IF WS-MANAGER-ID = WS-NDF-EMP-ID
               OR WS-MANAGER-ID NOT = WS-EMP-MANAGER
               DISPLAY 'REFUS: ' WS-MANAGER-ID ' N''EST PAS LE'
                   ' MANAGER DE L''EMPLOYE ' WS-NDF-EMP-ID
               PERFORM ABANDONNER
           END-IF
           IF WS-ARG-ACTION = 'VALIDER'
               MOVE 'V' TO WS-NDF-STATUT
               MOVE SPACES TO WS-NDF-MOTIF
           ELSE
               MOVE 'R' TO WS-NDF-STATUT
               MOVE WS-ARG-4 TO WS-NDF-MOTIF
           END-IF
           EXEC SQL
               UPDATE NOTE_FRAIS
               SET NDF_STATUT = :WS-NDF-STATUT,
                   NDF_MANAGER_ID = :WS-MANAGER-ID,
                   NDF_DATE_DECISION = :WS-DATE-JOUR,
                   NDF_MOTIF_REJET = :WS-NDF-MOTIF
               WHERE NDF_ID = :WS-NDF-ID
               AND NDF_STATUT = 'E'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO OR SQLERRD(3) EQUAL ZERO
               DISPLAY 'ERREUR UPDATE NOTE_FRAIS: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE WS-NDF-TOTAL TO WS-D-MONTANT
           IF NDF-VALIDEE
               DISPLAY 'NOTE ' WS-NDF-ID ' VALIDEE (' WS-D-MONTANT
                   ') - PAYEE AU PROCHAIN VIREMENT DES SALAIRES'
           ELSE
               DISPLAY 'NOTE ' WS-NDF-ID ' REJETEE: ' WS-NDF-MOTIF
           END-IF
           MOVE 0 TO RETURN-CODE.
       LIRE-NOTE.
           EXEC SQL
               SELECT n.EMP_ID, n.NDF_DATE, n.NDF_STATUT,
                      COALESCE(e.EMP_MANAGER_ID, 0), e.EMP_NAME
               INTO :WS-NDF-EMP-ID, :WS-NDF-DATE, :WS-NDF-STATUT,
                    :WS-EMP-MANAGER, :WS-EMP-NAME
               FROM NOTE_FRAIS n, EMPLOYEE e
               WHERE n.NDF_ID = :WS-NDF-ID
               AND e.EMP_ID = n.EMP_ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: NOTE DE FRAIS ' WS-NDF-ID ' INCONNUE'
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(NDL_MONTANT_REMB), 0)
               INTO :WS-NDF-NB-LIGNES, :WS-NDF-TOTAL
               FROM NOTE_FRAIS_LIGNE
               WHERE NDF_ID = :WS-NDF-ID
           END-EXEC.
      *----------------------------------------------------------------
      * LISTER / DETAIL / ATTENTE: CONSULTATION
      *----------------------------------------------------------------
       LISTER-NOTES.
           MOVE WS-ARG-ID TO WS-NDF-EMP-ID
           PERFORM DAL-CONNECT
           EXEC SQL
               DECLARE C_NDF CURSOR FOR
               SELECT n.NDF_ID, n.NDF_DATE, n.NDF_STATUT,
                      COALESCE(SUM(l.NDL_MONTANT_REMB), 0),
                      COALESCE(SUM(l.NDL_TVA_RECUP), 0),
                      n.NDF_PERIODE_PAIEMENT, n.NDF_MOTIF_REJET
               FROM NOTE_FRAIS n
               LEFT JOIN NOTE_FRAIS_LIGNE l ON l.NDF_ID = n.NDF_ID
               WHERE n.EMP_ID = :WS-NDF-EMP-ID
               GROUP BY n.NDF_ID, n.NDF_DATE, n.NDF_STATUT,
                        n.NDF_PERIODE_PAIEMENT, n.NDF_MOTIF_REJET
               ORDER BY n.NDF_ID
           END-EXEC
           EXEC SQL OPEN C_NDF END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN NOTE_FRAIS: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_NDF INTO :WS-NDF-ID, :WS-NDF-DATE,
                       :WS-NDF-STATUT, :WS-NDF-TOTAL,
                       :WS-NDF-TOTAL-TVA, :WS-NDF-PERIODE,
                       :WS-NDF-MOTIF
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-COUNT
                   MOVE WS-NDF-TOTAL TO WS-D-MONTANT
                   MOVE WS-NDF-TOTAL-TVA TO WS-D-TVA
                   DISPLAY 'NOTE ' WS-NDF-ID ' DU ' WS-NDF-DATE
                       ' STATUT ' WS-NDF-STATUT ' MONTANT '
                       WS-D-MONTANT ' TVA ' WS-D-TVA
                   IF NDF-PAYEE
                       DISPLAY '     PAYEE AVEC LES SALAIRES '
                           WS-NDF-PERIODE
                   END-IF
                   IF NDF-REJETEE
                       DISPLAY '     REJETEE: ' WS-NDF-MOTIF
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-END-OF-FILE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE C_NDF END-EXEC
           DISPLAY 'NOTES DE FRAIS: ' WS-COUNT
           MOVE 0 TO RETURN-CODE.
       DETAILLER-NOTE.
           MOVE WS-ARG-ID TO WS-NDF-ID
           PERFORM DAL-CONNECT
           PERFORM LIRE-NOTE
           DISPLAY 'NOTE ' WS-NDF-ID ' - ' WS-EMP-NAME ' - STATUT '
               WS-NDF-STATUT
           EXEC SQL
               DECLARE C_NDL CURSOR FOR
               SELECT NDL_NUM, NDL_DATE, NDL_CATEGORIE,
                      NDL_MONTANT_TTC, NDL_MONTANT_REMB,
                      NDL_TVA_RECUP, NDL_JUSTIFICATIF
               FROM NOTE_FRAIS_LIGNE
               WHERE NDF_ID = :WS-NDF-ID
               ORDER BY NDL_NUM
           END-EXEC
           EXEC SQL OPEN C_NDL END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN NOTE_FRAIS_LIGNE: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_NDL INTO :WS-NDL-NUM, :WS-NDL-DATE,
                       :WS-NDL-CATEGORIE, :WS-NDL-TTC, :WS-NDL-REMB,
                       :WS-NDL-TVA-RECUP, :WS-NDL-JUSTIFICATIF
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE WS-NDL-TTC TO WS-D-TTC
                   MOVE WS-NDL-REMB TO WS-D-MONTANT
                   MOVE WS-NDL-TVA-RECUP TO WS-D-TVA
                   DISPLAY WS-NDL-NUM ' ' WS-NDL-DATE ' '
                       WS-NDL-CATEGORIE ' TTC ' WS-D-TTC ' REMB '
                       WS-D-MONTANT ' TVA ' WS-D-TVA ' JUSTIF '
                       WS-NDL-JUSTIFICATIF
               ELSE
                   MOVE 'Y' TO WS-END-OF-FILE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE C_NDL END-EXEC
           MOVE WS-NDF-TOTAL TO WS-D-MONTANT
           DISPLAY 'TOTAL REMBOURSABLE: ' WS-D-MONTANT
           MOVE 0 TO RETURN-CODE.
       LISTER-ATTENTE.
           MOVE WS-ARG-ID TO WS-MANAGER-ID
           PERFORM DAL-CONNECT
           EXEC SQL
               DECLARE C_ATT CURSOR FOR
               SELECT n.NDF_ID, n.EMP_ID, e.EMP_NAME, n.NDF_DATE,
                      COALESCE(SUM(l.NDL_MONTANT_REMB), 0)
               FROM NOTE_FRAIS n
               JOIN EMPLOYEE e ON e.EMP_ID = n.EMP_ID
               LEFT JOIN NOTE_FRAIS_LIGNE l ON l.NDF_ID = n.NDF_ID
               WHERE n.NDF_STATUT = 'E'
               AND e.EMP_MANAGER_ID = :WS-MANAGER-ID
               GROUP BY n.NDF_ID, n.EMP_ID, e.EMP_NAME, n.NDF_DATE
               ORDER BY n.NDF_ID
           END-EXEC
           EXEC SQL OPEN C_ATT END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN NOTE_FRAIS: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_ATT INTO :WS-NDF-ID, :WS-NDF-EMP-ID,
                       :WS-EMP-NAME, :WS-NDF-DATE, :WS-NDF-TOTAL
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-COUNT
                   MOVE WS-NDF-TOTAL TO WS-D-MONTANT
                   DISPLAY 'NOTE ' WS-NDF-ID ' ' WS-NDF-EMP-ID ' '
                       WS-EMP-NAME ' DU ' WS-NDF-DATE ' '
                       WS-D-MONTANT
               ELSE
                   MOVE 'Y' TO WS-END-OF-FILE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE C_ATT END-EXEC
           DISPLAY 'NOTES EN ATTENTE DE VALIDATION: ' WS-COUNT
           MOVE 0 TO RETURN-CODE.
       VALIDER-DATE.
           MOVE 'VAL8' TO WS-DATE-OPERATION
           CALL 'DATE-UTILS' USING WS-DATE-OPERATION WS-DATE-ZONE
           IF WS-DATE-VALIDE NOT = 'Y'
               DISPLAY 'ERREUR: DATE INVALIDE ' WS-DATE-8
               MOVE 1 TO RETURN-CODE
               GOBACK
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
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL COMMIT END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
