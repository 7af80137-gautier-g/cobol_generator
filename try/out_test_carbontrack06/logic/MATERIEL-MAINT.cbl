       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATERIEL-MAINT.
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
       77  WS-ARG-2               PIC X(12) VALUE SPACES.
       77  WS-ARG-3               PIC X(5) VALUE SPACES.
       77  WS-ARG-4               PIC X(100) VALUE SPACES.
       77  WS-COUNT               PIC 9(4) VALUE 0.
       01  WS-MAT-ID              PIC 9(9).
       01  WS-MAT-IDANTENNE       PIC 9(9).
       01  WS-MAT-LIBELLE         PIC X(50).
       01  WS-MAT-CATEGORIE       PIC X(12).
           88 CATEGORIE-VALIDE    VALUE 'VELO' 'TENTE' 'CUISINE'
                                        'PROJECTEUR' 'AUTRE'.
       01  WS-MAT-QUANTITE        PIC 9(5).
       01  WS-MAT-STATUT          PIC X.
           88 MAT-STATUT-VALIDE   VALUE 'D' 'R' 'P'.
       01  WS-OLD-STATUT          PIC X.
       01  WS-OLD-QUANTITE        PIC 9(5).
       01  WS-FILTRE-ANTENNE      PIC 9(9) VALUE 0.
       01  WS-RM-ID               PIC 9(9).
       01  WS-RM-ID-ACTIVITE      PIC 9(9).
       01  WS-RM-DATE-DEBUT       PIC 9(8).
       01  WS-RM-DATE-FIN         PIC 9(8).
       01  WS-RM-QUANTITE         PIC 9(5).
       01  WS-RM-STATUT           PIC X.
       01  WS-RM-QTE-RETOURNEE    PIC 9(5).
       01  WS-RM-QTE-ENDOMMAGEE   PIC 9(5).
       01  WS-RM-QTE-MANQUANTE    PIC 9(5).
       01  WS-RM-OBSERVATION      PIC X(100).
       01  WS-QTE-RESERVEE        PIC 9(7).
       01  WS-ACTIVITE-STATUT     PIC X.
       01  WS-ACTIVITE-IDANTENNE  PIC 9(9).
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
           DISPLAY 'MATERIEL PARTAGE DES ANTENNES'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-ACTION FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-1 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-2 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-3 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-4 FROM ARGUMENT-VALUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
           EVALUATE WS-ARG-ACTION
               WHEN 'LISTER'
               WHEN SPACES
                   PERFORM DAL-CONNECT
                   PERFORM LISTER-MATERIEL
               WHEN 'CREER'
                   PERFORM DAL-CONNECT
                   PERFORM CREER-MATERIEL
               WHEN 'STATUT'
                   PERFORM DAL-CONNECT
                   PERFORM CHANGER-STATUT
               WHEN 'RESERVER'
                   PERFORM DAL-CONNECT
                   PERFORM RESERVER-MATERIEL
               WHEN 'ANNULER'
                   PERFORM DAL-CONNECT
                   PERFORM ANNULER-RESERVATION
               WHEN 'RETOUR'
                   PERFORM DAL-CONNECT
                   PERFORM ENREGISTRER-RETOUR
               WHEN OTHER
                   DISPLAY 'USAGE: LISTER [ID-ANTENNE]'
                   DISPLAY '     | CREER ID-ANTENNE CATEGORIE QUANTITE'
                       ' LIBELLE'
                   DISPLAY '       CATEGORIE: VELO TENTE CUISINE'
                       ' PROJECTEUR AUTRE'
                   DISPLAY '     | STATUT ID-MATERIEL D|R|P'
                   DISPLAY '     | RESERVER ID-MATERIEL ID-ACTIVITE'
                       ' [QUANTITE]'
                   DISPLAY '     | ANNULER ID-RESERVATION'
                   DISPLAY '     | RETOUR ID-RESERVATION QTE-RENDUE'
                       ' [QTE-ENDOMMAGEE] [OBSERVATION]'
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
       LISTER-MATERIEL.
           IF WS-ARG-1 NOT = SPACES
               IF WS-ARG-1 NOT NUMERIC
                   DISPLAY 'ERREUR: ID-ANTENNE NON NUMERIQUE'
                   PERFORM ABANDONNER
               END-IF
               MOVE WS-ARG-1 TO WS-FILTRE-ANTENNE
           END-IF
           EXEC SQL
               DECLARE C_MATERIEL CURSOR FOR
               SELECT m.MAT_ID, m.MAT_IDANTENNE, m.MAT_LIBELLE,
                      m.MAT_CATEGORIE, m.MAT_QUANTITE, m.MAT_STATUT,
                      (SELECT COALESCE(SUM(r.RM_QUANTITE), 0)
                       FROM RESERVATION_MATERIEL r
                       WHERE r.RM_ID_MATERIEL = m.MAT_ID
                       AND r.RM_STATUT = 'C'
                       AND r.RM_DATE_FIN >= :WS-DATE-JOUR)
               FROM MATERIEL m
               WHERE (:WS-FILTRE-ANTENNE = 0
                      OR m.MAT_IDANTENNE = :WS-FILTRE-ANTENNE)
               ORDER BY m.MAT_IDANTENNE, m.MAT_CATEGORIE, m.MAT_ID
           END-EXEC
           EXEC SQL OPEN C_MATERIEL END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_MATERIEL INTO
                       :WS-MAT-ID, :WS-MAT-IDANTENNE, :WS-MAT-LIBELLE,
                       :WS-MAT-CATEGORIE, :WS-MAT-QUANTITE,
                       :WS-MAT-STATUT, :WS-QTE-RESERVEE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-COUNT
                       DISPLAY WS-MAT-ID ' ANT ' WS-MAT-IDANTENNE
                           ' ' WS-MAT-CATEGORIE ' ' WS-MAT-LIBELLE
                       DISPLAY '    QTE ' WS-MAT-QUANTITE
                           ' STATUT ' WS-MAT-STATUT
                           ' RESERVES A VENIR ' WS-QTE-RESERVEE
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           DISPLAY 'ARTICLES ENREGISTRES: ' WS-COUNT
           MOVE 0 TO RETURN-CODE.
       CREER-MATERIEL.
           IF WS-ARG-1 NOT NUMERIC
               OR WS-ARG-3 = SPACES
               OR FUNCTION TEST-NUMVAL(WS-ARG-3) NOT = 0
               OR WS-ARG-4 = SPACES
               DISPLAY 'ERREUR: ID-ANTENNE, CATEGORIE, QUANTITE ET'
                   ' LIBELLE REQUIS'
               PERFORM ABANDONNER
           END-IF
           MOVE WS-ARG-1 TO WS-MAT-IDANTENNE
           MOVE WS-ARG-2 TO WS-MAT-CATEGORIE
           IF NOT CATEGORIE-VALIDE
               DISPLAY 'ERREUR: CATEGORIE INCONNUE ' WS-MAT-CATEGORIE
               PERFORM ABANDONNER
           END-IF
           COMPUTE WS-MAT-QUANTITE = FUNCTION NUMVAL(WS-ARG-3)
           IF WS-MAT-QUANTITE = ZERO
               DISPLAY 'ERREUR: QUANTITE NULLE'
               PERFORM ABANDONNER
           END-IF
           MOVE WS-ARG-4 TO WS-MAT-LIBELLE
           MOVE ZERO TO WS-NB
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB
               FROM ANTENNE
               WHERE ANTENNE_ID = :WS-MAT-IDANTENNE
               AND COALESCE(ANTENNE_STATUT, 'A') <> 'F'
           END-EXEC
           IF WS-NB = ZERO
               DISPLAY 'ERREUR: ANTENNE INCONNUE OU FERMEE '
                   WS-MAT-IDANTENNE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(MAT_ID), 0) + 1
               INTO :WS-MAT-ID
               FROM MATERIEL
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR LECTURE MAX ID: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               INSERT INTO MATERIEL
               (MAT_ID, MAT_IDANTENNE, MAT_LIBELLE, MAT_CATEGORIE,
                MAT_QUANTITE, MAT_STATUT)
               VALUES
               (:WS-MAT-ID, :WS-MAT-IDANTENNE, :WS-MAT-LIBELLE,
                :WS-MAT-CATEGORIE, :WS-MAT-QUANTITE, 'D')
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT MATERIEL: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           DISPLAY 'ARTICLE ' WS-MAT-ID ' ENREGISTRE'
           MOVE 0 TO RETURN-CODE.
       LIRE-MATERIEL.
           IF WS-ARG-1 NOT NUMERIC
               DISPLAY 'ERREUR: ID-MATERIEL NON NUMERIQUE'
               PERFORM ABANDONNER
           END-IF
           MOVE WS-ARG-1 TO WS-MAT-ID
           EXEC SQL
               SELECT MAT_IDANTENNE, MAT_LIBELLE, MAT_QUANTITE,
                      MAT_STATUT
               INTO :WS-MAT-IDANTENNE, :WS-MAT-LIBELLE,
                    :WS-MAT-QUANTITE, :WS-OLD-STATUT
               FROM MATERIEL
               WHERE MAT_ID = :WS-MAT-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: ARTICLE INCONNU ' WS-MAT-ID
               PERFORM ABANDONNER
           END-IF.
       CHANGER-STATUT.
           PERFORM LIRE-MATERIEL
           MOVE WS-ARG-2(1:1) TO WS-MAT-STATUT
           IF NOT MAT-STATUT-VALIDE OR WS-ARG-2(2:) NOT = SPACES
               DISPLAY 'ERREUR: STATUT D (DISPONIBLE), R (EN'
                   ' REPARATION) OU P (PERDU/REFORME) ATTENDU'
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               UPDATE MATERIEL
               SET MAT_STATUT = :WS-MAT-STATUT
               WHERE MAT_ID = :WS-MAT-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR UPDATE MATERIEL: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE WS-MAT-ID TO WS-JRN-CLE
           MOVE 'MAT_STATUT' TO WS-JRN-CHAMP
           MOVE WS-OLD-STATUT TO WS-JRN-AVANT
           MOVE WS-MAT-STATUT TO WS-JRN-APRES
           PERFORM JOURNALISER
           IF WS-MAT-STATUT NOT = 'D'
               MOVE ZERO TO WS-NB
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-NB
                   FROM RESERVATION_MATERIEL
                   WHERE RM_ID_MATERIEL = :WS-MAT-ID
                   AND RM_STATUT IN ('C', 'W')
                   AND RM_DATE_FIN >= :WS-DATE-JOUR
               END-EXEC
               IF WS-NB > ZERO
                   DISPLAY 'ATTENTION: ' WS-NB ' RESERVATION(S) A'
                       ' VENIR SUR CET ARTICLE'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'ARTICLE ' WS-MAT-ID ' PASSE AU STATUT '
               WS-MAT-STATUT.
       RESERVER-MATERIEL.
           PERFORM LIRE-MATERIEL
           IF WS-OLD-STATUT NOT = 'D'
               DISPLAY 'ERREUR: ARTICLE ' WS-MAT-ID
                   ' INDISPONIBLE (STATUT ' WS-OLD-STATUT ')'
               PERFORM ABANDONNER
           END-IF
           IF WS-ARG-2 NOT NUMERIC
               DISPLAY 'ERREUR: ID-ACTIVITE NON NUMERIQUE'
               PERFORM ABANDONNER
           END-IF
           MOVE WS-ARG-2 TO WS-RM-ID-ACTIVITE
           MOVE 1 TO WS-RM-QUANTITE
           IF WS-ARG-3 NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-ARG-3) NOT = 0
                   DISPLAY 'ERREUR: QUANTITE NON NUMERIQUE'
                   PERFORM ABANDONNER
               END-IF
               COMPUTE WS-RM-QUANTITE = FUNCTION NUMVAL(WS-ARG-3)
           END-IF
           IF WS-RM-QUANTITE = ZERO
               OR WS-RM-QUANTITE > WS-MAT-QUANTITE
               DISPLAY 'ERREUR: QUANTITE ' WS-RM-QUANTITE
                   ' HORS STOCK DE L''ARTICLE (' WS-MAT-QUANTITE ')'
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               SELECT COALESCE(a.ACTIVITE_STATUT, 'A'),
                      a.ACTIVITE_IDANTENNE,
                      LEAST(a.ACTIVITE_DATE,
                            COALESCE(MIN(j.ACTJOUR_DATE),
                                     a.ACTIVITE_DATE)),
                      GREATEST(COALESCE(a.ACTIVITE_DATEFIN,
                                        a.ACTIVITE_DATE),
                               COALESCE(MAX(j.ACTJOUR_DATE),
                                        a.ACTIVITE_DATE))
               INTO :WS-ACTIVITE-STATUT, :WS-ACTIVITE-IDANTENNE,
                    :WS-RM-DATE-DEBUT, :WS-RM-DATE-FIN
               FROM ACTIVITE a
               LEFT JOIN ACTIVITE_JOUR j
                   ON j.ACTJOUR_ID_ACTIVITE = a.ACTIVITE_ID
               WHERE a.ACTIVITE_ID = :WS-RM-ID-ACTIVITE
               GROUP BY a.ACTIVITE_STATUT, a.ACTIVITE_IDANTENNE,
                        a.ACTIVITE_DATE, a.ACTIVITE_DATEFIN
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: ACTIVITE INCONNUE ' WS-RM-ID-ACTIVITE
               PERFORM ABANDONNER
           END-IF
           IF WS-ACTIVITE-STATUT = 'X'
               DISPLAY 'ERREUR: ACTIVITE ANNULEE ' WS-RM-ID-ACTIVITE
               PERFORM ABANDONNER
           END-IF
           MOVE ZERO TO WS-NB
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB
               FROM RESERVATION_MATERIEL
               WHERE RM_ID_MATERIEL = :WS-MAT-ID
               AND RM_ID_ACTIVITE = :WS-RM-ID-ACTIVITE
               AND RM_STATUT IN ('C', 'W')
           END-EXEC
           IF WS-NB > ZERO
               DISPLAY 'ERREUR: ARTICLE DEJA RESERVE POUR L''ACTIVITE '
                   WS-RM-ID-ACTIVITE
               PERFORM ABANDONNER
           END-IF
           MOVE ZERO TO WS-QTE-RESERVEE
           EXEC SQL
               SELECT COALESCE(SUM(RM_QUANTITE), 0)
               INTO :WS-QTE-RESERVEE
               FROM RESERVATION_MATERIEL
               WHERE RM_ID_MATERIEL = :WS-MAT-ID
               AND RM_STATUT = 'C'
               AND RM_DATE_DEBUT <= :WS-RM-DATE-FIN
               AND RM_DATE_FIN >= :WS-RM-DATE-DEBUT
           END-EXEC
           IF WS-QTE-RESERVEE + WS-RM-QUANTITE > WS-MAT-QUANTITE
               MOVE 'W' TO WS-RM-STATUT
               DISPLAY 'CONFLIT RESERVATION: ARTICLE ' WS-MAT-ID
                   ' DEJA RESERVE (' WS-QTE-RESERVEE ' SUR '
                   WS-MAT-QUANTITE ') DU ' WS-RM-DATE-DEBUT
                   ' AU ' WS-RM-DATE-FIN ' - MISE EN ATTENTE'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'C' TO WS-RM-STATUT
               MOVE 0 TO RETURN-CODE
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(RM_ID), 0) + 1
               INTO :WS-RM-ID
               FROM RESERVATION_MATERIEL
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR LECTURE MAX ID: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               INSERT INTO RESERVATION_MATERIEL
               (RM_ID, RM_ID_MATERIEL, RM_ID_ACTIVITE,
                RM_DATE_DEBUT, RM_DATE_FIN, RM_QUANTITE, RM_STATUT,
                RM_QTE_RETOURNEE, RM_QTE_ENDOMMAGEE,
                RM_QTE_MANQUANTE, RM_DATE_RETOUR, RM_OBSERVATION)
               VALUES
               (:WS-RM-ID, :WS-MAT-ID, :WS-RM-ID-ACTIVITE,
                :WS-RM-DATE-DEBUT, :WS-RM-DATE-FIN, :WS-RM-QUANTITE,
                :WS-RM-STATUT, 0, 0, 0, 0, ' ')
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT RESERVATION_MATERIEL: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           IF WS-ACTIVITE-IDANTENNE NOT = WS-MAT-IDANTENNE
               DISPLAY 'PRET INTER-ANTENNES: ANTENNE '
                   WS-MAT-IDANTENNE ' VERS ' WS-ACTIVITE-IDANTENNE
           END-IF
           DISPLAY 'RESERVATION ' WS-RM-ID ' STATUT ' WS-RM-STATUT
               ' DU ' WS-RM-DATE-DEBUT ' AU ' WS-RM-DATE-FIN.
       LIRE-RESERVATION.
           IF WS-ARG-1 NOT NUMERIC
               DISPLAY 'ERREUR: ID-RESERVATION NON NUMERIQUE'
               PERFORM ABANDONNER
           END-IF
           MOVE WS-ARG-1 TO WS-RM-ID
           EXEC SQL
               SELECT RM_ID_MATERIEL, RM_QUANTITE, RM_STATUT
               INTO :WS-MAT-ID, :WS-RM-QUANTITE, :WS-RM-STATUT
               FROM RESERVATION_MATERIEL
               WHERE RM_ID = :WS-RM-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: RESERVATION INCONNUE ' WS-RM-ID
               PERFORM ABANDONNER
           END-IF.
       ANNULER-RESERVATION.
           PERFORM LIRE-RESERVATION
           IF WS-RM-STATUT NOT = 'C' AND WS-RM-STATUT NOT = 'W'
               DISPLAY 'ERREUR: RESERVATION ' WS-RM-ID
                   ' NON ANNULABLE (STATUT ' WS-RM-STATUT ')'
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               UPDATE RESERVATION_MATERIEL
               SET RM_STATUT = 'X'
               WHERE RM_ID = :WS-RM-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR UPDATE RESERVATION_MATERIEL: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           DISPLAY 'RESERVATION ' WS-RM-ID ' ANNULEE'
           MOVE 0 TO RETURN-CODE.
       ENREGISTRER-RETOUR.
           PERFORM LIRE-RESERVATION
           IF WS-RM-STATUT NOT = 'C'
               DISPLAY 'ERREUR: RESERVATION ' WS-RM-ID
                   ' NON CONFIRMEE OU DEJA RENDUE (STATUT '
                   WS-RM-STATUT ')'
               PERFORM ABANDONNER
           END-IF
           IF WS-ARG-2 = SPACES
               OR FUNCTION TEST-NUMVAL(WS-ARG-2) NOT = 0
               DISPLAY 'ERREUR: QUANTITE RENDUE REQUISE'
               PERFORM ABANDONNER
           END-IF
           COMPUTE WS-RM-QTE-RETOURNEE = FUNCTION NUMVAL(WS-ARG-2)
           MOVE ZERO TO WS-RM-QTE-ENDOMMAGEE
           IF WS-ARG-3 NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-ARG-3) NOT = 0
                   DISPLAY 'ERREUR: QUANTITE ENDOMMAGEE NON NUMERIQUE'
                   PERFORM ABANDONNER
               END-IF
               COMPUTE WS-RM-QTE-ENDOMMAGEE =
                   FUNCTION NUMVAL(WS-ARG-3)
           END-IF
           IF WS-RM-QTE-RETOURNEE > WS-RM-QUANTITE
               OR WS-RM-QTE-ENDOMMAGEE > WS-RM-QTE-RETOURNEE
               DISPLAY 'ERREUR: QUANTITES INCOHERENTES (RESERVE '
                   WS-RM-QUANTITE ')'
               PERFORM ABANDONNER
           END-IF
           COMPUTE WS-RM-QTE-MANQUANTE =
               WS-RM-QUANTITE - WS-RM-QTE-RETOURNEE
           MOVE WS-ARG-4 TO WS-RM-OBSERVATION
           EXEC SQL
               UPDATE RESERVATION_MATERIEL
               SET RM_STATUT = 'R',
                   RM_QTE_RETOURNEE = :WS-RM-QTE-RETOURNEE,
                   RM_QTE_ENDOMMAGEE = :WS-RM-QTE-ENDOMMAGEE,
                   RM_QTE_MANQUANTE = :WS-RM-QTE-MANQUANTE,
                   RM_DATE_RETOUR = :WS-DATE-JOUR,
                   RM_OBSERVATION = :WS-RM-OBSERVATION
               WHERE RM_ID = :WS-RM-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR UPDATE RESERVATION_MATERIEL: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 0 TO RETURN-CODE
           IF WS-RM-QTE-MANQUANTE > ZERO
               PERFORM DEDUIRE-MANQUANTS
           END-IF
           IF WS-RM-QTE-ENDOMMAGEE > ZERO
               DISPLAY 'ALERTE: ' WS-RM-QTE-ENDOMMAGEE
                   ' UNITE(S) ENDOMMAGEE(S) - ARTICLE ' WS-MAT-ID
                   ' A CONTROLER'
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'RETOUR ENREGISTRE POUR LA RESERVATION ' WS-RM-ID.
       DEDUIRE-MANQUANTS.
           EXEC SQL
               SELECT MAT_QUANTITE
               INTO :WS-OLD-QUANTITE
               FROM MATERIEL
               WHERE MAT_ID = :WS-MAT-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: ARTICLE INCONNU ' WS-MAT-ID
               PERFORM ABANDONNER
           END-IF
           IF WS-RM-QTE-MANQUANTE > WS-OLD-QUANTITE
               MOVE ZERO TO WS-MAT-QUANTITE
           ELSE
               COMPUTE WS-MAT-QUANTITE =
                   WS-OLD-QUANTITE - WS-RM-QTE-MANQUANTE
           END-IF
           EXEC SQL
               UPDATE MATERIEL
               SET MAT_QUANTITE = :WS-MAT-QUANTITE
               WHERE MAT_ID = :WS-MAT-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR UPDATE MATERIEL: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE WS-MAT-ID TO WS-JRN-CLE
           MOVE 'MAT_QUANTITE' TO WS-JRN-CHAMP
           MOVE WS-OLD-QUANTITE TO WS-JRN-AVANT
           MOVE WS-MAT-QUANTITE TO WS-JRN-APRES
           PERFORM JOURNALISER
           DISPLAY 'ALERTE: ' WS-RM-QTE-MANQUANTE
               ' UNITE(S) MANQUANTE(S) - STOCK DE L''ARTICLE '
               WS-MAT-ID ' RAMENE A ' WS-MAT-QUANTITE
           MOVE 4 TO RETURN-CODE.
       JOURNALISER.
           MOVE 'MATERIEL' TO WS-JRN-ENTITE
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
               EXEC SQL CLOSE C_MATERIEL END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
