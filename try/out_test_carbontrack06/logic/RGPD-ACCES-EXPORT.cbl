       IDENTIFICATION DIVISION.
       PROGRAM-ID. RGPD-ACCES-EXPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOSSIER-FILE ASSIGN TO WS-DOSSIER-NOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOSSIER-STATUS.
           SELECT MAIL-QUEUE-FILE ASSIGN TO "MAIL-QUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOSSIER-FILE.
       01  DOSSIER-RECORD         PIC X(132).
       FD  MAIL-QUEUE-FILE.
       01  MAIL-QUEUE-RECORD      PIC X(250).
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
       77  WS-ARG-USER            PIC X(9) VALUE SPACES.
       77  WS-ARG-DATE            PIC X(8) VALUE SPACES.
       77  WS-DOSSIER-STATUS      PIC X(2) VALUE '00'.
       77  WS-QUEUE-STATUS        PIC X(2) VALUE '00'.
       01  WS-DOSSIER-NOM         PIC X(40).
       01  WS-LIGNE               PIC X(132).
       01  WS-DATE-JOUR           PIC 9(8).
       01  WS-TS-JOUR             PIC X(14).
       01  WS-DATE-DEMANDE        PIC 9(8).
       01  WS-DATE-DEMANDE-R REDEFINES WS-DATE-DEMANDE.
           05 WS-DEM-AAAA         PIC 9(4).
           05 WS-DEM-MM           PIC 9(2).
           05 WS-DEM-JJ           PIC 9(2).
       01  WS-DATE-LIMITE         PIC 9(8).
       01  WS-DATE-LIMITE-R REDEFINES WS-DATE-LIMITE.
           05 WS-LIM-AAAA         PIC 9(4).
           05 WS-LIM-MM           PIC 9(2).
           05 WS-LIM-JJ           PIC 9(2).
       01  WS-DATE-TRAVAIL        PIC 9(8).
       01  WS-DERNIER-JOUR        PIC 9(2).
       01  WS-OPERATEUR           PIC X(9).
       01  WS-DAR-ID              PIC 9(9).
       01  WS-USER-ID             PIC 9(9).
       01  WS-USER-NOM            PIC X(50).
       01  WS-USER-MAIL           PIC X(80).
       01  WS-USER-ROLE           PIC X(15).
       01  WS-USER-ID-ANTENNE     PIC 9(9).
       01  WS-USER-LAST-LOGIN     PIC S9(11).
       01  WS-USER-PASS-CHANGED   PIC 9(8).
       01  WS-USER-ANNEE-NAISS    PIC 9(4).
       01  WS-USER-COMMUNE        PIC X(50).
       01  WS-USER-IBAN           PIC X(34).
       01  WS-USER-CV             PIC 9(2).
       01  WS-ANTENNE-NOM         PIC X(50).
       01  WS-CONS-CANAL          PIC X(10).
       01  WS-CONS-FINALITE       PIC X(12).
       01  WS-CONS-OPTIN          PIC 9(8).
       01  WS-CONS-OPTOUT         PIC 9(8).
       01  WS-FOYER-ID            PIC 9(9).
       01  WS-FOYER-ROLE          PIC X(6).
       01  WS-FOYER-NB            PIC 9(4).
       01  WS-PART-ACTIVITE       PIC 9(9).
       01  WS-PART-NOM            PIC X(50).
       01  WS-PART-DATE           PIC 9(8).
       01  WS-PART-STATUT         PIC X.
       01  WS-PART-MODE           PIC 9.
       01  WS-PART-DISTANCE       PIC 9(5)V99.
       01  WS-PART-FACTUREE       PIC X.
       01  WS-PART-DATE-INSC      PIC 9(8).
       01  WS-COTIS-ANNEE         PIC 9(4).
       01  WS-COTIS-STATUT        PIC X.
       01  WS-INV-ID              PIC 9(9).
       01  WS-INV-DATE            PIC X(10).
       01  WS-INV-TYPE            PIC X(3).
       01  WS-INV-TTC             PIC S9(7)V99.
       01  WS-INV-REGLE           PIC S9(7)V99.
       01  WS-PAY-ID              PIC 9(9).
       01  WS-PAY-MONTANT         PIC S9(7)V99.
       01  WS-PAY-STATUT          PIC X.
       01  WS-DON-ID              PIC 9(9).
       01  WS-DON-DATE            PIC 9(8).
       01  WS-DON-MONTANT         PIC 9(8)V99.
       01  WS-DON-MODE            PIC X(3).
       01  WS-DON-RECU            PIC 9(9).
       01  WS-RF-NUMERO           PIC 9(9).
       01  WS-RF-ANNEE            PIC 9(4).
       01  WS-RF-NB-DONS          PIC 9(6).
       01  WS-RF-MONTANT          PIC 9(9)V99.
       01  WS-RF-DATE             PIC 9(8).
       01  WS-IK-MOIS             PIC 9(6).
       01  WS-IK-KM               PIC 9(7).
       01  WS-IK-MONTANT          PIC S9(7)V99.
       01  WS-IK-STATUT           PIC X.
       01  WS-IK-DATE-PAIEMENT    PIC 9(8).
       01  WS-BH-ACTIVITE         PIC 9(9).
       01  WS-BH-ROLE             PIC X(10).
       01  WS-BH-HEURES           PIC 9(4)V99.
       01  WS-BH-DATE             PIC 9(8).
       01  WS-INC-ID              PIC 9(9).
       01  WS-INC-ACTIVITE        PIC 9(9).
       01  WS-INC-DATE            PIC 9(8).
       01  WS-INC-CATEGORIE       PIC X(10).
       01  WS-INC-GRAVITE         PIC 9.
       01  WS-INC-STATUT          PIC X.
       01  WS-INC-DESCRIPTION     PIC X(200).
       01  WS-SAT-ACTIVITE        PIC 9(9).
       01  WS-SAT-NOTE-GLOBALE    PIC 9.
       01  WS-SAT-NOTE-ANIM       PIC 9.
       01  WS-SAT-NOTE-LOGIST     PIC 9.
       01  WS-SAT-COMMENTAIRE     PIC X(100).
       01  WS-SAT-DATE            PIC 9(8).
       01  WS-MANDAT-ID           PIC 9(9).
       01  WS-MANDAT-RUM          PIC X(35).
       01  WS-MANDAT-IBAN         PIC X(34).
       01  WS-MANDAT-BIC          PIC X(11).
       01  WS-MANDAT-SIGNATURE    PIC 9(8).
       01  WS-MANDAT-STATUT       PIC X.
       01  WS-AUD-TS              PIC 9(14).
       01  WS-AUD-RESULTAT        PIC X.
       01  WS-AUD-ORIGINE         PIC X(20).
       01  WS-JRN-ENTITE          PIC X(12).
       01  WS-JRN-CHAMP           PIC X(20).
       01  WS-JRN-AVANT           PIC X(80).
       01  WS-JRN-APRES           PIC X(80).
       01  WS-JRN-OPERATEUR       PIC X(9).
       01  WS-JRN-TS              PIC X(14).
       01  WS-QUEUE-LIGNE.
           05 MQ-STATUT           PIC X.
           05 FILLER              PIC X.
           05 MQ-CANAL            PIC X(10).
           05 FILLER              PIC X.
           05 MQ-DESTINATAIRE     PIC X(80).
           05 FILLER              PIC X.
           05 MQ-TEMPLATE         PIC X(12).
           05 FILLER              PIC X.
           05 MQ-VARIABLES        PIC X(120).
           05 FILLER              PIC X.
           05 MQ-TS               PIC X(14).
       01  WS-D-ID                PIC Z(8)9.
       01  WS-D-MONTANT           PIC Z(6)9.99-.
       01  WS-D-MONTANT2          PIC Z(6)9.99-.
       01  WS-D-DISTANCE          PIC Z(4)9.99.
       01  WS-D-HEURES            PIC Z(3)9.99.
       01  WS-D-KM                PIC Z(6)9.
       01  WS-D-LOGIN             PIC -Z(10)9.
       01  WS-D-COUNT             PIC Z(5)9.
       77  WS-COUNT-SECTION       PIC 9(6) VALUE 0.
       77  WS-COUNT-ELEMENTS      PIC 9(6) VALUE 0.
       77  WS-CODE-RETOUR         PIC S9(4) VALUE 0.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'DROIT D''ACCES - DOSSIER DONNEES PERSONNELLES'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-USER FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-DATE FROM ARGUMENT-VALUE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TS-JOUR
           MOVE WS-TS-JOUR(1:8) TO WS-DATE-JOUR
           IF WS-ARG-USER = SPACES OR WS-ARG-USER NOT NUMERIC
               DISPLAY 'USAGE: RGPD-ACCES-EXPORT ID-MEMBRE'
                   ' [DATE-DEMANDE AAAAMMJJ]'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-USER TO WS-USER-ID
           IF WS-ARG-DATE = SPACES
               MOVE WS-DATE-JOUR TO WS-DATE-DEMANDE
           ELSE
               IF WS-ARG-DATE NOT NUMERIC
                   DISPLAY 'ERREUR: DATE-DEMANDE INVALIDE'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-ARG-DATE TO WS-DATE-DEMANDE
               IF WS-DEM-MM < 1 OR WS-DEM-MM > 12
                   OR WS-DEM-JJ < 1 OR WS-DEM-JJ > 31
                   DISPLAY 'ERREUR: DATE-DEMANDE INVALIDE'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WS-DATE-DEMANDE > WS-DATE-JOUR
                   DISPLAY 'ERREUR: DATE-DEMANDE DANS LE FUTUR'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT 'CARBONTRACK_OPERATEUR'
           IF WS-OPERATEUR = SPACES
               MOVE 'BATCH' TO WS-OPERATEUR
           END-IF
           PERFORM CALCULER-ECHEANCE
           PERFORM DAL-CONNECT
           PERFORM LIRE-MEMBRE
           MOVE SPACES TO WS-DOSSIER-NOM
           STRING 'RGPD-ACCES-' WS-ARG-USER '-' WS-DATE-JOUR '.TXT'
               DELIMITED BY SIZE INTO WS-DOSSIER-NOM
           OPEN OUTPUT DOSSIER-FILE
           IF WS-DOSSIER-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ' WS-DOSSIER-NOM ': '
                   WS-DOSSIER-STATUS
               PERFORM ABANDONNER
           END-IF
           PERFORM ECRIRE-ENTETE
           PERFORM SECTION-IDENTITE
           PERFORM SECTION-CONSENTEMENTS
           PERFORM SECTION-FOYER
           PERFORM SECTION-PARTICIPATIONS
           PERFORM SECTION-COTISATIONS
           PERFORM SECTION-FACTURES
           PERFORM SECTION-PAIEMENTS
           PERFORM SECTION-CONNEXIONS
           PERFORM SECTION-JOURNAL
           PERFORM SECTION-MESSAGES
           PERFORM SECTION-DONS
           PERFORM SECTION-RECUS-FISCAUX
           PERFORM SECTION-INDEMNITES-KM
           PERFORM SECTION-BENEVOLAT
           PERFORM SECTION-INCIDENTS
           PERFORM SECTION-SATISFACTION
           PERFORM SECTION-MANDATS
           PERFORM ECRIRE-PIED
           CLOSE DOSSIER-FILE
           PERFORM JOURNALISER-DEMANDE
           PERFORM DAL-END
           DISPLAY 'MEMBRE            : ' WS-USER-ID
           DISPLAY 'DOSSIER           : ' WS-DOSSIER-NOM
           DISPLAY 'ELEMENTS EXPORTES : ' WS-COUNT-ELEMENTS
           DISPLAY 'DATE DEMANDE      : ' WS-DATE-DEMANDE
           DISPLAY 'REPONSE AVANT LE  : ' WS-DATE-LIMITE
           IF WS-DATE-JOUR > WS-DATE-LIMITE
               DISPLAY 'ATTENTION: DELAI LEGAL D''UN MOIS DEPASSE'
               MOVE 4 TO WS-CODE-RETOUR
           END-IF
           DISPLAY '=========================================='
           MOVE WS-CODE-RETOUR TO RETURN-CODE
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
       CALCULER-ECHEANCE.
           MOVE WS-DATE-DEMANDE TO WS-DATE-LIMITE
           IF WS-DEM-MM = 12
               ADD 1 TO WS-LIM-AAAA
               MOVE 1 TO WS-LIM-MM
           ELSE
               ADD 1 TO WS-LIM-MM
           END-IF
           IF WS-LIM-MM = 12
               COMPUTE WS-DATE-TRAVAIL =
                   (WS-LIM-AAAA + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATE-TRAVAIL =
                   WS-LIM-AAAA * 10000 + (WS-LIM-MM + 1) * 100 + 1
           END-IF
           COMPUTE WS-DATE-TRAVAIL = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-TRAVAIL) - 1)
           MOVE WS-DATE-TRAVAIL(7:2) TO WS-DERNIER-JOUR
           IF WS-LIM-JJ > WS-DERNIER-JOUR
               MOVE WS-DERNIER-JOUR TO WS-LIM-JJ
           END-IF.
       LIRE-MEMBRE.
           EXEC SQL
               SELECT u.USER_NOM, COALESCE(u.USER_MAIL, ' '),
                      COALESCE(u.USER_ROLE, ' '),
                      COALESCE(u.USER_ID_ANTENNE, 0),
                      COALESCE(u.USER_LAST_LOGIN, 0),
                      COALESCE(u.USER_PASS_CHANGED, 0),
                      COALESCE(u.USER_ANNEE_NAISSANCE, 0),
                      COALESCE(u.USER_COMMUNE, ' '),
                      COALESCE(u.USER_IBAN, ' '),
                      COALESCE(u.USER_CV_FISCAUX, 0),
                      COALESCE(an.ANTENNE_NOM, ' ')
               INTO :WS-USER-NOM, :WS-USER-MAIL, :WS-USER-ROLE,
                    :WS-USER-ID-ANTENNE, :WS-USER-LAST-LOGIN,
                    :WS-USER-PASS-CHANGED, :WS-USER-ANNEE-NAISS,
                    :WS-USER-COMMUNE, :WS-USER-IBAN, :WS-USER-CV,
                    :WS-ANTENNE-NOM
               FROM UTILISATEUR u
               LEFT JOIN ANTENNE an
                   ON an.ANTENNE_ID = u.USER_ID_ANTENNE
               WHERE u.USER_ID = :WS-USER-ID
           END-EXEC
           IF SQLCODE = 100
               DISPLAY 'ERREUR: MEMBRE ' WS-USER-ID ' INCONNU'
               PERFORM ABANDONNER
           END-IF
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR SELECT UTILISATEUR: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF.
       ECRIRE-ENTETE.
           MOVE ALL '=' TO WS-LIGNE
           PERFORM ECRIRE-LIGNE
           MOVE 'CARBONTRACK - DOSSIER DE DROIT D''ACCES AUX DONNEES'
               TO WS-LIGNE
           PERFORM ECRIRE-LIGNE
           MOVE SPACES TO WS-LIGNE
           STRING 'MEMBRE            : ' WS-USER-ID
               DELIMITED BY SIZE INTO WS-LIGNE
           PERFORM ECRIRE-LIGNE
           MOVE SPACES TO WS-LIGNE
           STRING 'DATE DEMANDE      : ' WS-DATE-DEMANDE
               DELIMITED BY SIZE INTO WS-LIGNE
           PERFORM ECRIRE-LIGNE
           MOVE SPACES TO WS-LIGNE
           STRING 'DATE LIMITE       : ' WS-DATE-LIMITE
               DELIMITED BY SIZE INTO WS-LIGNE
           PERFORM ECRIRE-LIGNE
           MOVE SPACES TO WS-LIGNE
           STRING 'EDITE LE          : ' WS-TS-JOUR
               ' PAR ' WS-OPERATEUR
               DELIMITED BY SIZE INTO WS-LIGNE
           PERFORM ECRIRE-LIGNE
           MOVE ALL '=' TO WS-LIGNE
           PERFORM ECRIRE-LIGNE.
       OUVRIR-SECTION.
           MOVE SPACES TO DOSSIER-RECORD
           WRITE DOSSIER-RECORD
           PERFORM ECRIRE-LIGNE
           MOVE ALL '-' TO WS-LIGNE
           PERFORM ECRIRE-LIGNE
           MOVE 0 TO WS-COUNT-SECTION.
       FERMER-SECTION.
           IF WS-COUNT-SECTION = 0
               MOVE '  AUCUNE DONNEE' TO WS-LIGNE
               PERFORM ECRIRE-LIGNE
           ELSE
               MOVE WS-COUNT-SECTION TO WS-D-COUNT
               MOVE SPACES TO WS-LIGNE
               STRING '  ELEMENTS: ' WS-D-COUNT
                   DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM ECRIRE-LIGNE
           END-IF
           ADD WS-COUNT-SECTION TO WS-COUNT-ELEMENTS.
       ECRIRE-DETAIL.
           PERFORM ECRIRE-LIGNE
           ADD 1 TO WS-COUNT-SECTION.
       SECTION-IDENTITE.
           MOVE '1. IDENTITE (UTILISATEUR)' TO WS-LIGNE
           PERFORM OUVRIR-SECTION
           MOVE SPACES TO WS-LIGNE
           STRING '  NOM               : ' WS-USER-NOM
               DELIMITED BY SIZE INTO WS-LIGNE
           PERFORM ECRIRE-DETAIL
           MOVE SPACES TO WS-LIGNE
           STRING '  ADRESSE MAIL      : ' WS-USER-MAIL
               DELIMITED BY SIZE INTO WS-LIGNE
           PERFORM ECRIRE-LIGNE
           MOVE SPACES TO WS-LIGNE
           STRING '  ROLE              : ' WS-USER-ROLE
               DELIMITED BY SIZE INTO WS-LIGNE
           PERFORM ECRIRE-LIGNE
           MOVE WS-USER-ID-ANTENNE TO WS-D-ID
           MOVE SPACES TO WS-LIGNE
           STRING '  ANTENNE           : ' WS-D-ID ' '
               WS-ANTENNE-NOM
               DELIMITED BY SIZE INTO WS-LIGNE
           PERFORM ECRIRE-LIGNE
           MOVE SPACES TO WS-LIGNE
           STRING '  ANNEE NAISSANCE   : ' WS-USER-ANNEE-NAISS
               DELIMITED BY SIZE INTO WS-LIGNE
           PERFORM ECRIRE-LIGNE
           MOVE SPACES TO WS-LIGNE
           STRING '  COMMUNE           : ' WS-USER-COMMUNE
               DELIMITED BY SIZE INTO WS-LIGNE
           PERFORM ECRIRE-LIGNE
           MOVE SPACES TO WS-LIGNE
           STRING '  IBAN              : ' WS-USER-IBAN
               DELIMITED BY SIZE INTO WS-LIGNE
           PERFORM ECRIRE-LIGNE
           MOVE SPACES TO WS-LIGNE
           STRING '  CHEVAUX FISCAUX   : ' WS-USER-CV
               DELIMITED BY SIZE INTO WS-LIGNE
           PERFORM ECRIRE-LIGNE
           MOVE WS-USER-LAST-LOGIN TO WS-D-LOGIN
           MOVE SPACES TO WS-LIGNE
           STRING '  DERNIERE CONNEXION: ' WS-D-LOGIN
               DELIMITED BY SIZE INTO WS-LIGNE
           PERFORM ECRIRE-LIGNE
           MOVE SPACES TO WS-LIGNE
           STRING '  MOT DE PASSE MODIFIE LE: ' WS-USER-PASS-CHANGED
               ' (MOT DE PASSE NON COMMUNIQUE)'
               DELIMITED BY SIZE INTO WS-LIGNE
           PERFORM ECRIRE-LIGNE
           PERFORM FERMER-SECTION.
       SECTION-CONSENTEMENTS.
           MOVE '2. CONSENTEMENTS' TO WS-LIGNE
           PERFORM OUVRIR-SECTION
           EXEC SQL
               DECLARE C_RGPD_CONS CURSOR FOR
               SELECT CONS_CANAL, CONS_FINALITE,
                      COALESCE(CONS_OPTIN_DATE, 0),
                      COALESCE(CONS_OPTOUT_DATE, 0)
               FROM CONSENTEMENT
               WHERE CONS_ID_USER = :WS-USER-ID
               ORDER BY CONS_OPTIN_DATE, CONS_CANAL, CONS_FINALITE
           END-EXEC
           EXEC SQL OPEN C_RGPD_CONS END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN CONSENTEMENT: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_RGPD_CONS INTO :WS-CONS-CANAL,
                       :WS-CONS-FINALITE, :WS-CONS-OPTIN,
                       :WS-CONS-OPTOUT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE SPACES TO WS-LIGNE
                       STRING '  ' WS-CONS-CANAL ' ' WS-CONS-FINALITE
                           ' ACCORD ' WS-CONS-OPTIN
                           DELIMITED BY SIZE INTO WS-LIGNE
                       IF WS-CONS-OPTOUT NOT = ZERO
                           MOVE ' RETRAIT' TO WS-LIGNE(51:8)
                           MOVE WS-CONS-OPTOUT TO WS-LIGNE(60:8)
                       END-IF
                       PERFORM ECRIRE-DETAIL
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       PERFORM ERREUR-FETCH
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_RGPD_CONS END-EXEC
           PERFORM FERMER-SECTION.
       SECTION-FOYER.
           MOVE '3. FOYER (FACTURATION FAMILIALE)' TO WS-LIGNE
           PERFORM OUVRIR-SECTION
           EXEC SQL
               DECLARE C_RGPD_FOYER CURSOR FOR
               SELECT f.FOYER_ID,
                      CASE WHEN f.FOYER_CHEF = :WS-USER-ID
                           THEN 'CHEF' ELSE 'MEMBRE' END,
                      (SELECT COUNT(*) FROM FOYER_MEMBRE fm2
                       WHERE fm2.FOYER_ID = f.FOYER_ID)
               FROM FOYER f
               WHERE f.FOYER_CHEF = :WS-USER-ID
               OR EXISTS (SELECT 1 FROM FOYER_MEMBRE fm
                          WHERE fm.FOYER_ID = f.FOYER_ID
                          AND fm.FOYER_ID_USER = :WS-USER-ID)
               ORDER BY f.FOYER_ID
           END-EXEC
           EXEC SQL OPEN C_RGPD_FOYER END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN FOYER: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_RGPD_FOYER INTO :WS-FOYER-ID,
                       :WS-FOYER-ROLE, :WS-FOYER-NB
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE WS-FOYER-NB TO WS-D-COUNT
                       MOVE SPACES TO WS-LIGNE
                       STRING '  FOYER ' WS-FOYER-ID ' ROLE '
                           WS-FOYER-ROLE ' MEMBRES RATTACHES '
                           WS-D-COUNT
                           DELIMITED BY SIZE INTO WS-LIGNE
                       PERFORM ECRIRE-DETAIL
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       PERFORM ERREUR-FETCH
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_RGPD_FOYER END-EXEC
           PERFORM FERMER-SECTION.
       SECTION-PARTICIPATIONS.
           MOVE '4. INSCRIPTIONS ET PRESENCES' TO WS-LIGNE
           PERFORM OUVRIR-SECTION
           EXEC SQL
               DECLARE C_RGPD_PART CURSOR FOR
               SELECT a.ACTIVITE_ID, a.ACTIVITE_NOM, a.ACTIVITE_DATE,
                      p.PARTICIPATION_STATUT,
                      COALESCE(p.PARTICIPATION_MODE_TRANSPORT, 0),
                      COALESCE(p.PARTICIPATION_DISTANCE, 0),
                      COALESCE(p.PARTICIPATION_FACTUREE, 'N'),
                      COALESCE(p.PARTICIPATION_DATE_INSC, 0)
               FROM PARTICIPATION p
               INNER JOIN ACTIVITE a
                   ON a.ACTIVITE_ID = p.PARTICIPATION_ID_ACTIVITE
               WHERE p.PARTICIPATION_ID_USER = :WS-USER-ID
               ORDER BY a.ACTIVITE_DATE, a.ACTIVITE_ID
           END-EXEC
           EXEC SQL OPEN C_RGPD_PART END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN PARTICIPATION: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_RGPD_PART INTO :WS-PART-ACTIVITE,
                       :WS-PART-NOM, :WS-PART-DATE, :WS-PART-STATUT,
                       :WS-PART-MODE, :WS-PART-DISTANCE,
                       :WS-PART-FACTUREE, :WS-PART-DATE-INSC
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE WS-PART-DISTANCE TO WS-D-DISTANCE
                       MOVE SPACES TO WS-LIGNE
                       STRING '  ' WS-PART-ACTIVITE ' '
                           WS-PART-NOM(1:40) ' ' WS-PART-DATE
                           ' ' WS-PART-STATUT ' ' WS-PART-MODE
                           ' ' WS-D-DISTANCE ' ' WS-PART-FACTUREE
                           ' ' WS-PART-DATE-INSC
                           DELIMITED BY SIZE INTO WS-LIGNE
                       PERFORM ECRIRE-DETAIL
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       PERFORM ERREUR-FETCH
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_RGPD_PART END-EXEC
           PERFORM FERMER-SECTION.
       SECTION-COTISATIONS.
           MOVE '5. COTISATIONS (ANNEE / FACTURE / STATUT / TTC)'
               TO WS-LIGNE
           PERFORM OUVRIR-SECTION
           EXEC SQL
               DECLARE C_RGPD_COTIS CURSOR FOR
               SELECT c.COTIS_ANNEE, c.COTIS_INV_ID, c.COTIS_STATUT,
                      COALESCE(i.TOTAL_TTC, 0)
               FROM COTISATION c
               LEFT JOIN INVOICE i
                   ON i.INV_ID = c.COTIS_INV_ID
               WHERE c.COTIS_ID_USER = :WS-USER-ID
               ORDER BY c.COTIS_ANNEE
           END-EXEC
           EXEC SQL OPEN C_RGPD_COTIS END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN COTISATION: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_RGPD_COTIS INTO :WS-COTIS-ANNEE,
                       :WS-INV-ID, :WS-COTIS-STATUT, :WS-INV-TTC
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE WS-INV-TTC TO WS-D-MONTANT
                       MOVE SPACES TO WS-LIGNE
                       STRING '  ' WS-COTIS-ANNEE ' ' WS-INV-ID ' '
                           WS-COTIS-STATUT ' ' WS-D-MONTANT
                           DELIMITED BY SIZE INTO WS-LIGNE
                       PERFORM ECRIRE-DETAIL
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       PERFORM ERREUR-FETCH
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_RGPD_COTIS END-EXEC
           PERFORM FERMER-SECTION.
       SECTION-FACTURES.
           MOVE '6. FACTURES (NUMERO / DATE / TYPE / TTC / REGLE)'
               TO WS-LIGNE
           PERFORM OUVRIR-SECTION
           EXEC SQL
               DECLARE C_RGPD_INV CURSOR FOR
               SELECT i.INV_ID, COALESCE(i.INV_DATE, ' '),
                      COALESCE(i.INV_TYPE, 'FAC'),
                      COALESCE(i.TOTAL_TTC, 0),
                      COALESCE((SELECT SUM(al.ALLOC_MONTANT)
                                FROM PAYMENT_ALLOCATION al
                                WHERE al.INV_ID = i.INV_ID), 0)
               FROM INVOICE i
               WHERE i.CUST_ID = :WS-USER-ID
               AND COALESCE(i.INV_TYPE, 'FAC') <> 'INT'
               ORDER BY i.INV_DATE, i.INV_ID
           END-EXEC
           EXEC SQL OPEN C_RGPD_INV END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN INVOICE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_RGPD_INV INTO :WS-INV-ID, :WS-INV-DATE,
                       :WS-INV-TYPE, :WS-INV-TTC, :WS-INV-REGLE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE WS-INV-TTC TO WS-D-MONTANT
                       MOVE WS-INV-REGLE TO WS-D-MONTANT2
                       MOVE SPACES TO WS-LIGNE
                       STRING '  ' WS-INV-ID ' ' WS-INV-DATE ' '
                           WS-INV-TYPE ' ' WS-D-MONTANT ' '
                           WS-D-MONTANT2
                           DELIMITED BY SIZE INTO WS-LIGNE
                       PERFORM ECRIRE-DETAIL
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       PERFORM ERREUR-FETCH
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_RGPD_INV END-EXEC
           PERFORM FERMER-SECTION.
       SECTION-PAIEMENTS.
           MOVE '7. PAIEMENTS (NUMERO / FACTURE / MONTANT / STATUT)'
               TO WS-LIGNE
           PERFORM OUVRIR-SECTION
           EXEC SQL
               DECLARE C_RGPD_PAY CURSOR FOR
               SELECT DISTINCT p.PAY_ID, COALESCE(p.ORDER_ID, 0),
                      p.PAY_AMOUNT, COALESCE(p.PAY_STATUT, ' ')
               FROM PAYMENT p
               WHERE p.ORDER_ID IN
                     (SELECT i.INV_ID FROM INVOICE i
                      WHERE i.CUST_ID = :WS-USER-ID
                      AND COALESCE(i.INV_TYPE, 'FAC') <> 'INT')
               OR p.PAY_ID IN
                     (SELECT al.PAY_ID FROM PAYMENT_ALLOCATION al
                      INNER JOIN INVOICE i2
                          ON i2.INV_ID = al.INV_ID
                      WHERE i2.CUST_ID = :WS-USER-ID
                      AND COALESCE(i2.INV_TYPE, 'FAC') <> 'INT')
               ORDER BY p.PAY_ID
           END-EXEC
           EXEC SQL OPEN C_RGPD_PAY END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN PAYMENT: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_RGPD_PAY INTO :WS-PAY-ID, :WS-INV-ID,
                       :WS-PAY-MONTANT, :WS-PAY-STATUT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE WS-PAY-MONTANT TO WS-D-MONTANT
                       MOVE SPACES TO WS-LIGNE
                       STRING '  ' WS-PAY-ID ' ' WS-INV-ID ' '
                           WS-D-MONTANT ' ' WS-PAY-STATUT
                           DELIMITED BY SIZE INTO WS-LIGNE
                       PERFORM ECRIRE-DETAIL
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       PERFORM ERREUR-FETCH
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_RGPD_PAY END-EXEC
           PERFORM FERMER-SECTION.
       SECTION-CONNEXIONS.
           MOVE '8. JOURNAL DES CONNEXIONS' TO WS-LIGNE
           PERFORM OUVRIR-SECTION
           EXEC SQL
               DECLARE C_RGPD_AUDIT CURSOR FOR
               SELECT AUDIT_TS, COALESCE(AUDIT_RESULTAT, ' '),
                      COALESCE(AUDIT_ORIGINE, ' ')
               FROM LOGIN_AUDIT
               WHERE AUDIT_ID_USER = :WS-USER-ID
               ORDER BY AUDIT_TS
           END-EXEC
           EXEC SQL OPEN C_RGPD_AUDIT END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN LOGIN_AUDIT: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_RGPD_AUDIT INTO :WS-AUD-TS,
                       :WS-AUD-RESULTAT, :WS-AUD-ORIGINE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE SPACES TO WS-LIGNE
                       STRING '  ' WS-AUD-TS ' ' WS-AUD-RESULTAT ' '
                           WS-AUD-ORIGINE
                           DELIMITED BY SIZE INTO WS-LIGNE
                       PERFORM ECRIRE-DETAIL
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       PERFORM ERREUR-FETCH
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_RGPD_AUDIT END-EXEC
           PERFORM FERMER-SECTION.
       SECTION-JOURNAL.
           MOVE '9. JOURNAL DES MODIFICATIONS' TO WS-LIGNE
           PERFORM OUVRIR-SECTION
           EXEC SQL
               DECLARE C_RGPD_JRN CURSOR FOR
               SELECT JRN_TIMESTAMP, JRN_ENTITE, JRN_CHAMP,
                      COALESCE(JRN_AVANT, ' '),
                      COALESCE(JRN_APRES, ' '),
                      COALESCE(JRN_OPERATEUR, ' ')
               FROM CHANGE_JOURNAL
               WHERE JRN_ENTITE IN ('UTILISATEUR', 'BENEVOLAT',
                                    'CONSENTEMENT', 'FOYER')
               AND JRN_CLE = :WS-USER-ID
               ORDER BY JRN_TIMESTAMP
           END-EXEC
           EXEC SQL OPEN C_RGPD_JRN END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN CHANGE_JOURNAL: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_RGPD_JRN INTO :WS-JRN-TS, :WS-JRN-ENTITE,
                       :WS-JRN-CHAMP, :WS-JRN-AVANT, :WS-JRN-APRES,
                       :WS-JRN-OPERATEUR
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE SPACES TO WS-LIGNE
                       STRING '  ' WS-JRN-TS ' ' WS-JRN-ENTITE ' '
                           WS-JRN-CHAMP ' ' WS-JRN-AVANT(1:30) ' '
                           WS-JRN-APRES(1:30) ' ' WS-JRN-OPERATEUR
                           DELIMITED BY SIZE INTO WS-LIGNE
                       PERFORM ECRIRE-DETAIL
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       PERFORM ERREUR-FETCH
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_RGPD_JRN END-EXEC
           PERFORM FERMER-SECTION.
       SECTION-MESSAGES.
           MOVE '10. MESSAGES EN FILE D''ENVOI' TO WS-LIGNE
           PERFORM OUVRIR-SECTION
           IF WS-USER-MAIL = SPACES
               PERFORM FERMER-SECTION
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT MAIL-QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = '00'
               PERFORM FERMER-SECTION
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ MAIL-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE MAIL-QUEUE-RECORD TO WS-QUEUE-LIGNE
                       IF MQ-DESTINATAIRE = WS-USER-MAIL
                           MOVE SPACES TO WS-LIGNE
                           STRING '  ' MQ-STATUT ' ' MQ-CANAL ' '
                               MQ-TEMPLATE ' ' MQ-TS ' '
                               MQ-VARIABLES(1:80)
                               DELIMITED BY SIZE INTO WS-LIGNE
                           PERFORM ECRIRE-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAIL-QUEUE-FILE
           PERFORM FERMER-SECTION.
       SECTION-DONS.
           MOVE '11. DONS (NUMERO / DATE / MONTANT / MODE / RECU)'
               TO WS-LIGNE
           PERFORM OUVRIR-SECTION
           EXEC SQL
               DECLARE C_RGPD_DON CURSOR FOR
               SELECT DON_ID, COALESCE(DON_DATE, 0),
                      COALESCE(DON_MONTANT, 0),
                      COALESCE(DON_MODE, ' '),
                      COALESCE(DON_RECU_NUMERO, 0)
               FROM DON
               WHERE DON_ID_USER = :WS-USER-ID
               ORDER BY DON_DATE, DON_ID
           END-EXEC
           EXEC SQL OPEN C_RGPD_DON END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN DON: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_RGPD_DON INTO :WS-DON-ID, :WS-DON-DATE,
                       :WS-DON-MONTANT, :WS-DON-MODE, :WS-DON-RECU
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE WS-DON-MONTANT TO WS-D-MONTANT
                       MOVE SPACES TO WS-LIGNE
                       STRING '  ' WS-DON-ID ' ' WS-DON-DATE ' '
                           WS-D-MONTANT ' ' WS-DON-MODE ' '
                           WS-DON-RECU
                           DELIMITED BY SIZE INTO WS-LIGNE
                       PERFORM ECRIRE-DETAIL
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       PERFORM ERREUR-FETCH
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_RGPD_DON END-EXEC
           PERFORM FERMER-SECTION.
       SECTION-RECUS-FISCAUX.
           MOVE '12. RECUS FISCAUX (NUMERO / ANNEE / DONS / MONTANT)'
               TO WS-LIGNE
           PERFORM OUVRIR-SECTION
           EXEC SQL
               DECLARE C_RGPD_RF CURSOR FOR
               SELECT RF_NUMERO, RF_ANNEE, COALESCE(RF_NB_DONS, 0),
                      COALESCE(RF_MONTANT, 0),
                      COALESCE(RF_DATE_EMISSION, 0)
               FROM RECU_FISCAL
               WHERE RF_ID_USER = :WS-USER-ID
               ORDER BY RF_ANNEE, RF_NUMERO
           END-EXEC
           EXEC SQL OPEN C_RGPD_RF END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN RECU_FISCAL: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_RGPD_RF INTO :WS-RF-NUMERO, :WS-RF-ANNEE,
                       :WS-RF-NB-DONS, :WS-RF-MONTANT, :WS-RF-DATE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE WS-RF-MONTANT TO WS-D-MONTANT
                       MOVE WS-RF-NB-DONS TO WS-D-COUNT
                       MOVE SPACES TO WS-LIGNE
                       STRING '  ' WS-RF-NUMERO ' ' WS-RF-ANNEE ' '
                           WS-D-COUNT ' ' WS-D-MONTANT ' ' WS-RF-DATE
                           DELIMITED BY SIZE INTO WS-LIGNE
                       PERFORM ECRIRE-DETAIL
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       PERFORM ERREUR-FETCH
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_RGPD_RF END-EXEC
           PERFORM FERMER-SECTION.
       SECTION-INDEMNITES-KM.
           MOVE '13. INDEMNITES KM (MOIS / KM / MONTANT / STATUT)'
               TO WS-LIGNE
           PERFORM OUVRIR-SECTION
           EXEC SQL
               DECLARE C_RGPD_IK CURSOR FOR
               SELECT IK_MOIS, COALESCE(IK_KM, 0),
                      COALESCE(IK_MONTANT, 0),
                      COALESCE(IK_STATUT, ' '),
                      COALESCE(IK_DATE_PAIEMENT, 0)
               FROM INDEMNITE_KM
               WHERE IK_ID_USER = :WS-USER-ID
               ORDER BY IK_MOIS
           END-EXEC
           EXEC SQL OPEN C_RGPD_IK END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN INDEMNITE_KM: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_RGPD_IK INTO :WS-IK-MOIS, :WS-IK-KM,
                       :WS-IK-MONTANT, :WS-IK-STATUT,
                       :WS-IK-DATE-PAIEMENT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE WS-IK-KM TO WS-D-KM
                       MOVE WS-IK-MONTANT TO WS-D-MONTANT
                       MOVE SPACES TO WS-LIGNE
                       STRING '  ' WS-IK-MOIS ' ' WS-D-KM ' '
                           WS-D-MONTANT ' ' WS-IK-STATUT ' '
                           WS-IK-DATE-PAIEMENT
                           DELIMITED BY SIZE INTO WS-LIGNE
                       PERFORM ECRIRE-DETAIL
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       PERFORM ERREUR-FETCH
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_RGPD_IK END-EXEC
           PERFORM FERMER-SECTION.
       SECTION-BENEVOLAT.
           MOVE '14. BENEVOLAT (ACTIVITE / DATE / ROLE / HEURES)'
               TO WS-LIGNE
           PERFORM OUVRIR-SECTION
           EXEC SQL
               DECLARE C_RGPD_BH CURSOR FOR
               SELECT BH_ID_ACTIVITE, COALESCE(BH_DATE, 0),
                      COALESCE(BH_ROLE, ' '),
                      COALESCE(BH_HEURES, 0)
               FROM BENEVOLAT_HEURES
               WHERE BH_ID_USER = :WS-USER-ID
               ORDER BY BH_DATE, BH_ID_ACTIVITE
           END-EXEC
           EXEC SQL OPEN C_RGPD_BH END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN BENEVOLAT_HEURES: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_RGPD_BH INTO :WS-BH-ACTIVITE, :WS-BH-DATE,
                       :WS-BH-ROLE, :WS-BH-HEURES
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE WS-BH-HEURES TO WS-D-HEURES
                       MOVE SPACES TO WS-LIGNE
                       STRING '  ' WS-BH-ACTIVITE ' ' WS-BH-DATE ' '
                           WS-BH-ROLE ' ' WS-D-HEURES
                           DELIMITED BY SIZE INTO WS-LIGNE
                       PERFORM ECRIRE-DETAIL
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       PERFORM ERREUR-FETCH
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_RGPD_BH END-EXEC
           PERFORM FERMER-SECTION.
       SECTION-INCIDENTS.
           MOVE '15. INCIDENTS (NUMERO / ACTIVITE / DATE / GRAVITE)'
               TO WS-LIGNE
           PERFORM OUVRIR-SECTION
           EXEC SQL
               DECLARE C_RGPD_INC CURSOR FOR
               SELECT INCIDENT_ID, COALESCE(INCIDENT_ID_ACTIVITE, 0),
                      COALESCE(INCIDENT_DATE, 0),
                      COALESCE(INCIDENT_CATEGORIE, ' '),
                      COALESCE(INCIDENT_GRAVITE, 0),
                      COALESCE(INCIDENT_STATUT, ' '),
                      COALESCE(INCIDENT_DESCRIPTION, ' ')
               FROM INCIDENT
               WHERE INCIDENT_ID_USER = :WS-USER-ID
               ORDER BY INCIDENT_DATE, INCIDENT_ID
           END-EXEC
           EXEC SQL OPEN C_RGPD_INC END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN INCIDENT: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_RGPD_INC INTO :WS-INC-ID, :WS-INC-ACTIVITE,
                       :WS-INC-DATE, :WS-INC-CATEGORIE,
                       :WS-INC-GRAVITE, :WS-INC-STATUT,
                       :WS-INC-DESCRIPTION
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE SPACES TO WS-LIGNE
                       STRING '  ' WS-INC-ID ' ' WS-INC-ACTIVITE ' '
                           WS-INC-DATE ' ' WS-INC-CATEGORIE ' '
                           WS-INC-GRAVITE ' ' WS-INC-STATUT ' '
                           WS-INC-DESCRIPTION(1:60)
                           DELIMITED BY SIZE INTO WS-LIGNE
                       PERFORM ECRIRE-DETAIL
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       PERFORM ERREUR-FETCH
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_RGPD_INC END-EXEC
           PERFORM FERMER-SECTION.
       SECTION-SATISFACTION.
           MOVE '16. SATISFACTION (ACTIVITE / NOTES / COMMENTAIRE)'
               TO WS-LIGNE
           PERFORM OUVRIR-SECTION
           EXEC SQL
               DECLARE C_RGPD_SAT CURSOR FOR
               SELECT SAT_ID_ACTIVITE,
                      COALESCE(SAT_NOTE_GLOBALE, 0),
                      COALESCE(SAT_NOTE_ANIMATION, 0),
                      COALESCE(SAT_NOTE_LOGISTIQUE, 0),
                      COALESCE(SAT_COMMENTAIRE, ' '),
                      COALESCE(SAT_DATE_IMPORT, 0)
               FROM SATISFACTION
               WHERE SAT_ID_USER = :WS-USER-ID
               ORDER BY SAT_DATE_IMPORT, SAT_ID_ACTIVITE
           END-EXEC
           EXEC SQL OPEN C_RGPD_SAT END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN SATISFACTION: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_RGPD_SAT INTO :WS-SAT-ACTIVITE,
                       :WS-SAT-NOTE-GLOBALE, :WS-SAT-NOTE-ANIM,
                       :WS-SAT-NOTE-LOGIST, :WS-SAT-COMMENTAIRE,
                       :WS-SAT-DATE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE SPACES TO WS-LIGNE
                       STRING '  ' WS-SAT-ACTIVITE ' '
                           WS-SAT-NOTE-GLOBALE '/' WS-SAT-NOTE-ANIM
                           '/' WS-SAT-NOTE-LOGIST ' ' WS-SAT-DATE ' '
                           WS-SAT-COMMENTAIRE(1:80)
                           DELIMITED BY SIZE INTO WS-LIGNE
                       PERFORM ECRIRE-DETAIL
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       PERFORM ERREUR-FETCH
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_RGPD_SAT END-EXEC
           PERFORM FERMER-SECTION.
       SECTION-MANDATS.
           MOVE '17. MANDATS SEPA (RUM / IBAN / BIC / SIGNATURE)'
               TO WS-LIGNE
           PERFORM OUVRIR-SECTION
           EXEC SQL
               DECLARE C_RGPD_MANDAT CURSOR FOR
               SELECT MANDAT_ID, COALESCE(MANDAT_RUM, ' '),
                      COALESCE(MANDAT_IBAN, ' '),
                      COALESCE(MANDAT_BIC, ' '),
                      COALESCE(MANDAT_DATE_SIGNATURE, 0),
                      COALESCE(MANDAT_STATUT, 'A')
               FROM MANDAT
               WHERE CUST_ID = :WS-USER-ID
               ORDER BY MANDAT_ID
           END-EXEC
           EXEC SQL OPEN C_RGPD_MANDAT END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN MANDAT: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_RGPD_MANDAT
                       INTO :WS-MANDAT-ID, :WS-MANDAT-RUM,
                       :WS-MANDAT-IBAN, :WS-MANDAT-BIC,
                       :WS-MANDAT-SIGNATURE, :WS-MANDAT-STATUT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE SPACES TO WS-LIGNE
                       STRING '  ' WS-MANDAT-RUM ' ' WS-MANDAT-IBAN ' '
                           WS-MANDAT-BIC ' ' WS-MANDAT-SIGNATURE ' '
                           WS-MANDAT-STATUT
                           DELIMITED BY SIZE INTO WS-LIGNE
                       PERFORM ECRIRE-DETAIL
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       PERFORM ERREUR-FETCH
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_RGPD_MANDAT END-EXEC
           PERFORM FERMER-SECTION.
       ECRIRE-PIED.
           MOVE SPACES TO WS-LIGNE
           PERFORM ECRIRE-LIGNE
           MOVE ALL '=' TO WS-LIGNE
           PERFORM ECRIRE-LIGNE
           MOVE WS-COUNT-ELEMENTS TO WS-D-COUNT
           MOVE SPACES TO WS-LIGNE
           STRING 'TOTAL DES ELEMENTS COMMUNIQUES: ' WS-D-COUNT
               DELIMITED BY SIZE INTO WS-LIGNE
           PERFORM ECRIRE-LIGNE
           MOVE 'FIN DU DOSSIER' TO WS-LIGNE
           PERFORM ECRIRE-LIGNE.
       ECRIRE-LIGNE.
           MOVE WS-LIGNE TO DOSSIER-RECORD
           WRITE DOSSIER-RECORD
           MOVE SPACES TO WS-LIGNE.
       JOURNALISER-DEMANDE.
           EXEC SQL
               SELECT COALESCE(MAX(DAR_ID), 0) + 1
               INTO :WS-DAR-ID
               FROM DEMANDE_ACCES_RGPD
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR SELECT DEMANDE_ACCES_RGPD: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               INSERT INTO DEMANDE_ACCES_RGPD
               (DAR_ID, DAR_ID_USER, DAR_DATE_DEMANDE, DAR_DATE_LIMITE,
                DAR_DATE_EXPORT, DAR_FICHIER, DAR_NB_ELEMENTS,
                DAR_OPERATEUR)
               VALUES
               (:WS-DAR-ID, :WS-USER-ID, :WS-DATE-DEMANDE,
                :WS-DATE-LIMITE, :WS-DATE-JOUR, :WS-DOSSIER-NOM,
                :WS-COUNT-ELEMENTS, :WS-OPERATEUR)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT DEMANDE_ACCES_RGPD: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF.
       ERREUR-FETCH.
           DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
           MOVE 4 TO WS-CODE-RETOUR
           MOVE 'Y' TO WS-END-OF-FILE.
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
