       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANTENNE-FUSION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       77  WS-ARG-SOURCE          PIC X(9) VALUE SPACES.
       77  WS-ARG-CIBLE           PIC X(9) VALUE SPACES.
       77  WS-ARG-MODE            PIC X(10) VALUE SPACES.
       77  WS-AUT-OPERATEUR       PIC X(9).
       77  WS-AUT-OPERATION       PIC X(12).
       77  WS-AUT-DECISION        PIC X.
       01  WS-SIMULATION          PIC X VALUE 'N'.
       01  WS-ANT-SOURCE          PIC 9(9).
       01  WS-ANT-CIBLE           PIC 9(9).
       01  WS-ANT-STATUT          PIC X.
       01  WS-ANT-NB              PIC 9(9).
       01  WS-DATE-JOUR           PIC 9(8).
       01  WS-TIMESTAMP           PIC X(14).
       01  WS-CPT-ANTENNE         PIC 9(9).
       01  WS-N-MEMBRES           PIC 9(9).
       01  WS-N-ACT-OUVERTES      PIC 9(9).
       01  WS-N-ACT-CLOSES        PIC 9(9).
       01  WS-N-INSCRIPTIONS      PIC 9(9).
       01  WS-N-COMPENSATIONS     PIC 9(9).
       01  WS-N-COMP-CLOSES       PIC 9(9).
       01  WS-N-MODELES           PIC 9(9).
       01  WS-N-QUALIFICATIONS    PIC 9(9).
       01  WS-N-FACTURES          PIC 9(9).
       01  WS-N-EMISSIONS         PIC 9(9).
       01  WS-N-BENEVOLAT         PIC 9(9).
       01  WS-N-MATERIEL          PIC 9(9).
       01  WS-N-SUBVENTIONS       PIC 9(9).
       01  WS-CPT-COLONNE         PIC 9.
       77  WS-CPT-IDX             PIC 9(2) COMP.
       77  WS-CPT-COUNT           PIC 9(2) VALUE 13.
       01  WS-CPT-LIB.
           05 PIC X(24) VALUE 'UTILISATEUR (MEMBRES)   '.
           05 PIC X(24) VALUE 'ACTIVITE PERIODE OUVERTE'.
           05 PIC X(24) VALUE 'ACTIVITE PERIODE CLOSE  '.
           05 PIC X(24) VALUE 'PARTICIPATION OUVERTE   '.
           05 PIC X(24) VALUE 'COMPENSATION OUVERTE    '.
           05 PIC X(24) VALUE 'COMPENSATION CLOSE      '.
           05 PIC X(24) VALUE 'ACTIVITE_MODELE         '.
           05 PIC X(24) VALUE 'QUALIFICATION ANIMATEUR '.
           05 PIC X(24) VALUE 'FACTURE_FOURNISSEUR     '.
           05 PIC X(24) VALUE 'EMISSION_ACHAT          '.
           05 PIC X(24) VALUE 'BENEVOLAT_HEURES        '.
           05 PIC X(24) VALUE 'MATERIEL                '.
           05 PIC X(24) VALUE 'SUBVENTION_ANTENNE      '.
       01  WS-CPT-TAB REDEFINES WS-CPT-LIB.
           05 WS-CPT-TABLE        PIC X(24) OCCURS 13 TIMES.
       01  WS-CPT-VALEURS.
           05 WS-CPT-ENTRY        OCCURS 13 TIMES.
               10 WS-CPT-VAL      PIC 9(9) OCCURS 4 TIMES.
       01  WS-CPT-LIGNE.
           05 CPT-TABLE           PIC X(24).
           05 CPT-SRC-AVANT       PIC Z(8)9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 CPT-SRC-APRES       PIC Z(8)9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 CPT-CIB-AVANT       PIC Z(8)9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 CPT-CIB-APRES       PIC Z(8)9.
       01  WS-NB-REPOINTES        PIC 9(9) VALUE 0.
       01  WS-JRN-OPERATEUR       PIC X(9).
       01  WS-JRN-AVANT           PIC X(80).
       01  WS-JRN-APRES           PIC X(80).
       01  WS-RUN-RECORD.
           05 WS-RUN-PROGRAMME    PIC X(20)
               VALUE 'ANTENNE-FUSION'.
           05 WS-RUN-DEBUT        PIC X(14).
           05 WS-RUN-FIN          PIC X(14).
           05 WS-RUN-LUES         PIC 9(6).
           05 WS-RUN-SAUVEES      PIC 9(6).
           05 WS-RUN-ERREURS      PIC 9(6).
           05 WS-RUN-CODE-RETOUR  PIC S9(4).
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'FUSION / FERMETURE D''ANTENNE'
           DISPLAY '=========================================='
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-DEBUT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
           ACCEPT WS-ARG-SOURCE FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-CIBLE FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-MODE FROM ARGUMENT-VALUE
           IF WS-ARG-SOURCE NOT NUMERIC
               OR WS-ARG-CIBLE NOT NUMERIC
               OR (WS-ARG-MODE NOT = SPACES
                   AND WS-ARG-MODE NOT = 'SIMULATION')
               DISPLAY 'USAGE: ID-ANTENNE-SOURCE ID-ANTENNE-CIBLE'
                   ' [SIMULATION]'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-SOURCE TO WS-ANT-SOURCE
           MOVE WS-ARG-CIBLE TO WS-ANT-CIBLE
           IF WS-ANT-SOURCE = WS-ANT-CIBLE
               DISPLAY 'ERREUR: ANTENNES SOURCE ET CIBLE IDENTIQUES'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ARG-MODE = 'SIMULATION'
               MOVE 'Y' TO WS-SIMULATION
               DISPLAY 'MODE SIMULATION: AUCUNE MISE A JOUR'
           ELSE
               ACCEPT WS-AUT-OPERATEUR FROM ENVIRONMENT
                   'CARBONTRACK_OPERATEUR'
               MOVE 'DELEANTENNE' TO WS-AUT-OPERATION
               MOVE 'N' TO WS-AUT-DECISION
               CALL 'AUTORISATION-CHECK' USING WS-AUT-OPERATEUR
                   WS-AUT-OPERATION WS-AUT-DECISION
               IF WS-AUT-DECISION NOT = 'Y'
                   DISPLAY 'FUSION REFUSEE: OPERATEUR NON HABILITE'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           DISPLAY 'ANTENNE SOURCE: ' WS-ANT-SOURCE
               '  ANTENNE CIBLE: ' WS-ANT-CIBLE
           INITIALIZE WS-CPT-VALEURS
           PERFORM DAL-CONNECT
           PERFORM CONTROLER-ANTENNES
           MOVE WS-ANT-SOURCE TO WS-CPT-ANTENNE
           MOVE 1 TO WS-CPT-COLONNE
           PERFORM COMPTER-ANTENNE
           MOVE WS-ANT-CIBLE TO WS-CPT-ANTENNE
           MOVE 3 TO WS-CPT-COLONNE
           PERFORM COMPTER-ANTENNE
           IF WS-SIMULATION = 'N'
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
               MOVE WS-AUT-OPERATEUR TO WS-JRN-OPERATEUR
               MOVE WS-ANT-SOURCE TO WS-JRN-AVANT
               MOVE WS-ANT-CIBLE TO WS-JRN-APRES
               PERFORM REPOINTER-MEMBRES
               PERFORM REPOINTER-ACTIVITES
               PERFORM REPOINTER-COMPENSATIONS
               PERFORM REPOINTER-MODELES
               PERFORM REPOINTER-FACTURES
               PERFORM REPOINTER-EMISSIONS
               PERFORM REPOINTER-BENEVOLAT
               PERFORM REPOINTER-MATERIEL
               PERFORM REPOINTER-SUBVENTIONS
               PERFORM FERMER-ANTENNE-SOURCE
           END-IF
           MOVE WS-ANT-SOURCE TO WS-CPT-ANTENNE
           MOVE 2 TO WS-CPT-COLONNE
           PERFORM COMPTER-ANTENNE
           MOVE WS-ANT-CIBLE TO WS-CPT-ANTENNE
           MOVE 4 TO WS-CPT-COLONNE
           PERFORM COMPTER-ANTENNE
           PERFORM DAL-END
           PERFORM EDITER-COMPTAGES
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-FIN
           MOVE WS-CPT-VAL(1, 1) TO WS-RUN-LUES
           MOVE WS-NB-REPOINTES TO WS-RUN-SAUVEES
           MOVE ZERO TO WS-RUN-ERREURS
           MOVE ZERO TO WS-RUN-CODE-RETOUR
           IF WS-SIMULATION = 'N'
               CALL 'BATCH-RUN-LOG' USING WS-RUN-RECORD
           END-IF
           MOVE 0 TO RETURN-CODE
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
       CONTROLER-ANTENNES.
           MOVE SPACES TO WS-ANT-STATUT
           EXEC SQL
               SELECT COALESCE(ANTENNE_STATUT, 'A')
               INTO :WS-ANT-STATUT
               FROM ANTENNE
               WHERE ANTENNE_ID = :WS-ANT-SOURCE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: ANTENNE SOURCE INCONNUE '
                   WS-ANT-SOURCE
               PERFORM ABANDONNER
           END-IF
           IF WS-ANT-STATUT = 'F'
               DISPLAY 'ERREUR: ANTENNE SOURCE DEJA FERMEE '
                   WS-ANT-SOURCE
               PERFORM ABANDONNER
           END-IF
           MOVE ZERO TO WS-ANT-NB
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-ANT-NB
               FROM ANTENNE
               WHERE ANTENNE_ID = :WS-ANT-CIBLE
               AND COALESCE(ANTENNE_STATUT, 'A') <> 'F'
           END-EXEC
           IF WS-ANT-NB = ZERO
               DISPLAY 'ERREUR: ANTENNE CIBLE INCONNUE OU FERMEE '
                   WS-ANT-CIBLE
               PERFORM ABANDONNER
           END-IF.
       COMPTER-ANTENNE.
           INITIALIZE WS-N-MEMBRES WS-N-ACT-OUVERTES WS-N-ACT-CLOSES
               WS-N-INSCRIPTIONS WS-N-COMPENSATIONS WS-N-COMP-CLOSES
               WS-N-MODELES WS-N-QUALIFICATIONS WS-N-FACTURES
               WS-N-EMISSIONS WS-N-BENEVOLAT WS-N-MATERIEL
               WS-N-SUBVENTIONS
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-N-MEMBRES
               FROM UTILISATEUR
               WHERE USER_ID_ANTENNE = :WS-CPT-ANTENNE
           END-EXEC
           EXEC SQL
               SELECT
                   COALESCE(SUM(CASE WHEN NOT EXISTS
                       (SELECT 1 FROM PERIODE_CLOTURE p
                        WHERE p.CLOTURE_STATUT = 'V'
                        AND a.ACTIVITE_DATE
                            BETWEEN p.CLOTURE_DATE_DEBUT
                            AND p.CLOTURE_DATE_FIN)
                       THEN 1 ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN EXISTS
                       (SELECT 1 FROM PERIODE_CLOTURE p
                        WHERE p.CLOTURE_STATUT = 'V'
                        AND a.ACTIVITE_DATE
                            BETWEEN p.CLOTURE_DATE_DEBUT
                            AND p.CLOTURE_DATE_FIN)
                       THEN 1 ELSE 0 END), 0)
               INTO :WS-N-ACT-OUVERTES, :WS-N-ACT-CLOSES
               FROM ACTIVITE a
               WHERE a.ACTIVITE_IDANTENNE = :WS-CPT-ANTENNE
           END-EXEC
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-N-INSCRIPTIONS
               FROM PARTICIPATION p
               INNER JOIN ACTIVITE a
                   ON a.ACTIVITE_ID = p.PARTICIPATION_ID_ACTIVITE
               WHERE a.ACTIVITE_IDANTENNE = :WS-CPT-ANTENNE
               AND p.PARTICIPATION_STATUT IN ('I', 'A')
           END-EXEC
           EXEC SQL
               SELECT
                   COALESCE(SUM(CASE WHEN NOT EXISTS
                       (SELECT 1 FROM PERIODE_CLOTURE p
                        WHERE p.CLOTURE_STATUT = 'V'
                        AND c.COMP_DATE
                            BETWEEN p.CLOTURE_DATE_DEBUT
                            AND p.CLOTURE_DATE_FIN)
                       THEN 1 ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN EXISTS
                       (SELECT 1 FROM PERIODE_CLOTURE p
                        WHERE p.CLOTURE_STATUT = 'V'
                        AND c.COMP_DATE
                            BETWEEN p.CLOTURE_DATE_DEBUT
                            AND p.CLOTURE_DATE_FIN)
                       THEN 1 ELSE 0 END), 0)
               INTO :WS-N-COMPENSATIONS, :WS-N-COMP-CLOSES
               FROM COMPENSATION c
               WHERE c.COMP_IDANTENNE = :WS-CPT-ANTENNE
           END-EXEC
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-N-MODELES
               FROM ACTIVITE_MODELE
               WHERE MODELE_IDANTENNE = :WS-CPT-ANTENNE
           END-EXEC
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-N-QUALIFICATIONS
               FROM QUALIFICATION q
               INNER JOIN UTILISATEUR u
                   ON u.USER_ID = q.QUAL_ID_USER
               WHERE u.USER_ID_ANTENNE = :WS-CPT-ANTENNE
           END-EXEC
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-N-FACTURES
               FROM FACTURE_FOURNISSEUR
               WHERE FF_IDANTENNE = :WS-CPT-ANTENNE
           END-EXEC
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-N-EMISSIONS
               FROM EMISSION_ACHAT
               WHERE EA_IDANTENNE = :WS-CPT-ANTENNE
           END-EXEC
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-N-BENEVOLAT
               FROM BENEVOLAT_HEURES
               WHERE BH_IDANTENNE = :WS-CPT-ANTENNE
           END-EXEC
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-N-MATERIEL
               FROM MATERIEL
               WHERE MAT_IDANTENNE = :WS-CPT-ANTENNE
           END-EXEC
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-N-SUBVENTIONS
               FROM SUBVENTION_ANTENNE
               WHERE SUBVANT_IDANTENNE = :WS-CPT-ANTENNE
           END-EXEC
           MOVE WS-N-MEMBRES TO WS-CPT-VAL(1, WS-CPT-COLONNE)
           MOVE WS-N-ACT-OUVERTES TO WS-CPT-VAL(2, WS-CPT-COLONNE)
           MOVE WS-N-ACT-CLOSES TO WS-CPT-VAL(3, WS-CPT-COLONNE)
           MOVE WS-N-INSCRIPTIONS TO WS-CPT-VAL(4, WS-CPT-COLONNE)
           MOVE WS-N-COMPENSATIONS TO WS-CPT-VAL(5, WS-CPT-COLONNE)
           MOVE WS-N-COMP-CLOSES TO WS-CPT-VAL(6, WS-CPT-COLONNE)
           MOVE WS-N-MODELES TO WS-CPT-VAL(7, WS-CPT-COLONNE)
           MOVE WS-N-QUALIFICATIONS TO WS-CPT-VAL(8, WS-CPT-COLONNE)
           MOVE WS-N-FACTURES TO WS-CPT-VAL(9, WS-CPT-COLONNE)
           MOVE WS-N-EMISSIONS TO WS-CPT-VAL(10, WS-CPT-COLONNE)
           MOVE WS-N-BENEVOLAT TO WS-CPT-VAL(11, WS-CPT-COLONNE)
           MOVE WS-N-MATERIEL TO WS-CPT-VAL(12, WS-CPT-COLONNE)
           MOVE WS-N-SUBVENTIONS TO WS-CPT-VAL(13, WS-CPT-COLONNE).
       REPOINTER-MEMBRES.
           EXEC SQL
               INSERT INTO TRANSFERT_JOURNAL
               (TRANSFERT_ID_USER, TRANSFERT_ANTENNE_ORIGINE,
                TRANSFERT_ANTENNE_CIBLE, TRANSFERT_DATE_EFFET,
                TRANSFERT_TIMESTAMP)
               SELECT USER_ID, :WS-ANT-SOURCE, :WS-ANT-CIBLE,
                      :WS-DATE-JOUR, :WS-TIMESTAMP
               FROM UTILISATEUR
               WHERE USER_ID_ANTENNE = :WS-ANT-SOURCE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR JOURNAL TRANSFERT: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               INSERT INTO CHANGE_JOURNAL
               (JRN_ENTITE, JRN_CLE, JRN_CHAMP, JRN_AVANT,
                JRN_APRES, JRN_OPERATEUR, JRN_TIMESTAMP)
               SELECT 'UTILISATEUR', USER_ID, 'USER_ID_ANTENNE',
                      :WS-JRN-AVANT, :WS-JRN-APRES,
                      :WS-JRN-OPERATEUR, :WS-TIMESTAMP
               FROM UTILISATEUR
               WHERE USER_ID_ANTENNE = :WS-ANT-SOURCE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR JOURNAL MODIFICATIONS: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               UPDATE UTILISATEUR
               SET USER_ID_ANTENNE = :WS-ANT-CIBLE
               WHERE USER_ID_ANTENNE = :WS-ANT-SOURCE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR MISE A JOUR UTILISATEUR: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           IF SQLCODE EQUAL ZERO
               ADD SQLERRD(3) TO WS-NB-REPOINTES
           END-IF.
       REPOINTER-ACTIVITES.
           EXEC SQL
               INSERT INTO CHANGE_JOURNAL
               (JRN_ENTITE, JRN_CLE, JRN_CHAMP, JRN_AVANT,
                JRN_APRES, JRN_OPERATEUR, JRN_TIMESTAMP)
               SELECT 'ACTIVITE', a.ACTIVITE_ID,
                      'ACTIVITE_IDANTENNE',
                      :WS-JRN-AVANT, :WS-JRN-APRES,
                      :WS-JRN-OPERATEUR, :WS-TIMESTAMP
               FROM ACTIVITE a
               WHERE a.ACTIVITE_IDANTENNE = :WS-ANT-SOURCE
               AND NOT EXISTS
                   (SELECT 1 FROM PERIODE_CLOTURE p
                    WHERE p.CLOTURE_STATUT = 'V'
                    AND a.ACTIVITE_DATE
                        BETWEEN p.CLOTURE_DATE_DEBUT
                        AND p.CLOTURE_DATE_FIN)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR JOURNAL MODIFICATIONS: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               UPDATE ACTIVITE
               SET ACTIVITE_IDANTENNE = :WS-ANT-CIBLE
               WHERE ACTIVITE_IDANTENNE = :WS-ANT-SOURCE
               AND NOT EXISTS
                   (SELECT 1 FROM PERIODE_CLOTURE p
                    WHERE p.CLOTURE_STATUT = 'V'
                    AND ACTIVITE.ACTIVITE_DATE
                        BETWEEN p.CLOTURE_DATE_DEBUT
                        AND p.CLOTURE_DATE_FIN)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR MISE A JOUR ACTIVITE: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           IF SQLCODE EQUAL ZERO
               ADD SQLERRD(3) TO WS-NB-REPOINTES
           END-IF.
       REPOINTER-COMPENSATIONS.
           EXEC SQL
               INSERT INTO CHANGE_JOURNAL
               (JRN_ENTITE, JRN_CLE, JRN_CHAMP, JRN_AVANT,
                JRN_APRES, JRN_OPERATEUR, JRN_TIMESTAMP)
               SELECT 'COMPENSATION', c.COMP_DATE,
                      'COMP_IDANTENNE',
                      :WS-JRN-AVANT, :WS-JRN-APRES,
                      :WS-JRN-OPERATEUR, :WS-TIMESTAMP
               FROM COMPENSATION c
               WHERE c.COMP_IDANTENNE = :WS-ANT-SOURCE
               AND NOT EXISTS
                   (SELECT 1 FROM PERIODE_CLOTURE p
                    WHERE p.CLOTURE_STATUT = 'V'
                    AND c.COMP_DATE
                        BETWEEN p.CLOTURE_DATE_DEBUT
                        AND p.CLOTURE_DATE_FIN)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR JOURNAL MODIFICATIONS: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               UPDATE COMPENSATION
               SET COMP_IDANTENNE = :WS-ANT-CIBLE
               WHERE COMP_IDANTENNE = :WS-ANT-SOURCE
               AND NOT EXISTS
                   (SELECT 1 FROM PERIODE_CLOTURE p
                    WHERE p.CLOTURE_STATUT = 'V'
                    AND COMPENSATION.COMP_DATE
                        BETWEEN p.CLOTURE_DATE_DEBUT
                        AND p.CLOTURE_DATE_FIN)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR MISE A JOUR COMPENSATION: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           IF SQLCODE EQUAL ZERO
               ADD SQLERRD(3) TO WS-NB-REPOINTES
           END-IF.
       REPOINTER-MODELES.
           EXEC SQL
               INSERT INTO CHANGE_JOURNAL
               (JRN_ENTITE, JRN_CLE, JRN_CHAMP, JRN_AVANT,
                JRN_APRES, JRN_OPERATEUR, JRN_TIMESTAMP)
               SELECT 'ACTIVITE_MODELE', MODELE_ID,
                      'MODELE_IDANTENNE',
                      :WS-JRN-AVANT, :WS-JRN-APRES,
                      :WS-JRN-OPERATEUR, :WS-TIMESTAMP
               FROM ACTIVITE_MODELE
               WHERE MODELE_IDANTENNE = :WS-ANT-SOURCE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR JOURNAL MODIFICATIONS: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               UPDATE ACTIVITE_MODELE
               SET MODELE_IDANTENNE = :WS-ANT-CIBLE
               WHERE MODELE_IDANTENNE = :WS-ANT-SOURCE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR MISE A JOUR MODELE: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           IF SQLCODE EQUAL ZERO
               ADD SQLERRD(3) TO WS-NB-REPOINTES
           END-IF.
       REPOINTER-FACTURES.
           EXEC SQL
               INSERT INTO CHANGE_JOURNAL
               (JRN_ENTITE, JRN_CLE, JRN_CHAMP, JRN_AVANT,
                JRN_APRES, JRN_OPERATEUR, JRN_TIMESTAMP)
               SELECT 'FACTURE_FOURN', f.FF_ID, 'FF_IDANTENNE',
                      :WS-JRN-AVANT, :WS-JRN-APRES,
                      :WS-JRN-OPERATEUR, :WS-TIMESTAMP
               FROM FACTURE_FOURNISSEUR f
               WHERE f.FF_IDANTENNE = :WS-ANT-SOURCE
               AND NOT EXISTS
                   (SELECT 1 FROM PERIODE_CLOTURE p
                    WHERE p.CLOTURE_STATUT = 'V'
                    AND f.FF_DATE
                        BETWEEN p.CLOTURE_DATE_DEBUT
                        AND p.CLOTURE_DATE_FIN)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR JOURNAL MODIFICATIONS: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               UPDATE FACTURE_FOURNISSEUR
               SET FF_IDANTENNE = :WS-ANT-CIBLE
               WHERE FF_IDANTENNE = :WS-ANT-SOURCE
               AND NOT EXISTS
                   (SELECT 1 FROM PERIODE_CLOTURE p
                    WHERE p.CLOTURE_STATUT = 'V'
                    AND FACTURE_FOURNISSEUR.FF_DATE
                        BETWEEN p.CLOTURE_DATE_DEBUT
                        AND p.CLOTURE_DATE_FIN)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR MISE A JOUR FACTURE: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           IF SQLCODE EQUAL ZERO
               ADD SQLERRD(3) TO WS-NB-REPOINTES
           END-IF.
       REPOINTER-EMISSIONS.
           EXEC SQL
               INSERT INTO CHANGE_JOURNAL
               (JRN_ENTITE, JRN_CLE, JRN_CHAMP, JRN_AVANT,
                JRN_APRES, JRN_OPERATEUR, JRN_TIMESTAMP)
               SELECT 'EMISSION_ACHAT', e.EA_FF_ID, 'EA_IDANTENNE',
                      :WS-JRN-AVANT, :WS-JRN-APRES,
                      :WS-JRN-OPERATEUR, :WS-TIMESTAMP
               FROM EMISSION_ACHAT e
               WHERE e.EA_IDANTENNE = :WS-ANT-SOURCE
               AND NOT EXISTS
                   (SELECT 1 FROM PERIODE_CLOTURE p
                    WHERE p.CLOTURE_STATUT = 'V'
                    AND e.EA_DATE
                        BETWEEN p.CLOTURE_DATE_DEBUT
                        AND p.CLOTURE_DATE_FIN)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR JOURNAL MODIFICATIONS: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               UPDATE EMISSION_ACHAT
               SET EA_IDANTENNE = :WS-ANT-CIBLE
               WHERE EA_IDANTENNE = :WS-ANT-SOURCE
               AND NOT EXISTS
                   (SELECT 1 FROM PERIODE_CLOTURE p
                    WHERE p.CLOTURE_STATUT = 'V'
                    AND EMISSION_ACHAT.EA_DATE
                        BETWEEN p.CLOTURE_DATE_DEBUT
                        AND p.CLOTURE_DATE_FIN)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR MISE A JOUR EMISSION: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           IF SQLCODE EQUAL ZERO
               ADD SQLERRD(3) TO WS-NB-REPOINTES
           END-IF.
       REPOINTER-BENEVOLAT.
           EXEC SQL
               INSERT INTO CHANGE_JOURNAL
               (JRN_ENTITE, JRN_CLE, JRN_CHAMP, JRN_AVANT,
                JRN_APRES, JRN_OPERATEUR, JRN_TIMESTAMP)
               SELECT 'BENEVOLAT', b.BH_ID_USER, 'BH_IDANTENNE',
                      :WS-JRN-AVANT, :WS-JRN-APRES,
                      :WS-JRN-OPERATEUR, :WS-TIMESTAMP
               FROM BENEVOLAT_HEURES b
               WHERE b.BH_IDANTENNE = :WS-ANT-SOURCE
               AND NOT EXISTS
                   (SELECT 1 FROM PERIODE_CLOTURE p
                    WHERE p.CLOTURE_STATUT = 'V'
                    AND b.BH_DATE
                        BETWEEN p.CLOTURE_DATE_DEBUT
                        AND p.CLOTURE_DATE_FIN)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR JOURNAL MODIFICATIONS: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               UPDATE BENEVOLAT_HEURES
               SET BH_IDANTENNE = :WS-ANT-CIBLE
               WHERE BH_IDANTENNE = :WS-ANT-SOURCE
               AND NOT EXISTS
                   (SELECT 1 FROM PERIODE_CLOTURE p
                    WHERE p.CLOTURE_STATUT = 'V'
                    AND BENEVOLAT_HEURES.BH_DATE
                        BETWEEN p.CLOTURE_DATE_DEBUT
                        AND p.CLOTURE_DATE_FIN)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR MISE A JOUR BENEVOLAT: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           IF SQLCODE EQUAL ZERO
               ADD SQLERRD(3) TO WS-NB-REPOINTES
           END-IF.
       REPOINTER-MATERIEL.
           EXEC SQL
               INSERT INTO CHANGE_JOURNAL
               (JRN_ENTITE, JRN_CLE, JRN_CHAMP, JRN_AVANT,
                JRN_APRES, JRN_OPERATEUR, JRN_TIMESTAMP)
               SELECT 'MATERIEL', MAT_ID, 'MAT_IDANTENNE',
                      :WS-JRN-AVANT, :WS-JRN-APRES,
                      :WS-JRN-OPERATEUR, :WS-TIMESTAMP
               FROM MATERIEL
               WHERE MAT_IDANTENNE = :WS-ANT-SOURCE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR JOURNAL MODIFICATIONS: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               UPDATE MATERIEL
               SET MAT_IDANTENNE = :WS-ANT-CIBLE
               WHERE MAT_IDANTENNE = :WS-ANT-SOURCE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR MISE A JOUR MATERIEL: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           IF SQLCODE EQUAL ZERO
               ADD SQLERRD(3) TO WS-NB-REPOINTES
           END-IF.
       REPOINTER-SUBVENTIONS.
           EXEC SQL
               INSERT INTO CHANGE_JOURNAL
               (JRN_ENTITE, JRN_CLE, JRN_CHAMP, JRN_AVANT,
                JRN_APRES, JRN_OPERATEUR, JRN_TIMESTAMP)
               SELECT 'SUBVENTION', s.SUBVANT_ID_SUBVENTION,
                      'SUBVANT_IDANTENNE',
                      :WS-JRN-AVANT, :WS-JRN-APRES,
                      :WS-JRN-OPERATEUR, :WS-TIMESTAMP
               FROM SUBVENTION_ANTENNE s
               WHERE s.SUBVANT_IDANTENNE = :WS-ANT-SOURCE
               AND NOT EXISTS
                   (SELECT 1 FROM SUBVENTION_ANTENNE c
                    WHERE c.SUBVANT_ID_SUBVENTION =
                          s.SUBVANT_ID_SUBVENTION
                    AND c.SUBVANT_IDANTENNE = :WS-ANT-CIBLE)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR JOURNAL MODIFICATIONS: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               INSERT INTO SUBVENTION_ANTENNE
               (SUBVANT_ID_SUBVENTION, SUBVANT_IDANTENNE)
               SELECT s.SUBVANT_ID_SUBVENTION, :WS-ANT-CIBLE
               FROM SUBVENTION_ANTENNE s
               WHERE s.SUBVANT_IDANTENNE = :WS-ANT-SOURCE
               AND NOT EXISTS
                   (SELECT 1 FROM SUBVENTION_ANTENNE c
                    WHERE c.SUBVANT_ID_SUBVENTION =
                          s.SUBVANT_ID_SUBVENTION
                    AND c.SUBVANT_IDANTENNE = :WS-ANT-CIBLE)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR MISE A JOUR SUBVENTION: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           IF SQLCODE EQUAL ZERO
               ADD SQLERRD(3) TO WS-NB-REPOINTES
           END-IF.
       FERMER-ANTENNE-SOURCE.
           EXEC SQL
               UPDATE ANTENNE
               SET ANTENNE_STATUT = 'F',
                   ANTENNE_SUCCESSEUR = :WS-ANT-CIBLE
               WHERE ANTENNE_ID = :WS-ANT-SOURCE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR FERMETURE ANTENNE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'A' TO WS-JRN-AVANT
           MOVE 'F' TO WS-JRN-APRES
           EXEC SQL
               INSERT INTO CHANGE_JOURNAL
               (JRN_ENTITE, JRN_CLE, JRN_CHAMP, JRN_AVANT,
                JRN_APRES, JRN_OPERATEUR, JRN_TIMESTAMP)
               VALUES
               ('ANTENNE', :WS-ANT-SOURCE, 'ANTENNE_STATUT',
                :WS-JRN-AVANT, :WS-JRN-APRES,
                :WS-JRN-OPERATEUR, :WS-TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR JOURNAL MODIFICATIONS: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE SPACES TO WS-JRN-AVANT
           MOVE WS-ANT-CIBLE TO WS-JRN-APRES
           EXEC SQL
               INSERT INTO CHANGE_JOURNAL
               (JRN_ENTITE, JRN_CLE, JRN_CHAMP, JRN_AVANT,
                JRN_APRES, JRN_OPERATEUR, JRN_TIMESTAMP)
               VALUES
               ('ANTENNE', :WS-ANT-SOURCE, 'ANTENNE_SUCCESSEUR',
                :WS-JRN-AVANT, :WS-JRN-APRES,
                :WS-JRN-OPERATEUR, :WS-TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR JOURNAL MODIFICATIONS: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF.
       EDITER-COMPTAGES.
           DISPLAY '------------------------------------------'
           DISPLAY 'TABLE                   SOURCE AV SOURCE AP'
               '  CIBLE AV  CIBLE AP'
           DISPLAY '------------------------------------------'
           PERFORM VARYING WS-CPT-IDX FROM 1 BY 1
                   UNTIL WS-CPT-IDX > WS-CPT-COUNT
               MOVE WS-CPT-TABLE(WS-CPT-IDX) TO CPT-TABLE
               MOVE WS-CPT-VAL(WS-CPT-IDX, 1) TO CPT-SRC-AVANT
               MOVE WS-CPT-VAL(WS-CPT-IDX, 2) TO CPT-SRC-APRES
               MOVE WS-CPT-VAL(WS-CPT-IDX, 3) TO CPT-CIB-AVANT
               MOVE WS-CPT-VAL(WS-CPT-IDX, 4) TO CPT-CIB-APRES
               DISPLAY WS-CPT-LIGNE
           END-PERFORM
           DISPLAY '------------------------------------------'
           IF WS-SIMULATION = 'Y'
               DISPLAY 'SIMULATION TERMINEE - AUCUNE MISE A JOUR'
           ELSE
               DISPLAY 'LIGNES REATTRIBUEES: ' WS-NB-REPOINTES
               DISPLAY 'ANTENNE ' WS-ANT-SOURCE ' FERMEE, SUCCESSEUR '
                   WS-ANT-CIBLE
               DISPLAY 'LES PERIODES CLOSES RESTENT ATTRIBUEES A '
                   'L''ANTENNE ' WS-ANT-SOURCE
           END-IF
           DISPLAY '=========================================='.
       ABANDONNER.
           EXEC SQL ROLLBACK END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF
           DISPLAY 'FUSION NON EFFECTUEE'
           DISPLAY '=========================================='
           MOVE 1 TO RETURN-CODE
           GOBACK.
       DAL-END.
           IF WS-SIMULATION = 'Y'
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               EXEC SQL COMMIT END-EXEC
               IF SQLCODE NOT EQUAL ZERO
                   DISPLAY 'ERREUR COMMIT: SQLCODE=' SQLCODE
                   PERFORM ABANDONNER
               END-IF
           END-IF
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
