       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-CLOTURE-EXERCICE.
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
       77  WS-ARG-ACTION          PIC X(12) VALUE SPACES.
       77  WS-ARG-EXERCICE        PIC X(4) VALUE SPACES.
       77  WS-ARG-OPERATEUR       PIC X(9) VALUE SPACES.
       01  WS-MOIS-DEBUT          PIC 9(2) VALUE 1.
       01  WS-COMPTE-BENEFICE     PIC X(8) VALUE '120000'.
       01  WS-COMPTE-PERTE        PIC X(8) VALUE '129000'.
       01  WS-PARAMETRE.
           05 PARAM-DOMAINE       PIC X(12).
           05 PARAM-CLE           PIC X(20).
           05 PARAM-VALEUR        PIC X(20).
           05 PARAM-TROUVE        PIC X.
       01  WS-AUT-OPERATEUR       PIC X(9).
       01  WS-AUT-OPERATION       PIC X(12).
       01  WS-AUT-DECISION        PIC X.
       01  WS-EXERCICE            PIC 9(4).
       01  WS-PERIODE-DEBUT       PIC 9(6).
       01  WS-PERIODE-FIN         PIC 9(6).
       01  WS-PERIODE-OUVERTURE   PIC 9(6).
       01  WS-DATE-CLOTURE        PIC 9(8).
       01  WS-DATE-OUVERTURE      PIC 9(8).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-NB-VERROUILLEES     PIC 9(4).
       01  WS-NB-CLOS             PIC 9(4).
       01  WS-NB-ANTERIEURES      PIC 9(9).
       01  WS-NB-DESEQ            PIC 9(9).
       01  WS-NB-LIGNES-EXO       PIC 9(9).
       01  WS-FIN-DERNIER-CLOS    PIC 9(6).
       01  WS-STATUT-OUVERTURE    PIC X.
       01  WS-SEQ-DERNIER         PIC 9(9).
       01  WS-NUMERO              PIC 9(9).
       01  WS-PREMIER-NUM         PIC 9(9).
       01  WS-CPT-COMPTE          PIC X(8).
       01  WS-CPT-AUX             PIC X(10).
       01  WS-CPT-LIB             PIC X(20).
       01  WS-CPT-DEBIT           PIC 9(11)V99.
       01  WS-CPT-CREDIT          PIC 9(11)V99.
       01  WS-CPT-DEBIT-CL        PIC 9(11)V99.
       01  WS-CPT-CREDIT-CL       PIC 9(11)V99.
       01  WS-LN-NUMERO           PIC 9(9).
       01  WS-LN-PIECE            PIC 9(9).
       01  WS-LN-PERIODE          PIC 9(6).
       01  WS-LN-JOURNAL          PIC X(2).
       01  WS-LN-COMPTE           PIC X(8).
       01  WS-LN-COMPTE-LIB       PIC X(20).
       01  WS-LN-SENS             PIC X.
       01  WS-LN-MONTANT          PIC 9(10)V99.
       01  WS-LN-REFERENCE        PIC X(20).
       01  WS-LN-LIBELLE          PIC X(30).
       01  WS-LN-DATE             PIC 9(8).
       01  WS-LN-DATE-PIECE       PIC 9(8).
       01  WS-LN-INV-ID           PIC 9(9) VALUE 0.
       01  WS-LN-COMPTE-AUX       PIC X(10).
       01  WS-LN-CENTRE           PIC X(10) VALUE SPACES.
       01  WS-RESULTAT            PIC S9(11)V99 VALUE 0.
       01  WS-EXE-RESULTAT        PIC 9(11)V99.
       01  WS-EXE-SENS            PIC X.
       01  WS-PIECE-DEBIT         PIC 9(13)V99.
       01  WS-PIECE-CREDIT        PIC 9(13)V99.
       01  WS-SOLDE-AVANT         PIC S9(11)V99.
       01  WS-SOLDE-APRES         PIC S9(11)V99.
       01  WS-TOTAL-DEBIT         PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-CREDIT        PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-AN-DEBIT      PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-AN-CREDIT     PIC 9(13)V99 VALUE 0.
       77  WS-COUNT-ANOMALIES     PIC 9(6) VALUE 0.
       77  WS-COUNT-CLOTURE       PIC 9(6) VALUE 0.
       77  WS-COUNT-AN            PIC 9(6) VALUE 0.
       77  WS-COUNT-COMPTES       PIC 9(6) VALUE 0.
       01  WS-JRN-ENTITE          PIC X(20).
       01  WS-JRN-CLE             PIC X(20).
       01  WS-JRN-CHAMP           PIC X(20).
       01  WS-JRN-AVANT           PIC X(30).
       01  WS-JRN-APRES           PIC X(30).
       01  WS-JRN-OPERATEUR       PIC X(20).
       01  WS-JRN-TS              PIC X(14).
       01  WS-D-MONTANT           PIC Z(11)9.99.
       01  WS-D-RESULTAT          PIC -(11)9.99.
       01  WS-SPOOL-OP            PIC X(4).
       01  WS-SPOOL-TITRE         PIC X(60).
       01  WS-SPOOL-LIGNE         PIC X(132).
       01  WS-ENTETE-COLONNES.
           05 FILLER PIC X(9)  VALUE 'COMPTE'.
           05 FILLER PIC X(21) VALUE 'LIBELLE'.
           05 FILLER PIC X(16) VALUE '    MVTS DEBIT'.
           05 FILLER PIC X(16) VALUE '   MVTS CREDIT'.
           05 FILLER PIC X(16) VALUE '   SOLDE AVANT'.
           05 FILLER PIC X(16) VALUE '   SOLDE APRES'.
       01  WS-LIGNE-DETAIL.
           05 LD-COMPTE           PIC X(8).
           05 FILLER              PIC X(1).
           05 LD-LIBELLE          PIC X(20).
           05 FILLER              PIC X(1).
           05 LD-DEBIT            PIC Z(11)9.99.
           05 FILLER              PIC X(1).
           05 LD-CREDIT           PIC Z(11)9.99.
           05 FILLER              PIC X(1).
           05 LD-SOLDE-AVANT      PIC -(11)9.99.
           05 FILLER              PIC X(1).
           05 LD-SOLDE-APRES      PIC -(11)9.99.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'CLOTURE DE L''EXERCICE COMPTABLE'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-ACTION FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-EXERCICE FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-OPERATEUR FROM ARGUMENT-VALUE
           IF (WS-ARG-ACTION NOT = 'SIMULER'
               AND WS-ARG-ACTION NOT = 'CLOTURER')
               OR WS-ARG-EXERCICE = SPACES
               OR WS-ARG-EXERCICE NOT NUMERIC
               DISPLAY 'USAGE: SIMULER|CLOTURER EXERCICE(AAAA DE'
                   ' CLOTURE) [ID-OPERATEUR]'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-EXERCICE TO WS-EXERCICE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF WS-ARG-ACTION = 'CLOTURER'
               PERFORM CONTROLER-AUTORISATION
           END-IF
           PERFORM CHARGER-PARAMETRES
           PERFORM CALCULER-EXERCICE
           DISPLAY 'ACTION            : ' WS-ARG-ACTION
           DISPLAY 'EXERCICE          : ' WS-PERIODE-DEBUT
               ' A ' WS-PERIODE-FIN
           DISPLAY 'DATE DE CLOTURE   : ' WS-DATE-CLOTURE
           DISPLAY 'A-NOUVEAUX AU     : ' WS-DATE-OUVERTURE
           PERFORM CONTROLER-BALANCE-GL
           PERFORM DAL-CONNECT
           PERFORM CONTROLER-EXERCICE
           IF WS-COUNT-ANOMALIES > ZERO
               AND WS-ARG-ACTION = 'CLOTURER'
               DISPLAY 'CLOTURE REFUSEE: ' WS-COUNT-ANOMALIES
                   ' ANOMALIE(S) - VOIR CI-DESSUS'
               MOVE 8 TO RETURN-CODE
               PERFORM DAL-END
               GOBACK
           END-IF
           IF WS-ARG-ACTION = 'CLOTURER'
               PERFORM LIRE-SEQUENCE
               PERFORM GENERER-CLOTURE
               PERFORM GENERER-A-NOUVEAUX
               PERFORM ECRIRE-SEQUENCE
               PERFORM ENREGISTRER-EXERCICE
           ELSE
               PERFORM CALCULER-RESULTAT
           END-IF
           MOVE SPACES TO WS-SPOOL-TITRE
           STRING 'BALANCE-CLOTURE-' WS-EXERCICE
               DELIMITED BY SIZE INTO WS-SPOOL-TITRE
           PERFORM OUVRIR-SPOOL
           PERFORM EDITER-BALANCE
           PERFORM FERMER-SPOOL
           PERFORM DAL-END
           PERFORM AFFICHER-RAPPORT
           GOBACK.
       CONTROLER-AUTORISATION.
           IF WS-ARG-OPERATEUR = SPACES
               DISPLAY 'ERREUR: ID OPERATEUR REQUIS POUR CLOTURER'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-OPERATEUR TO WS-AUT-OPERATEUR
           MOVE 'CLOTUREGL' TO WS-AUT-OPERATION
           MOVE 'N' TO WS-AUT-DECISION
           CALL 'AUTORISATION-CHECK' USING WS-AUT-OPERATEUR
               WS-AUT-OPERATION WS-AUT-DECISION
           IF WS-AUT-DECISION NOT = 'Y'
               DISPLAY 'CLOTURE REFUSEE: OPERATEUR NON HABILITE'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
       CHARGER-PARAMETRES.
           MOVE 'COMPTA' TO PARAM-DOMAINE
           MOVE 'MOIS_DEBUT_EXERCICE' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-MOIS-DEBUT = FUNCTION NUMVAL(PARAM-VALEUR)
               IF WS-MOIS-DEBUT < 1 OR WS-MOIS-DEBUT > 12
                   MOVE 1 TO WS-MOIS-DEBUT
               END-IF
           END-IF
           MOVE 'COMPTA' TO PARAM-DOMAINE
           MOVE 'COMPTE_BENEFICE' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y' AND PARAM-VALEUR NOT = SPACES
               MOVE PARAM-VALEUR(1:8) TO WS-COMPTE-BENEFICE
           END-IF
           MOVE 'COMPTA' TO PARAM-DOMAINE
           MOVE 'COMPTE_PERTE' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y' AND PARAM-VALEUR NOT = SPACES
               MOVE PARAM-VALEUR(1:8) TO WS-COMPTE-PERTE
           END-IF.
       CALCULER-EXERCICE.
           IF WS-MOIS-DEBUT = 1
               COMPUTE WS-PERIODE-FIN = WS-EXERCICE * 100 + 12
               COMPUTE WS-PERIODE-DEBUT = WS-EXERCICE * 100 + 1
               COMPUTE WS-DATE-OUVERTURE = (WS-EXERCICE + 1) * 10000
                   + 101
           ELSE
               COMPUTE WS-PERIODE-FIN = WS-EXERCICE * 100
                   + WS-MOIS-DEBUT - 1
               COMPUTE WS-PERIODE-DEBUT = (WS-EXERCICE - 1) * 100
                   + WS-MOIS-DEBUT
               COMPUTE WS-DATE-OUVERTURE = WS-EXERCICE * 10000
                   + WS-MOIS-DEBUT * 100 + 1
           END-IF
           COMPUTE WS-PERIODE-OUVERTURE = WS-DATE-OUVERTURE / 100
           COMPUTE WS-DATE-CLOTURE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-OUVERTURE) - 1).
       CONTROLER-BALANCE-GL.
           CALL 'GL-BALANCE-CONTROLE'
           IF RETURN-CODE NOT = ZERO
               DISPLAY 'ANOMALIE: GL-BALANCE-CONTROLE EN ERREUR'
                   ' (RC=' RETURN-CODE ')'
               ADD 1 TO WS-COUNT-ANOMALIES
           END-IF
           MOVE 0 TO RETURN-CODE.
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
       CONTROLER-EXERCICE.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-CLOS
               FROM GL_EXERCICE
               WHERE EXE_ANNEE = :WS-EXERCICE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR LECTURE GL_EXERCICE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           IF WS-NB-CLOS > ZERO
               DISPLAY 'ANOMALIE: EXERCICE ' WS-EXERCICE
                   ' DEJA CLOTURE'
               ADD 1 TO WS-COUNT-ANOMALIES
           END-IF
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-VERROUILLEES
               FROM GL_PERIODE
               WHERE GLP_PERIODE BETWEEN :WS-PERIODE-DEBUT
                                     AND :WS-PERIODE-FIN
               AND GLP_STATUT = 'L'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR LECTURE GL_PERIODE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           IF WS-NB-VERROUILLEES < 12
               DISPLAY 'ANOMALIE: ' WS-NB-VERROUILLEES
                   ' PERIODE(S) VERROUILLEE(S) SUR 12'
               ADD 1 TO WS-COUNT-ANOMALIES
           END-IF
           MOVE 'O' TO WS-STATUT-OUVERTURE
           EXEC SQL
               SELECT COALESCE(MAX(GLP_STATUT), 'O')
               INTO :WS-STATUT-OUVERTURE
               FROM GL_PERIODE
               WHERE GLP_PERIODE = :WS-PERIODE-OUVERTURE
           END-EXEC
           IF WS-STATUT-OUVERTURE = 'L'
               DISPLAY 'ANOMALIE: PERIODE D''OUVERTURE '
                   WS-PERIODE-OUVERTURE ' DEJA VERROUILLEE'
               ADD 1 TO WS-COUNT-ANOMALIES
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(EXE_PERIODE_FIN), 0)
               INTO :WS-FIN-DERNIER-CLOS
               FROM GL_EXERCICE
               WHERE EXE_PERIODE_FIN < :WS-PERIODE-DEBUT
           END-EXEC
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-ANTERIEURES
               FROM GL_ECRITURE
               WHERE GLE_PERIODE < :WS-PERIODE-DEBUT
               AND GLE_PERIODE > :WS-FIN-DERNIER-CLOS
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR LECTURE GL_ECRITURE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           IF WS-NB-ANTERIEURES > ZERO
               DISPLAY 'ANOMALIE: ' WS-NB-ANTERIEURES
                   ' LIGNE(S) SUR UN EXERCICE ANTERIEUR NON CLOTURE'
               ADD 1 TO WS-COUNT-ANOMALIES
           END-IF
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-LIGNES-EXO
               FROM GL_ECRITURE
               WHERE GLE_PERIODE BETWEEN :WS-PERIODE-DEBUT
                                     AND :WS-PERIODE-FIN
           END-EXEC
           IF WS-NB-LIGNES-EXO = ZERO
               DISPLAY 'ANOMALIE: AUCUNE ECRITURE HISTORISEE SUR '
                   'L''EXERCICE'
               ADD 1 TO WS-COUNT-ANOMALIES
           END-IF
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-DESEQ
               FROM (SELECT GLE_PIECE
                     FROM GL_ECRITURE
                     WHERE GLE_PERIODE BETWEEN :WS-PERIODE-DEBUT
                                           AND :WS-PERIODE-FIN
                     GROUP BY GLE_PIECE
                     HAVING COALESCE(SUM(CASE WHEN GLE_SENS = 'D'
                                  THEN GLE_MONTANT END), 0)
                         <> COALESCE(SUM(CASE WHEN GLE_SENS = 'C'
                                  THEN GLE_MONTANT END), 0)) p
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR CONTROLE EQUILIBRE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           IF WS-NB-DESEQ > ZERO
               DISPLAY 'ANOMALIE: ' WS-NB-DESEQ
                   ' ECRITURE(S) DESEQUILIBREE(S) SUR L''EXERCICE'
               ADD 1 TO WS-COUNT-ANOMALIES
           END-IF.
       LIRE-SEQUENCE.
           EXEC SQL
               SELECT COALESCE(MAX(SEQ_DERNIER), 0)
               INTO :WS-SEQ-DERNIER
               FROM GL_SEQUENCE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR LECTURE GL_SEQUENCE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE WS-SEQ-DERNIER TO WS-NUMERO
           COMPUTE WS-PREMIER-NUM = WS-SEQ-DERNIER + 1.
       ECRIRE-SEQUENCE.
           EXEC SQL
               UPDATE GL_SEQUENCE
               SET SEQ_DERNIER = :WS-NUMERO
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO OR SQLERRD(3) EQUAL ZERO
               EXEC SQL
                   INSERT INTO GL_SEQUENCE (SEQ_DERNIER)
                   VALUES (:WS-NUMERO)
               END-EXEC
           END-IF
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR MAJ GL_SEQUENCE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF.
       GENERER-CLOTURE.
           MOVE 0 TO WS-PIECE-DEBIT
           MOVE 0 TO WS-PIECE-CREDIT
           MOVE 0 TO WS-RESULTAT
           COMPUTE WS-LN-PIECE = WS-NUMERO + 1
           MOVE WS-PERIODE-FIN TO WS-LN-PERIODE
           MOVE 'CL' TO WS-LN-JOURNAL
           MOVE SPACES TO WS-LN-REFERENCE
           STRING 'CLOTURE-' WS-EXERCICE
               DELIMITED BY SIZE INTO WS-LN-REFERENCE
           MOVE WS-DATE-CLOTURE TO WS-LN-DATE-PIECE
           MOVE SPACES TO WS-LN-COMPTE-AUX
           EXEC SQL
               DECLARE C_GESTION CURSOR FOR
               SELECT GLE_COMPTE, MIN(COALESCE(GLE_COMPTE_LIB, ' ')),
                      COALESCE(SUM(CASE WHEN GLE_SENS = 'D'
                                        THEN GLE_MONTANT END), 0),
                      COALESCE(SUM(CASE WHEN GLE_SENS = 'C'
                                        THEN GLE_MONTANT END), 0)
               FROM GL_ECRITURE
               WHERE GLE_PERIODE BETWEEN :WS-PERIODE-DEBUT
                                     AND :WS-PERIODE-FIN
               AND SUBSTR(GLE_COMPTE, 1, 1) IN ('6', '7')
               GROUP BY GLE_COMPTE
               HAVING COALESCE(SUM(CASE WHEN GLE_SENS = 'D'
                                        THEN GLE_MONTANT END), 0)
                   <> COALESCE(SUM(CASE WHEN GLE_SENS = 'C'
                                        THEN GLE_MONTANT END), 0)
               ORDER BY GLE_COMPTE
           END-EXEC
           EXEC SQL OPEN C_GESTION END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN C_GESTION: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_GESTION INTO
                       :WS-CPT-COMPTE, :WS-CPT-LIB,
                       :WS-CPT-DEBIT, :WS-CPT-CREDIT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM SOLDER-COMPTE-GESTION
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH C_GESTION: SQLCODE='
                           SQLCODE
                       EXEC SQL CLOSE C_GESTION END-EXEC
                       PERFORM ABANDONNER
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_GESTION END-EXEC
           IF WS-RESULTAT NOT = ZERO
               MOVE SPACES TO WS-LN-LIBELLE
               IF WS-RESULTAT > ZERO
                   MOVE WS-COMPTE-BENEFICE TO WS-LN-COMPTE
                   MOVE 'RESULTAT-BENEFICE' TO WS-LN-COMPTE-LIB
                   MOVE 'C' TO WS-LN-SENS
                   MOVE WS-RESULTAT TO WS-LN-MONTANT
                   STRING 'RESULTAT EXERCICE ' WS-EXERCICE
                       ' BENEFICE' DELIMITED BY SIZE
                       INTO WS-LN-LIBELLE
               ELSE
                   MOVE WS-COMPTE-PERTE TO WS-LN-COMPTE
                   MOVE 'RESULTAT-PERTE' TO WS-LN-COMPTE-LIB
                   MOVE 'D' TO WS-LN-SENS
                   COMPUTE WS-LN-MONTANT = 0 - WS-RESULTAT
                   STRING 'RESULTAT EXERCICE ' WS-EXERCICE
                       ' PERTE' DELIMITED BY SIZE
                       INTO WS-LN-LIBELLE
               END-IF
               PERFORM INSERER-LIGNE
               ADD 1 TO WS-COUNT-CLOTURE
           END-IF
           IF WS-PIECE-DEBIT NOT = WS-PIECE-CREDIT
               DISPLAY 'ERREUR: ECRITURE DE CLOTURE DESEQUILIBREE'
               PERFORM ABANDONNER
           END-IF.
       SOLDER-COMPTE-GESTION.
           MOVE WS-CPT-COMPTE TO WS-LN-COMPTE
           MOVE WS-CPT-LIB TO WS-LN-COMPTE-LIB
           MOVE SPACES TO WS-LN-LIBELLE
           STRING 'SOLDE COMPTE ' WS-CPT-COMPTE
               DELIMITED BY SIZE INTO WS-LN-LIBELLE
           IF WS-CPT-DEBIT > WS-CPT-CREDIT
               MOVE 'C' TO WS-LN-SENS
               COMPUTE WS-LN-MONTANT = WS-CPT-DEBIT - WS-CPT-CREDIT
               SUBTRACT WS-LN-MONTANT FROM WS-RESULTAT
           ELSE
               MOVE 'D' TO WS-LN-SENS
               COMPUTE WS-LN-MONTANT = WS-CPT-CREDIT - WS-CPT-DEBIT
               ADD WS-LN-MONTANT TO WS-RESULTAT
           END-IF
           PERFORM INSERER-LIGNE
           ADD 1 TO WS-COUNT-CLOTURE.
       GENERER-A-NOUVEAUX.
           MOVE 0 TO WS-PIECE-DEBIT
           MOVE 0 TO WS-PIECE-CREDIT
           COMPUTE WS-LN-PIECE = WS-NUMERO + 1
           MOVE WS-PERIODE-OUVERTURE TO WS-LN-PERIODE
           MOVE 'AN' TO WS-LN-JOURNAL
           MOVE SPACES TO WS-LN-REFERENCE
           STRING 'ANOUVEAUX-' WS-EXERCICE
               DELIMITED BY SIZE INTO WS-LN-REFERENCE
           MOVE WS-DATE-OUVERTURE TO WS-LN-DATE-PIECE
           EXEC SQL
               DECLARE C_BILAN CURSOR FOR
               SELECT GLE_COMPTE, COALESCE(GLE_COMPTE_AUX, ' '),
                      MIN(COALESCE(GLE_COMPTE_LIB, ' ')),
                      COALESCE(SUM(CASE WHEN GLE_SENS = 'D'
                                        THEN GLE_MONTANT END), 0),
                      COALESCE(SUM(CASE WHEN GLE_SENS = 'C'
                                        THEN GLE_MONTANT END), 0)
               FROM GL_ECRITURE
               WHERE GLE_PERIODE BETWEEN :WS-PERIODE-DEBUT
                                     AND :WS-PERIODE-FIN
               AND SUBSTR(GLE_COMPTE, 1, 1) NOT IN ('6', '7')
               GROUP BY GLE_COMPTE, COALESCE(GLE_COMPTE_AUX, ' ')
               HAVING COALESCE(SUM(CASE WHEN GLE_SENS = 'D'
                                        THEN GLE_MONTANT END), 0)
                   <> COALESCE(SUM(CASE WHEN GLE_SENS = 'C'
                                        THEN GLE_MONTANT END), 0)
               ORDER BY 1, 2
           END-EXEC
           EXEC SQL OPEN C_BILAN END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN C_BILAN: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_BILAN INTO
                       :WS-CPT-COMPTE, :WS-CPT-AUX, :WS-CPT-LIB,
                       :WS-CPT-DEBIT, :WS-CPT-CREDIT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM REPORTER-COMPTE-BILAN
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH C_BILAN: SQLCODE='
                           SQLCODE
                       EXEC SQL CLOSE C_BILAN END-EXEC
                       PERFORM ABANDONNER
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_BILAN END-EXEC
           MOVE WS-PIECE-DEBIT TO WS-TOTAL-AN-DEBIT
           MOVE WS-PIECE-CREDIT TO WS-TOTAL-AN-CREDIT
           IF WS-PIECE-DEBIT NOT = WS-PIECE-CREDIT
               DISPLAY 'ERREUR: A-NOUVEAUX DESEQUILIBRES'
               PERFORM ABANDONNER
           END-IF.
       REPORTER-COMPTE-BILAN.
           MOVE WS-CPT-COMPTE TO WS-LN-COMPTE
           MOVE WS-CPT-LIB TO WS-LN-COMPTE-LIB
           MOVE WS-CPT-AUX TO WS-LN-COMPTE-AUX
           MOVE SPACES TO WS-LN-LIBELLE
           STRING 'A NOUVEAU ' WS-CPT-COMPTE
               DELIMITED BY SIZE INTO WS-LN-LIBELLE
           IF WS-CPT-DEBIT > WS-CPT-CREDIT
               MOVE 'D' TO WS-LN-SENS
               COMPUTE WS-LN-MONTANT = WS-CPT-DEBIT - WS-CPT-CREDIT
           ELSE
               MOVE 'C' TO WS-LN-SENS
               COMPUTE WS-LN-MONTANT = WS-CPT-CREDIT - WS-CPT-DEBIT
           END-IF
           PERFORM INSERER-LIGNE
           ADD 1 TO WS-COUNT-AN.
       INSERER-LIGNE.
           ADD 1 TO WS-NUMERO
           MOVE WS-NUMERO TO WS-LN-NUMERO
           MOVE WS-RUN-DATE TO WS-LN-DATE
           EXEC SQL
               INSERT INTO GL_ECRITURE
               (GLE_NUMERO, GLE_PIECE, GLE_PERIODE, GLE_JOURNAL,
                GLE_COMPTE, GLE_COMPTE_LIB, GLE_SENS, GLE_MONTANT,
                GLE_REFERENCE, GLE_LIBELLE, GLE_DATE,
                GLE_DATE_PIECE, GLE_INV_ID, GLE_COMPTE_AUX,
                GLE_CENTRE)
               VALUES
               (:WS-LN-NUMERO, :WS-LN-PIECE, :WS-LN-PERIODE,
                :WS-LN-JOURNAL, :WS-LN-COMPTE, :WS-LN-COMPTE-LIB,
                :WS-LN-SENS, :WS-LN-MONTANT, :WS-LN-REFERENCE,
                :WS-LN-LIBELLE, :WS-LN-DATE, :WS-LN-DATE-PIECE,
                :WS-LN-INV-ID, :WS-LN-COMPTE-AUX, :WS-LN-CENTRE)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT GL_ECRITURE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           IF WS-LN-SENS = 'D'
               ADD WS-LN-MONTANT TO WS-PIECE-DEBIT
           ELSE
               ADD WS-LN-MONTANT TO WS-PIECE-CREDIT
           END-IF.
       ENREGISTRER-EXERCICE.
           IF WS-RESULTAT < ZERO
               MOVE 'P' TO WS-EXE-SENS
               COMPUTE WS-EXE-RESULTAT = 0 - WS-RESULTAT
           ELSE
               MOVE 'B' TO WS-EXE-SENS
               MOVE WS-RESULTAT TO WS-EXE-RESULTAT
           END-IF
           EXEC SQL
               INSERT INTO GL_EXERCICE
               (EXE_ANNEE, EXE_PERIODE_DEBUT, EXE_PERIODE_FIN,
                EXE_STATUT, EXE_RESULTAT, EXE_SENS_RESULTAT,
                EXE_PREMIER_NUM, EXE_DERNIER_NUM,
                EXE_DATE_CLOTURE, EXE_OPERATEUR)
               VALUES
               (:WS-EXERCICE, :WS-PERIODE-DEBUT, :WS-PERIODE-FIN,
                'C', :WS-EXE-RESULTAT, :WS-EXE-SENS,
                :WS-PREMIER-NUM, :WS-NUMERO,
                :WS-RUN-DATE, :WS-ARG-OPERATEUR)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT GL_EXERCICE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'GL_EXERCICE' TO WS-JRN-ENTITE
           MOVE WS-EXERCICE TO WS-JRN-CLE
           MOVE 'EXE_STATUT' TO WS-JRN-CHAMP
           MOVE 'O' TO WS-JRN-AVANT
           MOVE 'C' TO WS-JRN-APRES
           MOVE WS-ARG-OPERATEUR TO WS-JRN-OPERATEUR
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JRN-TS
           EXEC SQL
               INSERT INTO CHANGE_JOURNAL
               (JRN_ENTITE, JRN_CLE, JRN_CHAMP, JRN_AVANT,
                JRN_APRES, JRN_OPERATEUR, JRN_TIMESTAMP)
               VALUES
               (:WS-JRN-ENTITE, :WS-JRN-CLE, :WS-JRN-CHAMP,
                :WS-JRN-AVANT, :WS-JRN-APRES,
                :WS-JRN-OPERATEUR, :WS-JRN-TS)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR JOURNAL MODIFICATIONS:'
                   ' SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF.
       CALCULER-RESULTAT.
           MOVE 0 TO WS-CPT-DEBIT
           MOVE 0 TO WS-CPT-CREDIT
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN GLE_SENS = 'D'
                                        THEN GLE_MONTANT END), 0),
                      COALESCE(SUM(CASE WHEN GLE_SENS = 'C'
                                        THEN GLE_MONTANT END), 0)
               INTO :WS-CPT-DEBIT, :WS-CPT-CREDIT
               FROM GL_ECRITURE
               WHERE GLE_PERIODE BETWEEN :WS-PERIODE-DEBUT
                                     AND :WS-PERIODE-FIN
               AND SUBSTR(GLE_COMPTE, 1, 1) IN ('6', '7')
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR CALCUL RESULTAT: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           COMPUTE WS-RESULTAT = WS-CPT-CREDIT - WS-CPT-DEBIT.
       EDITER-BALANCE.
           EXEC SQL
               DECLARE C_BALANCE CURSOR FOR
               SELECT GLE_COMPTE, MIN(COALESCE(GLE_COMPTE_LIB, ' ')),
                      COALESCE(SUM(CASE WHEN GLE_SENS = 'D'
                           AND GLE_JOURNAL <> 'CL'
                           THEN GLE_MONTANT END), 0),
                      COALESCE(SUM(CASE WHEN GLE_SENS = 'C'
                           AND GLE_JOURNAL <> 'CL'
                           THEN GLE_MONTANT END), 0),
                      COALESCE(SUM(CASE WHEN GLE_SENS = 'D'
                           AND GLE_JOURNAL = 'CL'
                           THEN GLE_MONTANT END), 0),
                      COALESCE(SUM(CASE WHEN GLE_SENS = 'C'
                           AND GLE_JOURNAL = 'CL'
                           THEN GLE_MONTANT END), 0)
               FROM GL_ECRITURE
               WHERE GLE_PERIODE BETWEEN :WS-PERIODE-DEBUT
                                     AND :WS-PERIODE-FIN
               GROUP BY GLE_COMPTE
               ORDER BY GLE_COMPTE
           END-EXEC
           EXEC SQL OPEN C_BALANCE END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN C_BALANCE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_BALANCE INTO
                       :WS-CPT-COMPTE, :WS-CPT-LIB,
                       :WS-CPT-DEBIT, :WS-CPT-CREDIT,
                       :WS-CPT-DEBIT-CL, :WS-CPT-CREDIT-CL
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM EDITER-LIGNE-BALANCE
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH C_BALANCE: SQLCODE='
                           SQLCODE
                       PERFORM ABANDONNER
               END-EVALUATE
           END-PERFORM
           MOVE SPACES TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-SPOOL-LIGNE
           MOVE WS-TOTAL-DEBIT TO WS-D-MONTANT
           STRING 'TOTAL MOUVEMENTS DEBIT  : ' WS-D-MONTANT
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-SPOOL-LIGNE
           MOVE WS-TOTAL-CREDIT TO WS-D-MONTANT
           STRING 'TOTAL MOUVEMENTS CREDIT : ' WS-D-MONTANT
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-SPOOL-LIGNE
           MOVE WS-RESULTAT TO WS-D-RESULTAT
           IF WS-RESULTAT < ZERO
               STRING 'RESULTAT DE L''EXERCICE : ' WS-D-RESULTAT
                   ' (PERTE - COMPTE ' WS-COMPTE-PERTE ')'
                   DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           ELSE
               STRING 'RESULTAT DE L''EXERCICE : ' WS-D-RESULTAT
                   ' (BENEFICE - COMPTE ' WS-COMPTE-BENEFICE ')'
                   DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           END-IF
           PERFORM ECRIRE-SPOOL-LIGNE
           IF WS-ARG-ACTION = 'SIMULER'
               MOVE SPACES TO WS-SPOOL-LIGNE
               STRING 'SIMULATION - AUCUNE ECRITURE DE CLOTURE NI'
                   ' D''A-NOUVEAU GENEREE'
                   DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
               PERFORM ECRIRE-SPOOL-LIGNE
           END-IF.
       EDITER-LIGNE-BALANCE.
           ADD 1 TO WS-COUNT-COMPTES
           ADD WS-CPT-DEBIT TO WS-TOTAL-DEBIT
           ADD WS-CPT-CREDIT TO WS-TOTAL-CREDIT
           COMPUTE WS-SOLDE-AVANT = WS-CPT-DEBIT - WS-CPT-CREDIT
           COMPUTE WS-SOLDE-APRES = WS-SOLDE-AVANT
               + WS-CPT-DEBIT-CL - WS-CPT-CREDIT-CL
           IF WS-ARG-ACTION = 'SIMULER'
               AND (WS-CPT-COMPTE(1:1) = '6'
               OR WS-CPT-COMPTE(1:1) = '7')
               MOVE 0 TO WS-SOLDE-APRES
           END-IF
           MOVE SPACES TO WS-LIGNE-DETAIL
           MOVE WS-CPT-COMPTE TO LD-COMPTE
           MOVE WS-CPT-LIB TO LD-LIBELLE
           MOVE WS-CPT-DEBIT TO LD-DEBIT
           MOVE WS-CPT-CREDIT TO LD-CREDIT
           MOVE WS-SOLDE-AVANT TO LD-SOLDE-AVANT
           MOVE WS-SOLDE-APRES TO LD-SOLDE-APRES
           MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE.
       AFFICHER-RAPPORT.
           DISPLAY '------------------------------------------'
           DISPLAY 'COMPTES EDITES     : ' WS-COUNT-COMPTES
           MOVE WS-RESULTAT TO WS-D-RESULTAT
           DISPLAY 'RESULTAT           : ' WS-D-RESULTAT
           IF WS-ARG-ACTION = 'CLOTURER'
               DISPLAY 'LIGNES DE CLOTURE  : ' WS-COUNT-CLOTURE
               DISPLAY 'LIGNES A-NOUVEAUX  : ' WS-COUNT-AN
               MOVE WS-TOTAL-AN-DEBIT TO WS-D-MONTANT
               DISPLAY 'A-NOUVEAUX DEBIT   : ' WS-D-MONTANT
               MOVE WS-TOTAL-AN-CREDIT TO WS-D-MONTANT
               DISPLAY 'A-NOUVEAUX CREDIT  : ' WS-D-MONTANT
               DISPLAY 'NUMEROS            : ' WS-PREMIER-NUM
                   ' A ' WS-NUMERO
               DISPLAY 'EXERCICE ' WS-EXERCICE ' CLOTURE'
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY 'ANOMALIES          : ' WS-COUNT-ANOMALIES
               IF WS-COUNT-ANOMALIES > ZERO
                   DISPLAY 'CLOTURE IMPOSSIBLE EN L''ETAT'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY 'CLOTURE POSSIBLE'
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY '=========================================='.
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
               EXEC SQL CLOSE C_BALANCE END-EXEC
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
