       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEC-EXPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEC-FILE ASSIGN TO WS-FEC-NOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FEC-FILE.
       01  FEC-RECORD             PIC X(400).
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-CURSOR-OPEN-FLAG    PIC X VALUE 'N'.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
       77  WS-FEC-STATUS          PIC X(2) VALUE '00'.
       77  WS-ARG-EXERCICE        PIC X(4) VALUE SPACES.
       01  WS-FEC-NOM             PIC X(40).
       01  WS-SIREN               PIC X(9) VALUE SPACES.
       01  WS-MOIS-DEBUT          PIC 9(2) VALUE 1.
       01  WS-PARAMETRE.
           05 PARAM-DOMAINE       PIC X(12).
           05 PARAM-CLE           PIC X(20).
           05 PARAM-VALEUR        PIC X(20).
           05 PARAM-TROUVE        PIC X.
       01  WS-EXERCICE            PIC 9(4).
       01  WS-PERIODE-DEBUT       PIC 9(6).
       01  WS-PERIODE-FIN         PIC 9(6).
       01  WS-DATE-CLOTURE        PIC 9(8).
       01  WS-MOIS-SUIVANT        PIC 9(8).
       01  WS-NB-VERROUILLEES     PIC 9(4).
       01  WS-NB-LIGNES-EXO       PIC 9(9).
       01  WS-NB-NUMEROS          PIC 9(9).
       01  WS-PREMIER-NUM         PIC 9(9).
       01  WS-DERNIER-NUM         PIC 9(9).
       01  WS-SEQ-DERNIER         PIC 9(9).
       01  WS-NB-INTERCALEES      PIC 9(9).
       01  WS-TROU-DEBUT          PIC 9(9).
       01  WS-TROU-FIN            PIC 9(9).
       01  WS-DESEQ-PIECE         PIC 9(9).
       01  WS-DESEQ-REFERENCE     PIC X(20).
       01  WS-DESEQ-DEBIT         PIC 9(11)V99.
       01  WS-DESEQ-CREDIT        PIC 9(11)V99.
       01  WS-FEC-LIGNE.
           05 WS-FL-JOURNAL       PIC X(2).
           05 WS-FL-JOURNAL-LIB   PIC X(20).
           05 WS-FL-ECRITURE-NUM  PIC 9(9).
           05 WS-FL-ECRITURE-DATE PIC 9(8).
           05 WS-FL-COMPTE        PIC X(8).
           05 WS-FL-COMPTE-LIB    PIC X(20).
           05 WS-FL-COMPTE-AUX    PIC X(10).
           05 WS-FL-AUX-LIB       PIC X(40).
           05 WS-FL-PIECE-REF     PIC X(20).
           05 WS-FL-PIECE-DATE    PIC 9(8).
           05 WS-FL-LIBELLE       PIC X(30).
           05 WS-FL-SENS          PIC X.
           05 WS-FL-MONTANT       PIC 9(10)V99.
           05 WS-FL-LETTRE        PIC X.
           05 WS-FL-DATE-LET      PIC 9(8).
           05 WS-FL-INV-ID        PIC 9(9).
           05 WS-FL-VALID-DATE    PIC 9(8).
       01  WS-LET-CODE            PIC X(8).
       01  WS-LET-RESTE           PIC 9(9).
       01  WS-LET-RANG            PIC 9(2).
       01  WS-LET-POS             PIC 9(2).
       01  WS-ALPHABET            PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-D-DEBIT             PIC Z(11)9.99.
       01  WS-D-CREDIT            PIC Z(11)9.99.
       01  WS-D-NUM               PIC Z(8)9.
       01  WS-D-MONTANT           PIC Z(11)9.99.
       01  WS-DATE-LET-X          PIC X(8).
       01  WS-JRN-COUNT           PIC 9(2) VALUE 0.
       01  WS-JRN-IDX             PIC 9(2).
       01  WS-JRN-TROUVE          PIC X.
       01  WS-JRN-TABLE.
           05 WS-JRN-ENTRY        OCCURS 10 TIMES.
               10 WS-JRN-CODE     PIC X(2).
               10 WS-JRN-LIB      PIC X(20).
               10 WS-JRN-LIGNES   PIC 9(7).
               10 WS-JRN-DEBIT    PIC 9(13)V99.
               10 WS-JRN-CREDIT   PIC 9(13)V99.
       01  WS-DERNIERE-ECRITURE   PIC 9(9) VALUE 0.
       77  WS-COUNT-LIGNES        PIC 9(9) VALUE 0.
       77  WS-COUNT-ECRITURES     PIC 9(9) VALUE 0.
       77  WS-COUNT-LETTREES      PIC 9(9) VALUE 0.
       77  WS-COUNT-DESEQ         PIC 9(6) VALUE 0.
       77  WS-COUNT-TROUS         PIC 9(6) VALUE 0.
       77  WS-COUNT-ANOMALIES     PIC 9(6) VALUE 0.
       01  WS-TOTAL-DEBIT         PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-CREDIT        PIC 9(13)V99 VALUE 0.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'FICHIER DES ECRITURES COMPTABLES (FEC)'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-EXERCICE FROM ARGUMENT-VALUE
           IF WS-ARG-EXERCICE = SPACES
               OR WS-ARG-EXERCICE NOT NUMERIC
               DISPLAY 'USAGE: EXERCICE CLOS (AAAA DE CLOTURE)'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-EXERCICE TO WS-EXERCICE
           PERFORM CHARGER-PARAMETRES
           IF WS-SIREN = SPACES
               DISPLAY 'ERREUR: PARAMETRE EFACTURE/VENDEUR_SIREN ABSENT'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CALCULER-EXERCICE
           DISPLAY 'EXERCICE          : ' WS-PERIODE-DEBUT
               ' A ' WS-PERIODE-FIN
           DISPLAY 'DATE DE CLOTURE   : ' WS-DATE-CLOTURE
           PERFORM DAL-CONNECT
           PERFORM CONTROLER-CLOTURE
           PERFORM CONTROLER-CONTINUITE
           PERFORM CONTROLER-EQUILIBRE
           PERFORM GENERER-FEC
           PERFORM DAL-END
           PERFORM AFFICHER-RAPPORT
           GOBACK.
       CHARGER-PARAMETRES.
           MOVE 'EFACTURE' TO PARAM-DOMAINE
           MOVE 'VENDEUR_SIREN' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               MOVE PARAM-VALEUR(1:9) TO WS-SIREN
           END-IF
           MOVE 'COMPTA' TO PARAM-DOMAINE
           MOVE 'MOIS_DEBUT_EXERCICE' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-MOIS-DEBUT = FUNCTION NUMVAL(PARAM-VALEUR)
               IF WS-MOIS-DEBUT < 1 OR WS-MOIS-DEBUT > 12
                   MOVE 1 TO WS-MOIS-DEBUT
               END-IF
           END-IF.
       CALCULER-EXERCICE.
           IF WS-MOIS-DEBUT = 1
               COMPUTE WS-PERIODE-FIN = WS-EXERCICE * 100 + 12
               COMPUTE WS-PERIODE-DEBUT = WS-EXERCICE * 100 + 1
               COMPUTE WS-MOIS-SUIVANT = (WS-EXERCICE + 1) * 10000
                   + 101
           ELSE
               COMPUTE WS-PERIODE-FIN = WS-EXERCICE * 100
                   + WS-MOIS-DEBUT - 1
               COMPUTE WS-PERIODE-DEBUT = (WS-EXERCICE - 1) * 100
                   + WS-MOIS-DEBUT
               COMPUTE WS-MOIS-SUIVANT = WS-EXERCICE * 10000
                   + WS-MOIS-DEBUT * 100 + 1
           END-IF
           COMPUTE WS-DATE-CLOTURE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MOIS-SUIVANT) - 1).
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
       CONTROLER-CLOTURE.
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
               DISPLAY 'ERREUR: EXERCICE NON CLOS - '
                   WS-NB-VERROUILLEES ' PERIODE(S) VERROUILLEE(S)'
                   ' SUR 12'
               DISPLAY 'VERROUILLER TOUTES LES PERIODES AVANT '
                   'GENERATION DU FEC'
               MOVE 8 TO RETURN-CODE
               PERFORM DAL-END
               GOBACK
           END-IF.
       CONTROLER-CONTINUITE.
           EXEC SQL
               SELECT COUNT(*), COUNT(DISTINCT GLE_NUMERO),
                      COALESCE(MIN(GLE_NUMERO), 0),
                      COALESCE(MAX(GLE_NUMERO), 0)
               INTO :WS-NB-LIGNES-EXO, :WS-NB-NUMEROS,
                    :WS-PREMIER-NUM, :WS-DERNIER-NUM
               FROM GL_ECRITURE
               WHERE GLE_PERIODE BETWEEN :WS-PERIODE-DEBUT
                                     AND :WS-PERIODE-FIN
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR LECTURE GL_ECRITURE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           IF WS-NB-LIGNES-EXO = ZERO
               DISPLAY 'ERREUR: AUCUNE ECRITURE HISTORISEE SUR '
                   'L''EXERCICE'
               MOVE 8 TO RETURN-CODE
               PERFORM DAL-END
               GOBACK
           END-IF
           IF WS-NB-NUMEROS NOT = WS-NB-LIGNES-EXO
               COMPUTE WS-NB-INTERCALEES =
                   WS-NB-LIGNES-EXO - WS-NB-NUMEROS
               DISPLAY 'ANOMALIE: ' WS-NB-INTERCALEES
                   ' NUMERO(S) D''ECRITURE EN DOUBLE'
               ADD 1 TO WS-COUNT-ANOMALIES
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(SEQ_DERNIER), 0)
               INTO :WS-SEQ-DERNIER
               FROM GL_SEQUENCE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR LECTURE GL_SEQUENCE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           IF WS-DERNIER-NUM > WS-SEQ-DERNIER
               DISPLAY 'ANOMALIE: DERNIER NUMERO ' WS-DERNIER-NUM
                   ' SUPERIEUR A GL_SEQUENCE (' WS-SEQ-DERNIER ')'
               ADD 1 TO WS-COUNT-ANOMALIES
           END-IF
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-INTERCALEES
               FROM GL_ECRITURE
               WHERE GLE_NUMERO BETWEEN :WS-PREMIER-NUM
                                    AND :WS-DERNIER-NUM
               AND GLE_PERIODE NOT BETWEEN :WS-PERIODE-DEBUT
                                       AND :WS-PERIODE-FIN
           END-EXEC
           IF SQLCODE = ZERO AND WS-NB-INTERCALEES > ZERO
               DISPLAY 'INFO: ' WS-NB-INTERCALEES
                   ' LIGNE(S) D''AUTRES EXERCICES DANS LA PLAGE'
           END-IF
           EXEC SQL
               DECLARE C_TROUS CURSOR FOR
               SELECT n.PRECEDENT + 1, n.GLE_NUMERO - 1
               FROM (SELECT GLE_NUMERO,
                            LAG(GLE_NUMERO) OVER
                                (ORDER BY GLE_NUMERO) AS PRECEDENT
                     FROM GL_ECRITURE) n
               WHERE n.GLE_NUMERO BETWEEN :WS-PREMIER-NUM
                                      AND :WS-DERNIER-NUM
               AND n.GLE_NUMERO - n.PRECEDENT > 1
               ORDER BY n.GLE_NUMERO
           END-EXEC
           EXEC SQL OPEN C_TROUS END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN TROUS: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_TROUS INTO :WS-TROU-DEBUT, :WS-TROU-FIN
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-COUNT-TROUS
                       DISPLAY 'ANOMALIE: NUMEROS MANQUANTS '
                           WS-TROU-DEBUT ' A ' WS-TROU-FIN
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH TROUS: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_TROUS END-EXEC
           ADD WS-COUNT-TROUS TO WS-COUNT-ANOMALIES.
       CONTROLER-EQUILIBRE.
           EXEC SQL
               DECLARE C_DESEQ CURSOR FOR
               SELECT GLE_PIECE, MIN(GLE_REFERENCE),
                      COALESCE(SUM(CASE WHEN GLE_SENS = 'D'
                                        THEN GLE_MONTANT END), 0),
                      COALESCE(SUM(CASE WHEN GLE_SENS = 'C'
                                        THEN GLE_MONTANT END), 0)
               FROM GL_ECRITURE
               WHERE GLE_PERIODE BETWEEN :WS-PERIODE-DEBUT
                                     AND :WS-PERIODE-FIN
               GROUP BY GLE_PIECE
               HAVING COALESCE(SUM(CASE WHEN GLE_SENS = 'D'
                                        THEN GLE_MONTANT END), 0)
                   <> COALESCE(SUM(CASE WHEN GLE_SENS = 'C'
                                        THEN GLE_MONTANT END), 0)
               ORDER BY GLE_PIECE
           END-EXEC
           EXEC SQL OPEN C_DESEQ END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN EQUILIBRE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_DESEQ INTO
                       :WS-DESEQ-PIECE, :WS-DESEQ-REFERENCE,
                       :WS-DESEQ-DEBIT, :WS-DESEQ-CREDIT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-COUNT-DESEQ
                       MOVE WS-DESEQ-DEBIT TO WS-D-DEBIT
                       MOVE WS-DESEQ-CREDIT TO WS-D-CREDIT
                       DISPLAY 'ANOMALIE: ECRITURE ' WS-DESEQ-PIECE
                           ' ' WS-DESEQ-REFERENCE ' DESEQUILIBREE D='
                           WS-D-DEBIT ' C=' WS-D-CREDIT
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH EQUILIBRE: SQLCODE='
                           SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_DESEQ END-EXEC
           ADD WS-COUNT-DESEQ TO WS-COUNT-ANOMALIES.
       GENERER-FEC.
           MOVE SPACES TO WS-FEC-NOM
           STRING WS-SIREN 'FEC' WS-DATE-CLOTURE '.txt'
               DELIMITED BY SIZE INTO WS-FEC-NOM
           END-STRING
           OPEN OUTPUT FEC-FILE
           IF WS-FEC-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ' WS-FEC-NOM
                   ' STATUS=' WS-FEC-STATUS
               PERFORM ABANDONNER
           END-IF
           MOVE SPACES TO FEC-RECORD
           STRING 'JournalCode|JournalLib|EcritureNum|'
               'EcritureDate|CompteNum|CompteLib|CompAuxNum|'
               'CompAuxLib|PieceRef|PieceDate|EcritureLib|'
               'Debit|Credit|EcritureLet|DateLet|ValidDate|'
               'Montantdevise|Idevise'
               DELIMITED BY SIZE INTO FEC-RECORD
           END-STRING
           WRITE FEC-RECORD
           EXEC SQL
               DECLARE C_FEC CURSOR FOR
               SELECT e.GLE_JOURNAL,
                      CASE e.GLE_JOURNAL
                          WHEN 'VT' THEN 'VENTES'
                          WHEN 'HA' THEN 'ACHATS'
                          WHEN 'BQ' THEN 'BANQUE'
                          WHEN 'PA' THEN 'PAIE'
                          WHEN 'AN' THEN 'A NOUVEAUX'
                          WHEN 'CL' THEN 'CLOTURE'
                          ELSE 'OPERATIONS DIVERSES'
                      END,
                      DENSE_RANK() OVER (ORDER BY e.GLE_PIECE),
                      LEAST(e.GLE_DATE,
                            CAST(TO_CHAR(TO_DATE(CAST(e.GLE_PERIODE
                                 AS TEXT) || '01', 'YYYYMMDD')
                                 + INTERVAL '1 month'
                                 - INTERVAL '1 day', 'YYYYMMDD')
                                 AS INTEGER)),
                      e.GLE_COMPTE,
                      COALESCE(e.GLE_COMPTE_LIB, ' '),
                      COALESCE(e.GLE_COMPTE_AUX, ' '),
                      COALESCE(c.CUST_NAME, s.SUP_NAME, ' '),
                      e.GLE_REFERENCE,
                      e.GLE_DATE_PIECE,
                      COALESCE(e.GLE_LIBELLE, ' '),
                      e.GLE_SENS,
                      e.GLE_MONTANT,
                      CASE WHEN c.CUST_ID IS NOT NULL
                            AND COALESCE(i.INV_TYPE, 'FAC') = 'FAC'
                            AND i.TOTAL_TTC
                                - COALESCE((SELECT SUM(al.ALLOC_MONTANT)
                                   FROM PAYMENT_ALLOCATION al
                                   WHERE al.INV_ID = i.INV_ID
                                   AND COALESCE(al.ALLOC_DATE, 0)
                                       <= :WS-DATE-CLOTURE), 0) <= 0
                           THEN 'O'
                           WHEN s.SUP_ID IS NOT NULL
                            AND f.FF_STATUT = 'P'
                            AND f.FF_DATE_PAIEMENT
                                <= :WS-DATE-CLOTURE
                           THEN 'O'
                           ELSE 'N'
                      END,
                      CASE WHEN s.SUP_ID IS NOT NULL
                           THEN COALESCE(f.FF_DATE_PAIEMENT, 0)
                           ELSE COALESCE((SELECT MAX(al.ALLOC_DATE)
                                  FROM PAYMENT_ALLOCATION al
                                  WHERE al.INV_ID = i.INV_ID
                                  AND al.ALLOC_DATE
                                      <= :WS-DATE-CLOTURE), 0)
                      END,
                      e.GLE_INV_ID,
                      e.GLE_DATE
               FROM GL_ECRITURE e
               LEFT JOIN INVOICE i
                   ON i.INV_ID = e.GLE_INV_ID
                   AND e.GLE_INV_ID > 0
                   AND e.GLE_JOURNAL <> 'HA'
                   AND e.GLE_REFERENCE NOT LIKE 'VIRF-%'
               LEFT JOIN CUSTOMER c
                   ON c.CUST_ID = i.CUST_ID
                   AND SUBSTR(e.GLE_COMPTE_AUX, 1, 1) = 'C'
               LEFT JOIN FACTURE_FOURNISSEUR f
                   ON f.FF_ID = e.GLE_INV_ID
                   AND SUBSTR(e.GLE_COMPTE_AUX, 1, 1) = 'F'
               LEFT JOIN SUPPLIER s
                   ON s.SUP_ID = f.SUP_ID
               WHERE e.GLE_PERIODE BETWEEN :WS-PERIODE-DEBUT
                                       AND :WS-PERIODE-FIN
               ORDER BY e.GLE_PIECE, e.GLE_NUMERO
           END-EXEC
           EXEC SQL OPEN C_FEC END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN FEC: SQLCODE=' SQLCODE
               CLOSE FEC-FILE
               PERFORM ABANDONNER
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_FEC INTO
                       :WS-FL-JOURNAL, :WS-FL-JOURNAL-LIB,
                       :WS-FL-ECRITURE-NUM, :WS-FL-ECRITURE-DATE,
                       :WS-FL-COMPTE, :WS-FL-COMPTE-LIB,
                       :WS-FL-COMPTE-AUX, :WS-FL-AUX-LIB,
                       :WS-FL-PIECE-REF, :WS-FL-PIECE-DATE,
                       :WS-FL-LIBELLE, :WS-FL-SENS,
                       :WS-FL-MONTANT, :WS-FL-LETTRE,
                       :WS-FL-DATE-LET, :WS-FL-INV-ID,
                       :WS-FL-VALID-DATE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM ECRIRE-LIGNE-FEC
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH FEC: SQLCODE=' SQLCODE
                       ADD 1 TO WS-COUNT-ANOMALIES
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           CLOSE FEC-FILE.
       ECRIRE-LIGNE-FEC.
           ADD 1 TO WS-COUNT-LIGNES
           IF WS-FL-ECRITURE-NUM NOT = WS-DERNIERE-ECRITURE
               ADD 1 TO WS-COUNT-ECRITURES
               MOVE WS-FL-ECRITURE-NUM TO WS-DERNIERE-ECRITURE
           END-IF
           MOVE ZERO TO WS-D-DEBIT
           MOVE ZERO TO WS-D-CREDIT
           IF WS-FL-SENS = 'D'
               MOVE WS-FL-MONTANT TO WS-D-DEBIT
               ADD WS-FL-MONTANT TO WS-TOTAL-DEBIT
           ELSE
               MOVE WS-FL-MONTANT TO WS-D-CREDIT
               ADD WS-FL-MONTANT TO WS-TOTAL-CREDIT
           END-IF
           INSPECT WS-D-DEBIT REPLACING ALL '.' BY ','
           INSPECT WS-D-CREDIT REPLACING ALL '.' BY ','
           INSPECT WS-FL-AUX-LIB REPLACING ALL '|' BY '/'
           INSPECT WS-FL-LIBELLE REPLACING ALL '|' BY '/'
           MOVE WS-FL-ECRITURE-NUM TO WS-D-NUM
           MOVE SPACES TO WS-LET-CODE
           MOVE SPACES TO WS-DATE-LET-X
           IF WS-FL-LETTRE = 'O'
               PERFORM CALCULER-CODE-LETTRAGE
               ADD 1 TO WS-COUNT-LETTREES
               IF WS-FL-DATE-LET = ZERO
                   MOVE WS-DATE-CLOTURE TO WS-FL-DATE-LET
               END-IF
               MOVE WS-FL-DATE-LET TO WS-DATE-LET-X
           END-IF
           PERFORM CUMULER-JOURNAL
           MOVE SPACES TO FEC-RECORD
           STRING WS-FL-JOURNAL DELIMITED BY SPACE
               '|' FUNCTION TRIM(WS-FL-JOURNAL-LIB)
               '|' FUNCTION TRIM(WS-D-NUM)
               '|' WS-FL-ECRITURE-DATE
               '|' FUNCTION TRIM(WS-FL-COMPTE)
               '|' FUNCTION TRIM(WS-FL-COMPTE-LIB)
               '|' FUNCTION TRIM(WS-FL-COMPTE-AUX)
               '|' FUNCTION TRIM(WS-FL-AUX-LIB)
               '|' FUNCTION TRIM(WS-FL-PIECE-REF)
               '|' WS-FL-PIECE-DATE
               '|' FUNCTION TRIM(WS-FL-LIBELLE)
               '|' FUNCTION TRIM(WS-D-DEBIT)
               '|' FUNCTION TRIM(WS-D-CREDIT)
               '|' FUNCTION TRIM(WS-LET-CODE)
               '|' FUNCTION TRIM(WS-DATE-LET-X)
               '|' WS-FL-VALID-DATE
               '||'
               DELIMITED BY SIZE INTO FEC-RECORD
           END-STRING
           WRITE FEC-RECORD.
       CALCULER-CODE-LETTRAGE.
           MOVE WS-FL-INV-ID TO WS-LET-RESTE
           MOVE 8 TO WS-LET-POS
           PERFORM UNTIL WS-LET-RESTE = ZERO OR WS-LET-POS = ZERO
               SUBTRACT 1 FROM WS-LET-RESTE
               DIVIDE WS-LET-RESTE BY 26 GIVING WS-LET-RESTE
                   REMAINDER WS-LET-RANG
               MOVE WS-ALPHABET(WS-LET-RANG + 1:1)
                   TO WS-LET-CODE(WS-LET-POS:1)
               SUBTRACT 1 FROM WS-LET-POS
           END-PERFORM.
       CUMULER-JOURNAL.
           MOVE 'N' TO WS-JRN-TROUVE
           PERFORM VARYING WS-JRN-IDX FROM 1 BY 1
                   UNTIL WS-JRN-IDX > WS-JRN-COUNT
                   OR WS-JRN-TROUVE = 'Y'
               IF WS-JRN-CODE(WS-JRN-IDX) = WS-FL-JOURNAL
                   MOVE 'Y' TO WS-JRN-TROUVE
               END-IF
           END-PERFORM
           IF WS-JRN-TROUVE = 'Y'
               SUBTRACT 1 FROM WS-JRN-IDX
           ELSE
               IF WS-JRN-COUNT >= 10
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-JRN-COUNT
               MOVE WS-JRN-COUNT TO WS-JRN-IDX
               MOVE WS-FL-JOURNAL TO WS-JRN-CODE(WS-JRN-IDX)
               MOVE WS-FL-JOURNAL-LIB TO WS-JRN-LIB(WS-JRN-IDX)
               MOVE ZERO TO WS-JRN-LIGNES(WS-JRN-IDX)
               MOVE ZERO TO WS-JRN-DEBIT(WS-JRN-IDX)
               MOVE ZERO TO WS-JRN-CREDIT(WS-JRN-IDX)
           END-IF
           ADD 1 TO WS-JRN-LIGNES(WS-JRN-IDX)
           IF WS-FL-SENS = 'D'
               ADD WS-FL-MONTANT TO WS-JRN-DEBIT(WS-JRN-IDX)
           ELSE
               ADD WS-FL-MONTANT TO WS-JRN-CREDIT(WS-JRN-IDX)
           END-IF.
       AFFICHER-RAPPORT.
           DISPLAY '=========================================='
           DISPLAY 'RAPPORT DE CONTROLE FEC'
           DISPLAY '=========================================='
           DISPLAY 'FICHIER           : ' WS-FEC-NOM
           DISPLAY 'JOURNAL  LIBELLE               LIGNES'
               '            DEBIT           CREDIT'
           PERFORM VARYING WS-JRN-IDX FROM 1 BY 1
                   UNTIL WS-JRN-IDX > WS-JRN-COUNT
               MOVE WS-JRN-DEBIT(WS-JRN-IDX) TO WS-D-DEBIT
               MOVE WS-JRN-CREDIT(WS-JRN-IDX) TO WS-D-CREDIT
               DISPLAY WS-JRN-CODE(WS-JRN-IDX) '       '
                   WS-JRN-LIB(WS-JRN-IDX) ' '
                   WS-JRN-LIGNES(WS-JRN-IDX) ' '
                   WS-D-DEBIT ' ' WS-D-CREDIT
           END-PERFORM
           DISPLAY '------------------------------------------'
           DISPLAY 'LIGNES ECRITES     : ' WS-COUNT-LIGNES
           DISPLAY 'ECRITURES          : ' WS-COUNT-ECRITURES
           DISPLAY 'LIGNES LETTREES    : ' WS-COUNT-LETTREES
           MOVE WS-TOTAL-DEBIT TO WS-D-MONTANT
           DISPLAY 'TOTAL DEBIT        : ' WS-D-MONTANT
           MOVE WS-TOTAL-CREDIT TO WS-D-MONTANT
           DISPLAY 'TOTAL CREDIT       : ' WS-D-MONTANT
           DISPLAY 'NUMEROS            : ' WS-PREMIER-NUM
               ' A ' WS-DERNIER-NUM
           DISPLAY 'GL_SEQUENCE        : ' WS-SEQ-DERNIER
           DISPLAY 'RUPTURES NUMEROT.  : ' WS-COUNT-TROUS
           DISPLAY 'ECRITURES DESEQUIL.: ' WS-COUNT-DESEQ
           DISPLAY 'ANOMALIES          : ' WS-COUNT-ANOMALIES
           IF WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT
               DISPLAY 'ATTENTION: FEC DESEQUILIBRE'
               ADD 1 TO WS-COUNT-ANOMALIES
           END-IF
           IF WS-COUNT-ANOMALIES > ZERO
               DISPLAY 'FEC NON CONFORME - VOIR ANOMALIES CI-DESSUS'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'FEC CONFORME'
               MOVE 0 TO RETURN-CODE
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
               EXEC SQL CLOSE C_FEC END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
