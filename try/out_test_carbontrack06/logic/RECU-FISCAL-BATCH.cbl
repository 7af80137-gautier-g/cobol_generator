       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECU-FISCAL-BATCH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-CURSOR-OPEN-FLAG    PIC X VALUE 'N'.
       01  WS-LISTE-OPEN-FLAG     PIC X VALUE 'N'.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
       77  WS-ARG-ANNEE           PIC X(4) VALUE SPACES.
       01  WS-ANNEE               PIC 9(4).
       01  WS-ANNEE-COURANTE      PIC 9(4).
       01  WS-DATE-JOUR           PIC 9(8).
       01  WS-NUM-SERIE           PIC X(3) VALUE 'RFD'.
       01  WS-NUM-DERNIER         PIC 9(9).
       01  WS-RF-NUMERO           PIC 9(9).
       01  WS-RF-ID-USER          PIC 9(9).
       01  WS-RF-ID-DONATEUR      PIC 9(9).
       01  WS-RF-NB-DONS          PIC 9(6).
       01  WS-RF-MONTANT          PIC 9(9)V99.
       01  WS-RF-NOM              PIC X(50).
       01  WS-RF-MAIL             PIC X(80).
       01  WS-RF-COUNT            PIC 9(9).
       01  WS-RF-MIN              PIC 9(9).
       01  WS-RF-MAX              PIC 9(9).
       01  WS-NB-RECUS            PIC 9(6) VALUE 0.
       01  WS-NB-ENVOYES          PIC 9(6) VALUE 0.
       01  WS-NB-COURRIER         PIC 9(6) VALUE 0.
       01  WS-NB-ERREURS          PIC 9(6) VALUE 0.
       01  WS-NB-DONATEURS        PIC 9(6) VALUE 0.
       01  WS-TOTAL-RECUS         PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-LISTE         PIC 9(11)V99 VALUE 0.
       01  WS-D-MONTANT           PIC Z(8)9.99.
       01  WS-MAIL-DEMANDE.
           05 WS-MQ-CANAL         PIC X(10).
           05 WS-MQ-DESTINATAIRE  PIC X(80).
           05 WS-MQ-TEMPLATE      PIC X(12).
           05 WS-MQ-VARIABLES     PIC X(120).
           05 WS-MQ-RETOUR        PIC X.
       01  WS-SPOOL-OP            PIC X(4).
       01  WS-SPOOL-TITRE         PIC X(60).
       01  WS-SPOOL-LIGNE         PIC X(132).
       01  WS-ENTETE-COLONNES.
           05 FILLER PIC X(10) VALUE 'RECU'.
           05 FILLER PIC X(11) VALUE 'DONATEUR'.
           05 FILLER PIC X(51) VALUE 'NOM'.
           05 FILLER PIC X(7)  VALUE '   DONS'.
           05 FILLER PIC X(13) VALUE '  MONTANT EUR'.
       01  WS-LIGNE-DETAIL.
           05 LD-NUMERO           PIC 9(9).
           05 FILLER              PIC X.
           05 LD-TYPE             PIC X.
           05 LD-DONATEUR         PIC 9(9).
           05 FILLER              PIC X.
           05 LD-NOM              PIC X(50).
           05 FILLER              PIC X.
           05 LD-NB-DONS          PIC Z(5)9.
           05 FILLER              PIC X.
           05 LD-MONTANT          PIC Z(8)9.99.
       01  WS-LIGNE-TOTAL.
           05 FILLER              PIC X(17) VALUE 'TOTAL DONATEURS '.
           05 LT-ANNEE            PIC 9(4).
           05 FILLER              PIC X(3) VALUE ' : '.
           05 LT-NB               PIC Z(5)9.
           05 FILLER              PIC X(12) VALUE ' DONATEURS  '.
           05 LT-MONTANT          PIC Z(10)9.99.
           05 FILLER              PIC X(4) VALUE ' EUR'.
       01  WS-RUN-RECORD.
           05 WS-RUN-PROGRAMME    PIC X(20)
               VALUE 'RECU-FISCAL-BATCH'.
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
           DISPLAY 'RECUS FISCAUX ANNUELS DES DONATEURS'
           DISPLAY '=========================================='
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-DEBUT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
           MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE-COURANTE
           ACCEPT WS-ARG-ANNEE FROM ARGUMENT-VALUE
           IF WS-ARG-ANNEE NOT NUMERIC
               DISPLAY 'USAGE: ANNEE DES DONS (AAAA)'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-ANNEE TO WS-ANNEE
           IF WS-ANNEE >= WS-ANNEE-COURANTE
               DISPLAY 'ERREUR: ANNEE ' WS-ANNEE ' NON ECOULEE'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM DAL-CONNECT
           PERFORM OPEN-DONATEUR-CURSOR
           PERFORM FETCH-DONATEUR
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               PERFORM EMETTRE-RECU
               PERFORM FETCH-DONATEUR
           END-PERFORM
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_RECU END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           PERFORM CONTROLER-SEQUENCE
           PERFORM EDITER-LISTE-DONATEURS
           PERFORM DAL-END
           MOVE WS-TOTAL-RECUS TO WS-D-MONTANT
           DISPLAY '=========================================='
           DISPLAY 'RECUS EMIS        : ' WS-NB-RECUS
               ' POUR ' WS-D-MONTANT ' EUR'
           DISPLAY 'ENVOYES PAR MAIL  : ' WS-NB-ENVOYES
           DISPLAY 'A ENVOYER PAR POSTE: ' WS-NB-COURRIER
           DISPLAY 'ERREURS           : ' WS-NB-ERREURS
           DISPLAY '=========================================='
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-FIN
           COMPUTE WS-RUN-LUES = WS-NB-RECUS + WS-NB-ERREURS
           MOVE WS-NB-RECUS TO WS-RUN-SAUVEES
           MOVE WS-NB-ERREURS TO WS-RUN-ERREURS
           MOVE RETURN-CODE TO WS-RUN-CODE-RETOUR
           CALL 'BATCH-RUN-LOG' USING WS-RUN-RECORD
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
       OPEN-DONATEUR-CURSOR.
           EXEC SQL
               DECLARE C_RECU CURSOR WITH HOLD FOR
               SELECT d.DON_ID_USER, d.DON_ID_DONATEUR,
                      COUNT(*), SUM(d.DON_MONTANT),
                      COALESCE(MIN(u.USER_NOM),
                               MIN(x.DONATEUR_NOM), ' '),
                      COALESCE(MIN(u.USER_MAIL),
                               MIN(x.DONATEUR_MAIL), ' ')
               FROM DON d
               LEFT JOIN UTILISATEUR u
                   ON u.USER_ID = d.DON_ID_USER
               LEFT JOIN DONATEUR x
                   ON x.DONATEUR_ID = d.DON_ID_DONATEUR
               WHERE d.DON_DATE / 10000 = :WS-ANNEE
               AND d.DON_RECU_NUMERO = 0
               GROUP BY d.DON_ID_USER, d.DON_ID_DONATEUR
               HAVING SUM(d.DON_MONTANT) > 0
               ORDER BY d.DON_ID_USER, d.DON_ID_DONATEUR
           END-EXEC
           EXEC SQL OPEN C_RECU END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG.
       FETCH-DONATEUR.
           EXEC SQL
               FETCH C_RECU INTO
                   :WS-RF-ID-USER, :WS-RF-ID-DONATEUR,
                   :WS-RF-NB-DONS, :WS-RF-MONTANT, :WS-RF-NOM,
                   :WS-RF-MAIL
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN 100
                   MOVE 'Y' TO WS-END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                   MOVE 'Y' TO WS-END-OF-FILE
           END-EVALUATE.
       EMETTRE-RECU.
           EXEC SQL
               UPDATE NUMEROTATION
               SET NUM_DERNIER = NUM_DERNIER + 1
               WHERE NUM_SERIE = :WS-NUM-SERIE
               AND NUM_ANNEE = :WS-ANNEE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO OR SQLERRD(3) EQUAL ZERO
               EXEC SQL
                   INSERT INTO NUMEROTATION
                   (NUM_SERIE, NUM_ANNEE, NUM_DERNIER)
                   VALUES (:WS-NUM-SERIE, :WS-ANNEE, 1)
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO
                   DISPLAY 'ERREUR INIT SERIE ' WS-NUM-SERIE
                       ' : SQLCODE=' SQLCODE
                   PERFORM ANNULER-RECU
                   EXIT PARAGRAPH
               END-IF
           END-IF
           EXEC SQL
               SELECT NUM_DERNIER
               INTO :WS-NUM-DERNIER
               FROM NUMEROTATION
               WHERE NUM_SERIE = :WS-NUM-SERIE
               AND NUM_ANNEE = :WS-ANNEE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR LECTURE SERIE: SQLCODE=' SQLCODE
               PERFORM ANNULER-RECU
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RF-NUMERO = WS-ANNEE * 100000 + WS-NUM-DERNIER
           EXEC SQL
               INSERT INTO RECU_FISCAL
               (RF_NUMERO, RF_ANNEE, RF_ID_USER, RF_ID_DONATEUR,
                RF_NB_DONS, RF_MONTANT, RF_DATE_EMISSION)
               VALUES
               (:WS-RF-NUMERO, :WS-ANNEE, :WS-RF-ID-USER,
                :WS-RF-ID-DONATEUR, :WS-RF-NB-DONS, :WS-RF-MONTANT,
                :WS-DATE-JOUR)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT RECU_FISCAL: SQLCODE=' SQLCODE
               PERFORM ANNULER-RECU
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE DON
               SET DON_RECU_NUMERO = :WS-RF-NUMERO
               WHERE DON_ID_USER = :WS-RF-ID-USER
               AND DON_ID_DONATEUR = :WS-RF-ID-DONATEUR
               AND DON_DATE / 10000 = :WS-ANNEE
               AND DON_RECU_NUMERO = 0
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR UPDATE DON: SQLCODE=' SQLCODE
               PERFORM ANNULER-RECU
               EXIT PARAGRAPH
           END-IF
           EXEC SQL COMMIT END-EXEC
           ADD 1 TO WS-NB-RECUS
           ADD WS-RF-MONTANT TO WS-TOTAL-RECUS
           MOVE WS-RF-MONTANT TO WS-D-MONTANT
           DISPLAY 'RECU ' WS-RF-NUMERO ' : ' WS-RF-NOM
           DISPLAY '    ' WS-RF-NB-DONS ' DON(S) ' WS-D-MONTANT ' EUR'
           PERFORM ENVOYER-RECU.
       ANNULER-RECU.
           EXEC SQL ROLLBACK END-EXEC
           ADD 1 TO WS-NB-ERREURS
           MOVE 4 TO RETURN-CODE.
       ENVOYER-RECU.
           IF WS-RF-MAIL = SPACES
               ADD 1 TO WS-NB-COURRIER
               DISPLAY '    SANS ADRESSE MAIL - ENVOI POSTAL'
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-MAIL-DEMANDE
           MOVE 'MAIL' TO WS-MQ-CANAL
           MOVE WS-RF-MAIL TO WS-MQ-DESTINATAIRE
           MOVE 'RECUFISCAL' TO WS-MQ-TEMPLATE
           STRING WS-RF-NUMERO DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-ANNEE DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-D-MONTANT DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-RF-NOM DELIMITED BY '  '
               INTO WS-MQ-VARIABLES
           END-STRING
           CALL 'MAIL-QUEUE-WRITER' USING WS-MAIL-DEMANDE
           IF WS-MQ-RETOUR = 'Y'
               ADD 1 TO WS-NB-ENVOYES
           ELSE
               ADD 1 TO WS-NB-COURRIER
               DISPLAY '    MISE EN FILE IMPOSSIBLE - ENVOI POSTAL'
           END-IF.
       CONTROLER-SEQUENCE.
           MOVE 0 TO WS-RF-COUNT
           MOVE 0 TO WS-RF-MIN
           MOVE 0 TO WS-RF-MAX
           MOVE 0 TO WS-NUM-DERNIER
           EXEC SQL
               SELECT COUNT(*), COALESCE(MIN(RF_NUMERO), 0),
                      COALESCE(MAX(RF_NUMERO), 0)
               INTO :WS-RF-COUNT, :WS-RF-MIN, :WS-RF-MAX
               FROM RECU_FISCAL
               WHERE RF_ANNEE = :WS-ANNEE
           END-EXEC
           EXEC SQL
               SELECT COALESCE(MAX(NUM_DERNIER), 0)
               INTO :WS-NUM-DERNIER
               FROM NUMEROTATION
               WHERE NUM_SERIE = :WS-NUM-SERIE
               AND NUM_ANNEE = :WS-ANNEE
           END-EXEC
           IF WS-RF-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-RF-MIN NOT = WS-ANNEE * 100000 + 1
               OR WS-RF-MAX NOT = WS-ANNEE * 100000 + WS-NUM-DERNIER
               OR WS-RF-COUNT NOT = WS-NUM-DERNIER
               DISPLAY 'ALERTE: TROU OU DOUBLE DANS LA NUMEROTATION'
                   ' DES RECUS ' WS-ANNEE
               DISPLAY '    RECUS ' WS-RF-COUNT ' DU ' WS-RF-MIN
                   ' AU ' WS-RF-MAX ' - COMPTEUR ' WS-NUM-DERNIER
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY 'NUMEROTATION DES RECUS ' WS-ANNEE ' CONTINUE:'
                   ' ' WS-RF-MIN ' A ' WS-RF-MAX
           END-IF.
       EDITER-LISTE-DONATEURS.
           MOVE SPACES TO WS-SPOOL-TITRE
           STRING 'LISTE DES DONATEURS ' WS-ANNEE
               DELIMITED BY SIZE INTO WS-SPOOL-TITRE
           PERFORM OUVRIR-SPOOL
           EXEC SQL
               DECLARE C_LISTE CURSOR FOR
               SELECT r.RF_NUMERO, r.RF_ID_USER, r.RF_ID_DONATEUR,
                      COALESCE(u.USER_NOM, x.DONATEUR_NOM, ' '),
                      r.RF_NB_DONS, r.RF_MONTANT
               FROM RECU_FISCAL r
               LEFT JOIN UTILISATEUR u
                   ON u.USER_ID = r.RF_ID_USER
               LEFT JOIN DONATEUR x
                   ON x.DONATEUR_ID = r.RF_ID_DONATEUR
               WHERE r.RF_ANNEE = :WS-ANNEE
               ORDER BY r.RF_MONTANT DESC, r.RF_NUMERO
           END-EXEC
           EXEC SQL OPEN C_LISTE END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               PERFORM FERMER-SPOOL
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-LISTE-OPEN-FLAG
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_LISTE INTO
                       :WS-RF-NUMERO, :WS-RF-ID-USER,
                       :WS-RF-ID-DONATEUR, :WS-RF-NOM,
                       :WS-RF-NB-DONS, :WS-RF-MONTANT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM EDITER-LIGNE-DONATEUR
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           MOVE WS-ANNEE TO LT-ANNEE
           MOVE WS-NB-DONATEURS TO LT-NB
           MOVE WS-TOTAL-LISTE TO LT-MONTANT
           MOVE WS-LIGNE-TOTAL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-TOTAL
           PERFORM FERMER-SPOOL
           DISPLAY WS-LIGNE-TOTAL.
       EDITER-LIGNE-DONATEUR.
           ADD 1 TO WS-NB-DONATEURS
           ADD WS-RF-MONTANT TO WS-TOTAL-LISTE
           MOVE WS-RF-NUMERO TO LD-NUMERO
           IF WS-RF-ID-USER > ZERO
               MOVE 'U' TO LD-TYPE
               MOVE WS-RF-ID-USER TO LD-DONATEUR
           ELSE
               MOVE 'E' TO LD-TYPE
               MOVE WS-RF-ID-DONATEUR TO LD-DONATEUR
           END-IF
           MOVE WS-RF-NOM TO LD-NOM
           MOVE WS-RF-NB-DONS TO LD-NB-DONS
           MOVE WS-RF-MONTANT TO LD-MONTANT
           MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_RECU END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           IF WS-LISTE-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_LISTE END-EXEC
               MOVE 'N' TO WS-LISTE-OPEN-FLAG
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
