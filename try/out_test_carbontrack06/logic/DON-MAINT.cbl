       IDENTIFICATION DIVISION.
       PROGRAM-ID. DON-MAINT.
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
       77  WS-ARG-1               PIC X(50) VALUE SPACES.
       77  WS-ARG-2               PIC X(80) VALUE SPACES.
       77  WS-ARG-3               PIC X(80) VALUE SPACES.
       77  WS-ARG-4               PIC X(8) VALUE SPACES.
       77  WS-ARG-5               PIC X(3) VALUE SPACES.
       77  WS-COUNT               PIC 9(6) VALUE 0.
       01  WS-ANNEE               PIC 9(4).
       01  WS-NB                  PIC 9(9).
       01  WS-TOTAL               PIC 9(11)V99 VALUE 0.
       01  WS-DONATEUR-ID         PIC 9(9).
       01  WS-DONATEUR-NOM        PIC X(50).
       01  WS-DONATEUR-ADRESSE    PIC X(80).
       01  WS-DONATEUR-MAIL       PIC X(80).
       01  WS-DON-ID              PIC 9(9).
       01  WS-DON-ID-USER         PIC 9(9).
       01  WS-DON-ID-DONATEUR     PIC 9(9).
       01  WS-DON-DATE            PIC 9(8).
       01  WS-DON-MONTANT         PIC 9(8)V99.
       01  WS-DON-MODE            PIC X(3).
       01  WS-DON-REFERENCE       PIC X(20).
       01  WS-DON-RECU-NUMERO     PIC 9(9).
       01  WS-DON-NOM             PIC X(50).
       01  WS-D-MONTANT           PIC Z(7)9.99.
       01  WS-D-TOTAL             PIC Z(10)9.99.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'REGISTRE DES DONS'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-ACTION FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-1 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-2 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-3 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-4 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-5 FROM ARGUMENT-VALUE
           EVALUATE WS-ARG-ACTION
               WHEN 'LISTER'
                   PERFORM DAL-CONNECT
                   PERFORM LISTER-DONS
               WHEN 'DONATEUR'
                   PERFORM DAL-CONNECT
                   PERFORM CREER-DONATEUR
               WHEN 'SAISIR'
                   PERFORM DAL-CONNECT
                   PERFORM SAISIR-DON
               WHEN OTHER
                   DISPLAY 'USAGE: LISTER ANNEE'
                   DISPLAY '     | DONATEUR NOM ADRESSE [MAIL]'
                   DISPLAY '     | SAISIR U|E ID-DONATEUR MONTANT DATE'
                       ' [CHQ|ESP|VIR]'
                   DISPLAY '  (U = MEMBRE, E = DONATEUR EXTERIEUR)'
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
       LISTER-DONS.
           IF WS-ARG-1(1:4) NOT NUMERIC
               DISPLAY 'ERREUR: ANNEE (AAAA) REQUISE'
               PERFORM ABANDONNER
           END-IF
           MOVE WS-ARG-1(1:4) TO WS-ANNEE
           EXEC SQL
               DECLARE C_DON CURSOR FOR
               SELECT d.DON_ID, d.DON_DATE, d.DON_MONTANT,
                      d.DON_MODE, d.DON_RECU_NUMERO,
                      COALESCE(u.USER_NOM, x.DONATEUR_NOM, ' ')
               FROM DON d
               LEFT JOIN UTILISATEUR u
                   ON u.USER_ID = d.DON_ID_USER
               LEFT JOIN DONATEUR x
                   ON x.DONATEUR_ID = d.DON_ID_DONATEUR
               WHERE d.DON_DATE / 10000 = :WS-ANNEE
               ORDER BY d.DON_DATE, d.DON_ID
           END-EXEC
           EXEC SQL OPEN C_DON END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_DON INTO
                       :WS-DON-ID, :WS-DON-DATE, :WS-DON-MONTANT,
                       :WS-DON-MODE, :WS-DON-RECU-NUMERO, :WS-DON-NOM
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-COUNT
                       ADD WS-DON-MONTANT TO WS-TOTAL
                       MOVE WS-DON-MONTANT TO WS-D-MONTANT
                       DISPLAY WS-DON-ID ' ' WS-DON-DATE ' '
                           WS-D-MONTANT ' ' WS-DON-MODE ' RECU '
                           WS-DON-RECU-NUMERO ' ' WS-DON-NOM
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           MOVE WS-TOTAL TO WS-D-TOTAL
           DISPLAY 'DONS ' WS-ANNEE ': ' WS-COUNT ' POUR '
               WS-D-TOTAL ' EUR'
           MOVE 0 TO RETURN-CODE.
       CREER-DONATEUR.
           IF WS-ARG-1 = SPACES OR WS-ARG-2 = SPACES
               DISPLAY 'ERREUR: NOM ET ADRESSE DU DONATEUR REQUIS'
               PERFORM ABANDONNER
           END-IF
           MOVE WS-ARG-1 TO WS-DONATEUR-NOM
           MOVE WS-ARG-2 TO WS-DONATEUR-ADRESSE
           MOVE WS-ARG-3 TO WS-DONATEUR-MAIL
           EXEC SQL
               SELECT COALESCE(MAX(DONATEUR_ID), 0) + 1
               INTO :WS-DONATEUR-ID
               FROM DONATEUR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR LECTURE MAX ID: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               INSERT INTO DONATEUR
               (DONATEUR_ID, DONATEUR_NOM, DONATEUR_ADRESSE,
                DONATEUR_MAIL)
               VALUES
               (:WS-DONATEUR-ID, :WS-DONATEUR-NOM,
                :WS-DONATEUR-ADRESSE, :WS-DONATEUR-MAIL)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT DONATEUR: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           DISPLAY 'DONATEUR ' WS-DONATEUR-ID ' ENREGISTRE'
               ' - REFERENCE DE VIREMENT: DONE' WS-DONATEUR-ID
           MOVE 0 TO RETURN-CODE.
       SAISIR-DON.
           IF (WS-ARG-1 NOT = 'U' AND WS-ARG-1 NOT = 'E')
               OR WS-ARG-2(1:9) NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(WS-ARG-3) NOT = 0
               OR WS-ARG-4 NOT NUMERIC
               DISPLAY 'ERREUR: U|E, ID-DONATEUR (9 CHIFFRES),'
                   ' MONTANT ET DATE (AAAAMMJJ) REQUIS'
               PERFORM ABANDONNER
           END-IF
           MOVE 0 TO WS-DON-ID-USER
           MOVE 0 TO WS-DON-ID-DONATEUR
           MOVE 0 TO WS-NB
           IF WS-ARG-1 = 'U'
               MOVE WS-ARG-2(1:9) TO WS-DON-ID-USER
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-NB
                   FROM UTILISATEUR
                   WHERE USER_ID = :WS-DON-ID-USER
               END-EXEC
           ELSE
               MOVE WS-ARG-2(1:9) TO WS-DON-ID-DONATEUR
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-NB
                   FROM DONATEUR
                   WHERE DONATEUR_ID = :WS-DON-ID-DONATEUR
               END-EXEC
           END-IF
           IF WS-NB = ZERO
               DISPLAY 'ERREUR: DONATEUR INCONNU ' WS-ARG-1 ' '
                   WS-ARG-2(1:9)
               PERFORM ABANDONNER
           END-IF
           COMPUTE WS-DON-MONTANT = FUNCTION NUMVAL(WS-ARG-3)
           IF WS-DON-MONTANT = ZERO
               DISPLAY 'ERREUR: MONTANT NUL'
               PERFORM ABANDONNER
           END-IF
           MOVE WS-ARG-4 TO WS-DON-DATE
           IF WS-ARG-5 = SPACES
               MOVE 'CHQ' TO WS-DON-MODE
           ELSE
               IF WS-ARG-5 NOT = 'CHQ' AND WS-ARG-5 NOT = 'ESP'
                   AND WS-ARG-5 NOT = 'VIR'
                   DISPLAY 'ERREUR: MODE DE VERSEMENT INCONNU: '
                       WS-ARG-5
                   PERFORM ABANDONNER
               END-IF
               MOVE WS-ARG-5 TO WS-DON-MODE
           END-IF
           MOVE SPACES TO WS-DON-REFERENCE
           STRING 'DON' WS-ARG-1(1:1) WS-ARG-2(1:9) ' SAISI'
               DELIMITED BY SIZE INTO WS-DON-REFERENCE
           EXEC SQL
               SELECT COALESCE(MAX(DON_ID), 0) + 1
               INTO :WS-DON-ID
               FROM DON
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR LECTURE MAX ID: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               INSERT INTO DON
               (DON_ID, DON_ID_USER, DON_ID_DONATEUR, DON_DATE,
                DON_MONTANT, DON_MODE, DON_REFERENCE,
                DON_RECU_NUMERO)
               VALUES
               (:WS-DON-ID, :WS-DON-ID-USER, :WS-DON-ID-DONATEUR,
                :WS-DON-DATE, :WS-DON-MONTANT, :WS-DON-MODE,
                :WS-DON-REFERENCE, 0)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT DON: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE WS-DON-MONTANT TO WS-D-MONTANT
           DISPLAY 'DON ' WS-DON-ID ' ENREGISTRE: ' WS-D-MONTANT
               ' EUR LE ' WS-DON-DATE ' (' WS-DON-MODE ')'
           MOVE 0 TO RETURN-CODE.
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
               EXEC SQL CLOSE C_DON END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
