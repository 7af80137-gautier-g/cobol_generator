       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBVENTION-MAINT.
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
       77  WS-ARG-2               PIC X(20) VALUE SPACES.
       77  WS-ARG-3               PIC X(8) VALUE SPACES.
       77  WS-ARG-4               PIC X(8) VALUE SPACES.
       77  WS-COUNT               PIC 9(4) VALUE 0.
       01  WS-SUBV-ID             PIC 9(9).
       01  WS-SUBV-FINANCEUR      PIC X(50).
       01  WS-SUBV-MONTANT        PIC 9(9)V99.
       01  WS-SUBV-DATE-DEBUT     PIC 9(8).
       01  WS-SUBV-DATE-FIN       PIC 9(8).
       01  WS-SUBV-NB-ANTENNES    PIC 9(9).
       01  WS-SUBV-NB-TYPES       PIC 9(9).
       01  WS-SUBV-NB-ACTIVITES   PIC 9(9).
       01  WS-ANTENNE-ID          PIC 9(9).
       01  WS-ACTIVITE-ID         PIC 9(9).
       01  WS-ACTIVITE-TYPE       PIC X(20).
       01  WS-ACTIVITE-IDANTENNE  PIC 9(9).
       01  WS-ACTIVITE-DATE       PIC 9(8).
       01  WS-ACTIVITE-STATUT     PIC X.
       01  WS-ACTIVITE-SUBV       PIC 9(9).
       01  WS-NB                  PIC 9(9).
       01  WS-D-MONTANT           PIC Z(8)9.99.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'MAINTENANCE DES SUBVENTIONS'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-ACTION FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-1 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-2 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-3 FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-4 FROM ARGUMENT-VALUE
           EVALUATE WS-ARG-ACTION
               WHEN 'LISTER'
               WHEN SPACES
                   PERFORM DAL-CONNECT
                   PERFORM LISTER-SUBVENTIONS
               WHEN 'CREER'
                   PERFORM DAL-CONNECT
                   PERFORM CREER-SUBVENTION
               WHEN 'ANTENNE'
                   PERFORM DAL-CONNECT
                   PERFORM AJOUTER-ANTENNE
               WHEN 'TYPE'
                   PERFORM DAL-CONNECT
                   PERFORM AJOUTER-TYPE
               WHEN 'AFFECTER'
                   PERFORM DAL-CONNECT
                   PERFORM AFFECTER-ACTIVITE
               WHEN 'RETIRER'
                   PERFORM DAL-CONNECT
                   PERFORM RETIRER-ACTIVITE
               WHEN OTHER
                   DISPLAY 'USAGE: LISTER'
                   DISPLAY '     | CREER FINANCEUR MONTANT DEBUT FIN'
                   DISPLAY '     | ANTENNE ID-SUBVENTION ID-ANTENNE'
                   DISPLAY '     | TYPE ID-SUBVENTION TYPE-ACTIVITE'
                   DISPLAY '     | AFFECTER ID-SUBVENTION ID-ACTIVITE'
                   DISPLAY '     | RETIRER ID-ACTIVITE'
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
       LISTER-SUBVENTIONS.
           EXEC SQL
               DECLARE C_SUBVENTION CURSOR FOR
               SELECT s.SUBV_ID, s.SUBV_FINANCEUR, s.SUBV_MONTANT,
                      s.SUBV_DATE_DEBUT, s.SUBV_DATE_FIN,
                      (SELECT COUNT(*) FROM SUBVENTION_ANTENNE sa
                       WHERE sa.SUBVANT_ID_SUBVENTION = s.SUBV_ID),
                      (SELECT COUNT(*) FROM SUBVENTION_TYPE st
                       WHERE st.SUBVTYP_ID_SUBVENTION = s.SUBV_ID),
                      (SELECT COUNT(*) FROM ACTIVITE a
                       WHERE a.ACTIVITE_ID_SUBVENTION = s.SUBV_ID)
               FROM SUBVENTION s
               ORDER BY s.SUBV_ID
           END-EXEC
           EXEC SQL OPEN C_SUBVENTION END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_SUBVENTION INTO
                       :WS-SUBV-ID, :WS-SUBV-FINANCEUR,
                       :WS-SUBV-MONTANT, :WS-SUBV-DATE-DEBUT,
                       :WS-SUBV-DATE-FIN, :WS-SUBV-NB-ANTENNES,
                       :WS-SUBV-NB-TYPES, :WS-SUBV-NB-ACTIVITES
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-COUNT
                       MOVE WS-SUBV-MONTANT TO WS-D-MONTANT
                       DISPLAY WS-SUBV-ID ' ' WS-SUBV-FINANCEUR
                       DISPLAY '    ' WS-D-MONTANT ' EUR DU '
                           WS-SUBV-DATE-DEBUT ' AU ' WS-SUBV-DATE-FIN
                           ' ANTENNES ' WS-SUBV-NB-ANTENNES
                           ' TYPES ' WS-SUBV-NB-TYPES
                           ' ACTIVITES ' WS-SUBV-NB-ACTIVITES
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           DISPLAY 'SUBVENTIONS ENREGISTREES: ' WS-COUNT
           MOVE 0 TO RETURN-CODE.
       CREER-SUBVENTION.
           IF WS-ARG-1 = SPACES
               OR FUNCTION TEST-NUMVAL(WS-ARG-2) NOT = 0
               OR WS-ARG-3 NOT NUMERIC
               OR WS-ARG-4 NOT NUMERIC
               DISPLAY 'ERREUR: FINANCEUR, MONTANT, DEBUT ET FIN'
                   ' (AAAAMMJJ) REQUIS'
               PERFORM ABANDONNER
           END-IF
           MOVE WS-ARG-1 TO WS-SUBV-FINANCEUR
           COMPUTE WS-SUBV-MONTANT = FUNCTION NUMVAL(WS-ARG-2)
           MOVE WS-ARG-3 TO WS-SUBV-DATE-DEBUT
           MOVE WS-ARG-4 TO WS-SUBV-DATE-FIN
           IF WS-SUBV-MONTANT = ZERO
               DISPLAY 'ERREUR: MONTANT NUL'
               PERFORM ABANDONNER
           END-IF
           IF WS-SUBV-DATE-FIN < WS-SUBV-DATE-DEBUT
               DISPLAY 'ERREUR: FIN DE PERIODE AVANT LE DEBUT'
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(SUBV_ID), 0) + 1
               INTO :WS-SUBV-ID
               FROM SUBVENTION
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR LECTURE MAX ID: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               INSERT INTO SUBVENTION
               (SUBV_ID, SUBV_FINANCEUR, SUBV_MONTANT,
                SUBV_DATE_DEBUT, SUBV_DATE_FIN)
               VALUES
               (:WS-SUBV-ID, :WS-SUBV-FINANCEUR, :WS-SUBV-MONTANT,
                :WS-SUBV-DATE-DEBUT, :WS-SUBV-DATE-FIN)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT SUBVENTION: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           DISPLAY 'SUBVENTION ' WS-SUBV-ID ' ENREGISTREE'
           MOVE 0 TO RETURN-CODE.
       LIRE-SUBVENTION.
           IF WS-ARG-1 NOT NUMERIC
               DISPLAY 'ERREUR: ID-SUBVENTION NON NUMERIQUE'
               PERFORM ABANDONNER
           END-IF
           MOVE WS-ARG-1 TO WS-SUBV-ID
           EXEC SQL
               SELECT SUBV_FINANCEUR, SUBV_MONTANT,
                      SUBV_DATE_DEBUT, SUBV_DATE_FIN
               INTO :WS-SUBV-FINANCEUR, :WS-SUBV-MONTANT,
                    :WS-SUBV-DATE-DEBUT, :WS-SUBV-DATE-FIN
               FROM SUBVENTION
               WHERE SUBV_ID = :WS-SUBV-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: SUBVENTION INCONNUE ' WS-SUBV-ID
               PERFORM ABANDONNER
           END-IF.
       AJOUTER-ANTENNE.
           PERFORM LIRE-SUBVENTION
           IF WS-ARG-2 NOT NUMERIC
               DISPLAY 'ERREUR: ID-ANTENNE NON NUMERIQUE'
               PERFORM ABANDONNER
           END-IF
           MOVE WS-ARG-2 TO WS-ANTENNE-ID
           MOVE ZERO TO WS-NB
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB
               FROM ANTENNE
               WHERE ANTENNE_ID = :WS-ANTENNE-ID
               AND COALESCE(ANTENNE_STATUT, 'A') <> 'F'
           END-EXEC
           IF WS-NB = ZERO
               DISPLAY 'ERREUR: ANTENNE INCONNUE OU FERMEE '
                   WS-ANTENNE-ID
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               INSERT INTO SUBVENTION_ANTENNE
               (SUBVANT_ID_SUBVENTION, SUBVANT_IDANTENNE)
               SELECT :WS-SUBV-ID, :WS-ANTENNE-ID
               WHERE NOT EXISTS
                   (SELECT 1 FROM SUBVENTION_ANTENNE
                    WHERE SUBVANT_ID_SUBVENTION = :WS-SUBV-ID
                    AND SUBVANT_IDANTENNE = :WS-ANTENNE-ID)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR INSERT SUBVENTION_ANTENNE: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           DISPLAY 'ANTENNE ' WS-ANTENNE-ID ' ELIGIBLE A LA'
               ' SUBVENTION ' WS-SUBV-ID
           MOVE 0 TO RETURN-CODE.
       AJOUTER-TYPE.
           PERFORM LIRE-SUBVENTION
           IF WS-ARG-2 = SPACES
               DISPLAY 'ERREUR: TYPE D''ACTIVITE REQUIS'
               PERFORM ABANDONNER
           END-IF
           MOVE WS-ARG-2 TO WS-ACTIVITE-TYPE
           EXEC SQL
               INSERT INTO SUBVENTION_TYPE
               (SUBVTYP_ID_SUBVENTION, SUBVTYP_TYPE)
               SELECT :WS-SUBV-ID, :WS-ACTIVITE-TYPE
               WHERE NOT EXISTS
                   (SELECT 1 FROM SUBVENTION_TYPE
                    WHERE SUBVTYP_ID_SUBVENTION = :WS-SUBV-ID
                    AND SUBVTYP_TYPE = :WS-ACTIVITE-TYPE)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR INSERT SUBVENTION_TYPE: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           DISPLAY 'TYPE ' WS-ACTIVITE-TYPE ' ELIGIBLE A LA'
               ' SUBVENTION ' WS-SUBV-ID
           MOVE 0 TO RETURN-CODE.
       LIRE-ACTIVITE.
           EXEC SQL
               SELECT ACTIVITE_TYPE, ACTIVITE_IDANTENNE,
                      ACTIVITE_DATE, COALESCE(ACTIVITE_STATUT, 'A'),
                      COALESCE(ACTIVITE_ID_SUBVENTION, 0)
               INTO :WS-ACTIVITE-TYPE, :WS-ACTIVITE-IDANTENNE,
                    :WS-ACTIVITE-DATE, :WS-ACTIVITE-STATUT,
                    :WS-ACTIVITE-SUBV
               FROM ACTIVITE
               WHERE ACTIVITE_ID = :WS-ACTIVITE-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: ACTIVITE INCONNUE ' WS-ACTIVITE-ID
               PERFORM ABANDONNER
           END-IF.
       AFFECTER-ACTIVITE.
           PERFORM LIRE-SUBVENTION
           IF WS-ARG-2 NOT NUMERIC
               DISPLAY 'ERREUR: ID-ACTIVITE NON NUMERIQUE'
               PERFORM ABANDONNER
           END-IF
           MOVE WS-ARG-2 TO WS-ACTIVITE-ID
           PERFORM LIRE-ACTIVITE
           IF WS-ACTIVITE-STATUT = 'X'
               DISPLAY 'ERREUR: ACTIVITE ANNULEE ' WS-ACTIVITE-ID
               PERFORM ABANDONNER
           END-IF
           IF WS-ACTIVITE-SUBV NOT = ZERO
               AND WS-ACTIVITE-SUBV NOT = WS-SUBV-ID
               DISPLAY 'ERREUR: ACTIVITE DEJA FINANCEE PAR LA'
                   ' SUBVENTION ' WS-ACTIVITE-SUBV
               PERFORM ABANDONNER
           END-IF
           IF WS-ACTIVITE-DATE < WS-SUBV-DATE-DEBUT
               OR WS-ACTIVITE-DATE > WS-SUBV-DATE-FIN
               DISPLAY 'ERREUR: ACTIVITE DU ' WS-ACTIVITE-DATE
                   ' HORS PERIODE DE LA SUBVENTION'
               PERFORM ABANDONNER
           END-IF
           MOVE ZERO TO WS-NB
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB
               FROM SUBVENTION_ANTENNE
               WHERE SUBVANT_ID_SUBVENTION = :WS-SUBV-ID
               AND NOT EXISTS
                   (SELECT 1 FROM SUBVENTION_ANTENNE sa
                    WHERE sa.SUBVANT_ID_SUBVENTION = :WS-SUBV-ID
                    AND sa.SUBVANT_IDANTENNE = :WS-ACTIVITE-IDANTENNE)
           END-EXEC
           IF WS-NB NOT = ZERO
               DISPLAY 'ERREUR: ANTENNE ' WS-ACTIVITE-IDANTENNE
                   ' NON ELIGIBLE A LA SUBVENTION'
               PERFORM ABANDONNER
           END-IF
           MOVE ZERO TO WS-NB
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB
               FROM SUBVENTION_TYPE
               WHERE SUBVTYP_ID_SUBVENTION = :WS-SUBV-ID
               AND NOT EXISTS
                   (SELECT 1 FROM SUBVENTION_TYPE st
                    WHERE st.SUBVTYP_ID_SUBVENTION = :WS-SUBV-ID
                    AND st.SUBVTYP_TYPE = :WS-ACTIVITE-TYPE)
           END-EXEC
           IF WS-NB NOT = ZERO
               DISPLAY 'ERREUR: TYPE ' WS-ACTIVITE-TYPE
                   ' NON ELIGIBLE A LA SUBVENTION'
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               UPDATE ACTIVITE
               SET ACTIVITE_ID_SUBVENTION = :WS-SUBV-ID
               WHERE ACTIVITE_ID = :WS-ACTIVITE-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR UPDATE ACTIVITE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           DISPLAY 'ACTIVITE ' WS-ACTIVITE-ID ' AFFECTEE A LA'
               ' SUBVENTION ' WS-SUBV-ID
           MOVE 0 TO RETURN-CODE.
       RETIRER-ACTIVITE.
           IF WS-ARG-1 NOT NUMERIC
               DISPLAY 'ERREUR: ID-ACTIVITE NON NUMERIQUE'
               PERFORM ABANDONNER
           END-IF
           MOVE WS-ARG-1 TO WS-ACTIVITE-ID
           PERFORM LIRE-ACTIVITE
           EXEC SQL
               UPDATE ACTIVITE
               SET ACTIVITE_ID_SUBVENTION = NULL
               WHERE ACTIVITE_ID = :WS-ACTIVITE-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR UPDATE ACTIVITE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           DISPLAY 'ACTIVITE ' WS-ACTIVITE-ID ' RETIREE DE LA'
               ' SUBVENTION ' WS-ACTIVITE-SUBV
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
               EXEC SQL CLOSE C_SUBVENTION END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
