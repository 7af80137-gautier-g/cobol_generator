       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEVOLAT-SAISIE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       77  WS-ARG-USER            PIC X(9) VALUE SPACES.
       77  WS-ARG-ACTIVITE        PIC X(9) VALUE SPACES.
       77  WS-ARG-HEURES          PIC X(8) VALUE SPACES.
       77  WS-ARG-ROLE            PIC X(10) VALUE SPACES.
       01  WS-BH-ID-USER          PIC 9(9).
       01  WS-BH-ID-ACTIVITE      PIC 9(9).
       01  WS-BH-ROLE             PIC X(10).
       01  WS-BH-HEURES           PIC 9(4)V99.
       01  WS-BH-IDANTENNE        PIC 9(9).
       01  WS-BH-DATE             PIC 9(8).
       01  WS-OLD-HEURES          PIC 9(4)V99.
       01  WS-OLD-EXPORTE         PIC X.
       01  WS-OLD-TROUVE          PIC X.
       01  WS-NB-USER             PIC 9(9).
       01  WS-D-HEURES            PIC Z(3)9.99.
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
           DISPLAY 'SAISIE DES HEURES BENEVOLES'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-USER FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-ACTIVITE FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-HEURES FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-ROLE FROM ARGUMENT-VALUE
           IF WS-ARG-USER NOT NUMERIC
               OR WS-ARG-ACTIVITE NOT NUMERIC
               OR WS-ARG-HEURES = SPACES
               DISPLAY 'USAGE: ID-UTILISATEUR ID-ACTIVITE HEURES'
                   ' [ANIMATEUR|AIDE]'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-ARG-HEURES) NOT = 0
               DISPLAY 'ERREUR: Heures non numeriques: '
                   WS-ARG-HEURES
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-USER TO WS-BH-ID-USER
           MOVE WS-ARG-ACTIVITE TO WS-BH-ID-ACTIVITE
           COMPUTE WS-BH-HEURES = FUNCTION NUMVAL(WS-ARG-HEURES)
           IF WS-BH-HEURES > 240
               DISPLAY 'ERREUR: Heures hors bornes (0 A 240): '
                   WS-ARG-HEURES
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ARG-ROLE = SPACES
               MOVE 'AIDE' TO WS-BH-ROLE
           ELSE
               IF WS-ARG-ROLE NOT = 'ANIMATEUR'
                   AND WS-ARG-ROLE NOT = 'AIDE'
                   DISPLAY 'ERREUR: Role inconnu: ' WS-ARG-ROLE
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-ARG-ROLE TO WS-BH-ROLE
           END-IF
           PERFORM DAL-CONNECT
           PERFORM LIRE-ACTIVITE
           PERFORM LIRE-HEURES-EXISTANTES
           IF WS-OLD-TROUVE = 'Y'
               PERFORM AJUSTER-HEURES
           ELSE
               PERFORM CREER-HEURES
           END-IF
           PERFORM DAL-END
           MOVE WS-BH-HEURES TO WS-D-HEURES
           DISPLAY 'BENEVOLE ' WS-BH-ID-USER ' ACTIVITE '
               WS-BH-ID-ACTIVITE ' : ' WS-D-HEURES ' H ('
               WS-BH-ROLE ')'
           DISPLAY '=========================================='
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
       LIRE-ACTIVITE.
           EXEC SQL
               SELECT ACTIVITE_IDANTENNE, ACTIVITE_DATE
               INTO :WS-BH-IDANTENNE, :WS-BH-DATE
               FROM ACTIVITE
               WHERE ACTIVITE_ID = :WS-BH-ID-ACTIVITE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: ACTIVITE INCONNUE ' WS-BH-ID-ACTIVITE
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZERO TO WS-NB-USER
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-USER
               FROM UTILISATEUR
               WHERE USER_ID = :WS-BH-ID-USER
           END-EXEC
           IF WS-NB-USER = ZERO
               DISPLAY 'ERREUR: UTILISATEUR INCONNU ' WS-BH-ID-USER
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
       LIRE-HEURES-EXISTANTES.
           MOVE 'N' TO WS-OLD-TROUVE
           EXEC SQL
               SELECT BH_HEURES, BH_EXPORTE
               INTO :WS-OLD-HEURES, :WS-OLD-EXPORTE
               FROM BENEVOLAT_HEURES
               WHERE BH_ID_USER = :WS-BH-ID-USER
               AND BH_ID_ACTIVITE = :WS-BH-ID-ACTIVITE
           END-EXEC
           IF SQLCODE EQUAL ZERO
               MOVE 'Y' TO WS-OLD-TROUVE
               IF WS-OLD-EXPORTE = 'O'
                   DISPLAY 'ERREUR: HEURES DEJA COMPTABILISEES,'
                       ' AJUSTEMENT IMPOSSIBLE'
                   PERFORM DAL-END
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
       AJUSTER-HEURES.
           EXEC SQL
               UPDATE BENEVOLAT_HEURES
               SET BH_HEURES = :WS-BH-HEURES,
                   BH_ROLE = :WS-BH-ROLE,
                   BH_ORIGINE = 'M'
               WHERE BH_ID_USER = :WS-BH-ID-USER
               AND BH_ID_ACTIVITE = :WS-BH-ID-ACTIVITE
               AND BH_EXPORTE = 'N'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR UPDATE BENEVOLAT_HEURES: SQLCODE='
                   SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'BENEVOLAT' TO WS-JRN-ENTITE
           MOVE WS-BH-ID-USER TO WS-JRN-CLE
           MOVE SPACES TO WS-JRN-CHAMP
           STRING 'HEURES ACT ' WS-BH-ID-ACTIVITE
               DELIMITED BY SIZE INTO WS-JRN-CHAMP
           MOVE WS-OLD-HEURES TO WS-D-HEURES
           MOVE WS-D-HEURES TO WS-JRN-AVANT
           MOVE WS-BH-HEURES TO WS-D-HEURES
           MOVE WS-D-HEURES TO WS-JRN-APRES
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
           END-IF
           DISPLAY 'HEURES AJUSTEES'.
       CREER-HEURES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JRN-TS
           EXEC SQL
               INSERT INTO BENEVOLAT_HEURES
               (BH_ID_USER, BH_ID_ACTIVITE, BH_ROLE, BH_HEURES,
                BH_ORIGINE, BH_IDANTENNE, BH_DATE, BH_EXPORTE,
                BH_TIMESTAMP)
               VALUES
               (:WS-BH-ID-USER, :WS-BH-ID-ACTIVITE, :WS-BH-ROLE,
                :WS-BH-HEURES, 'M', :WS-BH-IDANTENNE, :WS-BH-DATE,
                'N', :WS-JRN-TS)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT BENEVOLAT_HEURES: SQLCODE='
                   SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY 'HEURES ENREGISTREES'.
       DAL-END.
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
