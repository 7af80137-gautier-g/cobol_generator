       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAISIE-VEHICULE-MEMBRE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       77  WS-ARG-USER            PIC X(9) VALUE SPACES.
       77  WS-ARG-CV              PIC X(2) VALUE SPACES.
       77  WS-ARG-IBAN            PIC X(34) VALUE SPACES.
       01  WS-USER-ID             PIC 9(9).
       01  WS-USER-CV             PIC 9(2).
       01  WS-USER-IBAN           PIC X(34).
       01  WS-OLD-CV              PIC 9(2).
       01  WS-OLD-IBAN            PIC X(34).
       01  WS-JRN-ENTITE          PIC X(12).
       01  WS-JRN-CLE             PIC 9(9).
       01  WS-JRN-CHAMP           PIC X(20).
       01  WS-JRN-AVANT           PIC X(80).
       01  WS-JRN-APRES           PIC X(80).
       01  WS-JRN-OPERATEUR       PIC X(9).
       01  WS-JRN-TS              PIC X(14).
       01  WS-IBAN-CHECK.
           05 WS-IC-IBAN          PIC X(34).
           05 WS-IC-VALIDE        PIC X.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'VEHICULE ET RIB DU MEMBRE'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-USER FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-CV FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-IBAN FROM ARGUMENT-VALUE
           IF WS-ARG-USER NOT NUMERIC OR WS-ARG-CV = SPACES
               DISPLAY 'USAGE: ID-UTILISATEUR CV-FISCAUX [IBAN]'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-ARG-CV) NOT = 0
               DISPLAY 'ERREUR: Puissance fiscale non numerique: '
                   WS-ARG-CV
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-USER TO WS-USER-ID
           MOVE FUNCTION NUMVAL(WS-ARG-CV) TO WS-USER-CV
           IF WS-USER-CV = ZERO
               DISPLAY 'ERREUR: Puissance fiscale nulle'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-USER-IBAN
           IF WS-ARG-IBAN NOT = SPACES
               INITIALIZE WS-IBAN-CHECK
               MOVE WS-ARG-IBAN TO WS-IC-IBAN
               CALL 'IBAN-CHECK' USING WS-IBAN-CHECK
               IF WS-IC-VALIDE NOT = 'Y'
                   DISPLAY 'ERREUR: CLE IBAN INVALIDE (MODULO 97)'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-ARG-IBAN TO WS-USER-IBAN
           END-IF
           PERFORM DAL-CONNECT
           EXEC SQL
               SELECT COALESCE(USER_CV_FISCAUX, 0),
                      COALESCE(USER_IBAN, ' ')
               INTO :WS-OLD-CV, :WS-OLD-IBAN
               FROM UTILISATEUR
               WHERE USER_ID = :WS-USER-ID
           END-EXEC
           IF SQLCODE EQUAL 100
               DISPLAY 'AUCUN UTILISATEUR AVEC ID ' WS-USER-ID
               MOVE 1 TO RETURN-CODE
               PERFORM DAL-END
               GOBACK
           END-IF
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR SELECT UTILISATEUR: SQLCODE=' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 1 TO RETURN-CODE
               PERFORM DAL-END
               GOBACK
           END-IF
           IF WS-USER-IBAN = SPACES
               EXEC SQL
                   UPDATE UTILISATEUR
                   SET USER_CV_FISCAUX = :WS-USER-CV
                   WHERE USER_ID = :WS-USER-ID
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE UTILISATEUR
                   SET USER_CV_FISCAUX = :WS-USER-CV,
                       USER_IBAN = :WS-USER-IBAN
                   WHERE USER_ID = :WS-USER-ID
               END-EXEC
           END-IF
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR UPDATE: SQLCODE=' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 1 TO RETURN-CODE
           ELSE
               IF SQLCODE EQUAL 100 OR SQLERRD(3) EQUAL ZERO
                   DISPLAY 'AUCUN UTILISATEUR AVEC ID ' WS-USER-ID
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM JOURNALISER-CHANGEMENTS
                   DISPLAY 'VEHICULE ENREGISTRE POUR UTILISATEUR '
                       WS-USER-ID ' : ' WS-USER-CV ' CV'
                   IF WS-USER-IBAN NOT = SPACES
                       DISPLAY 'RIB ENREGISTRE'
                   END-IF
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM DAL-END
           DISPLAY '=========================================='
           GOBACK.
       JOURNALISER-CHANGEMENTS.
           MOVE WS-USER-ID TO WS-JRN-CLE
           IF WS-USER-CV NOT = WS-OLD-CV
               MOVE 'USER_CV_FISCAUX' TO WS-JRN-CHAMP
               MOVE WS-OLD-CV TO WS-JRN-AVANT
               MOVE WS-USER-CV TO WS-JRN-APRES
               PERFORM JOURNALISER
           END-IF
           IF WS-USER-IBAN NOT = SPACES
               AND WS-USER-IBAN NOT = WS-OLD-IBAN
               MOVE 'USER_IBAN' TO WS-JRN-CHAMP
               MOVE WS-OLD-IBAN TO WS-JRN-AVANT
               MOVE WS-USER-IBAN TO WS-JRN-APRES
               PERFORM JOURNALISER
           END-IF.
       JOURNALISER.
           MOVE 'UTILISATEUR' TO WS-JRN-ENTITE
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
               EXEC SQL ROLLBACK END-EXEC
               MOVE 1 TO RETURN-CODE
               PERFORM DAL-END
               GOBACK
           END-IF.
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
       DAL-END.
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
