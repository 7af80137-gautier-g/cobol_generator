       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEVOLAT-HEURES-BATCH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       77  WS-ARG-DEBUT           PIC X(8) VALUE SPACES.
       77  WS-ARG-FIN             PIC X(8) VALUE SPACES.
       01  WS-DATE-DEBUT          PIC 9(8).
       01  WS-DATE-FIN            PIC 9(8).
       01  WS-DATE-JOUR           PIC 9(8).
       01  WS-TIMESTAMP           PIC X(14).
       01  WS-HEURES-JOUR         PIC 9(2)V99 VALUE 7.
       01  WS-NB-CREES            PIC 9(9) VALUE 0.
       01  WS-NB-EXISTANTS        PIC 9(9) VALUE 0.
       01  WS-PARAMETRE.
           05 PARAM-DOMAINE       PIC X(12).
           05 PARAM-CLE           PIC X(20).
           05 PARAM-VALEUR        PIC X(20).
           05 PARAM-TROUVE        PIC X.
       01  WS-RUN-RECORD.
           05 WS-RUN-PROGRAMME    PIC X(20)
               VALUE 'BENEVOLAT-HEURES'.
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
           DISPLAY 'HEURES BENEVOLES PAR DEFAUT DES ANIMATEURS'
           DISPLAY '=========================================='
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-DEBUT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
           ACCEPT WS-ARG-DEBUT FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-FIN FROM ARGUMENT-VALUE
           IF WS-ARG-DEBUT NOT NUMERIC OR WS-ARG-FIN NOT NUMERIC
               DISPLAY 'USAGE: DATE-DEBUT DATE-FIN (AAAAMMJJ)'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-DEBUT TO WS-DATE-DEBUT
           MOVE WS-ARG-FIN TO WS-DATE-FIN
           IF WS-DATE-FIN >= WS-DATE-JOUR
               COMPUTE WS-DATE-FIN = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) - 1)
           END-IF
           DISPLAY 'PERIODE ' WS-DATE-DEBUT ' - ' WS-DATE-FIN
           INITIALIZE WS-PARAMETRE
           MOVE 'BENEVOLAT' TO PARAM-DOMAINE
           MOVE 'HEURES_JOUR' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-HEURES-JOUR =
                   FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF
           DISPLAY 'HEURES PAR JOUR D''ACTIVITE: ' WS-HEURES-JOUR
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           PERFORM DAL-CONNECT
           PERFORM CREER-HEURES-ANIMATEURS
           PERFORM DAL-END
           DISPLAY '=========================================='
           DISPLAY 'LIGNES CREEES           : ' WS-NB-CREES
           DISPLAY 'LIGNES DEJA ENREGISTREES: ' WS-NB-EXISTANTS
           DISPLAY '=========================================='
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-FIN
           COMPUTE WS-RUN-LUES = WS-NB-CREES + WS-NB-EXISTANTS
           MOVE WS-NB-CREES TO WS-RUN-SAUVEES
           MOVE ZERO TO WS-RUN-ERREURS
           MOVE ZERO TO WS-RUN-CODE-RETOUR
           CALL 'BATCH-RUN-LOG' USING WS-RUN-RECORD
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
       CREER-HEURES-ANIMATEURS.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-EXISTANTS
               FROM BENEVOLAT_HEURES b
               INNER JOIN ACTIVITE a
                   ON a.ACTIVITE_ID = b.BH_ID_ACTIVITE
               WHERE a.ACTIVITE_DATE BETWEEN :WS-DATE-DEBUT
                   AND :WS-DATE-FIN
               AND b.BH_ID_USER = a.ACTIVITE_ANIMATEUR
           END-EXEC
           EXEC SQL
               INSERT INTO BENEVOLAT_HEURES
               (BH_ID_USER, BH_ID_ACTIVITE, BH_ROLE, BH_HEURES,
                BH_ORIGINE, BH_IDANTENNE, BH_DATE, BH_EXPORTE,
                BH_TIMESTAMP)
               SELECT a.ACTIVITE_ANIMATEUR, a.ACTIVITE_ID,
                      'ANIMATEUR',
                      :WS-HEURES-JOUR *
                      GREATEST(1, (SELECT COUNT(*)
                                   FROM ACTIVITE_JOUR j
                                   WHERE j.ACTJOUR_ID_ACTIVITE =
                                       a.ACTIVITE_ID)),
                      'D', a.ACTIVITE_IDANTENNE, a.ACTIVITE_DATE,
                      'N', :WS-TIMESTAMP
               FROM ACTIVITE a
               WHERE a.ACTIVITE_DATE BETWEEN :WS-DATE-DEBUT
                   AND :WS-DATE-FIN
               AND COALESCE(a.ACTIVITE_STATUT, 'A') = 'A'
               AND COALESCE(a.ACTIVITE_ANIMATEUR, 0) > 0
               AND EXISTS
                   (SELECT 1 FROM PARTICIPATION p
                    WHERE p.PARTICIPATION_ID_ACTIVITE = a.ACTIVITE_ID
                    AND p.PARTICIPATION_STATUT = 'P')
               AND NOT EXISTS
                   (SELECT 1 FROM BENEVOLAT_HEURES b
                    WHERE b.BH_ID_USER = a.ACTIVITE_ANIMATEUR
                    AND b.BH_ID_ACTIVITE = a.ACTIVITE_ID)
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE SQLERRD(3) TO WS-NB-CREES
               WHEN 100
                   MOVE ZERO TO WS-NB-CREES
               WHEN OTHER
                   DISPLAY 'ERREUR INSERT BENEVOLAT_HEURES: SQLCODE='
                       SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
                   PERFORM DAL-END
                   MOVE 1 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
       DAL-END.
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
