       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMUNE-DAL-DB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-CONNECT-RETRY-COUNT PIC 9(2) VALUE 0.
       01  WS-CONNECT-MAX-RETRY   PIC 9(2) VALUE 3.
       01  WS-RETRY-PARAM-LU      PIC X VALUE 'N'.
       01  WS-PARAM-VALEUR        PIC X(20).
       01  WS-PARAM-DATE          PIC 9(8).
       01  WS-CONNECT-BACKOFF-SEC PIC 9(4) VALUE 0.
       01  WS-COM-CODE            PIC X(5).
       01  WS-COM-NOM             PIC X(50).
       01  WS-COM-LATITUDE        PIC S9(3)V9(6).
       01  WS-COM-LONGITUDE       PIC S9(3)V9(6).
       01  WS-COM-ID-ACTIVITE     PIC 9(9).
       01  WS-COM-ID-USER         PIC 9(9).
       01  WS-COM-DISTANCE        PIC 9(6).
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       LINKAGE SECTION.
       01  LK-OPERATION           PIC X(4).
       01  LK-END-OF-FILE         PIC X.
       01  LK-COMMUNE.
           05 LK-COM-CODE         PIC X(5).
           05 LK-COM-NOM          PIC X(50).
           05 LK-COM-LATITUDE     PIC S9(3)V9(6).
           05 LK-COM-LONGITUDE    PIC S9(3)V9(6).
           05 LK-COM-ID-ACTIVITE  PIC 9(9).
           05 LK-COM-ID-USER      PIC 9(9).
           05 LK-COM-DISTANCE     PIC 9(6).
       PROCEDURE DIVISION USING LK-OPERATION LK-END-OF-FILE
           LK-COMMUNE.
       MAIN-ENTRY.
           EVALUATE LK-OPERATION
               WHEN 'SAVE'
                   PERFORM DAL-CONNECT
                   PERFORM DAL-SAVE
               WHEN 'GACT'
                   PERFORM DAL-CONNECT
                   PERFORM DAL-GEOCODER-ACTIVITE
               WHEN 'GUSR'
                   PERFORM DAL-CONNECT
                   PERFORM DAL-GEOCODER-USER
               WHEN 'PDIS'
                   PERFORM DAL-CONNECT
                   PERFORM DAL-DISTANCE-PARTICIPANT
               WHEN 'LDIS'
                   PERFORM DAL-CONNECT
                   PERFORM DAL-LIRE-DISTANCE-PARTICIPANT
               WHEN 'END '
                   PERFORM DAL-END
               WHEN OTHER
                   DISPLAY 'ERREUR: Operation inconnue: ' LK-OPERATION
           END-EVALUATE
           GOBACK.
       LIRE-MAX-RETRY.
           IF WS-RETRY-PARAM-LU = 'N'
               MOVE 'Y' TO WS-RETRY-PARAM-LU
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PARAM-DATE
               EXEC SQL
                   SELECT PARAM_VALEUR
                   INTO :WS-PARAM-VALEUR
                   FROM PARAMETRE
                   WHERE PARAM_DOMAINE = 'DAL'
                   AND PARAM_CLE = 'CONNECT_MAX_RETRY'
                   AND PARAM_DATE_EFFET <= :WS-PARAM-DATE
                   ORDER BY PARAM_DATE_EFFET DESC
                   LIMIT 1
               END-EXEC
               IF SQLCODE = ZERO
                   AND FUNCTION TEST-NUMVAL(WS-PARAM-VALEUR) = 0
                   COMPUTE WS-CONNECT-MAX-RETRY =
                       FUNCTION NUMVAL(WS-PARAM-VALEUR)
               END-IF
           END-IF.
       DAL-CONNECT.
           IF WS-CONNECTED-FLAG = 'Y'
               CONTINUE
           ELSE
               ACCEPT WS-DB-USER FROM ENVIRONMENT 'PGUSER'
               ACCEPT WS-DB-PASSWORD FROM ENVIRONMENT 'PGPASSWORD'
               ACCEPT WS-DB-NAME FROM ENVIRONMENT 'PGDATABASE'
               MOVE 0 TO WS-CONNECT-RETRY-COUNT
               MOVE 1 TO WS-CONNECT-BACKOFF-SEC
               PERFORM UNTIL WS-CONNECTED-FLAG = 'Y'
                       OR WS-CONNECT-RETRY-COUNT > WS-CONNECT-MAX-RETRY
                   EXEC SQL
                       CONNECT :WS-DB-USER IDENTIFIED BY :WS-DB-PASSWORD
                           USING :WS-DB-NAME
                   END-EXEC
                   IF SQLCODE = ZERO
                       MOVE 'Y' TO WS-CONNECTED-FLAG
                       PERFORM LIRE-MAX-RETRY
                   ELSE
                       ADD 1 TO WS-CONNECT-RETRY-COUNT
                       IF WS-CONNECT-RETRY-COUNT > WS-CONNECT-MAX-RETRY
                           DISPLAY 'ERREUR CONNECT: SQLCODE=' SQLCODE
                       ELSE
                           DISPLAY 'ERREUR CONNECT (tentative '
                               WS-CONNECT-RETRY-COUNT '): SQLCODE='
                               SQLCODE ' - NOUVELLE TENTATIVE DANS '
                               WS-CONNECT-BACKOFF-SEC ' S'
                           CALL 'C$SLEEP' USING WS-CONNECT-BACKOFF-SEC
                           COMPUTE WS-CONNECT-BACKOFF-SEC =
                               WS-CONNECT-BACKOFF-SEC * 2
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-CONNECTED-FLAG NOT = 'Y'
                   MOVE 'Y' TO LK-END-OF-FILE
                   GOBACK
               END-IF
           END-IF.
       DAL-SAVE.
           MOVE 'N' TO LK-END-OF-FILE
           MOVE LK-COM-CODE TO WS-COM-CODE
           MOVE LK-COM-NOM TO WS-COM-NOM
           MOVE LK-COM-LATITUDE TO WS-COM-LATITUDE
           MOVE LK-COM-LONGITUDE TO WS-COM-LONGITUDE
           EXEC SQL
               UPDATE COMMUNE
               SET COMMUNE_NOM = :WS-COM-NOM,
                   COMMUNE_LATITUDE = :WS-COM-LATITUDE,
                   COMMUNE_LONGITUDE = :WS-COM-LONGITUDE
               WHERE COMMUNE_CODE = :WS-COM-CODE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR UPDATE COMMUNE: SQLCODE=' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'Y' TO LK-END-OF-FILE
               GOBACK
           END-IF
           IF SQLCODE EQUAL 100 OR SQLERRD(3) EQUAL ZERO
               EXEC SQL
                   INSERT INTO COMMUNE
                   (COMMUNE_CODE, COMMUNE_NOM, COMMUNE_LATITUDE,
                    COMMUNE_LONGITUDE)
                   VALUES
                   (:WS-COM-CODE, :WS-COM-NOM, :WS-COM-LATITUDE,
                    :WS-COM-LONGITUDE)
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO
                   DISPLAY 'ERREUR INSERT COMMUNE: SQLCODE=' SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'Y' TO LK-END-OF-FILE
               END-IF
           END-IF.
       DAL-GEOCODER-ACTIVITE.
           MOVE 'N' TO LK-END-OF-FILE
           MOVE LK-COM-ID-ACTIVITE TO WS-COM-ID-ACTIVITE
           EXEC SQL
               SELECT c.COMMUNE_CODE, c.COMMUNE_NOM,
                      c.COMMUNE_LATITUDE, c.COMMUNE_LONGITUDE
               INTO :WS-COM-CODE, :WS-COM-NOM,
                    :WS-COM-LATITUDE, :WS-COM-LONGITUDE
               FROM ACTIVITE a
               INNER JOIN COMMUNE c
                   ON UPPER(TRIM(a.ACTIVITE_LIEU))
                       = UPPER(TRIM(c.COMMUNE_NOM))
                   OR UPPER(a.ACTIVITE_LIEU)
                       LIKE '%' || UPPER(TRIM(c.COMMUNE_NOM)) || '%'
               WHERE a.ACTIVITE_ID = :WS-COM-ID-ACTIVITE
               ORDER BY LENGTH(TRIM(c.COMMUNE_NOM)) DESC
               LIMIT 1
           END-EXEC
           PERFORM RENVOYER-COMMUNE.
       DAL-GEOCODER-USER.
           MOVE 'N' TO LK-END-OF-FILE
           MOVE LK-COM-ID-USER TO WS-COM-ID-USER
           EXEC SQL
               SELECT c.COMMUNE_CODE, c.COMMUNE_NOM,
                      c.COMMUNE_LATITUDE, c.COMMUNE_LONGITUDE
               INTO :WS-COM-CODE, :WS-COM-NOM,
                    :WS-COM-LATITUDE, :WS-COM-LONGITUDE
               FROM UTILISATEUR u
               INNER JOIN COMMUNE c
                   ON UPPER(TRIM(u.USER_COMMUNE))
                       = UPPER(TRIM(c.COMMUNE_NOM))
               WHERE u.USER_ID = :WS-COM-ID-USER
               ORDER BY c.COMMUNE_CODE
               LIMIT 1
           END-EXEC
           PERFORM RENVOYER-COMMUNE.
       RENVOYER-COMMUNE.
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   MOVE WS-COM-CODE TO LK-COM-CODE
                   MOVE WS-COM-NOM TO LK-COM-NOM
                   MOVE WS-COM-LATITUDE TO LK-COM-LATITUDE
                   MOVE WS-COM-LONGITUDE TO LK-COM-LONGITUDE
               WHEN SQLCODE EQUAL 100
                   MOVE SPACES TO LK-COM-CODE
                   MOVE 'Y' TO LK-END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERREUR SELECT COMMUNE: SQLCODE=' SQLCODE
                   MOVE SPACES TO LK-COM-CODE
                   MOVE 'Y' TO LK-END-OF-FILE
           END-EVALUATE.
       DAL-DISTANCE-PARTICIPANT.
           MOVE 'N' TO LK-END-OF-FILE
           MOVE LK-COM-ID-ACTIVITE TO WS-COM-ID-ACTIVITE
           MOVE LK-COM-ID-USER TO WS-COM-ID-USER
           MOVE LK-COM-DISTANCE TO WS-COM-DISTANCE
           EXEC SQL
               UPDATE PARTICIPATION
               SET PARTICIPATION_DISTANCE = :WS-COM-DISTANCE
               WHERE PARTICIPATION_ID_ACTIVITE = :WS-COM-ID-ACTIVITE
               AND PARTICIPATION_ID_USER = :WS-COM-ID-USER
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR UPDATE PARTICIPATION_DISTANCE: SQLCODE='
                   SQLCODE
               MOVE 'Y' TO LK-END-OF-FILE
           END-IF.
       DAL-LIRE-DISTANCE-PARTICIPANT.
           MOVE 'N' TO LK-END-OF-FILE
           MOVE LK-COM-ID-ACTIVITE TO WS-COM-ID-ACTIVITE
           MOVE LK-COM-ID-USER TO WS-COM-ID-USER
           MOVE 0 TO WS-COM-DISTANCE
           EXEC SQL
               SELECT COALESCE(PARTICIPATION_DISTANCE, 0)
               INTO :WS-COM-DISTANCE
               FROM PARTICIPATION
               WHERE PARTICIPATION_ID_ACTIVITE = :WS-COM-ID-ACTIVITE
               AND PARTICIPATION_ID_USER = :WS-COM-ID-USER
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   MOVE WS-COM-DISTANCE TO LK-COM-DISTANCE
               WHEN SQLCODE EQUAL 100
                   MOVE 0 TO LK-COM-DISTANCE
                   MOVE 'Y' TO LK-END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERREUR SELECT PARTICIPATION_DISTANCE: '
                       'SQLCODE=' SQLCODE
                   MOVE 0 TO LK-COM-DISTANCE
                   MOVE 'Y' TO LK-END-OF-FILE
           END-EVALUATE.
       DAL-END.
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL COMMIT END-EXEC
               IF SQLCODE NOT EQUAL ZERO
                   DISPLAY 'ERREUR COMMIT: SQLCODE=' SQLCODE
               END-IF
               EXEC SQL DISCONNECT ALL END-EXEC
               IF SQLCODE NOT EQUAL ZERO
                   DISPLAY 'ERREUR DISCONNECT: SQLCODE=' SQLCODE
               END-IF
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF
           GOBACK.
