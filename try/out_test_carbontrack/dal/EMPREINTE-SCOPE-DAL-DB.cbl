       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPREINTE-SCOPE-DAL-DB.
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
       01  WS-ES-ACTIVITE-ID      PIC 9(9).
       01  WS-ES-DOMAINE          PIC X(12).
       01  WS-ES-CODE             PIC 9(2).
       01  WS-ES-SCOPE            PIC 9(1).
       01  WS-ES-CATEGORIE        PIC 9(2).
       01  WS-ES-EMPREINTE        PIC S9(9)V9(4).
       01  WS-NB-CLOS             PIC 9(9).
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       LINKAGE SECTION.
       01  LK-OPERATION           PIC X(4).
       01  LK-END-OF-FILE         PIC X.
       01  LK-EMPREINTE-SCOPE.
           05 LK-ES-ACTIVITE-ID   PIC 9(9).
           05 LK-ES-DOMAINE       PIC X(12).
           05 LK-ES-CODE          PIC 9(2).
           05 LK-ES-SCOPE         PIC 9(1).
           05 LK-ES-CATEGORIE     PIC 9(2).
           05 LK-ES-EMPREINTE     PIC S9(9)V9(4).
       PROCEDURE DIVISION USING LK-OPERATION LK-END-OF-FILE
           LK-EMPREINTE-SCOPE.
       MAIN-ENTRY.
           EVALUATE LK-OPERATION
               WHEN 'RAZA'
                   PERFORM DAL-CONNECT
                   PERFORM DAL-RAZ-ACTIVITE
               WHEN 'AJOU'
                   PERFORM DAL-CONNECT
                   PERFORM DAL-AJOUTER
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
       CONTROLER-PERIODE.
           MOVE 0 TO WS-NB-CLOS
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-CLOS
               FROM ACTIVITE a
               INNER JOIN PERIODE_CLOTURE p
                   ON a.ACTIVITE_DATE BETWEEN p.CLOTURE_DATE_DEBUT
                       AND p.CLOTURE_DATE_FIN
               WHERE a.ACTIVITE_ID = :WS-ES-ACTIVITE-ID
               AND p.CLOTURE_STATUT = 'V'
           END-EXEC.
       DAL-RAZ-ACTIVITE.
           MOVE 'N' TO LK-END-OF-FILE
           MOVE LK-ES-ACTIVITE-ID TO WS-ES-ACTIVITE-ID
           PERFORM CONTROLER-PERIODE
           IF WS-NB-CLOS > ZERO
               MOVE 'Y' TO LK-END-OF-FILE
               GOBACK
           END-IF
           EXEC SQL
               DELETE FROM ACTIVITE_EMPREINTE_SCOPE
               WHERE AES_ACTIVITE_ID = :WS-ES-ACTIVITE-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR DELETE EMPREINTE SCOPE: SQLCODE='
                   SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'Y' TO LK-END-OF-FILE
           END-IF.
       DAL-AJOUTER.
           MOVE 'N' TO LK-END-OF-FILE
           MOVE LK-ES-ACTIVITE-ID TO WS-ES-ACTIVITE-ID
           MOVE LK-ES-DOMAINE TO WS-ES-DOMAINE
           MOVE LK-ES-CODE TO WS-ES-CODE
           MOVE LK-ES-EMPREINTE TO WS-ES-EMPREINTE
           PERFORM CONTROLER-PERIODE
           IF WS-NB-CLOS > ZERO
               MOVE 'Y' TO LK-END-OF-FILE
               GOBACK
           END-IF
           EXEC SQL
               SELECT FS_SCOPE, FS_CATEGORIE
               INTO :WS-ES-SCOPE, :WS-ES-CATEGORIE
               FROM FACTEUR_SCOPE
               WHERE FS_DOMAINE = :WS-ES-DOMAINE
               AND FS_CODE = :WS-ES-CODE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               MOVE 0 TO WS-ES-SCOPE
               MOVE 0 TO WS-ES-CATEGORIE
           END-IF
           MOVE WS-ES-SCOPE TO LK-ES-SCOPE
           MOVE WS-ES-CATEGORIE TO LK-ES-CATEGORIE
           EXEC SQL
               UPDATE ACTIVITE_EMPREINTE_SCOPE
               SET AES_EMPREINTE = AES_EMPREINTE + :WS-ES-EMPREINTE
               WHERE AES_ACTIVITE_ID = :WS-ES-ACTIVITE-ID
               AND AES_SCOPE = :WS-ES-SCOPE
               AND AES_CATEGORIE = :WS-ES-CATEGORIE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR UPDATE EMPREINTE SCOPE: SQLCODE='
                   SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'Y' TO LK-END-OF-FILE
               GOBACK
           END-IF
           IF SQLCODE EQUAL 100 OR SQLERRD(3) EQUAL ZERO
               EXEC SQL
                   INSERT INTO ACTIVITE_EMPREINTE_SCOPE
                   (AES_ACTIVITE_ID, AES_SCOPE, AES_CATEGORIE,
                    AES_EMPREINTE)
                   VALUES
                   (:WS-ES-ACTIVITE-ID, :WS-ES-SCOPE,
                    :WS-ES-CATEGORIE, :WS-ES-EMPREINTE)
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO
                   DISPLAY 'ERREUR INSERT EMPREINTE SCOPE: SQLCODE='
                       SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'Y' TO LK-END-OF-FILE
               END-IF
           END-IF.
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
