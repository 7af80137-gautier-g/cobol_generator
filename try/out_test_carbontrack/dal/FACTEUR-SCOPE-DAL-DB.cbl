       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTEUR-SCOPE-DAL-DB.
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
       01  WS-FS-DOMAINE          PIC X(12).
       01  WS-FS-CODE             PIC 9(2).
       01  WS-FS-SCOPE            PIC 9(1).
       01  WS-FS-CATEGORIE        PIC 9(2).
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       LINKAGE SECTION.
       01  LK-OPERATION           PIC X(4).
       01  LK-END-OF-FILE         PIC X.
       01  LK-FACTEUR-SCOPE.
           05 LK-FS-DOMAINE       PIC X(12).
           05 LK-FS-CODE          PIC 9(2).
           05 LK-FS-SCOPE         PIC 9(1).
           05 LK-FS-CATEGORIE     PIC 9(2).
       PROCEDURE DIVISION USING LK-OPERATION LK-END-OF-FILE
           LK-FACTEUR-SCOPE.
       MAIN-ENTRY.
           EVALUATE LK-OPERATION
               WHEN 'FIND'
                   PERFORM DAL-CONNECT
                   PERFORM DAL-FIND
               WHEN 'SAVE'
                   PERFORM DAL-CONNECT
                   PERFORM DAL-SAVE
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
       DAL-FIND.
           MOVE 'N' TO LK-END-OF-FILE
           MOVE LK-FS-DOMAINE TO WS-FS-DOMAINE
           MOVE LK-FS-CODE TO WS-FS-CODE
           EXEC SQL
               SELECT FS_SCOPE, FS_CATEGORIE
               INTO :WS-FS-SCOPE, :WS-FS-CATEGORIE
               FROM FACTEUR_SCOPE
               WHERE FS_DOMAINE = :WS-FS-DOMAINE
               AND FS_CODE = :WS-FS-CODE
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   MOVE WS-FS-SCOPE TO LK-FS-SCOPE
                   MOVE WS-FS-CATEGORIE TO LK-FS-CATEGORIE
               WHEN SQLCODE EQUAL 100
                   MOVE 0 TO LK-FS-SCOPE
                   MOVE 0 TO LK-FS-CATEGORIE
                   MOVE 'Y' TO LK-END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERREUR SELECT FACTEUR_SCOPE: SQLCODE='
                       SQLCODE
                   MOVE 'Y' TO LK-END-OF-FILE
           END-EVALUATE.
       DAL-SAVE.
           MOVE 'N' TO LK-END-OF-FILE
           MOVE LK-FS-DOMAINE TO WS-FS-DOMAINE
           MOVE LK-FS-CODE TO WS-FS-CODE
           MOVE LK-FS-SCOPE TO WS-FS-SCOPE
           MOVE LK-FS-CATEGORIE TO WS-FS-CATEGORIE
           EXEC SQL
               UPDATE FACTEUR_SCOPE
               SET FS_SCOPE = :WS-FS-SCOPE,
                   FS_CATEGORIE = :WS-FS-CATEGORIE
               WHERE FS_DOMAINE = :WS-FS-DOMAINE
               AND FS_CODE = :WS-FS-CODE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR UPDATE FACTEUR_SCOPE: SQLCODE=' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'Y' TO LK-END-OF-FILE
               GOBACK
           END-IF
           IF SQLCODE EQUAL 100 OR SQLERRD(3) EQUAL ZERO
               EXEC SQL
                   INSERT INTO FACTEUR_SCOPE
                   (FS_DOMAINE, FS_CODE, FS_SCOPE, FS_CATEGORIE)
                   VALUES
                   (:WS-FS-DOMAINE, :WS-FS-CODE, :WS-FS-SCOPE,
                    :WS-FS-CATEGORIE)
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO
                   DISPLAY 'ERREUR INSERT FACTEUR_SCOPE: SQLCODE='
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
