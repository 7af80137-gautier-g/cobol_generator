       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAREME-KM-DAL-DB.
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
       01  WS-BK-ANNEE            PIC 9(4).
       01  WS-BK-CV               PIC 9(2).
       01  WS-BK-TRANCHE-MAX      PIC 9(6).
       01  WS-BK-TAUX             PIC 9V9(4).
       01  WS-BK-FIXE             PIC 9(5)V99.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       LINKAGE SECTION.
       01  LK-OPERATION           PIC X(4).
       01  LK-END-OF-FILE         PIC X.
       01  LK-BAREME-KM.
           05 LK-BK-ANNEE         PIC 9(4).
           05 LK-BK-CV            PIC 9(2).
           05 LK-BK-TRANCHE-MAX   PIC 9(6).
           05 LK-BK-TAUX          PIC 9V9(4).
           05 LK-BK-FIXE          PIC 9(5)V99.
       PROCEDURE DIVISION USING LK-OPERATION LK-END-OF-FILE
           LK-BAREME-KM.
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
           MOVE LK-BK-ANNEE TO WS-BK-ANNEE
           MOVE LK-BK-CV TO WS-BK-CV
           MOVE LK-BK-TRANCHE-MAX TO WS-BK-TRANCHE-MAX
           EXEC SQL
               SELECT b.BAREME_CV, b.BAREME_TRANCHE_MAX,
                      b.BAREME_TAUX, b.BAREME_FIXE
               INTO :WS-BK-CV, :WS-BK-TRANCHE-MAX,
                    :WS-BK-TAUX, :WS-BK-FIXE
               FROM BAREME_KM b
               WHERE b.BAREME_ANNEE = :WS-BK-ANNEE
               AND b.BAREME_CV =
                   COALESCE((SELECT MAX(c.BAREME_CV) FROM BAREME_KM c
                             WHERE c.BAREME_ANNEE = :WS-BK-ANNEE
                             AND c.BAREME_CV <= :WS-BK-CV),
                            (SELECT MIN(c.BAREME_CV) FROM BAREME_KM c
                             WHERE c.BAREME_ANNEE = :WS-BK-ANNEE))
               AND b.BAREME_TRANCHE_MAX >= :WS-BK-TRANCHE-MAX
               ORDER BY b.BAREME_TRANCHE_MAX
               LIMIT 1
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE EQUAL ZERO
                   MOVE WS-BK-CV TO LK-BK-CV
                   MOVE WS-BK-TRANCHE-MAX TO LK-BK-TRANCHE-MAX
                   MOVE WS-BK-TAUX TO LK-BK-TAUX
                   MOVE WS-BK-FIXE TO LK-BK-FIXE
               WHEN SQLCODE EQUAL 100
                   MOVE 0 TO LK-BK-TAUX
                   MOVE 0 TO LK-BK-FIXE
                   MOVE 'Y' TO LK-END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERREUR SELECT BAREME_KM: SQLCODE='
                       SQLCODE
                   MOVE 'Y' TO LK-END-OF-FILE
           END-EVALUATE.
       DAL-SAVE.
           MOVE 'N' TO LK-END-OF-FILE
           MOVE LK-BK-ANNEE TO WS-BK-ANNEE
           MOVE LK-BK-CV TO WS-BK-CV
           MOVE LK-BK-TRANCHE-MAX TO WS-BK-TRANCHE-MAX
           MOVE LK-BK-TAUX TO WS-BK-TAUX
           MOVE LK-BK-FIXE TO WS-BK-FIXE
           EXEC SQL
               UPDATE BAREME_KM
               SET BAREME_TAUX = :WS-BK-TAUX,
                   BAREME_FIXE = :WS-BK-FIXE
               WHERE BAREME_ANNEE = :WS-BK-ANNEE
               AND BAREME_CV = :WS-BK-CV
               AND BAREME_TRANCHE_MAX = :WS-BK-TRANCHE-MAX
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR UPDATE BAREME_KM: SQLCODE=' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'Y' TO LK-END-OF-FILE
               GOBACK
           END-IF
           IF SQLCODE EQUAL 100 OR SQLERRD(3) EQUAL ZERO
               EXEC SQL
                   INSERT INTO BAREME_KM
                   (BAREME_ANNEE, BAREME_CV, BAREME_TRANCHE_MAX,
                    BAREME_TAUX, BAREME_FIXE)
                   VALUES
                   (:WS-BK-ANNEE, :WS-BK-CV, :WS-BK-TRANCHE-MAX,
                    :WS-BK-TAUX, :WS-BK-FIXE)
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO
                   DISPLAY 'ERREUR INSERT BAREME_KM: SQLCODE='
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
