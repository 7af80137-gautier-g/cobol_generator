       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEVOLAT-DAL-DB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-CURSOR-OPEN-FLAG    PIC X VALUE 'N'.
       01  WS-CONNECT-RETRY-COUNT PIC 9(2) VALUE 0.
       01  WS-CONNECT-MAX-RETRY   PIC 9(2) VALUE 3.
       01  WS-RETRY-PARAM-LU      PIC X VALUE 'N'.
       01  WS-PARAM-VALEUR        PIC X(20).
       01  WS-PARAM-DATE          PIC 9(8).
       01  WS-CONNECT-BACKOFF-SEC PIC 9(4) VALUE 0.
       01  WS-BH-IDANTENNE        PIC 9(9).
       01  WS-BH-HEURES           PIC 9(7)V99.
       01  WS-BH-MONTANT          PIC 9(7)V99.
       01  WS-BH-PERIODE          PIC 9(6).
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       LINKAGE SECTION.
       01  LK-OPERATION           PIC X(4).
       01  LK-END-OF-FILE         PIC X.
       01  LK-BENEVOLAT.
           05 LK-BH-IDANTENNE     PIC 9(9).
           05 LK-BH-HEURES        PIC 9(7)V99.
           05 LK-BH-MONTANT       PIC 9(7)V99.
           05 LK-BH-PERIODE       PIC 9(6).
       PROCEDURE DIVISION USING LK-OPERATION LK-END-OF-FILE
           LK-BENEVOLAT.
       MAIN-ENTRY.
           EVALUATE LK-OPERATION
               WHEN 'READ'
                   PERFORM DAL-CONNECT
                   PERFORM DAL-READ
               WHEN 'MARK'
                   PERFORM DAL-CONNECT
                   PERFORM DAL-MARK
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
       DAL-READ.
           IF WS-CURSOR-OPEN-FLAG NOT EQUAL 'Y'
               MOVE LK-BH-PERIODE TO WS-BH-PERIODE
               EXEC SQL
                   DECLARE C_BH_GL CURSOR FOR
                   SELECT b.BH_IDANTENNE, SUM(b.BH_HEURES),
                          ROUND(SUM(b.BH_HEURES * COALESCE(
                              (SELECT CAST(p.PARAM_VALEUR AS NUMERIC)
                               FROM PARAMETRE p
                               WHERE p.PARAM_DOMAINE = 'BENEVOLAT'
                               AND p.PARAM_CLE = 'TAUX_HORAIRE'
                               AND p.PARAM_DATE_EFFET <= b.BH_DATE
                               ORDER BY p.PARAM_DATE_EFFET DESC
                               LIMIT 1), 0)), 2)
                   FROM BENEVOLAT_HEURES b
                   WHERE b.BH_EXPORTE = 'N'
                   AND b.BH_DATE / 100 <= :WS-BH-PERIODE
                   GROUP BY b.BH_IDANTENNE
                   HAVING SUM(b.BH_HEURES) > 0
                   ORDER BY b.BH_IDANTENNE
               END-EXEC
               EXEC SQL
                   OPEN C_BH_GL
               END-EXEC
               IF SQLCODE EQUAL ZERO
                   MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
               ELSE
                   DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
                   MOVE 'Y' TO LK-END-OF-FILE
                   GOBACK
               END-IF
           END-IF
           MOVE 'N' TO LK-END-OF-FILE
           EXEC SQL
               FETCH C_BH_GL INTO
                   :WS-BH-IDANTENNE, :WS-BH-HEURES, :WS-BH-MONTANT
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE WS-BH-IDANTENNE TO LK-BH-IDANTENNE
                   MOVE WS-BH-HEURES TO LK-BH-HEURES
                   MOVE WS-BH-MONTANT TO LK-BH-MONTANT
               WHEN 100
                   MOVE 'Y' TO LK-END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                   MOVE 'Y' TO LK-END-OF-FILE
           END-EVALUATE.
       DAL-MARK.
           MOVE 'N' TO LK-END-OF-FILE
           MOVE LK-BH-IDANTENNE TO WS-BH-IDANTENNE
           MOVE LK-BH-PERIODE TO WS-BH-PERIODE
           EXEC SQL
               UPDATE BENEVOLAT_HEURES
               SET BH_EXPORTE = 'O'
               WHERE BH_IDANTENNE = :WS-BH-IDANTENNE
               AND BH_EXPORTE = 'N'
               AND BH_DATE / 100 <= :WS-BH-PERIODE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO OR SQLERRD(3) EQUAL ZERO
               DISPLAY 'ERREUR UPDATE BENEVOLAT_HEURES: SQLCODE='
                   SQLCODE
               MOVE 'Y' TO LK-END-OF-FILE
           END-IF.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG EQUAL 'Y'
               EXEC SQL
                   CLOSE C_BH_GL
               END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
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
