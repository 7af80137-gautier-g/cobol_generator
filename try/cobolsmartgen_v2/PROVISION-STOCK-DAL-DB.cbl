       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISION-STOCK-DAL-DB.
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
       01  WS-PVS-PERIODE         PIC 9(6).
       01  WS-PVS-DATE-REF        PIC 9(8).
       01  WS-PVS-MONTANT         PIC 9(11)V99.
       01  WS-PVS-PRECEDENT       PIC 9(11)V99.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       LINKAGE SECTION.
       01  LK-OPERATION           PIC X(4).
       01  LK-END-OF-FILE         PIC X.
       01  LK-PROVISION-STOCK.
           05 LK-PVS-PERIODE      PIC 9(6).
           05 LK-PVS-DATE-REF     PIC 9(8).
           05 LK-PVS-MONTANT      PIC 9(11)V99.
           05 LK-PVS-PRECEDENT    PIC 9(11)V99.
           05 LK-PVS-LIMITE       PIC 9(6).
       PROCEDURE DIVISION USING LK-OPERATION LK-END-OF-FILE
           LK-PROVISION-STOCK.
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
               MOVE LK-PVS-LIMITE TO WS-PVS-PERIODE
               EXEC SQL
                   DECLARE C_SPP_GL CURSOR FOR
                   SELECT p.SPP_PERIODE, p.SPP_DATE_REF,
                          p.SPP_MONTANT,
                          COALESCE(p.SPP_MONTANT_PRECEDENT, 0)
                   FROM STOCK_PROVISION_PERIODE p
                   WHERE p.SPP_EXPORTE = 'N'
                   AND p.SPP_PERIODE <= :WS-PVS-PERIODE
                   ORDER BY p.SPP_PERIODE
               END-EXEC
               EXEC SQL
                   OPEN C_SPP_GL
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
               FETCH C_SPP_GL INTO
                   :WS-PVS-PERIODE, :WS-PVS-DATE-REF,
                   :WS-PVS-MONTANT, :WS-PVS-PRECEDENT
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE WS-PVS-PERIODE TO LK-PVS-PERIODE
                   MOVE WS-PVS-DATE-REF TO LK-PVS-DATE-REF
                   MOVE WS-PVS-MONTANT TO LK-PVS-MONTANT
                   MOVE WS-PVS-PRECEDENT TO LK-PVS-PRECEDENT
               WHEN 100
                   MOVE 'Y' TO LK-END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                   MOVE 'Y' TO LK-END-OF-FILE
           END-EVALUATE.
       DAL-MARK.
           MOVE 'N' TO LK-END-OF-FILE
           MOVE LK-PVS-PERIODE TO WS-PVS-PERIODE
           EXEC SQL
               UPDATE STOCK_PROVISION_PERIODE
               SET SPP_EXPORTE = 'O'
               WHERE SPP_PERIODE = :WS-PVS-PERIODE
               AND SPP_EXPORTE = 'N'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO OR SQLERRD(3) EQUAL ZERO
               DISPLAY 'ERREUR UPDATE STOCK_PROVISION_PERIODE: SQLCODE='
                   SQLCODE
               MOVE 'Y' TO LK-END-OF-FILE
           END-IF.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG EQUAL 'Y'
               EXEC SQL
                   CLOSE C_SPP_GL
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
