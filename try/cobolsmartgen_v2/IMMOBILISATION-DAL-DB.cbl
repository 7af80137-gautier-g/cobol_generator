       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMMOBILISATION-DAL-DB.
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
       01  WS-IMM-EVENEMENT       PIC X.
       01  WS-IMM-ID              PIC 9(9).
       01  WS-IMM-PERIODE         PIC 9(6).
       01  WS-IMM-DATE            PIC 9(8).
       01  WS-IMM-CATEGORIE       PIC X(12).
       01  WS-IMM-CAT-ACHAT       PIC X(20).
       01  WS-IMM-MONTANT         PIC 9(9)V99.
       01  WS-IMM-CUMUL           PIC 9(9)V99.
       01  WS-IMM-PRIX            PIC 9(9)V99.
       01  WS-IMM-AXE-TYPE        PIC X.
       01  WS-IMM-AXE-ID          PIC 9(9).
       01  WS-IMM-RANG            PIC 9.
       01  WS-IMM-LIMITE          PIC 9(6).
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       LINKAGE SECTION.
       01  LK-OPERATION           PIC X(4).
       01  LK-END-OF-FILE         PIC X.
       01  LK-IMMOBILISATION.
           05 LK-IMM-EVENEMENT    PIC X.
           05 LK-IMM-ID           PIC 9(9).
           05 LK-IMM-PERIODE      PIC 9(6).
           05 LK-IMM-DATE         PIC 9(8).
           05 LK-IMM-CATEGORIE    PIC X(12).
           05 LK-IMM-CAT-ACHAT    PIC X(20).
           05 LK-IMM-MONTANT      PIC 9(9)V99.
           05 LK-IMM-CUMUL        PIC 9(9)V99.
           05 LK-IMM-PRIX         PIC 9(9)V99.
           05 LK-IMM-AXE-TYPE     PIC X.
           05 LK-IMM-AXE-ID       PIC 9(9).
           05 LK-IMM-LIMITE       PIC 9(6).
       PROCEDURE DIVISION USING LK-OPERATION LK-END-OF-FILE
           LK-IMMOBILISATION.
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
               MOVE LK-IMM-LIMITE TO WS-IMM-LIMITE
               EXEC SQL
                   DECLARE C_IMMO_GL CURSOR FOR
                   SELECT 'A', i.IMMO_ID,
                          FLOOR(i.IMMO_DATE_ACQ / 100),
                          i.IMMO_DATE_ACQ, i.IMMO_CATEGORIE,
                          COALESCE(s.SUP_CATEGORY, ' '),
                          i.IMMO_COUT, 0, 0,
                          COALESCE(c.CA_TYPE, ' '),
                          COALESCE(c.CA_REF_ID, 0), 1
                   FROM IMMOBILISATION i
                   LEFT JOIN FACTURE_FOURNISSEUR f
                       ON f.FF_ID = i.IMMO_FF_ID
                   LEFT JOIN SUPPLIER s
                       ON s.SUP_ID = f.SUP_ID
                   LEFT JOIN CENTRE_ANALYTIQUE c
                       ON c.CA_CODE = i.IMMO_CENTRE
                   WHERE i.IMMO_EXPORTE_ACQ = 'N'
                   AND FLOOR(i.IMMO_DATE_ACQ / 100) <= :WS-IMM-LIMITE
                   UNION ALL
                   SELECT 'D', d.IMMO_ID, d.DOT_PERIODE,
                          CAST(TO_CHAR(TO_DATE(CAST(d.DOT_PERIODE
                              AS VARCHAR(6)), 'YYYYMM')
                              + INTERVAL '1 month' - INTERVAL '1 day',
                              'YYYYMMDD') AS INTEGER),
                          i.IMMO_CATEGORIE, ' ',
                          d.DOT_MONTANT, 0, 0,
                          COALESCE(c.CA_TYPE, ' '),
                          COALESCE(c.CA_REF_ID, 0), 2
                   FROM IMMO_DOTATION d
                   INNER JOIN IMMOBILISATION i
                       ON i.IMMO_ID = d.IMMO_ID
                   LEFT JOIN CENTRE_ANALYTIQUE c
                       ON c.CA_CODE = i.IMMO_CENTRE
                   WHERE d.DOT_EXPORTE = 'N'
                   AND d.DOT_PERIODE <= :WS-IMM-LIMITE
                   UNION ALL
                   SELECT 'C', i.IMMO_ID,
                          FLOOR(i.IMMO_DATE_CESSION / 100),
                          i.IMMO_DATE_CESSION, i.IMMO_CATEGORIE, ' ',
                          i.IMMO_COUT,
                          COALESCE(i.IMMO_CUMUL_CESSION, 0),
                          COALESCE(i.IMMO_PRIX_CESSION, 0),
                          COALESCE(c.CA_TYPE, ' '),
                          COALESCE(c.CA_REF_ID, 0), 3
                   FROM IMMOBILISATION i
                   LEFT JOIN CENTRE_ANALYTIQUE c
                       ON c.CA_CODE = i.IMMO_CENTRE
                   WHERE i.IMMO_STATUT = 'C'
                   AND i.IMMO_EXPORTE_CESSION = 'N'
                   AND FLOOR(i.IMMO_DATE_CESSION / 100)
                       <= :WS-IMM-LIMITE
                   ORDER BY 3, 12, 2
               END-EXEC
               EXEC SQL
                   OPEN C_IMMO_GL
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
               FETCH C_IMMO_GL INTO
                   :WS-IMM-EVENEMENT, :WS-IMM-ID, :WS-IMM-PERIODE,
                   :WS-IMM-DATE, :WS-IMM-CATEGORIE, :WS-IMM-CAT-ACHAT,
                   :WS-IMM-MONTANT, :WS-IMM-CUMUL, :WS-IMM-PRIX,
                   :WS-IMM-AXE-TYPE, :WS-IMM-AXE-ID, :WS-IMM-RANG
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE WS-IMM-EVENEMENT TO LK-IMM-EVENEMENT
                   MOVE WS-IMM-ID TO LK-IMM-ID
                   MOVE WS-IMM-PERIODE TO LK-IMM-PERIODE
                   MOVE WS-IMM-DATE TO LK-IMM-DATE
                   MOVE WS-IMM-CATEGORIE TO LK-IMM-CATEGORIE
                   MOVE WS-IMM-CAT-ACHAT TO LK-IMM-CAT-ACHAT
                   MOVE WS-IMM-MONTANT TO LK-IMM-MONTANT
                   MOVE WS-IMM-CUMUL TO LK-IMM-CUMUL
                   MOVE WS-IMM-PRIX TO LK-IMM-PRIX
                   MOVE WS-IMM-AXE-TYPE TO LK-IMM-AXE-TYPE
                   MOVE WS-IMM-AXE-ID TO LK-IMM-AXE-ID
               WHEN 100
                   MOVE 'Y' TO LK-END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                   MOVE 'Y' TO LK-END-OF-FILE
           END-EVALUATE.
       DAL-MARK.
           MOVE 'N' TO LK-END-OF-FILE
           MOVE LK-IMM-ID TO WS-IMM-ID
           MOVE LK-IMM-PERIODE TO WS-IMM-PERIODE
           EVALUATE LK-IMM-EVENEMENT
               WHEN 'A'
                   EXEC SQL
                       UPDATE IMMOBILISATION
                       SET IMMO_EXPORTE_ACQ = 'O'
                       WHERE IMMO_ID = :WS-IMM-ID
                       AND IMMO_EXPORTE_ACQ = 'N'
                   END-EXEC
               WHEN 'D'
                   EXEC SQL
                       UPDATE IMMO_DOTATION
                       SET DOT_EXPORTE = 'O'
                       WHERE IMMO_ID = :WS-IMM-ID
                       AND DOT_PERIODE = :WS-IMM-PERIODE
                       AND DOT_EXPORTE = 'N'
                   END-EXEC
               WHEN OTHER
                   EXEC SQL
                       UPDATE IMMOBILISATION
                       SET IMMO_EXPORTE_CESSION = 'O'
                       WHERE IMMO_ID = :WS-IMM-ID
                       AND IMMO_EXPORTE_CESSION = 'N'
                   END-EXEC
           END-EVALUATE
           IF SQLCODE NOT EQUAL ZERO OR SQLERRD(3) EQUAL ZERO
               DISPLAY 'ERREUR UPDATE IMMOBILISATION: SQLCODE='
                   SQLCODE
               MOVE 'Y' TO LK-END-OF-FILE
           END-IF.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG EQUAL 'Y'
               EXEC SQL
                   CLOSE C_IMMO_GL
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
