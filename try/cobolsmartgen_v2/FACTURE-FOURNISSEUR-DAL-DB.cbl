       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURE-FOURNISSEUR-DAL-DB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-CURSOR-OPEN-FLAG    PIC X VALUE 'N'.
       01  WS-PAIE-OPEN-FLAG      PIC X VALUE 'N'.
       01  WS-AVOIR-OPEN-FLAG     PIC X VALUE 'N'.
       01  WS-CONNECT-RETRY-COUNT PIC 9(2) VALUE 0.
       01  WS-CONNECT-MAX-RETRY   PIC 9(2) VALUE 3.
       01  WS-RETRY-PARAM-LU      PIC X VALUE 'N'.
       01  WS-PARAM-VALEUR        PIC X(20).
       01  WS-PARAM-DATE          PIC 9(8).
       01  WS-CONNECT-BACKOFF-SEC PIC 9(4) VALUE 0.
       01  WS-FF-ID               PIC 9(9).
       01  WS-FF-SUP              PIC 9(9).
       01  WS-FF-HT               PIC 9(9)V99.
       01  WS-FF-TVA              PIC 9(9)V99.
       01  WS-FF-DATE             PIC 9(8).
       01  WS-FF-DATE-PAIEMENT    PIC 9(8).
       01  WS-FF-CATEGORIE        PIC X(20).
       01  WS-FF-PERIODE          PIC 9(6).
       01  WS-FF-DEBUT            PIC 9(8).
       01  WS-FF-PROJ             PIC 9(9).
       01  WS-FF-ANTENNE          PIC 9(9).
       01  WS-FF-REF-ID           PIC 9(9).
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       LINKAGE SECTION.
       01  LK-OPERATION           PIC X(4).
       01  LK-END-OF-FILE         PIC X.
       01  LK-FACTURE-FOURNISSEUR.
           05 LK-FF-ID            PIC 9(9).
           05 LK-FF-SUP           PIC 9(9).
           05 LK-FF-HT            PIC 9(9)V99.
           05 LK-FF-TVA           PIC 9(9)V99.
           05 LK-FF-DATE          PIC 9(8).
           05 LK-FF-DATE-PAIEMENT PIC 9(8).
           05 LK-FF-CATEGORIE     PIC X(20).
           05 LK-FF-PERIODE       PIC 9(6).
           05 LK-FF-DEBUT         PIC 9(8).
           05 LK-FF-PROJ          PIC 9(9).
           05 LK-FF-ANTENNE       PIC 9(9).
           05 LK-FF-REF-ID        PIC 9(9).
       PROCEDURE DIVISION USING LK-OPERATION LK-END-OF-FILE
           LK-FACTURE-FOURNISSEUR.
       MAIN-ENTRY.
           EVALUATE LK-OPERATION
               WHEN 'READ'
                   PERFORM DAL-CONNECT
                   PERFORM DAL-READ
               WHEN 'RDPA'
                   PERFORM DAL-CONNECT
                   PERFORM DAL-READ-PAIEMENT
               WHEN 'RDAV'
                   PERFORM DAL-CONNECT
                   PERFORM DAL-READ-AVOIR
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
               MOVE LK-FF-PERIODE TO WS-FF-PERIODE
               MOVE LK-FF-DEBUT TO WS-FF-DEBUT
               EXEC SQL
                   DECLARE C_FF_GL CURSOR FOR
                   SELECT f.FF_ID, f.SUP_ID, f.FF_QTE * f.FF_PRIX,
                          COALESCE(f.FF_TVA, 0), f.FF_DATE,
                          COALESCE(s.SUP_CATEGORY, ' '),
                          COALESCE(f.FF_PROJ_ID, 0),
                          COALESCE(f.FF_IDANTENNE, 0)
                   FROM FACTURE_FOURNISSEUR f
                   LEFT JOIN SUPPLIER s
                       ON s.SUP_ID = f.SUP_ID
                   WHERE f.FF_STATUT IN ('A', 'P')
                   AND f.FF_DATE / 100 <= :WS-FF-PERIODE
                   AND f.FF_DATE >= :WS-FF-DEBUT
                   ORDER BY f.FF_ID
               END-EXEC
               EXEC SQL
                   OPEN C_FF_GL
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
               FETCH C_FF_GL INTO
                   :WS-FF-ID, :WS-FF-SUP, :WS-FF-HT, :WS-FF-TVA,
                   :WS-FF-DATE, :WS-FF-CATEGORIE, :WS-FF-PROJ,
                   :WS-FF-ANTENNE
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE WS-FF-ID TO LK-FF-ID
                   MOVE WS-FF-SUP TO LK-FF-SUP
                   MOVE WS-FF-HT TO LK-FF-HT
                   MOVE WS-FF-TVA TO LK-FF-TVA
                   MOVE WS-FF-DATE TO LK-FF-DATE
                   MOVE ZERO TO LK-FF-DATE-PAIEMENT
                   MOVE WS-FF-CATEGORIE TO LK-FF-CATEGORIE
                   MOVE WS-FF-PROJ TO LK-FF-PROJ
                   MOVE WS-FF-ANTENNE TO LK-FF-ANTENNE
                   MOVE ZERO TO LK-FF-REF-ID
               WHEN 100
                   MOVE 'Y' TO LK-END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                   MOVE 'Y' TO LK-END-OF-FILE
           END-EVALUATE.
       DAL-READ-PAIEMENT.
           IF WS-PAIE-OPEN-FLAG NOT EQUAL 'Y'
               MOVE LK-FF-PERIODE TO WS-FF-PERIODE
               MOVE LK-FF-DEBUT TO WS-FF-DEBUT
               EXEC SQL
                   DECLARE C_FF_PAIE CURSOR FOR
                   SELECT f.FF_ID, f.SUP_ID,
                          f.FF_QTE * f.FF_PRIX
                          - COALESCE((SELECT SUM(a.AF_MONTANT_HT)
                                      FROM AVOIR_FOURNISSEUR a
                                      WHERE a.AF_FF_IMPUTE = f.FF_ID),
                                     0),
                          COALESCE(f.FF_TVA, 0)
                          - COALESCE((SELECT SUM(a.AF_TVA)
                                      FROM AVOIR_FOURNISSEUR a
                                      WHERE a.AF_FF_IMPUTE = f.FF_ID),
                                     0),
                          f.FF_DATE, f.FF_DATE_PAIEMENT
                   FROM FACTURE_FOURNISSEUR f
                   WHERE f.FF_STATUT = 'P'
                   AND f.FF_DATE_PAIEMENT IS NOT NULL
                   AND f.FF_DATE_PAIEMENT / 100 <= :WS-FF-PERIODE
                   AND f.FF_DATE >= :WS-FF-DEBUT
                   ORDER BY f.FF_ID
               END-EXEC
               EXEC SQL
                   OPEN C_FF_PAIE
               END-EXEC
               IF SQLCODE EQUAL ZERO
                   MOVE 'Y' TO WS-PAIE-OPEN-FLAG
               ELSE
                   DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
                   MOVE 'Y' TO LK-END-OF-FILE
                   GOBACK
               END-IF
           END-IF
           MOVE 'N' TO LK-END-OF-FILE
           EXEC SQL
               FETCH C_FF_PAIE INTO
                   :WS-FF-ID, :WS-FF-SUP, :WS-FF-HT, :WS-FF-TVA,
                   :WS-FF-DATE, :WS-FF-DATE-PAIEMENT
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE WS-FF-ID TO LK-FF-ID
                   MOVE WS-FF-SUP TO LK-FF-SUP
                   MOVE WS-FF-HT TO LK-FF-HT
                   MOVE WS-FF-TVA TO LK-FF-TVA
                   MOVE WS-FF-DATE TO LK-FF-DATE
                   MOVE WS-FF-DATE-PAIEMENT TO LK-FF-DATE-PAIEMENT
                   MOVE SPACES TO LK-FF-CATEGORIE
                   MOVE ZERO TO LK-FF-PROJ
                   MOVE ZERO TO LK-FF-ANTENNE
                   MOVE ZERO TO LK-FF-REF-ID
               WHEN 100
                   MOVE 'Y' TO LK-END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                   MOVE 'Y' TO LK-END-OF-FILE
           END-EVALUATE.
       DAL-READ-AVOIR.
           IF WS-AVOIR-OPEN-FLAG NOT EQUAL 'Y'
               MOVE LK-FF-PERIODE TO WS-FF-PERIODE
               MOVE LK-FF-DEBUT TO WS-FF-DEBUT
               EXEC SQL
                   DECLARE C_AF_GL CURSOR FOR
                   SELECT a.AF_ID, a.SUP_ID, a.AF_MONTANT_HT,
                          COALESCE(a.AF_TVA, 0), a.AF_DATE,
                          COALESCE(s.SUP_CATEGORY, ' '),
                          COALESCE(f.FF_PROJ_ID, 0),
                          COALESCE(f.FF_IDANTENNE, 0),
                          COALESCE(NULLIF(a.AF_FF_ID, 0),
                                   a.AF_FF_IMPUTE, 0)
                   FROM AVOIR_FOURNISSEUR a
                   LEFT JOIN SUPPLIER s
                       ON s.SUP_ID = a.SUP_ID
                   LEFT JOIN FACTURE_FOURNISSEUR f
                       ON f.FF_ID = COALESCE(NULLIF(a.AF_FF_ID, 0),
                                             a.AF_FF_IMPUTE)
                   WHERE a.AF_DATE / 100 <= :WS-FF-PERIODE
                   AND a.AF_DATE >= :WS-FF-DEBUT
                   ORDER BY a.AF_ID
               END-EXEC
               EXEC SQL
                   OPEN C_AF_GL
               END-EXEC
               IF SQLCODE EQUAL ZERO
                   MOVE 'Y' TO WS-AVOIR-OPEN-FLAG
               ELSE
                   DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
                   MOVE 'Y' TO LK-END-OF-FILE
                   GOBACK
               END-IF
           END-IF
           MOVE 'N' TO LK-END-OF-FILE
           EXEC SQL
               FETCH C_AF_GL INTO
                   :WS-FF-ID, :WS-FF-SUP, :WS-FF-HT, :WS-FF-TVA,
                   :WS-FF-DATE, :WS-FF-CATEGORIE, :WS-FF-PROJ,
                   :WS-FF-ANTENNE, :WS-FF-REF-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE WS-FF-ID TO LK-FF-ID
                   MOVE WS-FF-SUP TO LK-FF-SUP
                   MOVE WS-FF-HT TO LK-FF-HT
                   MOVE WS-FF-TVA TO LK-FF-TVA
                   MOVE WS-FF-DATE TO LK-FF-DATE
                   MOVE ZERO TO LK-FF-DATE-PAIEMENT
                   MOVE WS-FF-CATEGORIE TO LK-FF-CATEGORIE
                   MOVE WS-FF-PROJ TO LK-FF-PROJ
                   MOVE WS-FF-ANTENNE TO LK-FF-ANTENNE
                   MOVE WS-FF-REF-ID TO LK-FF-REF-ID
               WHEN 100
                   MOVE 'Y' TO LK-END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                   MOVE 'Y' TO LK-END-OF-FILE
           END-EVALUATE.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG EQUAL 'Y'
               EXEC SQL
                   CLOSE C_FF_GL
               END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           IF WS-PAIE-OPEN-FLAG EQUAL 'Y'
               EXEC SQL
                   CLOSE C_FF_PAIE
               END-EXEC
               MOVE 'N' TO WS-PAIE-OPEN-FLAG
           END-IF
           IF WS-AVOIR-OPEN-FLAG EQUAL 'Y'
               EXEC SQL
                   CLOSE C_AF_GL
               END-EXEC
               MOVE 'N' TO WS-AVOIR-OPEN-FLAG
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
