       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAPPRO-REVUE-REPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-CURSOR-OPEN-FLAG    PIC X VALUE 'N'.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RP-ID               PIC 9(9).
       01  WS-RP-DATE             PIC 9(8).
       01  WS-PROD-ID             PIC 9(9).
       01  WS-PROD-NAME           PIC X(50).
       01  WS-LOC-ID              PIC 9(4).
       01  WS-CLASSE              PIC X.
       01  WS-DEM-MOY             PIC 9(9)V9(4).
       01  WS-ECART-TYPE          PIC 9(9)V9(4).
       01  WS-DELAI               PIC 9(5).
       01  WS-DELAI-SOURCE        PIC X.
       01  WS-SEUIL-ACTUEL        PIC 9(9).
       01  WS-SECURITE-ACTUEL     PIC 9(9).
       01  WS-SEUIL-PROPOSE       PIC 9(9).
       01  WS-SECURITE-PROPOSE    PIC 9(9).
       01  WS-ECART               PIC S9(9).
       01  WS-PREV-LOC            PIC 9(4) VALUE 9999.
       77  WS-LOC-COUNT           PIC 9(6) VALUE 0.
       77  WS-COUNT               PIC 9(6) VALUE 0.
       77  WS-COUNT-HAUSSE        PIC 9(6) VALUE 0.
       77  WS-COUNT-BAISSE        PIC 9(6) VALUE 0.
       77  WS-COUNT-A             PIC 9(6) VALUE 0.
       77  WS-COUNT-B             PIC 9(6) VALUE 0.
       77  WS-COUNT-C             PIC 9(6) VALUE 0.
       01  WS-SPOOL-OP            PIC X(4).
       01  WS-SPOOL-TITRE         PIC X(60).
       01  WS-SPOOL-LIGNE         PIC X(132).
       01  WS-ENTETE-COLONNES.
           05 FILLER PIC X(10) VALUE 'PROPOS.'.
           05 FILLER PIC X(10) VALUE 'PRODUIT'.
           05 FILLER PIC X(24) VALUE 'LIBELLE'.
           05 FILLER PIC X(3)  VALUE 'CL'.
           05 FILLER PIC X(13) VALUE ' DEMANDE/MOIS'.
           05 FILLER PIC X(12) VALUE '   ECART-TYP'.
           05 FILLER PIC X(7)  VALUE '  DELAI'.
           05 FILLER PIC X(20) VALUE '   SEUIL ACT -> PROP'.
           05 FILLER PIC X(20) VALUE '    SECU ACT -> PROP'.
           05 FILLER PIC X(9)  VALUE '    ECART'.
       01  WS-LIGNE-DETAIL.
           05 LD-RP-ID            PIC Z(8)9.
           05 FILLER              PIC X(1).
           05 LD-PROD             PIC 9(9).
           05 FILLER              PIC X(1).
           05 LD-NOM              PIC X(23).
           05 FILLER              PIC X(1).
           05 LD-CLASSE           PIC X(1).
           05 FILLER              PIC X(2).
           05 LD-DEM-MOY          PIC Z(8)9.99.
           05 FILLER              PIC X(1).
           05 LD-ECART-TYPE       PIC Z(7)9.99.
           05 FILLER              PIC X(1).
           05 LD-DELAI            PIC Z(4)9.
           05 LD-DELAI-SOURCE     PIC X(1).
           05 FILLER              PIC X(1).
           05 LD-SEUIL-ACTUEL     PIC Z(8)9.
           05 FILLER              PIC X(1).
           05 LD-SEUIL-PROPOSE    PIC Z(8)9.
           05 FILLER              PIC X(1).
           05 LD-SECU-ACTUEL      PIC Z(8)9.
           05 FILLER              PIC X(1).
           05 LD-SECU-PROPOSE     PIC Z(8)9.
           05 FILLER              PIC X(1).
           05 LD-ECART            PIC -(8)9.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'REVUE DES POINTS DE COMMANDE PROPOSES'
           DISPLAY '=========================================='
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM DAL-CONNECT
           MOVE SPACES TO WS-SPOOL-TITRE
           STRING 'REVUE-REAPPRO-' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-TITRE
           PERFORM OUVRIR-SPOOL
           PERFORM EDITER-PROPOSITIONS
           IF WS-PREV-LOC NOT = 9999
               PERFORM SOUS-TOTAL-SITE
           END-IF
           PERFORM EDITER-TOTAUX
           PERFORM FERMER-SPOOL
           PERFORM DAL-END
           DISPLAY 'PROPOSITIONS EN ATTENTE : ' WS-COUNT
           DISPLAY '  DONT HAUSSES DE SEUIL : ' WS-COUNT-HAUSSE
           DISPLAY '  DONT BAISSES DE SEUIL : ' WS-COUNT-BAISSE
           DISPLAY '=========================================='
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
       EDITER-PROPOSITIONS.
           EXEC SQL
               DECLARE C_REVUE CURSOR FOR
               SELECT r.RP_ID, r.RP_DATE, r.RP_PROD_ID, p.PROD_NAME,
                      r.RP_LOC_ID, r.RP_CLASSE, r.RP_DEMANDE_MOY,
                      r.RP_ECART_TYPE, r.RP_DELAI_JOURS,
                      r.RP_DELAI_SOURCE, r.RP_SEUIL_ACTUEL,
                      r.RP_SEUIL_PROPOSE, r.RP_SECURITE_ACTUEL,
                      r.RP_SECURITE_PROPOSE
               FROM REAPPRO_PROPOSITION r
               INNER JOIN PRODUCT p
                   ON p.PROD_ID = r.RP_PROD_ID
               WHERE r.RP_STATUT = 'P'
               ORDER BY r.RP_LOC_ID, r.RP_CLASSE, r.RP_PROD_ID
           END-EXEC
           EXEC SQL OPEN C_REVUE END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN C_REVUE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_REVUE INTO
                       :WS-RP-ID, :WS-RP-DATE, :WS-PROD-ID,
                       :WS-PROD-NAME, :WS-LOC-ID, :WS-CLASSE,
                       :WS-DEM-MOY, :WS-ECART-TYPE, :WS-DELAI,
                       :WS-DELAI-SOURCE, :WS-SEUIL-ACTUEL,
                       :WS-SEUIL-PROPOSE, :WS-SECURITE-ACTUEL,
                       :WS-SECURITE-PROPOSE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM EDITER-LIGNE
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH C_REVUE: SQLCODE=' SQLCODE
                       PERFORM ABANDONNER
               END-EVALUATE
           END-PERFORM.
       EDITER-LIGNE.
           ADD 1 TO WS-COUNT
           IF WS-LOC-ID NOT = WS-PREV-LOC
               IF WS-PREV-LOC NOT = 9999
                   PERFORM SOUS-TOTAL-SITE
               END-IF
               MOVE WS-LOC-ID TO WS-PREV-LOC
               MOVE 0 TO WS-LOC-COUNT
               MOVE SPACES TO WS-SPOOL-LIGNE
               STRING 'SITE ' WS-LOC-ID '   (CALCUL DU ' WS-RP-DATE
                   ')' DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
               PERFORM ECRIRE-SPOOL-LIGNE
           END-IF
           ADD 1 TO WS-LOC-COUNT
           EVALUATE WS-CLASSE
               WHEN 'A'
                   ADD 1 TO WS-COUNT-A
               WHEN 'B'
                   ADD 1 TO WS-COUNT-B
               WHEN OTHER
                   ADD 1 TO WS-COUNT-C
           END-EVALUATE
           COMPUTE WS-ECART = WS-SEUIL-PROPOSE - WS-SEUIL-ACTUEL
           IF WS-ECART > ZERO
               ADD 1 TO WS-COUNT-HAUSSE
           END-IF
           IF WS-ECART < ZERO
               ADD 1 TO WS-COUNT-BAISSE
           END-IF
           MOVE SPACES TO WS-LIGNE-DETAIL
           MOVE WS-RP-ID TO LD-RP-ID
           MOVE WS-PROD-ID TO LD-PROD
           MOVE WS-PROD-NAME TO LD-NOM
           MOVE WS-CLASSE TO LD-CLASSE
           MOVE WS-DEM-MOY TO LD-DEM-MOY
           MOVE WS-ECART-TYPE TO LD-ECART-TYPE
           MOVE WS-DELAI TO LD-DELAI
           IF WS-DELAI-SOURCE = 'D'
               MOVE '*' TO LD-DELAI-SOURCE
           END-IF
           MOVE WS-SEUIL-ACTUEL TO LD-SEUIL-ACTUEL
           MOVE WS-SEUIL-PROPOSE TO LD-SEUIL-PROPOSE
           MOVE WS-SECURITE-ACTUEL TO LD-SECU-ACTUEL
           MOVE WS-SECURITE-PROPOSE TO LD-SECU-PROPOSE
           MOVE WS-ECART TO LD-ECART
           MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE.
       SOUS-TOTAL-SITE.
           MOVE SPACES TO WS-SPOOL-LIGNE
           STRING 'TOTAL SITE ' WS-PREV-LOC ' : ' WS-LOC-COUNT
               ' PROPOSITION(S)'
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE.
       EDITER-TOTAUX.
           MOVE SPACES TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-SPOOL-LIGNE
           STRING 'PROPOSITIONS EN ATTENTE : ' WS-COUNT
               '   CLASSE A: ' WS-COUNT-A '  B: ' WS-COUNT-B
               '  C: ' WS-COUNT-C
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-SPOOL-LIGNE
           STRING 'HAUSSES DE SEUIL        : ' WS-COUNT-HAUSSE
               '   BAISSES DE SEUIL: ' WS-COUNT-BAISSE
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-SPOOL-LIGNE
           STRING '* DELAI PAR DEFAUT (PAS D''HISTORIQUE DE'
               ' RECEPTION)'
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE.
       ABANDONNER.
           EXEC SQL ROLLBACK END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF
           MOVE 1 TO RETURN-CODE
           GOBACK.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_REVUE END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
       ECRIRE-SPOOL-LIGNE.
           MOVE 'LINE' TO WS-SPOOL-OP
           CALL 'PRINT-SPOOL-WRITER' USING WS-SPOOL-OP WS-SPOOL-TITRE
               WS-SPOOL-LIGNE.
       OUVRIR-SPOOL.
           MOVE 'INIT' TO WS-SPOOL-OP
           CALL 'PRINT-SPOOL-WRITER' USING WS-SPOOL-OP WS-SPOOL-TITRE
               WS-SPOOL-LIGNE
           MOVE 'HEAD' TO WS-SPOOL-OP
           MOVE WS-ENTETE-COLONNES TO WS-SPOOL-LIGNE
           CALL 'PRINT-SPOOL-WRITER' USING WS-SPOOL-OP WS-SPOOL-TITRE
               WS-SPOOL-LIGNE.
       FERMER-SPOOL.
           MOVE 'CLOS' TO WS-SPOOL-OP
           CALL 'PRINT-SPOOL-WRITER' USING WS-SPOOL-OP WS-SPOOL-TITRE
               WS-SPOOL-LIGNE.
