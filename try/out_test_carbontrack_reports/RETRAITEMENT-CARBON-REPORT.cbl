       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETRAITEMENT-CARBON-REPORT.
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
       77  WS-ARG-ANNEE           PIC X(4) VALUE SPACES.
       01  WS-ANNEE-DEBUT         PIC 9(4) VALUE 0.
       01  WS-ANNEE-FIN           PIC 9(4) VALUE 9999.
       01  WS-R-ANNEE             PIC 9(4).
       01  WS-R-REGION            PIC X(50).
       01  WS-R-ANTENNE-NOM       PIC X(50).
       01  WS-R-NB-ACTIVITES      PIC 9(9).
       01  WS-R-DECLAREE          PIC S9(11)V9(4).
       01  WS-R-RETRAITEE         PIC S9(11)V9(4).
       01  WS-R-DATE-FACTEURS     PIC 9(8).
       01  WS-ECART               PIC S9(11)V9(4).
       01  WS-ECART-PC            PIC S9(5)V9(2).
       01  WS-ANNEE-COURANTE      PIC 9(4) VALUE 0.
       01  WS-ANN-DECLAREE        PIC S9(13)V9(4) VALUE 0.
       01  WS-ANN-RETRAITEE       PIC S9(13)V9(4) VALUE 0.
       01  WS-GEN-DECLAREE        PIC S9(13)V9(4) VALUE 0.
       01  WS-GEN-RETRAITEE       PIC S9(13)V9(4) VALUE 0.
       77  WS-COUNT-LIGNES        PIC 9(6) VALUE 0.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       01  WS-SPOOL-OP            PIC X(4).
       01  WS-SPOOL-TITRE         PIC X(60).
       01  WS-SPOOL-LIGNE         PIC X(132).
       01  WS-ENTETE-COLONNES.
           05 FILLER PIC X(6)  VALUE 'ANNEE'.
           05 FILLER PIC X(21) VALUE 'REGION'.
           05 FILLER PIC X(25) VALUE 'ANTENNE'.
           05 FILLER PIC X(7)  VALUE '   NB'.
           05 FILLER PIC X(17) VALUE '   DECLAREE'.
           05 FILLER PIC X(17) VALUE '   RETRAITEE'.
           05 FILLER PIC X(17) VALUE '   ECART'.
           05 FILLER PIC X(9)  VALUE '  ECART%'.
           05 FILLER PIC X(9)  VALUE ' FACTEURS'.
       01  WS-LIGNE-DETAIL.
           05 LD-ANNEE            PIC 9(4).
           05 FILLER              PIC X(2).
           05 LD-REGION           PIC X(20).
           05 FILLER              PIC X.
           05 LD-ANTENNE          PIC X(24).
           05 FILLER              PIC X.
           05 LD-NB               PIC Z(5)9.
           05 FILLER              PIC X.
           05 LD-DECLAREE         PIC Z(9)9.9999-.
           05 FILLER              PIC X.
           05 LD-RETRAITEE        PIC Z(9)9.9999-.
           05 FILLER              PIC X.
           05 LD-ECART            PIC Z(9)9.9999-.
           05 FILLER              PIC X.
           05 LD-ECART-PC         PIC ZZZZ9.99-.
           05 FILLER              PIC X.
           05 LD-DATE-FACTEURS    PIC 9(8).
       01  WS-LIGNE-TOTAL.
           05 LT-LIBELLE          PIC X(52).
           05 FILLER              PIC X(7).
           05 LT-DECLAREE         PIC Z(9)9.9999-.
           05 FILLER              PIC X.
           05 LT-RETRAITEE        PIC Z(9)9.9999-.
           05 FILLER              PIC X.
           05 LT-ECART            PIC Z(9)9.9999-.
           05 FILLER              PIC X.
           05 LT-ECART-PC         PIC ZZZZ9.99-.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'EMPREINTE DECLAREE / RETRAITEE PAR ANTENNE'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-ANNEE FROM ARGUMENT-VALUE
           IF WS-ARG-ANNEE NOT = SPACES
               IF WS-ARG-ANNEE NOT NUMERIC
                   DISPLAY 'USAGE: [ANNEE (AAAA)]'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-ARG-ANNEE TO WS-ANNEE-DEBUT
               MOVE WS-ARG-ANNEE TO WS-ANNEE-FIN
           END-IF
           MOVE 'RETRAITEMENT-CARBON-REPORT' TO WS-SPOOL-TITRE
           PERFORM OUVRIR-SPOOL
           PERFORM DAL-CONNECT
           PERFORM OPEN-RETRAITEMENT-CURSOR
           PERFORM FETCH-RETRAITEMENT
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               IF WS-R-ANNEE NOT = WS-ANNEE-COURANTE
                   PERFORM EDITER-TOTAL-ANNEE
                   MOVE WS-R-ANNEE TO WS-ANNEE-COURANTE
               END-IF
               PERFORM EDITER-LIGNE-ANTENNE
               PERFORM FETCH-RETRAITEMENT
           END-PERFORM
           PERFORM EDITER-TOTAL-ANNEE
           PERFORM EDITER-TOTAL-GENERAL
           PERFORM DAL-END
           PERFORM FERMER-SPOOL
           DISPLAY 'LIGNES ANTENNE EDITEES : ' WS-COUNT-LIGNES
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
       OPEN-RETRAITEMENT-CURSOR.
           EXEC SQL
               DECLARE C_RET CURSOR FOR
               SELECT r.RET_ANNEE, an.ANTENNE_REGION,
                      an.ANTENNE_NOM, COUNT(*),
                      COALESCE(SUM(r.RET_EMPREINTE_DECLAREE), 0),
                      COALESCE(SUM(r.RET_EMPREINTE_RETRAITEE), 0),
                      MAX(r.RET_DATE_FACTEURS)
               FROM ACTIVITE_RETRAITEMENT r
               INNER JOIN ANTENNE an
                   ON an.ANTENNE_ID = r.RET_IDANTENNE
               WHERE r.RET_ANNEE BETWEEN :WS-ANNEE-DEBUT
                   AND :WS-ANNEE-FIN
               GROUP BY r.RET_ANNEE, an.ANTENNE_REGION,
                        an.ANTENNE_NOM
               ORDER BY r.RET_ANNEE, an.ANTENNE_REGION,
                        an.ANTENNE_NOM
           END-EXEC
           EXEC SQL OPEN C_RET END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG.
       FETCH-RETRAITEMENT.
           EXEC SQL
               FETCH C_RET INTO
                   :WS-R-ANNEE, :WS-R-REGION, :WS-R-ANTENNE-NOM,
                   :WS-R-NB-ACTIVITES, :WS-R-DECLAREE,
                   :WS-R-RETRAITEE, :WS-R-DATE-FACTEURS
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN 100
                   MOVE 'Y' TO WS-END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                   MOVE 'Y' TO WS-END-OF-FILE
           END-EVALUATE.
       CALCULER-ECART.
           IF WS-R-DECLAREE NOT = ZERO
               COMPUTE WS-ECART-PC ROUNDED =
                   WS-ECART * 100 / WS-R-DECLAREE
           ELSE
               IF WS-ECART NOT = ZERO
                   MOVE 999.99 TO WS-ECART-PC
               ELSE
                   MOVE ZERO TO WS-ECART-PC
               END-IF
           END-IF.
       EDITER-LIGNE-ANTENNE.
           ADD 1 TO WS-COUNT-LIGNES
           COMPUTE WS-ECART = WS-R-RETRAITEE - WS-R-DECLAREE
           PERFORM CALCULER-ECART
           MOVE WS-R-ANNEE TO LD-ANNEE
           MOVE WS-R-REGION TO LD-REGION
           MOVE WS-R-ANTENNE-NOM TO LD-ANTENNE
           MOVE WS-R-NB-ACTIVITES TO LD-NB
           MOVE WS-R-DECLAREE TO LD-DECLAREE
           MOVE WS-R-RETRAITEE TO LD-RETRAITEE
           MOVE WS-ECART TO LD-ECART
           MOVE WS-ECART-PC TO LD-ECART-PC
           MOVE WS-R-DATE-FACTEURS TO LD-DATE-FACTEURS
           MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           ADD WS-R-DECLAREE TO WS-ANN-DECLAREE
           ADD WS-R-RETRAITEE TO WS-ANN-RETRAITEE.
       EDITER-TOTAL-ANNEE.
           IF WS-ANNEE-COURANTE = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LIGNE-TOTAL
           STRING 'TOTAL ANNEE ' DELIMITED BY SIZE
               WS-ANNEE-COURANTE DELIMITED BY SIZE
               INTO LT-LIBELLE
           END-STRING
           MOVE WS-ANN-DECLAREE TO WS-R-DECLAREE
           COMPUTE WS-ECART = WS-ANN-RETRAITEE - WS-ANN-DECLAREE
           PERFORM CALCULER-ECART
           MOVE WS-ANN-DECLAREE TO LT-DECLAREE
           MOVE WS-ANN-RETRAITEE TO LT-RETRAITEE
           MOVE WS-ECART TO LT-ECART
           MOVE WS-ECART-PC TO LT-ECART-PC
           MOVE WS-LIGNE-TOTAL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           ADD WS-ANN-DECLAREE TO WS-GEN-DECLAREE
           ADD WS-ANN-RETRAITEE TO WS-GEN-RETRAITEE
           MOVE ZERO TO WS-ANN-DECLAREE
           MOVE ZERO TO WS-ANN-RETRAITEE.
       EDITER-TOTAL-GENERAL.
           MOVE SPACES TO WS-LIGNE-TOTAL
           MOVE 'TOTAL GENERAL' TO LT-LIBELLE
           MOVE WS-GEN-DECLAREE TO WS-R-DECLAREE
           COMPUTE WS-ECART = WS-GEN-RETRAITEE - WS-GEN-DECLAREE
           PERFORM CALCULER-ECART
           MOVE WS-GEN-DECLAREE TO LT-DECLAREE
           MOVE WS-GEN-RETRAITEE TO LT-RETRAITEE
           MOVE WS-ECART TO LT-ECART
           MOVE WS-ECART-PC TO LT-ECART-PC
           MOVE WS-LIGNE-TOTAL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-TOTAL.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_RET END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
       ECRIRE-SPOOL-LIGNE.
           MOVE 'LINE' TO WS-SPOOL-OP
           CALL 'PRINT-SPOOL-WRITER' USING WS-SPOOL-OP WS-SPOOL-TITRE
               WS-SPOOL-LIGNE.
       ECRIRE-SPOOL-TOTAL.
           MOVE 'TOTL' TO WS-SPOOL-OP
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
