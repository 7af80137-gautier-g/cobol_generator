       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEVOLAT-VALORISATION-REPORT.
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
       01  WS-ANNEE               PIC 9(4).
       01  WS-DATE-FIN-ANNEE      PIC 9(8).
       01  WS-PARAM-VALEUR        PIC X(20).
       01  WS-TAUX-HORAIRE        PIC 9(4)V99 VALUE 0.
       01  WS-ANT-ID              PIC 9(9).
       01  WS-ANT-NOM             PIC X(50).
       01  WS-NB-BENEVOLES        PIC 9(9).
       01  WS-NB-ACTIVITES        PIC 9(9).
       01  WS-HEURES-ANIM         PIC 9(9)V99.
       01  WS-HEURES-AIDE         PIC 9(9)V99.
       01  WS-HEURES-TOTAL        PIC 9(9)V99.
       01  WS-VALORISATION        PIC 9(11)V99.
       01  WS-TOT-BENEVOLES       PIC 9(9) VALUE 0.
       01  WS-TOT-HEURES          PIC 9(11)V99 VALUE 0.
       01  WS-TOT-VALORISATION    PIC 9(13)V99 VALUE 0.
       01  WS-D-TAUX              PIC Z(3)9.99.
       01  WS-SPOOL-OP            PIC X(4).
       01  WS-SPOOL-TITRE         PIC X(60).
       01  WS-SPOOL-LIGNE         PIC X(132).
       01  WS-ENTETE-COLONNES.
           05 FILLER PIC X(32) VALUE 'ANTENNE'.
           05 FILLER PIC X(10) VALUE ' BENEVOLES'.
           05 FILLER PIC X(10) VALUE ' ACTIVITES'.
           05 FILLER PIC X(14) VALUE '   H ANIMATION'.
           05 FILLER PIC X(14) VALUE '       H AIDES'.
           05 FILLER PIC X(14) VALUE '     H TOTALES'.
           05 FILLER PIC X(18) VALUE '   VALORISATION'.
       01  WS-LIGNE-DETAIL.
           05 LD-NOM              PIC X(31).
           05 FILLER              PIC X.
           05 LD-BENEVOLES        PIC Z(8)9.
           05 FILLER              PIC X.
           05 LD-ACTIVITES        PIC Z(8)9.
           05 FILLER              PIC X.
           05 LD-HEURES-ANIM      PIC Z(9)9.99.
           05 FILLER              PIC X.
           05 LD-HEURES-AIDE      PIC Z(9)9.99.
           05 FILLER              PIC X.
           05 LD-HEURES-TOTAL     PIC Z(9)9.99.
           05 FILLER              PIC X.
           05 LD-VALORISATION     PIC Z(11)9.99.
       01  WS-LIGNE-TOTAL.
           05 FILLER              PIC X(23)
               VALUE 'TOTAL BENEVOLAT ANNEE '.
           05 LT-ANNEE            PIC 9(4).
           05 FILLER              PIC X(3) VALUE ' : '.
           05 LT-BENEVOLES        PIC Z(8)9.
           05 FILLER              PIC X(12) VALUE ' BENEVOLES  '.
           05 LT-HEURES           PIC Z(10)9.99.
           05 FILLER              PIC X(5) VALUE ' H   '.
           05 LT-VALORISATION     PIC Z(12)9.99.
           05 FILLER              PIC X(4) VALUE ' EUR'.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'VALORISATION DU BENEVOLAT PAR ANTENNE'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-ANNEE FROM ARGUMENT-VALUE
           IF WS-ARG-ANNEE NOT NUMERIC
               DISPLAY 'USAGE: ANNEE (AAAA)'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-ANNEE TO WS-ANNEE
           COMPUTE WS-DATE-FIN-ANNEE = WS-ANNEE * 10000 + 1231
           PERFORM DAL-CONNECT
           PERFORM LIRE-TAUX-HORAIRE
           MOVE WS-TAUX-HORAIRE TO WS-D-TAUX
           DISPLAY 'ANNEE ' WS-ANNEE ' - TAUX HORAIRE ' WS-D-TAUX
               ' EUR'
           MOVE SPACES TO WS-SPOOL-TITRE
           STRING 'VALORISATION BENEVOLAT ' WS-ANNEE
               ' - TAUX HORAIRE ' WS-D-TAUX ' EUR'
               DELIMITED BY SIZE INTO WS-SPOOL-TITRE
           PERFORM OUVRIR-SPOOL
           PERFORM OPEN-BENEVOLAT-CURSOR
           PERFORM FETCH-BENEVOLAT
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               PERFORM EDITER-LIGNE-ANTENNE
               PERFORM FETCH-BENEVOLAT
           END-PERFORM
           PERFORM DAL-END
           MOVE WS-ANNEE TO LT-ANNEE
           MOVE WS-TOT-BENEVOLES TO LT-BENEVOLES
           MOVE WS-TOT-HEURES TO LT-HEURES
           MOVE WS-TOT-VALORISATION TO LT-VALORISATION
           MOVE WS-LIGNE-TOTAL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-TOTAL
           PERFORM FERMER-SPOOL
           DISPLAY WS-LIGNE-TOTAL
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
       LIRE-TAUX-HORAIRE.
           MOVE SPACES TO WS-PARAM-VALEUR
           EXEC SQL
               SELECT PARAM_VALEUR
               INTO :WS-PARAM-VALEUR
               FROM PARAMETRE
               WHERE PARAM_DOMAINE = 'BENEVOLAT'
               AND PARAM_CLE = 'TAUX_HORAIRE'
               AND PARAM_DATE_EFFET <= :WS-DATE-FIN-ANNEE
               ORDER BY PARAM_DATE_EFFET DESC
               LIMIT 1
           END-EXEC
           IF SQLCODE = ZERO
               AND FUNCTION TEST-NUMVAL(WS-PARAM-VALEUR) = 0
               COMPUTE WS-TAUX-HORAIRE =
                   FUNCTION NUMVAL(WS-PARAM-VALEUR)
           ELSE
               DISPLAY 'ATTENTION: PARAMETRE BENEVOLAT/TAUX_HORAIRE'
                   ' ABSENT - HEURES NON VALORISEES'
               MOVE 4 TO RETURN-CODE
           END-IF.
       OPEN-BENEVOLAT-CURSOR.
           EXEC SQL
               DECLARE C_BENEVOLAT CURSOR FOR
               SELECT an.ANTENNE_ID, an.ANTENNE_NOM,
                      COUNT(DISTINCT b.BH_ID_USER),
                      COUNT(DISTINCT b.BH_ID_ACTIVITE),
                      COALESCE(SUM(CASE WHEN b.BH_ROLE = 'ANIMATEUR'
                          THEN b.BH_HEURES ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN b.BH_ROLE = 'ANIMATEUR'
                          THEN 0 ELSE b.BH_HEURES END), 0)
               FROM BENEVOLAT_HEURES b
               INNER JOIN ANTENNE an
                   ON an.ANTENNE_ID = b.BH_IDANTENNE
               WHERE b.BH_DATE / 10000 = :WS-ANNEE
               AND b.BH_HEURES > 0
               GROUP BY an.ANTENNE_ID, an.ANTENNE_NOM
               ORDER BY an.ANTENNE_ID
           END-EXEC
           EXEC SQL OPEN C_BENEVOLAT END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG.
       FETCH-BENEVOLAT.
           EXEC SQL
               FETCH C_BENEVOLAT INTO
                   :WS-ANT-ID, :WS-ANT-NOM, :WS-NB-BENEVOLES,
                   :WS-NB-ACTIVITES, :WS-HEURES-ANIM,
                   :WS-HEURES-AIDE
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
       EDITER-LIGNE-ANTENNE.
           COMPUTE WS-HEURES-TOTAL = WS-HEURES-ANIM + WS-HEURES-AIDE
           COMPUTE WS-VALORISATION ROUNDED =
               WS-HEURES-TOTAL * WS-TAUX-HORAIRE
           ADD WS-NB-BENEVOLES TO WS-TOT-BENEVOLES
           ADD WS-HEURES-TOTAL TO WS-TOT-HEURES
           ADD WS-VALORISATION TO WS-TOT-VALORISATION
           MOVE WS-ANT-NOM TO LD-NOM
           MOVE WS-NB-BENEVOLES TO LD-BENEVOLES
           MOVE WS-NB-ACTIVITES TO LD-ACTIVITES
           MOVE WS-HEURES-ANIM TO LD-HEURES-ANIM
           MOVE WS-HEURES-AIDE TO LD-HEURES-AIDE
           MOVE WS-HEURES-TOTAL TO LD-HEURES-TOTAL
           MOVE WS-VALORISATION TO LD-VALORISATION
           MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           DISPLAY WS-LIGNE-DETAIL.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_BENEVOLAT END-EXEC
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
