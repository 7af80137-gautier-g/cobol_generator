       IDENTIFICATION DIVISION.
       PROGRAM-ID. SATISFACTION-REPORT.
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
       77  WS-ARG-TRIMESTRE       PIC X(1) VALUE SPACES.
       01  WS-ANNEE               PIC 9(4).
       01  WS-TRIMESTRE           PIC 9.
       01  WS-DATE-DEBUT          PIC 9(8).
       01  WS-DATE-FIN            PIC 9(8).
       01  WS-RANG                PIC 9(5).
       01  WS-CLE-ID              PIC 9(9).
       01  WS-CLE-NOM             PIC X(50).
       01  WS-NB-ACTIVITES        PIC 9(9).
       01  WS-NB-REPONSES         PIC 9(9).
       01  WS-MOYENNE             PIC 9V99.
       01  WS-EMP-PAR-PART        PIC S9(9)V9(4).
       01  WS-TOT-REPONSES        PIC 9(9) VALUE 0.
       01  WS-SPOOL-OP            PIC X(4).
       01  WS-SPOOL-TITRE         PIC X(60).
       01  WS-SPOOL-LIGNE         PIC X(132).
       01  WS-ENTETE-COLONNES.
           05 FILLER PIC X(6)  VALUE 'RANG'.
           05 FILLER PIC X(10) VALUE 'ID'.
           05 FILLER PIC X(41) VALUE 'NOM'.
           05 FILLER PIC X(8)  VALUE '   ACTIV'.
           05 FILLER PIC X(10) VALUE '  REPONSES'.
           05 FILLER PIC X(8)  VALUE ' MOY/5'.
           05 FILLER PIC X(18) VALUE '  KG CO2/PARTICIP.'.
       01  WS-LIGNE-DETAIL.
           05 LD-RANG             PIC Z(4)9.
           05 FILLER              PIC X.
           05 LD-ID               PIC 9(9).
           05 FILLER              PIC X.
           05 LD-NOM              PIC X(40).
           05 FILLER              PIC X.
           05 LD-NB-ACTIVITES     PIC Z(6)9.
           05 FILLER              PIC X.
           05 LD-NB-REPONSES      PIC Z(8)9.
           05 FILLER              PIC X(3).
           05 LD-MOYENNE          PIC 9.99.
           05 FILLER              PIC X.
           05 LD-EMP-PAR-PART     PIC Z(9)9.9999-.
       01  WS-LIGNE-SECTION.
           05 FILLER              PIC X(4) VALUE '--- '.
           05 LS-TITRE            PIC X(40).
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'SATISFACTION DES PARTICIPANTS ET EMPREINTE'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-ANNEE FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-TRIMESTRE FROM ARGUMENT-VALUE
           IF WS-ARG-ANNEE NOT NUMERIC
               OR WS-ARG-TRIMESTRE NOT NUMERIC
               DISPLAY 'USAGE: ANNEE (AAAA) TRIMESTRE (1-4)'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-ANNEE TO WS-ANNEE
           MOVE WS-ARG-TRIMESTRE TO WS-TRIMESTRE
           IF WS-TRIMESTRE < 1 OR WS-TRIMESTRE > 4
               DISPLAY 'ERREUR: TRIMESTRE HORS BORNES (1-4)'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-DATE-DEBUT = WS-ANNEE * 10000
               + ((WS-TRIMESTRE - 1) * 3 + 1) * 100 + 1
           COMPUTE WS-DATE-FIN = WS-ANNEE * 10000
               + (WS-TRIMESTRE * 3) * 100 + 31
           DISPLAY 'PERIODE ' WS-DATE-DEBUT ' - ' WS-DATE-FIN
           MOVE SPACES TO WS-SPOOL-TITRE
           STRING 'SATISFACTION ' WS-ANNEE ' T' WS-TRIMESTRE
               DELIMITED BY SIZE INTO WS-SPOOL-TITRE
           PERFORM OUVRIR-SPOOL
           PERFORM DAL-CONNECT
           PERFORM CLASSER-ACTIVITES
           PERFORM CLASSER-ANIMATEURS
           PERFORM CLASSER-ANTENNES
           PERFORM DAL-END
           PERFORM FERMER-SPOOL
           DISPLAY '=========================================='
           DISPLAY 'REPONSES PRISES EN COMPTE: ' WS-TOT-REPONSES
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
               PERFORM FERMER-SPOOL
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CONNECTED-FLAG.
       CLASSER-ACTIVITES.
           MOVE 'CLASSEMENT DES ACTIVITES' TO LS-TITRE
           PERFORM ECRIRE-SECTION
           EXEC SQL
               DECLARE C_SAT_ACT CURSOR FOR
               SELECT x.ACT_ID, x.ACT_NOM, 1, x.NB_REP,
                      ROUND(x.SOMME_NOTES * 1.0 / x.NB_REP, 2),
                      COALESCE(ROUND(x.EMP / NULLIF(x.PRES, 0), 4), 0)
               FROM (SELECT a.ACTIVITE_ID AS ACT_ID,
                            a.ACTIVITE_NOM AS ACT_NOM,
                            COALESCE(a.ACTIVITE_EMPREINTETOTALE, 0)
                                AS EMP,
                            (SELECT COUNT(*) FROM PARTICIPATION p
                             WHERE p.PARTICIPATION_ID_ACTIVITE =
                                 a.ACTIVITE_ID
                             AND p.PARTICIPATION_STATUT = 'P') AS PRES,
                            (SELECT COUNT(*) FROM SATISFACTION s
                             WHERE s.SAT_ID_ACTIVITE = a.ACTIVITE_ID)
                                AS NB_REP,
                            (SELECT SUM(s.SAT_NOTE_GLOBALE)
                             FROM SATISFACTION s
                             WHERE s.SAT_ID_ACTIVITE = a.ACTIVITE_ID)
                                AS SOMME_NOTES
                     FROM ACTIVITE a
                     WHERE a.ACTIVITE_DATE BETWEEN :WS-DATE-DEBUT
                         AND :WS-DATE-FIN) x
               WHERE x.NB_REP > 0
               ORDER BY 5 DESC, 6, x.ACT_ID
           END-EXEC
           EXEC SQL OPEN C_SAT_ACT END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           MOVE 0 TO WS-RANG
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_SAT_ACT INTO
                       :WS-CLE-ID, :WS-CLE-NOM, :WS-NB-ACTIVITES,
                       :WS-NB-REPONSES, :WS-MOYENNE, :WS-EMP-PAR-PART
               END-EXEC
               PERFORM TRAITER-FETCH
               IF WS-END-OF-FILE NOT = 'Y'
                   ADD WS-NB-REPONSES TO WS-TOT-REPONSES
               END-IF
           END-PERFORM
           EXEC SQL CLOSE C_SAT_ACT END-EXEC
           MOVE 'N' TO WS-CURSOR-OPEN-FLAG.
       CLASSER-ANIMATEURS.
           MOVE 'CLASSEMENT DES ANIMATEURS' TO LS-TITRE
           PERFORM ECRIRE-SECTION
           EXEC SQL
               DECLARE C_SAT_ANIM CURSOR FOR
               SELECT x.ANIM, COALESCE(MIN(u.USER_NOM), ' '),
                      COUNT(*), SUM(x.NB_REP),
                      ROUND(SUM(x.SOMME_NOTES) * 1.0 / SUM(x.NB_REP),
                            2),
                      COALESCE(ROUND(SUM(x.EMP) /
                               NULLIF(SUM(x.PRES), 0), 4), 0)
               FROM (SELECT COALESCE(a.ACTIVITE_ANIMATEUR, 0) AS ANIM,
                            COALESCE(a.ACTIVITE_EMPREINTETOTALE, 0)
                                AS EMP,
                            (SELECT COUNT(*) FROM PARTICIPATION p
                             WHERE p.PARTICIPATION_ID_ACTIVITE =
                                 a.ACTIVITE_ID
                             AND p.PARTICIPATION_STATUT = 'P') AS PRES,
                            (SELECT COUNT(*) FROM SATISFACTION s
                             WHERE s.SAT_ID_ACTIVITE = a.ACTIVITE_ID)
                                AS NB_REP,
                            (SELECT SUM(s.SAT_NOTE_GLOBALE)
                             FROM SATISFACTION s
                             WHERE s.SAT_ID_ACTIVITE = a.ACTIVITE_ID)
                                AS SOMME_NOTES
                     FROM ACTIVITE a
                     WHERE a.ACTIVITE_DATE BETWEEN :WS-DATE-DEBUT
                         AND :WS-DATE-FIN) x
               LEFT JOIN UTILISATEUR u
                   ON u.USER_ID = x.ANIM
               WHERE x.NB_REP > 0
               GROUP BY x.ANIM
               ORDER BY 5 DESC, 6, x.ANIM
           END-EXEC
           EXEC SQL OPEN C_SAT_ANIM END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RANG
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_SAT_ANIM INTO
                       :WS-CLE-ID, :WS-CLE-NOM, :WS-NB-ACTIVITES,
                       :WS-NB-REPONSES, :WS-MOYENNE, :WS-EMP-PAR-PART
               END-EXEC
               PERFORM TRAITER-FETCH
           END-PERFORM
           EXEC SQL CLOSE C_SAT_ANIM END-EXEC.
       CLASSER-ANTENNES.
           MOVE 'CLASSEMENT DES ANTENNES' TO LS-TITRE
           PERFORM ECRIRE-SECTION
           EXEC SQL
               DECLARE C_SAT_ANT CURSOR FOR
               SELECT x.ANT, COALESCE(MIN(an.ANTENNE_NOM), ' '),
                      COUNT(*), SUM(x.NB_REP),
                      ROUND(SUM(x.SOMME_NOTES) * 1.0 / SUM(x.NB_REP),
                            2),
                      COALESCE(ROUND(SUM(x.EMP) /
                               NULLIF(SUM(x.PRES), 0), 4), 0)
               FROM (SELECT a.ACTIVITE_IDANTENNE AS ANT,
                            COALESCE(a.ACTIVITE_EMPREINTETOTALE, 0)
                                AS EMP,
                            (SELECT COUNT(*) FROM PARTICIPATION p
                             WHERE p.PARTICIPATION_ID_ACTIVITE =
                                 a.ACTIVITE_ID
                             AND p.PARTICIPATION_STATUT = 'P') AS PRES,
                            (SELECT COUNT(*) FROM SATISFACTION s
                             WHERE s.SAT_ID_ACTIVITE = a.ACTIVITE_ID)
                                AS NB_REP,
                            (SELECT SUM(s.SAT_NOTE_GLOBALE)
                             FROM SATISFACTION s
                             WHERE s.SAT_ID_ACTIVITE = a.ACTIVITE_ID)
                                AS SOMME_NOTES
                     FROM ACTIVITE a
                     WHERE a.ACTIVITE_DATE BETWEEN :WS-DATE-DEBUT
                         AND :WS-DATE-FIN) x
               LEFT JOIN ANTENNE an
                   ON an.ANTENNE_ID = x.ANT
               WHERE x.NB_REP > 0
               GROUP BY x.ANT
               ORDER BY 5 DESC, 6, x.ANT
           END-EXEC
           EXEC SQL OPEN C_SAT_ANT END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RANG
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_SAT_ANT INTO
                       :WS-CLE-ID, :WS-CLE-NOM, :WS-NB-ACTIVITES,
                       :WS-NB-REPONSES, :WS-MOYENNE, :WS-EMP-PAR-PART
               END-EXEC
               PERFORM TRAITER-FETCH
           END-PERFORM
           EXEC SQL CLOSE C_SAT_ANT END-EXEC.
       TRAITER-FETCH.
           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM EDITER-LIGNE
               WHEN 100
                   MOVE 'Y' TO WS-END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                   MOVE 'Y' TO WS-END-OF-FILE
           END-EVALUATE.
       EDITER-LIGNE.
           ADD 1 TO WS-RANG
           MOVE WS-RANG TO LD-RANG
           MOVE WS-CLE-ID TO LD-ID
           MOVE WS-CLE-NOM TO LD-NOM
           MOVE WS-NB-ACTIVITES TO LD-NB-ACTIVITES
           MOVE WS-NB-REPONSES TO LD-NB-REPONSES
           MOVE WS-MOYENNE TO LD-MOYENNE
           MOVE WS-EMP-PAR-PART TO LD-EMP-PAR-PART
           MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           DISPLAY WS-LIGNE-DETAIL.
       ECRIRE-SECTION.
           MOVE WS-LIGNE-SECTION TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           DISPLAY WS-LIGNE-SECTION.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_SAT_ACT END-EXEC
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
