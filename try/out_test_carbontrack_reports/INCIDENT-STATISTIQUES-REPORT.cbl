       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-STATISTIQUES-REPORT.
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
       01  WS-DATE-DEBUT          PIC 9(8).
       01  WS-DATE-FIN            PIC 9(8).
       01  WS-ANTENNE-ID          PIC 9(9).
       01  WS-ANTENNE-NOM         PIC X(50).
       01  WS-ACTIVITE-TYPE       PIC X(20).
       01  WS-NB-ACTIVITES        PIC 9(9).
       01  WS-NB-INCIDENTS        PIC 9(9).
       01  WS-NB-GRAVITE-1        PIC 9(9).
       01  WS-NB-GRAVITE-2        PIC 9(9).
       01  WS-NB-GRAVITE-3        PIC 9(9).
       01  WS-NB-GRAVITE-4        PIC 9(9).
       01  WS-NB-BLESSURES        PIC 9(9).
       01  WS-NB-NON-DECLARES     PIC 9(9).
       01  WS-NB-OUVERTS          PIC 9(9).
       01  WS-TAUX                PIC 9(5)V99.
       01  WS-TOTAUX.
           05 WS-TOT-ACTIVITES    PIC 9(9) VALUE 0.
           05 WS-TOT-INCIDENTS    PIC 9(9) VALUE 0.
           05 WS-TOT-GRAVITE-1    PIC 9(9) VALUE 0.
           05 WS-TOT-GRAVITE-2    PIC 9(9) VALUE 0.
           05 WS-TOT-GRAVITE-3    PIC 9(9) VALUE 0.
           05 WS-TOT-GRAVITE-4    PIC 9(9) VALUE 0.
           05 WS-TOT-BLESSURES    PIC 9(9) VALUE 0.
           05 WS-TOT-NON-DECLARES PIC 9(9) VALUE 0.
           05 WS-TOT-OUVERTS      PIC 9(9) VALUE 0.
       01  WS-SPOOL-OP            PIC X(4).
       01  WS-SPOOL-TITRE         PIC X(60).
       01  WS-SPOOL-LIGNE         PIC X(132).
       01  WS-ENTETE-COLONNES.
           05 FILLER PIC X(31) VALUE 'ANTENNE'.
           05 FILLER PIC X(16) VALUE 'TYPE'.
           05 FILLER PIC X(7)  VALUE '  ACTIV'.
           05 FILLER PIC X(7)  VALUE '  INCID'.
           05 FILLER PIC X(9)  VALUE ' /100 ACT'.
           05 FILLER PIC X(25) VALUE '  GRAV1 GRAV2 GRAV3 GRAV4'.
           05 FILLER PIC X(8)  VALUE '   BLESS'.
           05 FILLER PIC X(8)  VALUE ' NON DEC'.
           05 FILLER PIC X(8)  VALUE ' OUVERTS'.
       01  WS-LIGNE-DETAIL.
           05 LD-ANTENNE          PIC X(30).
           05 FILLER              PIC X.
           05 LD-TYPE             PIC X(15).
           05 FILLER              PIC X.
           05 LD-NB-ACTIVITES     PIC Z(5)9.
           05 FILLER              PIC X.
           05 LD-NB-INCIDENTS     PIC Z(5)9.
           05 FILLER              PIC X.
           05 LD-TAUX             PIC Z(4)9.99.
           05 FILLER              PIC X.
           05 LD-GRAVITE-1        PIC Z(5)9.
           05 LD-GRAVITE-2        PIC Z(5)9.
           05 LD-GRAVITE-3        PIC Z(5)9.
           05 LD-GRAVITE-4        PIC Z(5)9.
           05 FILLER              PIC X.
           05 LD-BLESSURES        PIC Z(6)9.
           05 FILLER              PIC X.
           05 LD-NON-DECLARES     PIC Z(6)9.
           05 FILLER              PIC X.
           05 LD-OUVERTS          PIC Z(6)9.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'STATISTIQUES ANNUELLES DES INCIDENTS'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-ANNEE FROM ARGUMENT-VALUE
           IF WS-ARG-ANNEE NOT NUMERIC
               DISPLAY 'USAGE: ANNEE (AAAA)'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-ANNEE TO WS-ANNEE
           COMPUTE WS-DATE-DEBUT = WS-ANNEE * 10000 + 101
           COMPUTE WS-DATE-FIN = WS-ANNEE * 10000 + 1231
           MOVE SPACES TO WS-SPOOL-TITRE
           STRING 'INCIDENTS PAR ANTENNE ET TYPE ' WS-ANNEE
               DELIMITED BY SIZE INTO WS-SPOOL-TITRE
           PERFORM OUVRIR-SPOOL
           PERFORM DAL-CONNECT
           PERFORM TRAITER-STATISTIQUES
           PERFORM EDITER-TOTAL
           PERFORM DAL-END
           PERFORM FERMER-SPOOL
           DISPLAY '=========================================='
           DISPLAY 'INCIDENTS DE L''ANNEE:    ' WS-TOT-INCIDENTS
           DISPLAY 'NON DECLARES ASSUREUR:   ' WS-TOT-NON-DECLARES
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
       TRAITER-STATISTIQUES.
           EXEC SQL
               DECLARE C_INC_STAT CURSOR FOR
               SELECT a.ACTIVITE_IDANTENNE,
                      COALESCE(MIN(an.ANTENNE_NOM), ' '),
                      COALESCE(a.ACTIVITE_TYPE, ' '),
                      COUNT(DISTINCT a.ACTIVITE_ID),
                      COUNT(i.INCIDENT_ID),
                      COUNT(CASE WHEN i.INCIDENT_GRAVITE = 1
                            THEN 1 END),
                      COUNT(CASE WHEN i.INCIDENT_GRAVITE = 2
                            THEN 1 END),
                      COUNT(CASE WHEN i.INCIDENT_GRAVITE = 3
                            THEN 1 END),
                      COUNT(CASE WHEN i.INCIDENT_GRAVITE = 4
                            THEN 1 END),
                      COUNT(CASE WHEN i.INCIDENT_CATEGORIE = 'BLESSURE'
                            THEN 1 END),
                      COUNT(CASE WHEN i.INCIDENT_ID IS NOT NULL
                            AND COALESCE(i.INCIDENT_DATE_DECLARATION,
                                         0) = 0
                            THEN 1 END),
                      COUNT(CASE WHEN i.INCIDENT_STATUT IN ('O', 'S')
                            THEN 1 END)
               FROM ACTIVITE a
               LEFT JOIN ANTENNE an
                   ON an.ANTENNE_ID = a.ACTIVITE_IDANTENNE
               LEFT JOIN INCIDENT i
                   ON i.INCIDENT_ID_ACTIVITE = a.ACTIVITE_ID
               WHERE a.ACTIVITE_DATE BETWEEN :WS-DATE-DEBUT
                   AND :WS-DATE-FIN
               AND COALESCE(a.ACTIVITE_STATUT, 'A') <> 'X'
               GROUP BY a.ACTIVITE_IDANTENNE,
                        COALESCE(a.ACTIVITE_TYPE, ' ')
               ORDER BY a.ACTIVITE_IDANTENNE, 3
           END-EXEC
           EXEC SQL OPEN C_INC_STAT END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               PERFORM DAL-END
               PERFORM FERMER-SPOOL
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_INC_STAT INTO
                       :WS-ANTENNE-ID, :WS-ANTENNE-NOM,
                       :WS-ACTIVITE-TYPE, :WS-NB-ACTIVITES,
                       :WS-NB-INCIDENTS, :WS-NB-GRAVITE-1,
                       :WS-NB-GRAVITE-2, :WS-NB-GRAVITE-3,
                       :WS-NB-GRAVITE-4, :WS-NB-BLESSURES,
                       :WS-NB-NON-DECLARES, :WS-NB-OUVERTS
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM EDITER-LIGNE
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_INC_STAT END-EXEC
           MOVE 'N' TO WS-CURSOR-OPEN-FLAG.
       EDITER-LIGNE.
           ADD WS-NB-ACTIVITES TO WS-TOT-ACTIVITES
           ADD WS-NB-INCIDENTS TO WS-TOT-INCIDENTS
           ADD WS-NB-GRAVITE-1 TO WS-TOT-GRAVITE-1
           ADD WS-NB-GRAVITE-2 TO WS-TOT-GRAVITE-2
           ADD WS-NB-GRAVITE-3 TO WS-TOT-GRAVITE-3
           ADD WS-NB-GRAVITE-4 TO WS-TOT-GRAVITE-4
           ADD WS-NB-BLESSURES TO WS-TOT-BLESSURES
           ADD WS-NB-NON-DECLARES TO WS-TOT-NON-DECLARES
           ADD WS-NB-OUVERTS TO WS-TOT-OUVERTS
           MOVE WS-ANTENNE-NOM TO LD-ANTENNE
           MOVE WS-ACTIVITE-TYPE TO LD-TYPE
           PERFORM REMPLIR-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           DISPLAY WS-LIGNE-DETAIL.
       EDITER-TOTAL.
           MOVE WS-TOT-ACTIVITES TO WS-NB-ACTIVITES
           MOVE WS-TOT-INCIDENTS TO WS-NB-INCIDENTS
           MOVE WS-TOT-GRAVITE-1 TO WS-NB-GRAVITE-1
           MOVE WS-TOT-GRAVITE-2 TO WS-NB-GRAVITE-2
           MOVE WS-TOT-GRAVITE-3 TO WS-NB-GRAVITE-3
           MOVE WS-TOT-GRAVITE-4 TO WS-NB-GRAVITE-4
           MOVE WS-TOT-BLESSURES TO WS-NB-BLESSURES
           MOVE WS-TOT-NON-DECLARES TO WS-NB-NON-DECLARES
           MOVE WS-TOT-OUVERTS TO WS-NB-OUVERTS
           MOVE 'TOTAL ASSOCIATION' TO LD-ANTENNE
           MOVE SPACES TO LD-TYPE
           PERFORM REMPLIR-LIGNE
           PERFORM ECRIRE-SPOOL-TOTAL
           DISPLAY WS-LIGNE-DETAIL.
       REMPLIR-LIGNE.
           MOVE ZERO TO WS-TAUX
           IF WS-NB-ACTIVITES > ZERO
               COMPUTE WS-TAUX ROUNDED =
                   WS-NB-INCIDENTS * 100 / WS-NB-ACTIVITES
           END-IF
           MOVE WS-NB-ACTIVITES TO LD-NB-ACTIVITES
           MOVE WS-NB-INCIDENTS TO LD-NB-INCIDENTS
           MOVE WS-TAUX TO LD-TAUX
           MOVE WS-NB-GRAVITE-1 TO LD-GRAVITE-1
           MOVE WS-NB-GRAVITE-2 TO LD-GRAVITE-2
           MOVE WS-NB-GRAVITE-3 TO LD-GRAVITE-3
           MOVE WS-NB-GRAVITE-4 TO LD-GRAVITE-4
           MOVE WS-NB-BLESSURES TO LD-BLESSURES
           MOVE WS-NB-NON-DECLARES TO LD-NON-DECLARES
           MOVE WS-NB-OUVERTS TO LD-OUVERTS
           MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_INC_STAT END-EXEC
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
