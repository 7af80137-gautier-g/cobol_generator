       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRAT-ECHEANCES-REPORT.
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
       77  WS-ARG-JOURS           PIC X(3) VALUE SPACES.
       01  WS-JOURS               PIC 9(3) VALUE 60.
       01  WS-PARAMETRE.
           05 PARAM-DOMAINE       PIC X(12).
           05 PARAM-CLE           PIC X(20).
           05 PARAM-VALEUR        PIC X(20).
           05 PARAM-TROUVE        PIC X.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-DATE-HORIZON        PIC 9(8).
       01  WS-EMP-ID              PIC 9(4).
       01  WS-EMP-NAME            PIC X(30).
       01  WS-CTR-TYPE            PIC X(3).
       01  WS-CTR-POSTE           PIC X(30).
       01  WS-CTR-DATE-FIN        PIC 9(8).
       01  WS-CTR-FIN-ESSAI       PIC 9(8).
       01  WS-JOURS-RESTANTS      PIC S9(5).
       77  WS-COUNT-FIN           PIC 9(6) VALUE 0.
       77  WS-COUNT-ECHUS         PIC 9(6) VALUE 0.
       77  WS-COUNT-ESSAI         PIC 9(6) VALUE 0.
       01  WS-SPOOL-OP            PIC X(4).
       01  WS-SPOOL-TITRE         PIC X(60).
       01  WS-SPOOL-LIGNE         PIC X(132).
       01  WS-ENTETE-COLONNES.
           05 FILLER PIC X(8)  VALUE 'EMPLOYE'.
           05 FILLER PIC X(32) VALUE 'NOM'.
           05 FILLER PIC X(5)  VALUE 'TYPE'.
           05 FILLER PIC X(32) VALUE 'POSTE'.
           05 FILLER PIC X(14) VALUE 'ECHEANCE'.
           05 FILLER PIC X(10) VALUE 'DATE'.
           05 FILLER PIC X(8)  VALUE 'JOURS'.
           05 FILLER PIC X(6)  VALUE 'ETAT'.
       01  WS-LIGNE-DETAIL.
           05 LD-EMP-ID           PIC Z(3)9.
           05 FILLER              PIC X(4).
           05 LD-EMP-NAME         PIC X(30).
           05 FILLER              PIC X(2).
           05 LD-TYPE             PIC X(3).
           05 FILLER              PIC X(2).
           05 LD-POSTE            PIC X(30).
           05 FILLER              PIC X(2).
           05 LD-ECHEANCE         PIC X(12).
           05 FILLER              PIC X(2).
           05 LD-DATE             PIC 9(8).
           05 FILLER              PIC X(2).
           05 LD-JOURS            PIC ZZZ9-.
           05 FILLER              PIC X(3).
           05 LD-ETAT             PIC X(5).
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'ECHEANCES DES CONTRATS ET PERIODES D''ESSAI'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-JOURS FROM ARGUMENT-VALUE
           IF WS-ARG-JOURS NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-ARG-JOURS) NOT = 0
                   DISPLAY 'USAGE: CONTRAT-ECHEANCES-REPORT [JOURS]'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE WS-JOURS = FUNCTION NUMVAL(WS-ARG-JOURS)
           ELSE
               INITIALIZE WS-PARAMETRE
               MOVE 'CONTRAT' TO PARAM-DOMAINE
               MOVE 'HORIZON_JOURS' TO PARAM-CLE
               CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
               IF PARAM-TROUVE = 'Y'
                   AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
                   COMPUTE WS-JOURS = FUNCTION NUMVAL(PARAM-VALEUR)
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-DATE-HORIZON = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-JOURS)
           DISPLAY 'DATE: ' WS-RUN-DATE
               '  ECHEANCES JUSQU''AU: ' WS-DATE-HORIZON
           MOVE SPACES TO WS-SPOOL-TITRE
           STRING 'ECHEANCES-CONTRATS-' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-TITRE
           PERFORM OUVRIR-SPOOL
           PERFORM DAL-CONNECT
           PERFORM LISTER-ECHEANCES
           PERFORM DAL-END
           MOVE SPACES TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-SPOOL-LIGNE
           STRING 'FINS DE CONTRAT: ' WS-COUNT-FIN
               '  DONT ECHUS SANS SORTIE: ' WS-COUNT-ECHUS
               '  FINS DE PERIODE D''ESSAI: ' WS-COUNT-ESSAI
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           END-STRING
           PERFORM ECRIRE-SPOOL-LIGNE
           PERFORM FERMER-SPOOL
           DISPLAY 'FINS DE CONTRAT A ECHEANCE: ' WS-COUNT-FIN
           DISPLAY 'CONTRATS ECHUS SANS SORTIE: ' WS-COUNT-ECHUS
           DISPLAY 'FINS DE PERIODE D''ESSAI:   ' WS-COUNT-ESSAI
           DISPLAY '=========================================='
           IF WS-COUNT-ECHUS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
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
       LISTER-ECHEANCES.
           EXEC SQL
               DECLARE C_CTR_RPT CURSOR FOR
               SELECT v.EMP_ID, e.EMP_NAME, v.CTR_TYPE, v.CTR_POSTE,
                      COALESCE(v.CTR_DATE_FIN, 0),
                      COALESCE(v.CTR_FIN_ESSAI, 0)
               FROM (SELECT DISTINCT ON (k.EMP_ID) k.*
                     FROM EMPLOYEE_CONTRAT k
                     WHERE k.CTR_DATE_EFFET <= :WS-RUN-DATE
                     ORDER BY k.EMP_ID, k.CTR_DATE_EFFET DESC) v
               JOIN EMPLOYEE e
                   ON e.EMP_ID = v.EMP_ID
               WHERE (e.EMP_DATE_SORTIE IS NULL
                      OR e.EMP_DATE_SORTIE > :WS-RUN-DATE)
               AND ((COALESCE(v.CTR_DATE_FIN, 0) > 0
                     AND v.CTR_DATE_FIN <= :WS-DATE-HORIZON)
                    OR (v.CTR_FIN_ESSAI >= :WS-RUN-DATE
                        AND v.CTR_FIN_ESSAI <= :WS-DATE-HORIZON))
               ORDER BY v.EMP_ID
           END-EXEC
           EXEC SQL OPEN C_CTR_RPT END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_CTR_RPT INTO
                       :WS-EMP-ID, :WS-EMP-NAME, :WS-CTR-TYPE,
                       :WS-CTR-POSTE, :WS-CTR-DATE-FIN,
                       :WS-CTR-FIN-ESSAI
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM EDITER-ECHEANCES
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM.
       EDITER-ECHEANCES.
           IF WS-CTR-DATE-FIN NOT = ZERO
               AND WS-CTR-DATE-FIN <= WS-DATE-HORIZON
               PERFORM PREPARER-LIGNE
               MOVE 'FIN CONTRAT' TO LD-ECHEANCE
               MOVE WS-CTR-DATE-FIN TO LD-DATE
               COMPUTE WS-JOURS-RESTANTS =
                   FUNCTION INTEGER-OF-DATE(WS-CTR-DATE-FIN)
                   - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               MOVE WS-JOURS-RESTANTS TO LD-JOURS
               ADD 1 TO WS-COUNT-FIN
               IF WS-CTR-DATE-FIN < WS-RUN-DATE
                   MOVE 'ECHU' TO LD-ETAT
                   ADD 1 TO WS-COUNT-ECHUS
               END-IF
               MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE
               PERFORM ECRIRE-SPOOL-LIGNE
           END-IF
           IF WS-CTR-FIN-ESSAI NOT < WS-RUN-DATE
               AND WS-CTR-FIN-ESSAI <= WS-DATE-HORIZON
               PERFORM PREPARER-LIGNE
               MOVE 'FIN ESSAI' TO LD-ECHEANCE
               MOVE WS-CTR-FIN-ESSAI TO LD-DATE
               COMPUTE WS-JOURS-RESTANTS =
                   FUNCTION INTEGER-OF-DATE(WS-CTR-FIN-ESSAI)
                   - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               MOVE WS-JOURS-RESTANTS TO LD-JOURS
               ADD 1 TO WS-COUNT-ESSAI
               MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE
               PERFORM ECRIRE-SPOOL-LIGNE
           END-IF.
       PREPARER-LIGNE.
           MOVE SPACES TO WS-LIGNE-DETAIL
           MOVE WS-EMP-ID TO LD-EMP-ID
           MOVE WS-EMP-NAME TO LD-EMP-NAME
           MOVE WS-CTR-TYPE TO LD-TYPE
           MOVE WS-CTR-POSTE TO LD-POSTE.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_CTR_RPT END-EXEC
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
