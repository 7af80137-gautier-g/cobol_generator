       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRAT-EMPLOYE-DAL-DB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CONNECTED           PIC X VALUE 'N'.
       01 WS-CURSOROPEN          PIC X VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME                 PIC X(30).
       01 USERNAME               PIC X(30).
       01 PASSWD                 PIC X(30).
       01 WS-CTR-EMPID           PIC 9(4).
       01 WS-CTR-DATE-REF        PIC 9(8).
       01 WS-CTR-DATE-EFFET      PIC 9(8).
       01 WS-CTR-DATE-EMBAUCHE   PIC 9(8).
       01 WS-CTR-TYPE            PIC X(3).
       01 WS-CTR-POSTE           PIC X(30).
       01 WS-CTR-TEMPS-PC        PIC 9(3)V99.
       01 WS-CTR-DATE-FIN        PIC 9(8).
       01 WS-CTR-FIN-ESSAI       PIC 9(8).
       01 WS-CTR-OPERATEUR       PIC X(9).
       01 WS-CTR-ID              PIC 9(9).
       01 WS-CTR-COUNT           PIC 9(6).
       01 WS-CTR-TS              PIC X(14).
       01 WS-EMP-DATE-SORTIE     PIC 9(8).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01 LK-OPERATION           PIC X(4).
       01 LK-END-OF-FILE         PIC X.
       01 LK-CONTRAT.
           05 LK-CTR-EMPID       PIC 9(4).
           05 LK-CTR-DATE-REF    PIC 9(8).
           05 LK-CTR-DATE-EFFET  PIC 9(8).
           05 LK-CTR-DATE-EMBAUCHE PIC 9(8).
           05 LK-CTR-TYPE        PIC X(3).
           05 LK-CTR-POSTE       PIC X(30).
           05 LK-CTR-TEMPS-PC    PIC 9(3)V99.
           05 LK-CTR-DATE-FIN    PIC 9(8).
           05 LK-CTR-FIN-ESSAI   PIC 9(8).
           05 LK-CTR-OPERATEUR   PIC X(9).
           05 LK-CTR-SITUATION   PIC X.

       PROCEDURE DIVISION USING LK-OPERATION LK-END-OF-FILE
           LK-CONTRAT.

       SETENV.
           ACCEPT USERNAME FROM ENVIRONMENT 'PGUSER'.
           ACCEPT PASSWD FROM ENVIRONMENT 'PGPASSWORD'.
           ACCEPT DBNAME FROM ENVIRONMENT 'PGDATABASE'.

       MAIN-LOGIC.
           EVALUATE LK-OPERATION
               WHEN 'CREA'
                   PERFORM DALCREA
               WHEN 'VIGR'
                   PERFORM DALVIGR
               WHEN 'HIST'
                   PERFORM DALHIST
               WHEN 'END '
                   PERFORM DALEND
               WHEN OTHER
                   DISPLAY 'ERREUR: Operation inconnue: ' LK-OPERATION
           END-EVALUATE.
           EXIT PROGRAM.

       CONNECT-DB.
           IF WS-CONNECTED = 'N'
               PERFORM SETENV
               EXEC SQL
                   CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'Y' TO LK-END-OF-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-CONNECTED
           END-IF.

       DALCREA.
           PERFORM CONNECT-DB.
           IF LK-END-OF-FILE = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-CTR-EMPID TO WS-CTR-EMPID.
           MOVE LK-CTR-DATE-EFFET TO WS-CTR-DATE-EFFET.
           EXEC SQL
               SELECT COALESCE(EMP_DATE_SORTIE, 0)
               INTO :WS-EMP-DATE-SORTIE
               FROM EMPLOYEE
               WHERE EMP_ID = :WS-CTR-EMPID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR: EMPLOYE ' WS-CTR-EMPID ' INCONNU'
               MOVE 'Y' TO LK-END-OF-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-EMP-DATE-SORTIE NOT = 0
               AND WS-CTR-DATE-EFFET > WS-EMP-DATE-SORTIE
               DISPLAY 'ERREUR: EMPLOYE SORTI LE ' WS-EMP-DATE-SORTIE
               MOVE 'Y' TO LK-END-OF-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CTR-COUNT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CTR-COUNT
               FROM EMPLOYEE_CONTRAT
               WHERE EMP_ID = :WS-CTR-EMPID
               AND CTR_DATE_EFFET = :WS-CTR-DATE-EFFET
           END-EXEC.
           IF WS-CTR-COUNT > 0
               DISPLAY 'ERREUR: AVENANT DEJA SAISI A CETTE DATE'
               MOVE 'Y' TO LK-END-OF-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-CTR-DATE-EFFET TO WS-CTR-DATE-EMBAUCHE.
           EXEC SQL
               SELECT COALESCE(MIN(CTR_DATE_EMBAUCHE),
                               :WS-CTR-DATE-EFFET)
               INTO :WS-CTR-DATE-EMBAUCHE
               FROM EMPLOYEE_CONTRAT
               WHERE EMP_ID = :WS-CTR-EMPID
           END-EXEC.
           IF WS-CTR-DATE-EMBAUCHE > WS-CTR-DATE-EFFET
               MOVE WS-CTR-DATE-EFFET TO WS-CTR-DATE-EMBAUCHE
               EXEC SQL
                   UPDATE EMPLOYEE_CONTRAT
                   SET CTR_DATE_EMBAUCHE = :WS-CTR-DATE-EMBAUCHE
                   WHERE EMP_ID = :WS-CTR-EMPID
               END-EXEC
           END-IF.
           MOVE WS-CTR-DATE-EMBAUCHE TO LK-CTR-DATE-EMBAUCHE.
           MOVE LK-CTR-TYPE TO WS-CTR-TYPE.
           MOVE LK-CTR-POSTE TO WS-CTR-POSTE.
           MOVE LK-CTR-TEMPS-PC TO WS-CTR-TEMPS-PC.
           MOVE LK-CTR-DATE-FIN TO WS-CTR-DATE-FIN.
           MOVE LK-CTR-FIN-ESSAI TO WS-CTR-FIN-ESSAI.
           MOVE LK-CTR-OPERATEUR TO WS-CTR-OPERATEUR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CTR-TS.
           EXEC SQL
               SELECT COALESCE(MAX(CTR_ID), 0) + 1
               INTO :WS-CTR-ID
               FROM EMPLOYEE_CONTRAT
           END-EXEC.
           EXEC SQL
               INSERT INTO EMPLOYEE_CONTRAT
               (CTR_ID, EMP_ID, CTR_DATE_EFFET, CTR_DATE_EMBAUCHE,
                CTR_TYPE, CTR_POSTE, CTR_TEMPS_PC, CTR_DATE_FIN,
                CTR_FIN_ESSAI, CTR_OPERATEUR, CTR_TIMESTAMP)
               VALUES
               (:WS-CTR-ID, :WS-CTR-EMPID, :WS-CTR-DATE-EFFET,
                :WS-CTR-DATE-EMBAUCHE, :WS-CTR-TYPE, :WS-CTR-POSTE,
                :WS-CTR-TEMPS-PC, :WS-CTR-DATE-FIN, :WS-CTR-FIN-ESSAI,
                :WS-CTR-OPERATEUR, :WS-CTR-TS)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR INSERT EMPLOYEE_CONTRAT: SQLCODE='
                   SQLCODE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               MOVE 'Y' TO LK-END-OF-FILE
           END-IF.

       DALVIGR.
           PERFORM CONNECT-DB.
           IF LK-END-OF-FILE = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-CTR-EMPID TO WS-CTR-EMPID.
           MOVE LK-CTR-DATE-REF TO WS-CTR-DATE-REF.
           EXEC SQL
               SELECT CTR_DATE_EFFET, CTR_DATE_EMBAUCHE, CTR_TYPE,
                      CTR_POSTE, CTR_TEMPS_PC,
                      COALESCE(CTR_DATE_FIN, 0),
                      COALESCE(CTR_FIN_ESSAI, 0)
               INTO :WS-CTR-DATE-EFFET, :WS-CTR-DATE-EMBAUCHE,
                    :WS-CTR-TYPE, :WS-CTR-POSTE, :WS-CTR-TEMPS-PC,
                    :WS-CTR-DATE-FIN, :WS-CTR-FIN-ESSAI
               FROM EMPLOYEE_CONTRAT
               WHERE EMP_ID = :WS-CTR-EMPID
               AND CTR_DATE_EFFET <= :WS-CTR-DATE-REF
               ORDER BY CTR_DATE_EFFET DESC
               LIMIT 1
           END-EXEC.
           IF SQLCODE = 0
               MOVE 'Y' TO LK-CTR-SITUATION
               PERFORM RENVOYER-CONTRAT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO LK-END-OF-FILE.
           MOVE 0 TO WS-CTR-COUNT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CTR-COUNT
               FROM EMPLOYEE_CONTRAT
               WHERE EMP_ID = :WS-CTR-EMPID
           END-EXEC.
           IF WS-CTR-COUNT > 0
               MOVE 'F' TO LK-CTR-SITUATION
           ELSE
               MOVE 'N' TO LK-CTR-SITUATION
           END-IF.

       DALHIST.
           PERFORM CONNECT-DB.
           IF LK-END-OF-FILE = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-CURSOROPEN = 'N'
               MOVE LK-CTR-EMPID TO WS-CTR-EMPID
               EXEC SQL
                   DECLARE CCTR CURSOR FOR
                   SELECT CTR_DATE_EFFET, CTR_DATE_EMBAUCHE, CTR_TYPE,
                          CTR_POSTE, CTR_TEMPS_PC,
                          COALESCE(CTR_DATE_FIN, 0),
                          COALESCE(CTR_FIN_ESSAI, 0),
                          COALESCE(CTR_OPERATEUR, ' ')
                   FROM EMPLOYEE_CONTRAT
                   WHERE EMP_ID = :WS-CTR-EMPID
                   ORDER BY CTR_DATE_EFFET
               END-EXEC
               EXEC SQL
                   OPEN CCTR
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'ERREUR OPEN EMPLOYEE_CONTRAT: SQLCODE='
                       SQLCODE
                   MOVE 'Y' TO LK-END-OF-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-CURSOROPEN
           END-IF.

           EXEC SQL
               FETCH CCTR INTO :WS-CTR-DATE-EFFET,
                   :WS-CTR-DATE-EMBAUCHE, :WS-CTR-TYPE,
                   :WS-CTR-POSTE, :WS-CTR-TEMPS-PC,
                   :WS-CTR-DATE-FIN, :WS-CTR-FIN-ESSAI,
                   :WS-CTR-OPERATEUR
           END-EXEC.

           IF SQLCODE = 0
               PERFORM RENVOYER-CONTRAT
               MOVE WS-CTR-OPERATEUR TO LK-CTR-OPERATEUR
           ELSE
               MOVE 'Y' TO LK-END-OF-FILE
               EXEC SQL
                   CLOSE CCTR
               END-EXEC
               MOVE 'N' TO WS-CURSOROPEN
           END-IF.

       RENVOYER-CONTRAT.
           MOVE WS-CTR-DATE-EFFET TO LK-CTR-DATE-EFFET.
           MOVE WS-CTR-DATE-EMBAUCHE TO LK-CTR-DATE-EMBAUCHE.
           MOVE WS-CTR-TYPE TO LK-CTR-TYPE.
           MOVE WS-CTR-POSTE TO LK-CTR-POSTE.
           MOVE WS-CTR-TEMPS-PC TO LK-CTR-TEMPS-PC.
           MOVE WS-CTR-DATE-FIN TO LK-CTR-DATE-FIN.
           MOVE WS-CTR-FIN-ESSAI TO LK-CTR-FIN-ESSAI.

       DALEND.
           IF WS-CURSOROPEN = 'Y'
               EXEC SQL
                   CLOSE CCTR
               END-EXEC
               MOVE 'N' TO WS-CURSOROPEN
           END-IF.
           EXEC SQL
               COMMIT
           END-EXEC.
           IF WS-CONNECTED = 'Y'
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               MOVE 'N' TO WS-CONNECTED
           END-IF.
