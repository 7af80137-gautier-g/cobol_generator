       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIREMENT-EMIS-DAL-DB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CONNECTED           PIC X VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME                 PIC X(30).
       01 USERNAME               PIC X(30).
       01 PASSWD                 PIC X(30).
       01 WS-VEM-ID              PIC 9(9).
       01 WS-VEM-TYPE            PIC X.
       01 WS-VEM-LOT             PIC X(20).
       01 WS-VEM-REFERENCE       PIC X(20).
       01 WS-VEM-FF-ID           PIC 9(9).
       01 WS-VEM-EMP-ID          PIC 9(4).
       01 WS-VEM-PERIODE         PIC 9(6).
       01 WS-VEM-BENEFICIAIRE    PIC X(40).
       01 WS-VEM-MONTANT         PIC 9(9)V99.
       01 WS-VEM-DATE            PIC 9(8).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01 LK-OPERATION           PIC X(4).
       01 LK-END-OF-FILE         PIC X.
       01 LK-VIREMENT-EMIS.
           05 LK-VEM-TYPE        PIC X.
           05 LK-VEM-LOT         PIC X(20).
           05 LK-VEM-REFERENCE   PIC X(20).
           05 LK-VEM-FF-ID       PIC 9(9).
           05 LK-VEM-EMP-ID      PIC 9(4).
           05 LK-VEM-PERIODE     PIC 9(6).
           05 LK-VEM-BENEFICIAIRE PIC X(40).
           05 LK-VEM-MONTANT     PIC 9(9)V99.
           05 LK-VEM-DATE        PIC 9(8).

       PROCEDURE DIVISION USING LK-OPERATION LK-END-OF-FILE
           LK-VIREMENT-EMIS.

       SETENV.
           ACCEPT USERNAME FROM ENVIRONMENT 'PGUSER'.
           ACCEPT PASSWD FROM ENVIRONMENT 'PGPASSWORD'.
           ACCEPT DBNAME FROM ENVIRONMENT 'PGDATABASE'.

       MAIN-LOGIC.
           EVALUATE LK-OPERATION
               WHEN 'SAVE'
                   PERFORM DALSAVE
               WHEN 'END '
                   PERFORM DALEND
               WHEN 'RBCK'
                   PERFORM DALRBCK
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

       DALSAVE.
           PERFORM CONNECT-DB.
           IF LK-END-OF-FILE = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-VEM-TYPE TO WS-VEM-TYPE.
           MOVE LK-VEM-LOT TO WS-VEM-LOT.
           MOVE LK-VEM-REFERENCE TO WS-VEM-REFERENCE.
           MOVE LK-VEM-FF-ID TO WS-VEM-FF-ID.
           MOVE LK-VEM-EMP-ID TO WS-VEM-EMP-ID.
           MOVE LK-VEM-PERIODE TO WS-VEM-PERIODE.
           MOVE LK-VEM-BENEFICIAIRE TO WS-VEM-BENEFICIAIRE.
           MOVE LK-VEM-MONTANT TO WS-VEM-MONTANT.
           MOVE LK-VEM-DATE TO WS-VEM-DATE.
           EXEC SQL
               SELECT COALESCE(MAX(VEM_ID), 0) + 1
               INTO :WS-VEM-ID
               FROM VIREMENT_EMIS
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR SELECT MAX(VEM_ID): SQLCODE=' SQLCODE
               MOVE 'Y' TO LK-END-OF-FILE
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               INSERT INTO VIREMENT_EMIS
               (VEM_ID, VEM_TYPE, VEM_LOT, VEM_REFERENCE, VEM_FF_ID,
                VEM_EMP_ID, VEM_PERIODE, VEM_BENEFICIAIRE,
                VEM_MONTANT, VEM_DATE_EMISSION, VEM_STATUT)
               VALUES
               (:WS-VEM-ID, :WS-VEM-TYPE, :WS-VEM-LOT,
                :WS-VEM-REFERENCE, :WS-VEM-FF-ID, :WS-VEM-EMP-ID,
                :WS-VEM-PERIODE, :WS-VEM-BENEFICIAIRE,
                :WS-VEM-MONTANT, :WS-VEM-DATE, 'E')
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR INSERT VIREMENT_EMIS: SQLCODE=' SQLCODE
               MOVE 'Y' TO LK-END-OF-FILE
           END-IF.

       DALEND.
           EXEC SQL
               COMMIT
           END-EXEC.
           IF WS-CONNECTED = 'Y'
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               MOVE 'N' TO WS-CONNECTED
           END-IF.

       DALRBCK.
           EXEC SQL
               ROLLBACK
           END-EXEC.
           IF WS-CONNECTED = 'Y'
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               MOVE 'N' TO WS-CONNECTED
           END-IF.
