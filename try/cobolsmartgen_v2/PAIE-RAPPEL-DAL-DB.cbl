       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAIE-RAPPEL-DAL-DB.
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
       01 WS-RAP-EMPID           PIC 9(4).
       01 WS-RAP-PERIODE-PAIE    PIC 9(6).
       01 WS-RAP-PERIODE-ORIGINE PIC 9(6).
       01 WS-RAP-ECART-BRUT      PIC S9(7)V99.
       01 WS-RAP-ECART-NET       PIC S9(7)V99.
       01 WS-RAP-ECART-COTIS     PIC S9(7)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01 LK-OPERATION           PIC X(4).
       01 LK-END-OF-FILE         PIC X.
       01 LK-PAIE-RAPPEL.
           05 LK-RAP-EMPID       PIC 9(4).
           05 LK-RAP-PERIODE-PAIE PIC 9(6).
           05 LK-RAP-PERIODE-ORIGINE PIC 9(6).
           05 LK-RAP-ECART-BRUT  PIC S9(7)V99.
           05 LK-RAP-ECART-NET   PIC S9(7)V99.
           05 LK-RAP-ECART-COTIS PIC S9(7)V99.

       PROCEDURE DIVISION USING LK-OPERATION LK-END-OF-FILE
           LK-PAIE-RAPPEL.

       SETENV.
           ACCEPT USERNAME FROM ENVIRONMENT 'PGUSER'.
           ACCEPT PASSWD FROM ENVIRONMENT 'PGPASSWORD'.
           ACCEPT DBNAME FROM ENVIRONMENT 'PGDATABASE'.

       MAIN-LOGIC.
           EVALUATE LK-OPERATION
               WHEN 'READ'
                   PERFORM DALREAD
               WHEN 'PAYE'
                   PERFORM DALPAYE
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

       DALREAD.
           PERFORM CONNECT-DB.
           IF LK-END-OF-FILE = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-CURSOROPEN = 'N'
               MOVE LK-RAP-EMPID TO WS-RAP-EMPID
               MOVE LK-RAP-PERIODE-PAIE TO WS-RAP-PERIODE-PAIE
               EXEC SQL
                   DECLARE CRAP CURSOR FOR
                   SELECT RAP_PERIODE_ORIGINE, RAP_ECART_BRUT,
                          RAP_ECART_NET, RAP_ECART_COTIS_PAT
                   FROM PAIE_RAPPEL
                   WHERE EMP_ID = :WS-RAP-EMPID
                   AND RAP_PERIODE_PAIE = :WS-RAP-PERIODE-PAIE
                   AND RAP_STATUT IN ('A', 'P')
                   ORDER BY RAP_PERIODE_ORIGINE
               END-EXEC
               EXEC SQL
                   OPEN CRAP
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'ERREUR OPEN PAIE_RAPPEL: SQLCODE=' SQLCODE
                   MOVE 'Y' TO LK-END-OF-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-CURSOROPEN
           END-IF.

           EXEC SQL
               FETCH CRAP INTO :WS-RAP-PERIODE-ORIGINE,
                   :WS-RAP-ECART-BRUT, :WS-RAP-ECART-NET,
                   :WS-RAP-ECART-COTIS
           END-EXEC.

           IF SQLCODE = 0
               MOVE WS-RAP-PERIODE-ORIGINE TO LK-RAP-PERIODE-ORIGINE
               MOVE WS-RAP-ECART-BRUT TO LK-RAP-ECART-BRUT
               MOVE WS-RAP-ECART-NET TO LK-RAP-ECART-NET
               MOVE WS-RAP-ECART-COTIS TO LK-RAP-ECART-COTIS
           ELSE
               MOVE 'Y' TO LK-END-OF-FILE
               EXEC SQL
                   CLOSE CRAP
               END-EXEC
               MOVE 'N' TO WS-CURSOROPEN
           END-IF.

       DALPAYE.
           PERFORM CONNECT-DB.
           IF LK-END-OF-FILE = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-RAP-EMPID TO WS-RAP-EMPID.
           MOVE LK-RAP-PERIODE-PAIE TO WS-RAP-PERIODE-PAIE.
           EXEC SQL
               UPDATE PAIE_RAPPEL
               SET RAP_STATUT = 'P'
               WHERE EMP_ID = :WS-RAP-EMPID
               AND RAP_PERIODE_PAIE = :WS-RAP-PERIODE-PAIE
               AND RAP_STATUT = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERREUR UPDATE PAIE_RAPPEL: SQLCODE=' SQLCODE
               MOVE 'Y' TO LK-END-OF-FILE
           END-IF.

       DALEND.
           IF WS-CURSOROPEN = 'Y'
               EXEC SQL
                   CLOSE CRAP
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
