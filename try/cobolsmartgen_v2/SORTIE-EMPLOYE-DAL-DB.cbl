       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORTIE-EMPLOYE-DAL-DB.
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
       01 WS-STC-EMPID           PIC 9(4).
       01 WS-STC-DATE-SORTIE     PIC 9(8).
       01 WS-STC-MOTIF           PIC X(3).
       01 WS-STC-PERIODE         PIC 9(6).
       01 WS-STC-BRUT-PRORATA    PIC 9(6)V99.
       01 WS-STC-INDEMNITE-CP    PIC S9(6)V99.
       01 WS-STC-INDEMNITE-RUPT  PIC 9(7)V99.
       01 WS-STC-STATUT          PIC X.
       01 WS-STC-NET-PAYE        PIC 9(7)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01 LK-OPERATION           PIC X(4).
       01 LK-END-OF-FILE         PIC X.
       01 LK-SOLDE-COMPTE.
           05 LK-STC-EMPID       PIC 9(4).
           05 LK-STC-DATE-SORTIE PIC 9(8).
           05 LK-STC-MOTIF       PIC X(3).
           05 LK-STC-PERIODE     PIC 9(6).
           05 LK-STC-BRUT-PRORATA PIC 9(6)V99.
           05 LK-STC-INDEMNITE-CP PIC S9(6)V99.
           05 LK-STC-INDEMNITE-RUPT PIC 9(7)V99.
           05 LK-STC-STATUT      PIC X.
           05 LK-STC-NET-PAYE    PIC 9(7)V99.

       PROCEDURE DIVISION USING LK-OPERATION LK-END-OF-FILE
           LK-SOLDE-COMPTE.

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
           MOVE LK-STC-EMPID TO WS-STC-EMPID.
           EXEC SQL
               SELECT STC_DATE_SORTIE, STC_MOTIF, STC_PERIODE,
                      STC_BRUT_PRORATA, STC_INDEMNITE_CP,
                      STC_INDEMNITE_RUPTURE, STC_STATUT,
                      STC_NET_PAYE
               INTO :WS-STC-DATE-SORTIE, :WS-STC-MOTIF,
                    :WS-STC-PERIODE, :WS-STC-BRUT-PRORATA,
                    :WS-STC-INDEMNITE-CP, :WS-STC-INDEMNITE-RUPT,
                    :WS-STC-STATUT, :WS-STC-NET-PAYE
               FROM SOLDE_TOUT_COMPTE
               WHERE EMP_ID = :WS-STC-EMPID
               AND STC_STATUT IN ('C', 'P')
           END-EXEC.
           IF SQLCODE = 0
               MOVE WS-STC-DATE-SORTIE TO LK-STC-DATE-SORTIE
               MOVE WS-STC-MOTIF TO LK-STC-MOTIF
               MOVE WS-STC-PERIODE TO LK-STC-PERIODE
               MOVE WS-STC-BRUT-PRORATA TO LK-STC-BRUT-PRORATA
               MOVE WS-STC-INDEMNITE-CP TO LK-STC-INDEMNITE-CP
               MOVE WS-STC-INDEMNITE-RUPT TO LK-STC-INDEMNITE-RUPT
               MOVE WS-STC-STATUT TO LK-STC-STATUT
               MOVE WS-STC-NET-PAYE TO LK-STC-NET-PAYE
           ELSE
               IF SQLCODE NOT = 100
                   DISPLAY 'ERREUR SELECT SOLDE_TOUT_COMPTE: SQLCODE='
                       SQLCODE
               END-IF
               MOVE 'Y' TO LK-END-OF-FILE
           END-IF.

       DALPAYE.
           PERFORM CONNECT-DB.
           IF LK-END-OF-FILE = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-STC-EMPID TO WS-STC-EMPID.
           MOVE LK-STC-NET-PAYE TO WS-STC-NET-PAYE.
           EXEC SQL
               UPDATE SOLDE_TOUT_COMPTE
               SET STC_STATUT = 'P',
                   STC_NET_PAYE = :WS-STC-NET-PAYE
               WHERE EMP_ID = :WS-STC-EMPID
               AND STC_STATUT IN ('C', 'P')
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR UPDATE SOLDE_TOUT_COMPTE: SQLCODE='
                   SQLCODE
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
