       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVANCES-ENCOURS-REPORT.
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
       01  WS-AVA-ID              PIC 9(9).
       01  WS-EMP-ID              PIC 9(4).
       01  WS-EMP-NAME            PIC X(30).
       01  WS-AVA-DATE            PIC 9(8).
       01  WS-AVA-PERIODE         PIC 9(6).
       01  WS-AVA-MONTANT         PIC 9(7)V99.
       01  WS-AVA-STATUT          PIC X.
           88 AVA-ACCORDEE        VALUE 'A'.
           88 AVA-VIREE           VALUE 'V'.
       01  WS-AVA-REFERENCE       PIC X(20).
       01  WS-EMP-PRECEDENT       PIC 9(4) VALUE 0.
       01  WS-TOTAL-EMPLOYE       PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-A-VIRER       PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-A-RETENIR     PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-GENERAL       PIC 9(9)V99 VALUE 0.
       77  WS-COUNT-A-VIRER       PIC 9(6) VALUE 0.
       77  WS-COUNT-A-RETENIR     PIC 9(6) VALUE 0.
       77  WS-COUNT-EMPLOYES      PIC 9(6) VALUE 0.
       01  WS-D-TOTAL             PIC Z(8)9.99.
       01  WS-SPOOL-OP            PIC X(4).
       01  WS-SPOOL-TITRE         PIC X(60).
       01  WS-SPOOL-LIGNE         PIC X(132).
       01  WS-ENTETE-COLONNES.
           05 FILLER PIC X(8)  VALUE 'EMPLOYE'.
           05 FILLER PIC X(32) VALUE 'NOM'.
           05 FILLER PIC X(11) VALUE 'AVANCE'.
           05 FILLER PIC X(10) VALUE 'DATE'.
           05 FILLER PIC X(8)  VALUE 'PERIODE'.
           05 FILLER PIC X(14) VALUE 'MONTANT'.
           05 FILLER PIC X(12) VALUE 'ETAT'.
           05 FILLER PIC X(20) VALUE 'REFERENCE VIREMENT'.
       01  WS-LIGNE-DETAIL.
           05 LD-EMP-ID           PIC Z(3)9.
           05 FILLER              PIC X(4).
           05 LD-EMP-NAME         PIC X(30).
           05 FILLER              PIC X(2).
           05 LD-AVA-ID           PIC Z(8)9.
           05 FILLER              PIC X(2).
           05 LD-DATE             PIC 9(8).
           05 FILLER              PIC X(2).
           05 LD-PERIODE          PIC 9(6).
           05 FILLER              PIC X(2).
           05 LD-MONTANT          PIC Z(6)9.99.
           05 FILLER              PIC X(3).
           05 LD-ETAT             PIC X(10).
           05 FILLER              PIC X(2).
           05 LD-REFERENCE        PIC X(20).
       01  WS-LIGNE-TOTAL.
           05 FILLER              PIC X(8) VALUE SPACES.
           05 LT-LIBELLE          PIC X(59).
           05 LT-MONTANT          PIC Z(8)9.99.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'AVANCES SUR SALAIRE EN COURS'
           DISPLAY '=========================================='
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE SPACES TO WS-SPOOL-TITRE
           STRING 'AVANCES-ENCOURS-' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-TITRE
           PERFORM OUVRIR-SPOOL
           PERFORM DAL-CONNECT
           PERFORM LISTER-AVANCES
           PERFORM DAL-END
           IF WS-EMP-PRECEDENT NOT = ZERO
               PERFORM ECRIRE-TOTAL-EMPLOYE
           END-IF
           MOVE SPACES TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-LIGNE-TOTAL
           MOVE 'ACCORDEES NON VIREES' TO LT-LIBELLE
           MOVE WS-TOTAL-A-VIRER TO LT-MONTANT
           MOVE WS-LIGNE-TOTAL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-LIGNE-TOTAL
           MOVE 'VIREES A RETENIR SUR LA PAIE' TO LT-LIBELLE
           MOVE WS-TOTAL-A-RETENIR TO LT-MONTANT
           MOVE WS-LIGNE-TOTAL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-LIGNE-TOTAL
           MOVE 'TOTAL DES AVANCES EN COURS' TO LT-LIBELLE
           MOVE WS-TOTAL-GENERAL TO LT-MONTANT
           MOVE WS-LIGNE-TOTAL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           PERFORM FERMER-SPOOL
           DISPLAY 'EMPLOYES CONCERNES : ' WS-COUNT-EMPLOYES
           MOVE WS-TOTAL-A-VIRER TO WS-D-TOTAL
           DISPLAY 'A VIRER            : ' WS-COUNT-A-VIRER
               ' POUR ' WS-D-TOTAL
           MOVE WS-TOTAL-A-RETENIR TO WS-D-TOTAL
           DISPLAY 'A RETENIR          : ' WS-COUNT-A-RETENIR
               ' POUR ' WS-D-TOTAL
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
       LISTER-AVANCES.
           EXEC SQL
               DECLARE C_AVA_RPT CURSOR FOR
               SELECT a.AVA_ID, a.EMP_ID, e.EMP_NAME, a.AVA_DATE,
                      a.AVA_PERIODE, a.AVA_MONTANT, a.AVA_STATUT,
                      a.AVA_REF_VIREMENT
               FROM AVANCE_SALAIRE a
               JOIN EMPLOYEE e
                   ON e.EMP_ID = a.EMP_ID
               WHERE a.AVA_STATUT IN ('A', 'V')
               ORDER BY a.EMP_ID, a.AVA_ID
           END-EXEC
           EXEC SQL OPEN C_AVA_RPT END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_AVA_RPT INTO
                       :WS-AVA-ID, :WS-EMP-ID, :WS-EMP-NAME,
                       :WS-AVA-DATE, :WS-AVA-PERIODE,
                       :WS-AVA-MONTANT, :WS-AVA-STATUT,
                       :WS-AVA-REFERENCE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM EDITER-AVANCE
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM.
       EDITER-AVANCE.
           IF WS-EMP-ID NOT = WS-EMP-PRECEDENT
               IF WS-EMP-PRECEDENT NOT = ZERO
                   PERFORM ECRIRE-TOTAL-EMPLOYE
               END-IF
               MOVE WS-EMP-ID TO WS-EMP-PRECEDENT
               MOVE 0 TO WS-TOTAL-EMPLOYE
               ADD 1 TO WS-COUNT-EMPLOYES
           END-IF
           MOVE SPACES TO WS-LIGNE-DETAIL
           MOVE WS-EMP-ID TO LD-EMP-ID
           MOVE WS-EMP-NAME TO LD-EMP-NAME
           MOVE WS-AVA-ID TO LD-AVA-ID
           MOVE WS-AVA-DATE TO LD-DATE
           MOVE WS-AVA-PERIODE TO LD-PERIODE
           MOVE WS-AVA-MONTANT TO LD-MONTANT
           IF AVA-ACCORDEE
               MOVE 'A VIRER' TO LD-ETAT
               ADD 1 TO WS-COUNT-A-VIRER
               ADD WS-AVA-MONTANT TO WS-TOTAL-A-VIRER
           ELSE
               MOVE 'A RETENIR' TO LD-ETAT
               MOVE WS-AVA-REFERENCE TO LD-REFERENCE
               ADD 1 TO WS-COUNT-A-RETENIR
               ADD WS-AVA-MONTANT TO WS-TOTAL-A-RETENIR
           END-IF
           ADD WS-AVA-MONTANT TO WS-TOTAL-EMPLOYE
           ADD WS-AVA-MONTANT TO WS-TOTAL-GENERAL
           MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE.
       ECRIRE-TOTAL-EMPLOYE.
           MOVE SPACES TO WS-LIGNE-TOTAL
           MOVE 'TOTAL EMPLOYE' TO LT-LIBELLE
           MOVE WS-TOTAL-EMPLOYE TO LT-MONTANT
           MOVE WS-LIGNE-TOTAL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_AVA_RPT END-EXEC
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
