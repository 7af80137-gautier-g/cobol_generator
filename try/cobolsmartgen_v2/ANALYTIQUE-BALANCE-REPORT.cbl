       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANALYTIQUE-BALANCE-REPORT.
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
       77  WS-ARG-PERIODE         PIC X(6) VALUE SPACES.
       01  WS-PERIODE             PIC 9(6).
       01  WS-CENTRE              PIC X(10).
       01  WS-CENTRE-LIB          PIC X(30).
       01  WS-COMPTE              PIC X(8).
       01  WS-DEBIT               PIC 9(11)V99.
       01  WS-CREDIT              PIC 9(11)V99.
       01  WS-SOLDE               PIC S9(11)V99.
       01  WS-PREV-CENTRE         PIC X(10) VALUE SPACES.
       01  WS-CENTRE-DEBIT        PIC 9(12)V99 VALUE 0.
       01  WS-CENTRE-CREDIT       PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-DEBIT         PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-CREDIT        PIC 9(13)V99 VALUE 0.
       01  WS-GL-DEBIT            PIC 9(13)V99 VALUE 0.
       01  WS-GL-CREDIT           PIC 9(13)V99 VALUE 0.
       01  WS-NB-SANS-CENTRE      PIC 9(6) VALUE 0.
       77  WS-COUNT-LIGNES        PIC 9(6) VALUE 0.
       77  WS-COUNT-CENTRES       PIC 9(4) VALUE 0.
       01  WS-SPOOL-OP            PIC X(4).
       01  WS-SPOOL-TITRE         PIC X(60).
       01  WS-SPOOL-LIGNE         PIC X(132).
       01  WS-ENTETE-COLONNES.
           05 FILLER PIC X(12) VALUE 'CENTRE'.
           05 FILLER PIC X(10) VALUE 'COMPTE'.
           05 FILLER PIC X(18) VALUE '             DEBIT'.
           05 FILLER PIC X(18) VALUE '            CREDIT'.
           05 FILLER PIC X(18) VALUE '             SOLDE'.
       01  WS-LIGNE-DETAIL.
           05 LD-CENTRE           PIC X(10).
           05 FILLER              PIC X(2).
           05 LD-COMPTE           PIC X(8).
           05 FILLER              PIC X(2).
           05 LD-DEBIT            PIC Z(11)9.99.
           05 FILLER              PIC X(2).
           05 LD-CREDIT           PIC Z(11)9.99.
           05 FILLER              PIC X(2).
           05 LD-SOLDE            PIC Z(11)9.99-.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'BALANCE ANALYTIQUE PAR CENTRE ET COMPTE'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-PERIODE FROM ARGUMENT-VALUE
           IF WS-ARG-PERIODE NOT NUMERIC
               DISPLAY 'USAGE: ANALYTIQUE-BALANCE-REPORT AAAAMM'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-PERIODE TO WS-PERIODE
           DISPLAY 'PERIODE: ' WS-PERIODE
           MOVE SPACES TO WS-SPOOL-TITRE
           STRING 'BALANCE-ANALYTIQUE-' WS-ARG-PERIODE
               DELIMITED BY SIZE INTO WS-SPOOL-TITRE
           PERFORM OUVRIR-SPOOL
           PERFORM DAL-CONNECT
           PERFORM LISTER-BALANCE
           IF WS-PREV-CENTRE NOT = SPACES
               PERFORM TOTAL-CENTRE
           END-IF
           PERFORM TOTAL-GENERAL
           PERFORM CONTROLER-GRAND-LIVRE
           PERFORM DAL-END
           PERFORM FERMER-SPOOL
           DISPLAY 'CENTRES EDITES: ' WS-COUNT-CENTRES
           DISPLAY 'LIGNES EDITEES: ' WS-COUNT-LIGNES
           DISPLAY '=========================================='
           IF WS-NB-SANS-CENTRE > ZERO
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
       LISTER-BALANCE.
           EXEC SQL
               DECLARE C_BAL_ANA CURSOR FOR
               SELECT a.GLA_CENTRE,
                      COALESCE(MAX(c.CA_LIBELLE), ' '),
                      a.GLA_COMPTE,
                      SUM(CASE WHEN a.GLA_SENS = 'D'
                               THEN a.GLA_MONTANT ELSE 0 END),
                      SUM(CASE WHEN a.GLA_SENS = 'C'
                               THEN a.GLA_MONTANT ELSE 0 END)
               FROM GL_ANALYTIQUE a
               LEFT JOIN CENTRE_ANALYTIQUE c
                   ON c.CA_CODE = a.GLA_CENTRE
               WHERE a.GLA_PERIODE = :WS-PERIODE
               GROUP BY a.GLA_CENTRE, a.GLA_COMPTE
               ORDER BY a.GLA_CENTRE, a.GLA_COMPTE
           END-EXEC
           EXEC SQL OPEN C_BAL_ANA END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_BAL_ANA INTO
                       :WS-CENTRE, :WS-CENTRE-LIB, :WS-COMPTE,
                       :WS-DEBIT, :WS-CREDIT
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
           END-PERFORM.
       EDITER-LIGNE.
           IF WS-CENTRE NOT = WS-PREV-CENTRE
               IF WS-PREV-CENTRE NOT = SPACES
                   PERFORM TOTAL-CENTRE
               END-IF
               MOVE WS-CENTRE TO WS-PREV-CENTRE
               MOVE 0 TO WS-CENTRE-DEBIT
               MOVE 0 TO WS-CENTRE-CREDIT
               ADD 1 TO WS-COUNT-CENTRES
               MOVE SPACES TO WS-SPOOL-LIGNE
               STRING 'CENTRE ' WS-CENTRE ' ' WS-CENTRE-LIB
                   DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
               END-STRING
               PERFORM ECRIRE-SPOOL-LIGNE
           END-IF
           ADD 1 TO WS-COUNT-LIGNES
           ADD WS-DEBIT TO WS-CENTRE-DEBIT
           ADD WS-CREDIT TO WS-CENTRE-CREDIT
           ADD WS-DEBIT TO WS-TOTAL-DEBIT
           ADD WS-CREDIT TO WS-TOTAL-CREDIT
           COMPUTE WS-SOLDE = WS-DEBIT - WS-CREDIT
           MOVE SPACES TO WS-LIGNE-DETAIL
           MOVE WS-CENTRE TO LD-CENTRE
           MOVE WS-COMPTE TO LD-COMPTE
           MOVE WS-DEBIT TO LD-DEBIT
           MOVE WS-CREDIT TO LD-CREDIT
           MOVE WS-SOLDE TO LD-SOLDE
           MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE.
       TOTAL-CENTRE.
           COMPUTE WS-SOLDE = WS-CENTRE-DEBIT - WS-CENTRE-CREDIT
           MOVE SPACES TO WS-LIGNE-DETAIL
           MOVE WS-PREV-CENTRE TO LD-CENTRE
           MOVE 'TOTAL' TO LD-COMPTE
           MOVE WS-CENTRE-DEBIT TO LD-DEBIT
           MOVE WS-CENTRE-CREDIT TO LD-CREDIT
           MOVE WS-SOLDE TO LD-SOLDE
           MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE.
       TOTAL-GENERAL.
           COMPUTE WS-SOLDE = WS-TOTAL-DEBIT - WS-TOTAL-CREDIT
           MOVE SPACES TO WS-LIGNE-DETAIL
           MOVE 'TOUS' TO LD-CENTRE
           MOVE 'TOTAL' TO LD-COMPTE
           MOVE WS-TOTAL-DEBIT TO LD-DEBIT
           MOVE WS-TOTAL-CREDIT TO LD-CREDIT
           MOVE WS-SOLDE TO LD-SOLDE
           MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE.
       CONTROLER-GRAND-LIVRE.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN GLE_SENS = 'D'
                               THEN GLE_MONTANT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN GLE_SENS = 'C'
                               THEN GLE_MONTANT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN GLE_CENTRE IS NULL
                               OR GLE_CENTRE = ' '
                               THEN 1 ELSE 0 END), 0)
               INTO :WS-GL-DEBIT, :WS-GL-CREDIT, :WS-NB-SANS-CENTRE
               FROM GL_ECRITURE
               WHERE GLE_PERIODE = :WS-PERIODE
               AND SUBSTR(GLE_COMPTE, 1, 1) IN ('6', '7')
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR CONTROLE GL_ECRITURE: SQLCODE='
                   SQLCODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           COMPUTE WS-SOLDE = WS-GL-DEBIT - WS-GL-CREDIT
           MOVE SPACES TO WS-LIGNE-DETAIL
           MOVE 'GENERAL' TO LD-CENTRE
           MOVE 'CL 6-7' TO LD-COMPTE
           MOVE WS-GL-DEBIT TO LD-DEBIT
           MOVE WS-GL-CREDIT TO LD-CREDIT
           MOVE WS-SOLDE TO LD-SOLDE
           MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           IF WS-GL-DEBIT NOT = WS-TOTAL-DEBIT
               OR WS-GL-CREDIT NOT = WS-TOTAL-CREDIT
               MOVE SPACES TO WS-SPOOL-LIGNE
               STRING 'ECART ENTRE COMPTABILITE GENERALE ET'
                   ' ANALYTIQUE SUR LA PERIODE'
                   DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
               END-STRING
               PERFORM ECRIRE-SPOOL-LIGNE
               DISPLAY 'ATTENTION: ECART GENERALE / ANALYTIQUE'
           END-IF
           IF WS-NB-SANS-CENTRE > ZERO
               MOVE SPACES TO WS-SPOOL-LIGNE
               STRING 'LIGNES DE CHARGES/PRODUITS SANS CENTRE: '
                   WS-NB-SANS-CENTRE
                   DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
               END-STRING
               PERFORM ECRIRE-SPOOL-LIGNE
               DISPLAY 'ATTENTION: ' WS-NB-SANS-CENTRE
                   ' LIGNE(S) DE CLASSE 6/7 SANS CENTRE ANALYTIQUE'
           END-IF.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_BAL_ANA END-EXEC
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
