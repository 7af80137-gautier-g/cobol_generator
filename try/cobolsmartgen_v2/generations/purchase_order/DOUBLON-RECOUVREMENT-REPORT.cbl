       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOUBLON-RECOUVREMENT-REPORT.
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
       01  WS-FDB-ID              PIC 9(9).
       01  WS-FDB-FF-ID           PIC 9(9).
       01  WS-FDB-ORIGINE         PIC 9(9).
       01  WS-FDB-SUP-ID          PIC 9(9).
       01  WS-SUP-NAME            PIC X(40).
       01  WS-FDB-MOTIF           PIC X(40).
       01  WS-FDB-MONTANT         PIC 9(9)V99.
       01  WS-FDB-STATUT          PIC X.
       01  WS-DATE-PAIEMENT       PIC 9(8).
       01  WS-PREV-SUP            PIC 9(9) VALUE 0.
       01  WS-SUP-TOTAL           PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-RECOUVRER     PIC 9(11)V99 VALUE 0.
       77  WS-COUNT-LIGNES        PIC 9(6) VALUE 0.
       77  WS-COUNT-FOURNISSEURS  PIC 9(6) VALUE 0.
       01  WS-SPOOL-OP            PIC X(4).
       01  WS-SPOOL-TITRE         PIC X(60).
       01  WS-SPOOL-LIGNE         PIC X(132).
       01  WS-ENTETE-COLONNES.
           05 FILLER PIC X(10) VALUE 'DOUBLON'.
           05 FILLER PIC X(11) VALUE 'FOURNISS.'.
           05 FILLER PIC X(10) VALUE 'FACTURE'.
           05 FILLER PIC X(10) VALUE 'ORIGINE'.
           05 FILLER PIC X(10) VALUE 'PAYEE LE'.
           05 FILLER PIC X(42) VALUE 'MOTIF'.
           05 FILLER PIC X(8)  VALUE 'STATUT'.
           05 FILLER PIC X(14) VALUE '  A RECOUVRER'.
       01  WS-LIGNE-DETAIL.
           05 LD-FDB-ID           PIC Z(8)9.
           05 FILLER              PIC X(1).
           05 LD-SUP-ID           PIC Z(8)9.
           05 FILLER              PIC X(2).
           05 LD-FF-ID            PIC Z(8)9.
           05 FILLER              PIC X(1).
           05 LD-ORIGINE          PIC Z(8)9.
           05 FILLER              PIC X(1).
           05 LD-DATE-PAIEMENT    PIC 9(8).
           05 FILLER              PIC X(2).
           05 LD-MOTIF            PIC X(40).
           05 FILLER              PIC X(2).
           05 LD-STATUT           PIC X(7).
           05 FILLER              PIC X(1).
           05 LD-MONTANT          PIC Z(10)9.99.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'RECOUVREMENT DES PAIEMENTS EN DOUBLE'
           DISPLAY '=========================================='
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE SPACES TO WS-SPOOL-TITRE
           STRING 'RECOUVREMENT-DOUBLONS-' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-TITRE
           PERFORM OUVRIR-SPOOL
           PERFORM DAL-CONNECT
           PERFORM LISTER-DOUBLES-PAIEMENTS
           IF WS-PREV-SUP NOT = ZERO
               PERFORM TOTAL-FOURNISSEUR
           END-IF
           PERFORM DAL-END
           MOVE SPACES TO WS-LIGNE-DETAIL
           MOVE 'TOTAL GENERAL A RECOUVRER' TO LD-MOTIF
           MOVE WS-TOTAL-RECOUVRER TO LD-MONTANT
           MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           PERFORM FERMER-SPOOL
           DISPLAY 'PAIEMENTS EN DOUBLE : ' WS-COUNT-LIGNES
           DISPLAY 'FOURNISSEURS        : ' WS-COUNT-FOURNISSEURS
           MOVE WS-TOTAL-RECOUVRER TO LD-MONTANT
           DISPLAY 'MONTANT A RECOUVRER : ' LD-MONTANT
           DISPLAY '=========================================='
           IF WS-COUNT-LIGNES > ZERO
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
       LISTER-DOUBLES-PAIEMENTS.
           EXEC SQL
               DECLARE C_RECOUV CURSOR FOR
               SELECT d.FDB_ID, d.FDB_FF_ID, d.FDB_FF_ORIGINE,
                      d.FDB_SUP_ID, COALESCE(s.SUP_NAME, ' '),
                      d.FDB_MOTIF, d.FDB_MONTANT, d.FDB_STATUT,
                      COALESCE(n.FF_DATE_PAIEMENT, 0)
               FROM FACTURE_DOUBLON d
               INNER JOIN FACTURE_FOURNISSEUR n
                   ON n.FF_ID = d.FDB_FF_ID
               INNER JOIN FACTURE_FOURNISSEUR o
                   ON o.FF_ID = d.FDB_FF_ORIGINE
               LEFT JOIN SUPPLIER s
                   ON s.SUP_ID = d.FDB_SUP_ID
               WHERE d.FDB_STATUT IN ('S', 'C')
               AND n.FF_STATUT = 'P'
               AND o.FF_STATUT = 'P'
               ORDER BY d.FDB_SUP_ID, d.FDB_ID
           END-EXEC
           EXEC SQL OPEN C_RECOUV END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_RECOUV INTO
                       :WS-FDB-ID, :WS-FDB-FF-ID, :WS-FDB-ORIGINE,
                       :WS-FDB-SUP-ID, :WS-SUP-NAME, :WS-FDB-MOTIF,
                       :WS-FDB-MONTANT, :WS-FDB-STATUT,
                       :WS-DATE-PAIEMENT
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
           IF WS-FDB-SUP-ID NOT = WS-PREV-SUP
               IF WS-PREV-SUP NOT = ZERO
                   PERFORM TOTAL-FOURNISSEUR
               END-IF
               MOVE WS-FDB-SUP-ID TO WS-PREV-SUP
               MOVE 0 TO WS-SUP-TOTAL
               ADD 1 TO WS-COUNT-FOURNISSEURS
               MOVE SPACES TO WS-SPOOL-LIGNE
               STRING 'FOURNISSEUR ' WS-FDB-SUP-ID ' ' WS-SUP-NAME
                   DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
               END-STRING
               PERFORM ECRIRE-SPOOL-LIGNE
           END-IF
           ADD 1 TO WS-COUNT-LIGNES
           ADD WS-FDB-MONTANT TO WS-SUP-TOTAL
           ADD WS-FDB-MONTANT TO WS-TOTAL-RECOUVRER
           MOVE SPACES TO WS-LIGNE-DETAIL
           MOVE WS-FDB-ID TO LD-FDB-ID
           MOVE WS-FDB-SUP-ID TO LD-SUP-ID
           MOVE WS-FDB-FF-ID TO LD-FF-ID
           MOVE WS-FDB-ORIGINE TO LD-ORIGINE
           MOVE WS-DATE-PAIEMENT TO LD-DATE-PAIEMENT
           MOVE WS-FDB-MOTIF TO LD-MOTIF
           IF WS-FDB-STATUT = 'C'
               MOVE 'CONFIRM' TO LD-STATUT
           ELSE
               MOVE 'SUSPECT' TO LD-STATUT
           END-IF
           MOVE WS-FDB-MONTANT TO LD-MONTANT
           MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE.
       TOTAL-FOURNISSEUR.
           MOVE SPACES TO WS-LIGNE-DETAIL
           MOVE WS-PREV-SUP TO LD-SUP-ID
           MOVE 'TOTAL FOURNISSEUR' TO LD-MOTIF
           MOVE WS-SUP-TOTAL TO LD-MONTANT
           MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_RECOUV END-EXEC
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
