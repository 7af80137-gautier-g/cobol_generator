       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAIS-APPROCHE-REPORT.
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
       77  WS-ARG-PO              PIC X(9) VALUE SPACES.
       01  WS-PO-FILTRE           PIC 9(9) VALUE 0.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-PO-ID               PIC 9(9).
       01  WS-PROD-ID             PIC 9(9).
       01  WS-FA-ID               PIC 9(9).
       01  WS-FA-NATURE           PIC X(10).
       01  WS-FA-CLE              PIC X(6).
       01  WS-FA-REFERENCE        PIC X(20).
       01  WS-FAL-QTE             PIC 9(9).
       01  WS-FAL-VALEUR          PIC 9(11)V99.
       01  WS-FAL-MONTANT         PIC 9(9)V99.
       01  WS-FAL-STOCKE          PIC 9(9)V99.
       01  WS-FAL-CONSOMME        PIC 9(9)V99.
       01  WS-FAL-CMP-AVANT       PIC 9(7)V9(4).
       01  WS-FAL-CMP-APRES       PIC 9(7)V9(4).
       01  WS-GR-DATE             PIC 9(8).
       01  WS-PREV-PO             PIC 9(9) VALUE 0.
       01  WS-PREV-DATE           PIC 9(8) VALUE 0.
       01  WS-PREV-VALEUR         PIC 9(11)V99 VALUE 0.
       01  WS-PREV-QTE            PIC 9(9) VALUE 0.
       01  WS-PO-FRAIS            PIC 9(11)V99 VALUE 0.
       01  WS-PO-TAUX             PIC 9(5)V99.
       01  WS-COUT-UNITAIRE       PIC 9(7)V9(4).
       01  WS-TOTAL-FRAIS         PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-STOCKE        PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CONSOMME      PIC 9(11)V99 VALUE 0.
       77  WS-COUNT-RECEPTIONS    PIC 9(6) VALUE 0.
       77  WS-COUNT-LIGNES        PIC 9(6) VALUE 0.
       01  WS-SPOOL-OP            PIC X(4).
       01  WS-SPOOL-TITRE         PIC X(60).
       01  WS-SPOOL-LIGNE         PIC X(132).
       01  WS-ENTETE-COLONNES.
           05 FILLER PIC X(10) VALUE 'FRAIS'.
           05 FILLER PIC X(11) VALUE 'NATURE'.
           05 FILLER PIC X(7)  VALUE 'CLE'.
           05 FILLER PIC X(21) VALUE 'REFERENCE'.
           05 FILLER PIC X(15) VALUE '        REPARTI'.
           05 FILLER PIC X(15) VALUE '      INCORPORE'.
           05 FILLER PIC X(15) VALUE '          ECART'.
           05 FILLER PIC X(14) VALUE '    CMP AVANT'.
           05 FILLER PIC X(14) VALUE '    CMP APRES'.
       01  WS-LIGNE-DETAIL.
           05 LD-FA-ID            PIC Z(8)9.
           05 FILLER              PIC X(1).
           05 LD-NATURE           PIC X(10).
           05 FILLER              PIC X(1).
           05 LD-CLE              PIC X(6).
           05 FILLER              PIC X(1).
           05 LD-REFERENCE        PIC X(20).
           05 FILLER              PIC X(1).
           05 LD-MONTANT          PIC Z(10)9.99.
           05 FILLER              PIC X(1).
           05 LD-STOCKE           PIC Z(10)9.99.
           05 FILLER              PIC X(1).
           05 LD-CONSOMME         PIC Z(10)9.99.
           05 FILLER              PIC X(1).
           05 LD-CMP-AVANT        PIC Z(6)9.9999.
           05 FILLER              PIC X(2).
           05 LD-CMP-APRES        PIC Z(6)9.9999.
       01  WS-D-MONTANT           PIC Z(10)9.99.
       01  WS-D-TAUX              PIC ZZZZ9.99.
       01  WS-D-COUT              PIC Z(6)9.9999.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'FRAIS D''APPROCHE PAR RECEPTION'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-PO FROM ARGUMENT-VALUE
           IF WS-ARG-PO NOT = SPACES
               IF WS-ARG-PO NOT NUMERIC
                   DISPLAY 'USAGE: FRAIS-APPROCHE-REPORT'
                       ' [NO-COMMANDE]'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-ARG-PO TO WS-PO-FILTRE
               DISPLAY 'COMMANDE: ' WS-PO-FILTRE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE SPACES TO WS-SPOOL-TITRE
           STRING 'FRAIS-APPROCHE-' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-TITRE
           PERFORM OUVRIR-SPOOL
           PERFORM DAL-CONNECT
           PERFORM LISTER-FRAIS
           IF WS-PREV-PO NOT = ZERO
               PERFORM TOTAL-RECEPTION
           END-IF
           PERFORM DAL-END
           MOVE SPACES TO WS-LIGNE-DETAIL
           MOVE 'TOTAL' TO LD-NATURE
           MOVE WS-TOTAL-FRAIS TO LD-MONTANT
           MOVE WS-TOTAL-STOCKE TO LD-STOCKE
           MOVE WS-TOTAL-CONSOMME TO LD-CONSOMME
           MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           PERFORM FERMER-SPOOL
           DISPLAY 'RECEPTIONS EDITEES: ' WS-COUNT-RECEPTIONS
           DISPLAY 'LIGNES DE FRAIS   : ' WS-COUNT-LIGNES
           MOVE WS-TOTAL-FRAIS TO WS-D-MONTANT
           DISPLAY 'FRAIS REPARTIS    : ' WS-D-MONTANT
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
       LISTER-FRAIS.
           EXEC SQL
               DECLARE C_FRAIS CURSOR FOR
               SELECT l.FAL_PO_ID, COALESCE(l.FAL_DATE_RECEPTION, 0),
                      l.FAL_PROD_ID, a.FA_ID,
                      a.FA_NATURE, a.FA_CLE, a.FA_REFERENCE,
                      l.FAL_QTE, l.FAL_VALEUR, l.FAL_MONTANT,
                      COALESCE(l.FAL_MONTANT_STOCK, 0),
                      COALESCE(l.FAL_MONTANT_CONSOMME, 0),
                      COALESCE(l.FAL_CMP_AVANT, 0),
                      COALESCE(l.FAL_CMP_APRES, 0)
               FROM FRAIS_APPROCHE_LIGNE l
               INNER JOIN FRAIS_APPROCHE a
                   ON a.FA_ID = l.FAL_FA_ID
               WHERE (:WS-PO-FILTRE = 0
                      OR l.FAL_PO_ID = :WS-PO-FILTRE)
               ORDER BY l.FAL_PO_ID, l.FAL_DATE_RECEPTION, a.FA_ID
           END-EXEC
           EXEC SQL OPEN C_FRAIS END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_FRAIS INTO
                       :WS-PO-ID, :WS-GR-DATE, :WS-PROD-ID,
                       :WS-FA-ID,
                       :WS-FA-NATURE, :WS-FA-CLE, :WS-FA-REFERENCE,
                       :WS-FAL-QTE, :WS-FAL-VALEUR, :WS-FAL-MONTANT,
                       :WS-FAL-STOCKE, :WS-FAL-CONSOMME,
                       :WS-FAL-CMP-AVANT, :WS-FAL-CMP-APRES
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
           IF WS-PO-ID NOT = WS-PREV-PO
               OR WS-GR-DATE NOT = WS-PREV-DATE
               IF WS-PREV-PO NOT = ZERO
                   PERFORM TOTAL-RECEPTION
               END-IF
               MOVE WS-PO-ID TO WS-PREV-PO
               MOVE WS-GR-DATE TO WS-PREV-DATE
               MOVE WS-FAL-VALEUR TO WS-PREV-VALEUR
               MOVE WS-FAL-QTE TO WS-PREV-QTE
               MOVE 0 TO WS-PO-FRAIS
               ADD 1 TO WS-COUNT-RECEPTIONS
               MOVE WS-FAL-VALEUR TO WS-D-MONTANT
               MOVE SPACES TO WS-SPOOL-LIGNE
               STRING 'RECEPTION COMMANDE ' WS-PO-ID
                   ' DU ' WS-GR-DATE ' PRODUIT ' WS-PROD-ID
                   ' QTE ' WS-FAL-QTE
                   ' VALEUR ACHAT ' WS-D-MONTANT
                   DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
               END-STRING
               PERFORM ECRIRE-SPOOL-LIGNE
           END-IF
           ADD 1 TO WS-COUNT-LIGNES
           ADD WS-FAL-MONTANT TO WS-PO-FRAIS
           ADD WS-FAL-MONTANT TO WS-TOTAL-FRAIS
           ADD WS-FAL-STOCKE TO WS-TOTAL-STOCKE
           ADD WS-FAL-CONSOMME TO WS-TOTAL-CONSOMME
           MOVE SPACES TO WS-LIGNE-DETAIL
           MOVE WS-FA-ID TO LD-FA-ID
           MOVE WS-FA-NATURE TO LD-NATURE
           MOVE WS-FA-CLE TO LD-CLE
           MOVE WS-FA-REFERENCE TO LD-REFERENCE
           MOVE WS-FAL-MONTANT TO LD-MONTANT
           MOVE WS-FAL-STOCKE TO LD-STOCKE
           MOVE WS-FAL-CONSOMME TO LD-CONSOMME
           MOVE WS-FAL-CMP-AVANT TO LD-CMP-AVANT
           MOVE WS-FAL-CMP-APRES TO LD-CMP-APRES
           MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE.
       TOTAL-RECEPTION.
           MOVE 0 TO WS-PO-TAUX
           IF WS-PREV-VALEUR > ZERO
               COMPUTE WS-PO-TAUX ROUNDED =
                   WS-PO-FRAIS * 100 / WS-PREV-VALEUR
           END-IF
           MOVE 0 TO WS-COUT-UNITAIRE
           IF WS-PREV-QTE > ZERO
               COMPUTE WS-COUT-UNITAIRE ROUNDED =
                   (WS-PREV-VALEUR + WS-PO-FRAIS) / WS-PREV-QTE
           END-IF
           MOVE WS-PO-FRAIS TO WS-D-MONTANT
           MOVE WS-PO-TAUX TO WS-D-TAUX
           MOVE WS-COUT-UNITAIRE TO WS-D-COUT
           MOVE SPACES TO WS-SPOOL-LIGNE
           STRING '  TOTAL FRAIS ' WS-D-MONTANT
               '  SOIT ' WS-D-TAUX ' % DE LA VALEUR ACHAT'
               '  COUT RENDU UNITAIRE ' WS-D-COUT
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           END-STRING
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_FRAIS END-EXEC
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
