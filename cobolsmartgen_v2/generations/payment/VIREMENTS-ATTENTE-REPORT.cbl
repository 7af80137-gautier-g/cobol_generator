       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIREMENTS-ATTENTE-REPORT.
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
       01  WS-VEM-TYPE            PIC X.
       01  WS-VEM-LOT             PIC X(20).
       01  WS-VEM-REFERENCE       PIC X(20).
       01  WS-VEM-BENEFICIAIRE    PIC X(40).
       01  WS-VEM-MONTANT         PIC 9(9)V99.
       01  WS-VEM-DATE            PIC 9(8).
       01  WS-JOURS               PIC S9(5).
       01  WS-PREV-LOT            PIC X(20) VALUE SPACES.
       77  WS-LOT-NB              PIC 9(6) VALUE 0.
       01  WS-LOT-MONTANT         PIC 9(11)V99 VALUE 0.
       77  WS-TOT-NB              PIC 9(6) VALUE 0.
       01  WS-TOT-MONTANT         PIC 9(11)V99 VALUE 0.
       77  WS-DATE-OPERATION      PIC X(4).
       01  WS-DATE-ZONE.
           05 WS-DATE-8           PIC 9(8).
           05 WS-DATE-X10         PIC X(10).
           05 WS-DATE-EPOCH       PIC S9(11).
           05 WS-DATE-8-B         PIC 9(8).
           05 WS-DATE-JOURS       PIC S9(7).
           05 WS-DATE-VALIDE      PIC X.
       01  WS-SPOOL-OP            PIC X(4).
       01  WS-SPOOL-TITRE         PIC X(60).
       01  WS-SPOOL-LIGNE         PIC X(132).
       01  WS-ENTETE-COLONNES.
           05 FILLER PIC X(13) VALUE 'TYPE'.
           05 FILLER PIC X(21) VALUE 'LOT'.
           05 FILLER PIC X(21) VALUE 'REFERENCE'.
           05 FILLER PIC X(31) VALUE 'BENEFICIAIRE'.
           05 FILLER PIC X(9) VALUE 'EMISSION'.
           05 FILLER PIC X(6) VALUE 'AGE J'.
           05 FILLER PIC X(13) VALUE '      MONTANT'.
       01  WS-LIGNE-VIREMENT.
           05 LV-TYPE             PIC X(12).
           05 FILLER              PIC X.
           05 LV-LOT              PIC X(20).
           05 FILLER              PIC X.
           05 LV-REFERENCE        PIC X(20).
           05 FILLER              PIC X.
           05 LV-BENEFICIAIRE     PIC X(30).
           05 FILLER              PIC X.
           05 LV-DATE             PIC 9(8).
           05 FILLER              PIC X.
           05 LV-JOURS            PIC Z(4)9.
           05 FILLER              PIC X.
           05 LV-MONTANT          PIC Z(8)9.99-.
       01  WS-LIGNE-LOT.
           05 FILLER              PIC X(13) VALUE 'TOTAL LOT'.
           05 LL-LOT              PIC X(21).
           05 LL-NB               PIC Z(5)9.
           05 FILLER              PIC X(61)
               VALUE ' VIREMENT(S) EN ATTENTE DE DEBIT'.
           05 LL-MONTANT          PIC Z(8)9.99-.
       01  WS-LIGNE-TOTAL.
           05 FILLER              PIC X(34)
               VALUE 'TOTAL GENERAL'.
           05 LT-NB               PIC Z(5)9.
           05 FILLER              PIC X(61)
               VALUE ' VIREMENT(S) NON RAPPROCHE(S)'.
           05 LT-MONTANT          PIC Z(8)9.99-.
       01  WS-D-MONTANT           PIC Z(9)9.99.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'VIREMENTS EMIS NON RAPPROCHES DU RELEVE'
           DISPLAY '=========================================='
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE 'VIREMENTS-ATTENTE-REPORT' TO WS-SPOOL-TITRE
           PERFORM OUVRIR-SPOOL
           PERFORM DAL-CONNECT
           PERFORM OPEN-VIREMENTS-CURSOR
           PERFORM FETCH-VIREMENT
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               PERFORM EDITER-VIREMENT
               PERFORM FETCH-VIREMENT
           END-PERFORM
           IF WS-PREV-LOT NOT = SPACES
               PERFORM SOUS-TOTAL-LOT
           END-IF
           MOVE WS-TOT-NB TO LT-NB
           MOVE WS-TOT-MONTANT TO LT-MONTANT
           MOVE WS-LIGNE-TOTAL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-TOTAL
           PERFORM FERMER-SPOOL
           PERFORM DAL-END
           MOVE WS-TOT-MONTANT TO WS-D-MONTANT
           DISPLAY 'VIREMENTS NON RAPPROCHES : ' WS-TOT-NB
           DISPLAY 'MONTANT EN ATTENTE       : ' WS-D-MONTANT
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
       OPEN-VIREMENTS-CURSOR.
           EXEC SQL
               DECLARE C_VEM_ATTENTE CURSOR FOR
               SELECT VEM_TYPE, VEM_LOT, VEM_REFERENCE,
                      COALESCE(VEM_BENEFICIAIRE, ' '),
                      VEM_MONTANT, VEM_DATE_EMISSION
               FROM VIREMENT_EMIS
               WHERE VEM_STATUT = 'E'
               ORDER BY VEM_DATE_EMISSION, VEM_LOT, VEM_REFERENCE
           END-EXEC
           EXEC SQL OPEN C_VEM_ATTENTE END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG.
       FETCH-VIREMENT.
           EXEC SQL
               FETCH C_VEM_ATTENTE INTO
                   :WS-VEM-TYPE, :WS-VEM-LOT, :WS-VEM-REFERENCE,
                   :WS-VEM-BENEFICIAIRE, :WS-VEM-MONTANT,
                   :WS-VEM-DATE
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN 100
                   MOVE 'Y' TO WS-END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                   MOVE 'Y' TO WS-END-OF-FILE
           END-EVALUATE.
       EDITER-VIREMENT.
           IF WS-VEM-LOT NOT = WS-PREV-LOT
               IF WS-PREV-LOT NOT = SPACES
                   PERFORM SOUS-TOTAL-LOT
               END-IF
               MOVE WS-VEM-LOT TO WS-PREV-LOT
               MOVE 0 TO WS-LOT-NB
               MOVE 0 TO WS-LOT-MONTANT
           END-IF
           INITIALIZE WS-DATE-ZONE
           MOVE WS-VEM-DATE TO WS-DATE-8
           MOVE WS-RUN-DATE TO WS-DATE-8-B
           MOVE 'DIFF' TO WS-DATE-OPERATION
           CALL 'DATE-UTILS' USING WS-DATE-OPERATION WS-DATE-ZONE
           IF WS-DATE-VALIDE = 'Y'
               MOVE WS-DATE-JOURS TO WS-JOURS
           ELSE
               MOVE 0 TO WS-JOURS
           END-IF
           EVALUATE WS-VEM-TYPE
               WHEN 'F'
                   MOVE 'FOURNISSEUR' TO LV-TYPE
               WHEN 'S'
                   MOVE 'SALAIRE' TO LV-TYPE
               WHEN 'C'
                   MOVE 'CREANCIER' TO LV-TYPE
               WHEN 'N'
                   MOVE 'NOTE FRAIS' TO LV-TYPE
               WHEN 'A'
                   MOVE 'AVANCE' TO LV-TYPE
               WHEN OTHER
                   MOVE WS-VEM-TYPE TO LV-TYPE
           END-EVALUATE
           MOVE WS-VEM-LOT TO LV-LOT
           MOVE WS-VEM-REFERENCE TO LV-REFERENCE
           MOVE WS-VEM-BENEFICIAIRE TO LV-BENEFICIAIRE
           MOVE WS-VEM-DATE TO LV-DATE
           MOVE WS-JOURS TO LV-JOURS
           MOVE WS-VEM-MONTANT TO LV-MONTANT
           MOVE WS-LIGNE-VIREMENT TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           ADD 1 TO WS-LOT-NB
           ADD WS-VEM-MONTANT TO WS-LOT-MONTANT
           ADD 1 TO WS-TOT-NB
           ADD WS-VEM-MONTANT TO WS-TOT-MONTANT.
       SOUS-TOTAL-LOT.
           MOVE WS-PREV-LOT TO LL-LOT
           MOVE WS-LOT-NB TO LL-NB
           MOVE WS-LOT-MONTANT TO LL-MONTANT
           MOVE WS-LIGNE-LOT TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_VEM_ATTENTE END-EXEC
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
