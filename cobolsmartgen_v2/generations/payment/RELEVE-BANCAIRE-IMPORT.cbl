           SELECT SUSPENS-FILE ASSIGN TO "RELEVE-SUSPENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENS-STATUS.
           SELECT STATUT-FILE ASSIGN TO "VIREMENTS-STATUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RELEVE-FILE.
           05 REL-REFERENCE       PIC X(20).
       FD  SUSPENS-FILE.
       01  SUSPENS-RECORD         PIC X(100).
       FD  STATUT-FILE.
       01  STATUT-RECORD.
           05 STA-REFERENCE       PIC X(20).
           05 STA-STATUT          PIC X(4).
           05 STA-MOTIF           PIC X(4).
           05 STA-DATE            PIC 9(8).
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       77  WS-RELEVE-STATUS       PIC X(2) VALUE '00'.
       77  WS-SUSPENS-STATUS      PIC X(2) VALUE '00'.
       77  WS-STATUT-STATUS       PIC X(2) VALUE '00'.
       77  WS-STATUT-EOF          PIC X VALUE 'N'.
       01  END-OF-FILE            PIC X VALUE 'N'.
           88  EOF-REACHED        VALUE 'Y'.
       77  WS-COUNT-LIGNES        PIC 9(6) VALUE 0.
       01  WS-TOTAL-RELEVE        PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-RAPPROCHE     PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-SUSPENS       PIC 9(11)V99 VALUE 0.
       77  WS-COUNT-DONS          PIC 9(6) VALUE 0.
       01  WS-TOTAL-DONS          PIC 9(11)V99 VALUE 0.
       01  WS-DON-ID              PIC 9(9).
       01  WS-DON-ID-USER         PIC 9(9).
       01  WS-DON-ID-DONATEUR     PIC 9(9).
       01  WS-DON-REF-ID          PIC X(9).
       01  WS-DON-NB              PIC 9(9).
       01  WS-DON-DATE            PIC 9(8).
       01  WS-DON-MONTANT         PIC 9(8)V99.
       01  WS-DON-REFERENCE       PIC X(20).
       01  WS-CONTROLE            PIC 9(11)V99.
       01  WS-REF-ORDER           PIC X(9).
       01  WS-ORDER-ID            PIC 9(9).
       01  WS-RET-CUST            PIC 9(9).
       01  WS-RET-NIVEAU          PIC 9.
       01  WS-RET-DATE            PIC 9(8).
       01  WS-RBL-ID              PIC 9(9).
       01  WS-RBL-NB              PIC 9(9).
       01  WS-RBL-DATE-IMPORT     PIC 9(8).
       01  WS-RBL-DATE            PIC 9(8).
       01  WS-RBL-SENS            PIC X.
       01  WS-RBL-MONTANT         PIC 9(8)V99.
       01  WS-RBL-REFERENCE       PIC X(20).
       01  WS-RBL-DEJA-IMPORTEE   PIC X VALUE 'N'.
       77  WS-COUNT-DEJA-IMPORTEES PIC 9(6) VALUE 0.
       77  WS-COUNT-DEBITS        PIC 9(6) VALUE 0.
       77  WS-COUNT-DEBITS-KO     PIC 9(6) VALUE 0.
       01  WS-TOTAL-DEBITS        PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-DEBITS-KO     PIC 9(11)V99 VALUE 0.
       77  WS-COUNT-STATUTS       PIC 9(6) VALUE 0.
       77  WS-COUNT-REJETS-VIR    PIC 9(6) VALUE 0.
       77  WS-COUNT-REJETS-KO     PIC 9(6) VALUE 0.
       01  WS-TOTAL-REJETS-VIR    PIC 9(11)V99 VALUE 0.
       01  WS-VEM-NB              PIC 9(9).
       01  WS-VEM-ATTENDU         PIC 9(11)V99.
       01  WS-VEM-LOT             PIC X(20).
       01  WS-VEM-REFERENCE       PIC X(20).
       01  WS-VEM-TYPE            PIC X.
       01  WS-VEM-FF-ID           PIC 9(9).
       01  WS-VEM-EMP-ID          PIC 9(4).
       01  WS-VEM-PERIODE         PIC 9(6).
       01  WS-VEM-MONTANT         PIC 9(9)V99.
       01  WS-VEM-MOTIF           PIC X(4).
       01  WS-VEM-DATE-STATUT     PIC 9(8).
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
           IF WS-RELEVE-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RELEVE-BANQUE.DAT: '
                   WS-RELEVE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT SUSPENS-FILE
           PERFORM DAL-CONNECT
           PERFORM INIT-PAY-ID
           PERFORM IMPORTER-STATUTS-VIREMENTS
           READ RELEVE-FILE
               AT END MOVE 'Y' TO END-OF-FILE
           END-READ
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR LECTURE MAX PAY_ID: SQLCODE=' SQLCODE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
       ENREGISTRER-LIGNE-RELEVE.
           MOVE 'N' TO WS-RBL-DEJA-IMPORTEE
           MOVE 0 TO WS-RBL-ID
           MOVE REL-DATE TO WS-RBL-DATE
           MOVE REL-TYPE TO WS-RBL-SENS
           MOVE REL-MONTANT TO WS-RBL-MONTANT
           MOVE REL-REFERENCE TO WS-RBL-REFERENCE
           EXEC SQL
               SELECT RBL_ID
               INTO :WS-RBL-ID
               FROM RELEVE_BANCAIRE_LIGNE
               WHERE RBL_DATE = :WS-RBL-DATE
               AND RBL_SENS = :WS-RBL-SENS
               AND RBL_MONTANT = :WS-RBL-MONTANT
               AND RBL_REFERENCE = :WS-RBL-REFERENCE
               ORDER BY RBL_ID
               LIMIT 1
           END-EXEC
           IF SQLCODE EQUAL ZERO
               MOVE 'Y' TO WS-RBL-DEJA-IMPORTEE
               EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR CONTROLE HISTORIQUE RELEVE: SQLCODE='
                   SQLCODE
               MOVE 12 TO RETURN-CODE
               EXEC SQL ROLLBACK END-EXEC
               GOBACK
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(RBL_ID), 0) + 1
               INTO :WS-RBL-ID
               FROM RELEVE_BANCAIRE_LIGNE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR LECTURE MAX RBL_ID: SQLCODE=' SQLCODE
               MOVE 12 TO RETURN-CODE
               EXEC SQL ROLLBACK END-EXEC
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RBL-DATE-IMPORT
           EXEC SQL
               INSERT INTO RELEVE_BANCAIRE_LIGNE
               (RBL_ID, RBL_DATE, RBL_SENS, RBL_MONTANT,
                RBL_REFERENCE, RBL_DATE_IMPORT)
               VALUES
               (:WS-RBL-ID, :WS-RBL-DATE, :WS-RBL-SENS, :WS-RBL-MONTANT,
                :WS-RBL-REFERENCE, :WS-RBL-DATE-IMPORT)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR HISTORIQUE RELEVE: SQLCODE=' SQLCODE
           END-IF.
       TRAITER-LIGNE.
           IF REL-TYPE = 'C' OR REL-TYPE = 'D'
               PERFORM ENREGISTRER-LIGNE-RELEVE
               IF WS-RBL-DEJA-IMPORTEE = 'Y'
                   ADD 1 TO WS-COUNT-DEJA-IMPORTEES
                   DISPLAY 'LIGNE DEJA IMPORTEE (' WS-RBL-ID
                       ') IGNOREE: ' REL-REFERENCE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF REL-TYPE = 'D'
               EVALUATE REL-REFERENCE(1:5)
                   WHEN 'LOTF-'
                   WHEN 'LOTS-'
                       PERFORM TRAITER-DEBIT-LOT
                   WHEN 'VIRF-'
                   WHEN 'VIRS-'
                   WHEN 'VIRC-'
                   WHEN 'VIRN-'
                   WHEN 'VIRA-'
                       PERFORM TRAITER-DEBIT-VIREMENT
                   WHEN OTHER
                       PERFORM TRAITER-RETOUR
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF
           IF REL-TYPE NOT = 'C'
           END-IF
           ADD 1 TO WS-COUNT-LIGNES
           ADD REL-MONTANT TO WS-TOTAL-RELEVE
           IF REL-REFERENCE(1:3) = 'DON'
               PERFORM TRAITER-DON
               EXIT PARAGRAPH
           END-IF
           MOVE REL-REFERENCE(1:9) TO WS-REF-ORDER
           IF WS-REF-ORDER NOT NUMERIC
               MOVE 'REFERENCE COMMANDE ILLISIBLE' TO SUS-MOTIF
           DISPLAY 'PAIEMENT ' WS-PAY-ID ' CREE POUR COMMANDE '
               WS-ORDER-ID.

       TRAITER-DON.
           MOVE REL-REFERENCE(5:9) TO WS-DON-REF-ID
           IF WS-DON-REF-ID NOT NUMERIC
               OR (REL-REFERENCE(4:1) NOT = 'U'
                   AND REL-REFERENCE(4:1) NOT = 'E')
               MOVE 'DON: REFERENCE DONATEUR ILLISIBLE' TO SUS-MOTIF
               PERFORM ECRIRE-SUSPENS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DON-ID-USER
           MOVE 0 TO WS-DON-ID-DONATEUR
           MOVE 0 TO WS-DON-NB
           IF REL-REFERENCE(4:1) = 'U'
               MOVE WS-DON-REF-ID TO WS-DON-ID-USER
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-DON-NB
                   FROM UTILISATEUR
                   WHERE USER_ID = :WS-DON-ID-USER
               END-EXEC
           ELSE
               MOVE WS-DON-REF-ID TO WS-DON-ID-DONATEUR
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-DON-NB
                   FROM DONATEUR
                   WHERE DONATEUR_ID = :WS-DON-ID-DONATEUR
               END-EXEC
           END-IF
           IF WS-DON-NB = ZERO
               MOVE 'DON: DONATEUR INCONNU' TO SUS-MOTIF
               PERFORM ECRIRE-SUSPENS
               EXIT PARAGRAPH
           END-IF
           MOVE REL-DATE TO WS-DON-DATE
           MOVE REL-MONTANT TO WS-DON-MONTANT
           MOVE REL-REFERENCE TO WS-DON-REFERENCE
           MOVE 0 TO WS-DON-NB
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-DON-NB
               FROM DON
               WHERE DON_REFERENCE = :WS-DON-REFERENCE
               AND DON_DATE = :WS-DON-DATE
               AND DON_MONTANT = :WS-DON-MONTANT
           END-EXEC
           IF WS-DON-NB > ZERO
               MOVE 'DON: DEJA ENREGISTRE' TO SUS-MOTIF
               PERFORM ECRIRE-SUSPENS
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(DON_ID), 0) + 1
               INTO :WS-DON-ID
               FROM DON
           END-EXEC
           EXEC SQL
               INSERT INTO DON
               (DON_ID, DON_ID_USER, DON_ID_DONATEUR, DON_DATE,
                DON_MONTANT, DON_MODE, DON_REFERENCE,
                DON_RECU_NUMERO)
               VALUES
               (:WS-DON-ID, :WS-DON-ID-USER, :WS-DON-ID-DONATEUR,
                :WS-DON-DATE, :WS-DON-MONTANT, 'VIR',
                :WS-DON-REFERENCE, 0)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT DON: SQLCODE=' SQLCODE
               MOVE 'DON: ERREUR D''ENREGISTREMENT' TO SUS-MOTIF
               PERFORM ECRIRE-SUSPENS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COUNT-DONS
           ADD REL-MONTANT TO WS-TOTAL-DONS
           DISPLAY 'DON ' WS-DON-ID ' ENREGISTRE (' REL-REFERENCE
               ')'.

       TRAITER-RETOUR.
           MOVE REL-REFERENCE(1:9) TO WS-REF-ORDER
           IF WS-REF-ORDER NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RET-MONTANT = 0 - REL-MONTANT
           MOVE REL-DATE TO WS-RET-DATE
           EXEC SQL
               INSERT INTO PAYMENT_ALLOCATION
               (PAY_ID, INV_ID, ALLOC_MONTANT, ALLOC_DATE)
               VALUES
               (:WS-RET-PAY-ID, :WS-ORDER-ID, :WS-RET-MONTANT,
                :WS-RET-DATE)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               ADD 1 TO WS-COUNT-RETOURS-KO
           DISPLAY 'IMPAYE: FACTURE ' WS-ORDER-ID ' REOUVERTE,'
               ' REGLEMENT ' WS-RET-PAY-ID ' EXTOURNE,'
               ' CLIENT ' WS-RET-CUST ' SIGNALE'.

       TRAITER-DEBIT-LOT.
           MOVE REL-REFERENCE TO WS-VEM-LOT
           MOVE 0 TO WS-VEM-NB
           MOVE 0 TO WS-VEM-ATTENDU
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(VEM_MONTANT), 0)
               INTO :WS-VEM-NB, :WS-VEM-ATTENDU
               FROM VIREMENT_EMIS
               WHERE VEM_LOT = :WS-VEM-LOT
               AND VEM_STATUT = 'E'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO OR WS-VEM-NB = ZERO
               MOVE 'DEBIT: LOT INCONNU OU DEJA RAPPROCHE'
                   TO SUS-MOTIF
               PERFORM ECRIRE-SUSPENS-DEBIT
               EXIT PARAGRAPH
           END-IF
           IF WS-VEM-ATTENDU NOT = REL-MONTANT
               MOVE 'DEBIT: MONTANT DIFFERENT DU LOT EMIS'
                   TO SUS-MOTIF
               PERFORM ECRIRE-SUSPENS-DEBIT
               EXIT PARAGRAPH
           END-IF
           MOVE REL-DATE TO WS-VEM-DATE-STATUT
           EXEC SQL
               UPDATE VIREMENT_EMIS
               SET VEM_STATUT = 'R',
                   VEM_DATE_STATUT = :WS-VEM-DATE-STATUT,
                   VEM_RBL_ID = :WS-RBL-ID
               WHERE VEM_LOT = :WS-VEM-LOT
               AND VEM_STATUT = 'E'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR RAPPROCHEMENT LOT: SQLCODE=' SQLCODE
               MOVE 'DEBIT: ERREUR DE RAPPROCHEMENT' TO SUS-MOTIF
               PERFORM ECRIRE-SUSPENS-DEBIT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COUNT-DEBITS
           ADD REL-MONTANT TO WS-TOTAL-DEBITS
           DISPLAY 'DECAISSEMENT: LOT ' WS-VEM-LOT ' RAPPROCHE ('
               WS-VEM-NB ' VIREMENTS)'.

       TRAITER-DEBIT-VIREMENT.
           MOVE REL-REFERENCE TO WS-VEM-REFERENCE
           MOVE 0 TO WS-VEM-MONTANT
           EXEC SQL
               SELECT VEM_MONTANT
               INTO :WS-VEM-MONTANT
               FROM VIREMENT_EMIS
               WHERE VEM_REFERENCE = :WS-VEM-REFERENCE
               AND VEM_STATUT = 'E'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               MOVE 'DEBIT: VIREMENT INCONNU OU DEJA RAPPROCHE'
                   TO SUS-MOTIF
               PERFORM ECRIRE-SUSPENS-DEBIT
               EXIT PARAGRAPH
           END-IF
           IF WS-VEM-MONTANT NOT = REL-MONTANT
               MOVE 'DEBIT: MONTANT DIFFERENT DU VIREMENT EMIS'
                   TO SUS-MOTIF
               PERFORM ECRIRE-SUSPENS-DEBIT
               EXIT PARAGRAPH
           END-IF
           MOVE REL-DATE TO WS-VEM-DATE-STATUT
           EXEC SQL
               UPDATE VIREMENT_EMIS
               SET VEM_STATUT = 'R',
                   VEM_DATE_STATUT = :WS-VEM-DATE-STATUT,
                   VEM_RBL_ID = :WS-RBL-ID
               WHERE VEM_REFERENCE = :WS-VEM-REFERENCE
               AND VEM_STATUT = 'E'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR RAPPROCHEMENT VIREMENT: SQLCODE='
                   SQLCODE
               MOVE 'DEBIT: ERREUR DE RAPPROCHEMENT' TO SUS-MOTIF
               PERFORM ECRIRE-SUSPENS-DEBIT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COUNT-DEBITS
           ADD REL-MONTANT TO WS-TOTAL-DEBITS.

       IMPORTER-STATUTS-VIREMENTS.
           OPEN INPUT STATUT-FILE
           IF WS-STATUT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-STATUT-EOF
           READ STATUT-FILE
               AT END MOVE 'Y' TO WS-STATUT-EOF
           END-READ
           PERFORM UNTIL WS-STATUT-EOF = 'Y'
               ADD 1 TO WS-COUNT-STATUTS
               IF STA-STATUT = 'RJCT'
                   PERFORM TRAITER-REJET-VIREMENT
               END-IF
               READ STATUT-FILE
                   AT END MOVE 'Y' TO WS-STATUT-EOF
               END-READ
           END-PERFORM
           CLOSE STATUT-FILE.

       TRAITER-REJET-VIREMENT.
           MOVE STA-REFERENCE TO WS-VEM-REFERENCE
           EXEC SQL
               SELECT VEM_TYPE, VEM_FF_ID, VEM_EMP_ID, VEM_PERIODE,
                      VEM_MONTANT
               INTO :WS-VEM-TYPE, :WS-VEM-FF-ID, :WS-VEM-EMP-ID,
                    :WS-VEM-PERIODE, :WS-VEM-MONTANT
               FROM VIREMENT_EMIS
               WHERE VEM_REFERENCE = :WS-VEM-REFERENCE
               AND VEM_STATUT IN ('E', 'R')
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               ADD 1 TO WS-COUNT-REJETS-KO
               MOVE STA-DATE TO SUS-DATE
               MOVE 0 TO SUS-MONTANT
               MOVE STA-REFERENCE TO SUS-REFERENCE
               MOVE 'REJET: VIREMENT INCONNU OU DEJA REJETE'
                   TO SUS-MOTIF
               MOVE WS-SUSPENS-LINE TO SUSPENS-RECORD
               WRITE SUSPENS-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE STA-MOTIF TO WS-VEM-MOTIF
           MOVE STA-DATE TO WS-VEM-DATE-STATUT
           EXEC SQL
               UPDATE VIREMENT_EMIS
               SET VEM_STATUT = 'J',
                   VEM_MOTIF_REJET = :WS-VEM-MOTIF,
                   VEM_DATE_STATUT = :WS-VEM-DATE-STATUT
               WHERE VEM_REFERENCE = :WS-VEM-REFERENCE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR MAJ VIREMENT EMIS: SQLCODE=' SQLCODE
                   ' REFERENCE ' WS-VEM-REFERENCE
               MOVE 12 TO RETURN-CODE
               EXEC SQL ROLLBACK END-EXEC
               GOBACK
           END-IF
           EVALUATE WS-VEM-TYPE
               WHEN 'F'
                   PERFORM REOUVRIR-FACTURE-FOURNISSEUR
               WHEN 'S'
                   PERFORM SIGNALER-NET-IMPAYE
               WHEN 'N'
                   PERFORM REOUVRIR-NOTES-FRAIS
               WHEN 'A'
                   PERFORM ANNULER-AVANCE-REJETEE
               WHEN OTHER
                   DISPLAY 'REJET: VIREMENT ' WS-VEM-REFERENCE
                       ' (' WS-VEM-MOTIF ') A REEMETTRE MANUELLEMENT'
           END-EVALUATE
           ADD 1 TO WS-COUNT-REJETS-VIR
           ADD WS-VEM-MONTANT TO WS-TOTAL-REJETS-VIR.

       REOUVRIR-FACTURE-FOURNISSEUR.
           EXEC SQL
               UPDATE FACTURE_FOURNISSEUR
               SET FF_STATUT = 'A',
                   FF_OPER_PAIEMENT = ' ',
                   FF_DATE_PAIEMENT = 0
               WHERE FF_ID = :WS-VEM-FF-ID
               AND FF_STATUT = 'P'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO OR SQLERRD(3) EQUAL ZERO
               DISPLAY 'ANOMALIE: REJET ' WS-VEM-REFERENCE
                   ' - FACTURE ' WS-VEM-FF-ID ' NON REOUVERTE'
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE AVOIR_FOURNISSEUR
               SET AF_STATUT = 'O',
                   AF_FF_IMPUTE = 0,
                   AF_DATE_IMPUTATION = 0
               WHERE AF_FF_IMPUTE = :WS-VEM-FF-ID
               AND AF_STATUT = 'I'
           END-EXEC
           DISPLAY 'REJET: VIREMENT ' WS-VEM-REFERENCE ' ('
               WS-VEM-MOTIF ') - FACTURE FOURNISSEUR '
               WS-VEM-FF-ID ' REOUVERTE'.

       SIGNALER-NET-IMPAYE.
           EXEC SQL
               UPDATE PAIE_HISTO
               SET HIS_IMPAYE = 'O'
               WHERE HIS_PERIODE = :WS-VEM-PERIODE
               AND EMP_ID = :WS-VEM-EMP-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO OR SQLERRD(3) EQUAL ZERO
               DISPLAY 'ANOMALIE: REJET ' WS-VEM-REFERENCE
                   ' - PAIE ' WS-VEM-PERIODE ' EMPLOYE '
                   WS-VEM-EMP-ID ' INTROUVABLE'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'REJET: VIREMENT ' WS-VEM-REFERENCE ' ('
               WS-VEM-MOTIF ') - NET A PAYER EMPLOYE '
               WS-VEM-EMP-ID ' PERIODE ' WS-VEM-PERIODE ' IMPAYE'.
       REOUVRIR-NOTES-FRAIS.
           EXEC SQL
               UPDATE NOTE_FRAIS
               SET NDF_STATUT = 'V',
                   NDF_PERIODE_PAIEMENT = 0,
                   NDF_REF_VIREMENT = ' '
               WHERE NDF_REF_VIREMENT = :WS-VEM-REFERENCE
               AND NDF_STATUT = 'P'
               AND NDF_EXPORTE = 'N'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO OR SQLERRD(3) EQUAL ZERO
               DISPLAY 'ANOMALIE: REJET ' WS-VEM-REFERENCE
                   ' - NOTES DE FRAIS EMPLOYE ' WS-VEM-EMP-ID
                   ' DEJA COMPTABILISEES, A REEMETTRE MANUELLEMENT'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'REJET: VIREMENT ' WS-VEM-REFERENCE ' ('
               WS-VEM-MOTIF ') - NOTES DE FRAIS EMPLOYE '
               WS-VEM-EMP-ID ' REMISES EN PAIEMENT'.
       ANNULER-AVANCE-REJETEE.
           EXEC SQL
               UPDATE AVANCE_SALAIRE
               SET AVA_STATUT = 'X'
               WHERE AVA_REF_VIREMENT = :WS-VEM-REFERENCE
               AND AVA_STATUT = 'V'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO OR SQLERRD(3) EQUAL ZERO
               DISPLAY 'ANOMALIE: REJET ' WS-VEM-REFERENCE
                   ' - AVANCE EMPLOYE ' WS-VEM-EMP-ID
                   ' DEJA RETENUE SUR LA PAIE, A REEMETTRE MANUELLEMENT'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'REJET: VIREMENT ' WS-VEM-REFERENCE ' ('
               WS-VEM-MOTIF ') - AVANCE EMPLOYE ' WS-VEM-EMP-ID
               ' ANNULEE, NON RETENUE SUR LA PAIE'.
       ECRIRE-SUSPENS-DEBIT.
           ADD 1 TO WS-COUNT-DEBITS-KO
           ADD REL-MONTANT TO WS-TOTAL-DEBITS-KO
           PERFORM ECRIRE-LIGNE-SUSPENS.
       ECRIRE-SUSPENS.
           ADD 1 TO WS-COUNT-SUSPENS
           ADD REL-MONTANT TO WS-TOTAL-SUSPENS
           MOVE WS-TOTAL-RAPPROCHE TO WS-D-MONTANT
           DISPLAY 'TOTAL RAPPROCHE : ' WS-D-MONTANT
               ' (' WS-COUNT-RAPPROCHES ' PAIEMENTS)'
           MOVE WS-TOTAL-DONS TO WS-D-MONTANT
           DISPLAY 'TOTAL DONS      : ' WS-D-MONTANT
               ' (' WS-COUNT-DONS ' DONS)'
           MOVE WS-TOTAL-SUSPENS TO WS-D-MONTANT
           DISPLAY 'TOTAL SUSPENS   : ' WS-D-MONTANT
               ' (' WS-COUNT-SUSPENS ' LIGNES)'
           MOVE WS-TOTAL-RETOURS-KO TO WS-D-MONTANT
           DISPLAY 'RETOURS REJETES : ' WS-D-MONTANT
               ' (' WS-COUNT-RETOURS-KO ' LIGNES)'
           DISPLAY '--- SECTION DECAISSEMENTS ---'
           MOVE WS-TOTAL-DEBITS TO WS-D-MONTANT
           DISPLAY 'DEBITS RAPPROCHES : ' WS-D-MONTANT
               ' (' WS-COUNT-DEBITS ' LIGNES)'
           MOVE WS-TOTAL-DEBITS-KO TO WS-D-MONTANT
           DISPLAY 'DEBITS EN SUSPENS : ' WS-D-MONTANT
               ' (' WS-COUNT-DEBITS-KO ' LIGNES)'
           MOVE WS-TOTAL-REJETS-VIR TO WS-D-MONTANT
           DISPLAY 'VIREMENTS REJETES : ' WS-D-MONTANT
               ' (' WS-COUNT-REJETS-VIR ' SUR ' WS-COUNT-STATUTS
               ' STATUTS)'
           DISPLAY 'REJETS INCONNUS   : ' WS-COUNT-REJETS-KO
           DISPLAY 'LIGNES DEJA IMPORTEES IGNOREES: '
               WS-COUNT-DEJA-IMPORTEES
           COMPUTE WS-CONTROLE =
               WS-TOTAL-RAPPROCHE + WS-TOTAL-DONS + WS-TOTAL-SUSPENS
           IF WS-CONTROLE = WS-TOTAL-RELEVE
               DISPLAY 'CONTROLE: RELEVE = RAPPROCHE + DONS + SUSPENS'
                   ' : OK'
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY 'CONTROLE: ECART DE RAPPROCHEMENT DETECTE'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR CONNECT: SQLCODE=' SQLCODE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CONNECTED-FLAG.
