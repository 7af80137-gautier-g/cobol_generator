           05 WS-RC-IBAN          PIC X(34).
           05 WS-RC-MONTANT       PIC X(11).
       77  WS-ARG-PERIODE         PIC X(6) VALUE SPACES.
       77  WS-OPERATEUR           PIC X(9) VALUE SPACES.
       77  WS-EMP-EOF             PIC X.
       77  WS-BNK-EOF             PIC X.
       01  WS-EMPLOYEE.
           05 FILLER              PIC X(3) VALUE ' ; '.
           05 EXC-MOTIF           PIC X(35).
       01  WS-D-TOTAL             PIC Z(9)9.99.
       77  WS-STC-OPERATION       PIC X(4).
       77  WS-STC-EOF             PIC X.
       01  WS-SOLDE-COMPTE.
           05 STC-EMPID           PIC 9(4).
           05 STC-DATE-SORTIE     PIC 9(8).
           05 STC-MOTIF           PIC X(3).
           05 STC-PERIODE         PIC 9(6).
           05 STC-BRUT-PRORATA    PIC 9(6)V99.
           05 STC-INDEMNITE-CP    PIC S9(6)V99.
           05 STC-INDEMNITE-RUPT  PIC 9(7)V99.
           05 STC-STATUT          PIC X.
           05 STC-NET-PAYE        PIC 9(7)V99.
       01  WS-PERIODE-VIR         PIC 9(6).
       01  WS-IBAN-CHECK.
           05 WS-IC-IBAN          PIC X(34).
           05 WS-IC-VALIDE        PIC X.
       01  WS-MESSAGE-ID          PIC X(25).
       01  WS-LOT-REFERENCE       PIC X(20).
       01  WS-VIR-REFERENCE       PIC X(20).
       77  WS-NUM-REMISE          PIC 9(4).
       77  WS-VEM-OPERATION       PIC X(4).
       77  WS-VEM-EOF             PIC X.
       01  WS-FICHIER-BANQUE.
           05 FBQ-ACTION          PIC X(4).
           05 FBQ-TYPE            PIC X(4).
           05 FBQ-FICHIER         PIC X(40).
           05 FBQ-LOT             PIC X(20).
           05 FBQ-NB              PIC 9(6).
           05 FBQ-TOTAL           PIC 9(11)V99.
           05 FBQ-DATE-PAIEMENT   PIC 9(8).
           05 FBQ-OPERATEUR       PIC X(9).
           05 FBQ-ID              PIC 9(9).
           05 FBQ-HASH            PIC 9(15).
           05 FBQ-REG-NB          PIC 9(6).
           05 FBQ-REG-TOTAL       PIC 9(11)V99.
           05 FBQ-REG-HASH        PIC 9(15).
           05 FBQ-DOUBLON-ID      PIC 9(9).
           05 FBQ-RETOUR          PIC X.
       01  WS-VIREMENT-EMIS.
           05 VEM-TYPE            PIC X.
           05 VEM-LOT             PIC X(20).
           05 VEM-REFERENCE       PIC X(20).
           05 VEM-FF-ID           PIC 9(9).
           05 VEM-EMP-ID          PIC 9(4).
           05 VEM-PERIODE         PIC 9(6).
           05 VEM-BENEFICIAIRE    PIC X(40).
           05 VEM-MONTANT         PIC 9(9)V99.
           05 VEM-DATE            PIC 9(8).
       77  WS-NDF-OPERATION       PIC X(4).
       77  WS-NDF-EOF             PIC X.
       01  WS-NOTE-FRAIS.
           05 NDF-ID              PIC 9(9).
           05 NDF-EMPID           PIC 9(4).
           05 NDF-DEPTID          PIC 9(4).
           05 NDF-CATEGORIE       PIC X(8).
           05 NDF-MONTANT         PIC 9(7)V99.
           05 NDF-TVA             PIC 9(7)V99.
           05 NDF-NB              PIC 9(4).
           05 NDF-PERIODE         PIC 9(6).
           05 NDF-REFERENCE       PIC X(20).
       01  WS-COUNT-NOTES-FRAIS   PIC 9(6) VALUE 0.
       01  WS-TOTAL-NOTES-FRAIS   PIC 9(9)V99 VALUE 0.
       01  WS-DATE-EXECUTION      PIC X(10).
       01  WS-XML-LIGNE           PIC X(200).
       01  WS-X-MONTANT           PIC 9(7).99.
                   PERFORM TRAITER-EMPLOYE
               END-IF
           END-PERFORM
           PERFORM EMETTRE-REMISES-CREANCIERS
           PERFORM ECRIRE-TRAILER
           CLOSE VIREMENTS-FILE
           CLOSE EXCLUSIONS-FILE
           PERFORM LIBERER-FICHIER-BANQUE
           CALL 'EMPLOYEEDAL' USING 'END ' WS-EMP-EOF WS-EMPLOYEE
           MOVE 'END ' TO WS-STC-OPERATION
           CALL 'SORTIE-EMPLOYE-DAL-DB' USING WS-STC-OPERATION
               WS-STC-EOF WS-SOLDE-COMPTE
           MOVE 'END ' TO WS-NDF-OPERATION
           CALL 'NOTE-FRAIS-DAL-DB' USING WS-NDF-OPERATION
               WS-NDF-EOF WS-NOTE-FRAIS
           MOVE 'END ' TO WS-VEM-OPERATION
           CALL 'VIREMENT-EMIS-DAL-DB' USING WS-VEM-OPERATION
               WS-VEM-EOF WS-VIREMENT-EMIS
           PERFORM ENREGISTRER-PERIODE
           MOVE 0 TO RETURN-CODE
           MOVE WS-TOTAL-VIREMENTS TO WS-D-TOTAL
           DISPLAY '=========================================='
           DISPLAY 'RAPPORT DE CONTROLE A VISER AVANT ENVOI'
           DISPLAY 'VIREMENTS GENERES  : ' WS-COUNT-VIREMENTS
           DISPLAY 'MONTANT TOTAL      : ' WS-D-TOTAL
           DISPLAY 'EMPLOYES EXCLUS    : ' WS-COUNT-EXCLUS
           MOVE WS-TOTAL-NOTES-FRAIS TO WS-D-TOTAL
           DISPLAY 'NOTES DE FRAIS     : ' WS-COUNT-NOTES-FRAIS
               ' POUR ' WS-D-TOTAL
           DISPLAY 'REMISES CREANCIERS : ' WS-COUNT-REMISES
           DISPLAY '=========================================='
           GOBACK.

       CONTROLER-DOUBLE-EXECUTION.
           CLOSE CONTROLE-FILE.

       TRAITER-EMPLOYE.
           INITIALIZE WS-SOLDE-COMPTE
           MOVE WS-EMPID TO STC-EMPID
           MOVE 'N' TO WS-STC-EOF
           MOVE 'READ' TO WS-STC-OPERATION
           CALL 'SORTIE-EMPLOYE-DAL-DB' USING WS-STC-OPERATION
               WS-STC-EOF WS-SOLDE-COMPTE
           INITIALIZE WS-EMPLOYEE-BANQUE
           MOVE WS-EMPID TO WS-BNK-EMPID
           MOVE 'N' TO WS-BNK-EOF
               WRITE EXCLUSIONS-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM PAYER-NOTES-FRAIS
           MOVE WS-ARG-PERIODE TO WS-PERIODE-VIR
           IF WS-STC-EOF NOT = 'Y' AND STC-PERIODE < WS-PERIODE-VIR
               ADD 1 TO WS-COUNT-EXCLUS
               MOVE WS-EMPID TO EXC-EMPID
               MOVE WS-EMPNAME TO EXC-NOM
               MOVE 'EMPLOYE SORTI - SOLDE DEJA VERSE' TO EXC-MOTIF
               MOVE WS-EXCLUSION-LINE TO EXCLUSIONS-RECORD
               WRITE EXCLUSIONS-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-STC-EOF NOT = 'Y' AND STC-PERIODE = WS-PERIODE-VIR
               AND STC-STATUT NOT = 'P'
               ADD 1 TO WS-COUNT-EXCLUS
               MOVE WS-EMPID TO EXC-EMPID
               MOVE WS-EMPNAME TO EXC-NOM
               MOVE 'SOLDE DE TOUT COMPTE NON CALCULE' TO EXC-MOTIF
               MOVE WS-EXCLUSION-LINE TO EXCLUSIONS-RECORD
               WRITE EXCLUSIONS-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-SALNET = ZERO
               ADD 1 TO WS-COUNT-EXCLUS
               MOVE WS-EMPID TO EXC-EMPID
           MOVE WS-BNK-BIC TO VIR-BIC
           MOVE WS-EMPNAME TO VIR-NOM
           MOVE WS-SALNET TO VIR-MONTANT
           MOVE SPACES TO WS-VIR-REFERENCE
           STRING 'VIRS-' WS-ARG-PERIODE '-' WS-EMPID
               DELIMITED BY SIZE INTO WS-VIR-REFERENCE
           END-STRING
           PERFORM ECRIRE-TRANSACTION-XML
           INITIALIZE WS-VIREMENT-EMIS
           MOVE 'S' TO VEM-TYPE
           MOVE WS-EMPID TO VEM-EMP-ID
           MOVE WS-SALNET TO VEM-MONTANT
           PERFORM ENREGISTRER-VIREMENT-EMIS.

       PAYER-NOTES-FRAIS.
           INITIALIZE WS-NOTE-FRAIS
           MOVE WS-EMPID TO NDF-EMPID
           MOVE 'N' TO WS-NDF-EOF
           MOVE 'TOTA' TO WS-NDF-OPERATION
           CALL 'NOTE-FRAIS-DAL-DB' USING WS-NDF-OPERATION
               WS-NDF-EOF WS-NOTE-FRAIS
           IF WS-NDF-EOF = 'Y' OR NDF-MONTANT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-VIR-REFERENCE
           STRING 'VIRN-' WS-ARG-PERIODE '-' WS-EMPID
               DELIMITED BY SIZE INTO WS-VIR-REFERENCE
           END-STRING
           MOVE WS-ARG-PERIODE TO NDF-PERIODE
           MOVE WS-VIR-REFERENCE TO NDF-REFERENCE
           MOVE 'PAYE' TO WS-NDF-OPERATION
           CALL 'NOTE-FRAIS-DAL-DB' USING WS-NDF-OPERATION
               WS-NDF-EOF WS-NOTE-FRAIS
           IF WS-NDF-EOF = 'Y'
               DISPLAY 'ATTENTION: NOTES DE FRAIS EMPLOYE ' WS-EMPID
                   ' NON REGLEES (MISE A JOUR IMPOSSIBLE)'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COUNT-VIREMENTS
           ADD NDF-MONTANT TO WS-TOTAL-VIREMENTS
           ADD 1 TO WS-COUNT-NOTES-FRAIS
           ADD NDF-MONTANT TO WS-TOTAL-NOTES-FRAIS
           MOVE WS-BNK-IBAN TO VIR-IBAN
           MOVE WS-BNK-BIC TO VIR-BIC
           MOVE WS-EMPNAME TO VIR-NOM
           MOVE NDF-MONTANT TO VIR-MONTANT
           PERFORM ECRIRE-TRANSACTION-XML
           INITIALIZE WS-VIREMENT-EMIS
           MOVE 'N' TO VEM-TYPE
           MOVE WS-EMPID TO VEM-EMP-ID
           MOVE NDF-MONTANT TO VEM-MONTANT
           PERFORM ENREGISTRER-VIREMENT-EMIS.

       ENREGISTRER-VIREMENT-EMIS.
           MOVE WS-LOT-REFERENCE TO VEM-LOT
           MOVE WS-VIR-REFERENCE TO VEM-REFERENCE
           MOVE WS-ARG-PERIODE TO VEM-PERIODE
           MOVE VIR-NOM TO VEM-BENEFICIAIRE
           MOVE ENT-DATE TO VEM-DATE
           MOVE 'N' TO WS-VEM-EOF
           MOVE 'SAVE' TO WS-VEM-OPERATION
           CALL 'VIREMENT-EMIS-DAL-DB' USING WS-VEM-OPERATION
               WS-VEM-EOF WS-VIREMENT-EMIS
           IF WS-VEM-EOF = 'Y'
               DISPLAY 'ATTENTION: VIREMENT ' WS-VIR-REFERENCE
                   ' NON ENREGISTRE POUR LE RAPPROCHEMENT'
           END-IF.

       ECRIRE-TRANSACTION-XML.
           MOVE '      <CdtTrfTxInf>' TO VIREMENTS-RECORD
           WRITE VIREMENTS-RECORD
           MOVE SPACES TO WS-XML-LIGNE
           STRING '        <PmtId><EndToEndId>' DELIMITED BY SIZE
               WS-VIR-REFERENCE DELIMITED BY SPACE
               '</EndToEndId></PmtId>' DELIMITED BY SIZE
               INTO WS-XML-LIGNE
           END-STRING
           MOVE WS-XML-LIGNE TO VIREMENTS-RECORD
           WRITE VIREMENTS-RECORD
           MOVE VIR-MONTANT TO WS-X-MONTANT
           MOVE SPACES TO WS-XML-LIGNE
           STRING '        <Amt><InstdAmt Ccy="EUR">'
           COMPUTE VIR-MONTANT = FUNCTION NUMVAL(WS-RC-MONTANT)
           COMPUTE WS-TOTAL-VIREMENTS = WS-TOTAL-VIREMENTS
               + FUNCTION NUMVAL(WS-RC-MONTANT)
           MOVE WS-COUNT-REMISES TO WS-NUM-REMISE
           MOVE SPACES TO WS-VIR-REFERENCE
           STRING 'VIRC-' WS-ARG-PERIODE '-' WS-NUM-REMISE
               DELIMITED BY SIZE INTO WS-VIR-REFERENCE
           END-STRING
           PERFORM ECRIRE-TRANSACTION-XML
           INITIALIZE WS-VIREMENT-EMIS
           MOVE 'C' TO VEM-TYPE
           IF WS-RC-EMPID IS NUMERIC
               MOVE WS-RC-EMPID TO VEM-EMP-ID
           END-IF
           COMPUTE VEM-MONTANT = FUNCTION NUMVAL(WS-RC-MONTANT)
           PERFORM ENREGISTRER-VIREMENT-EMIS.

       ECRIRE-ENTETE.
           MOVE WS-ARG-PERIODE TO ENT-PERIODE
               FUNCTION CURRENT-DATE(9:6)
               DELIMITED BY SIZE INTO WS-MESSAGE-ID
           END-STRING
           MOVE SPACES TO WS-LOT-REFERENCE
           STRING 'LOTS-' FUNCTION CURRENT-DATE(1:14)
               DELIMITED BY SIZE INTO WS-LOT-REFERENCE
           END-STRING
           MOVE SPACES TO WS-DATE-EXECUTION
           STRING ENT-DATE(1:4) '-' ENT-DATE(5:2) '-'
               ENT-DATE(7:2)
           MOVE '    <PmtInf>' TO VIREMENTS-RECORD
           WRITE VIREMENTS-RECORD
           MOVE SPACES TO WS-XML-LIGNE
           STRING '      <PmtInfId>' DELIMITED BY SIZE
               WS-LOT-REFERENCE DELIMITED BY SPACE
               '</PmtInfId>' DELIMITED BY SIZE
               INTO WS-XML-LIGNE
           END-STRING
           MOVE WS-XML-LIGNE TO VIREMENTS-RECORD
           WRITE VIREMENTS-RECORD
           MOVE SPACES TO WS-XML-LIGNE
           STRING '      <ReqdExctnDt>' WS-DATE-EXECUTION
               '</ReqdExctnDt>'
               DELIMITED BY SIZE INTO WS-XML-LIGNE
               OPEN OUTPUT CONTROLE-FILE
           END-IF
           MOVE SPACES TO CONTROLE-RECORD
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT
               'CARBONTRACK_OPERATEUR'
           STRING WS-ARG-PERIODE ';'
               FUNCTION CURRENT-DATE(1:8) ';'
               WS-OPERATEUR
               DELIMITED BY SIZE INTO CONTROLE-RECORD
           WRITE CONTROLE-RECORD
           CLOSE CONTROLE-FILE.

       LIBERER-FICHIER-BANQUE.
           INITIALIZE WS-FICHIER-BANQUE
           MOVE 'LIBR' TO FBQ-ACTION
           MOVE 'VSAL' TO FBQ-TYPE
           MOVE 'VIREMENTS-SEPA.XML' TO FBQ-FICHIER
           MOVE WS-LOT-REFERENCE TO FBQ-LOT
           MOVE WS-COUNT-VIREMENTS TO FBQ-NB
           MOVE WS-TOTAL-VIREMENTS TO FBQ-TOTAL
           MOVE ENT-DATE TO FBQ-DATE-PAIEMENT
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT
               'CARBONTRACK_OPERATEUR'
           MOVE WS-OPERATEUR TO FBQ-OPERATEUR
           CALL 'FICHIER-BANQUE-REGISTRE' USING WS-FICHIER-BANQUE
           EVALUATE FBQ-RETOUR
               WHEN 'Y'
                   DISPLAY 'FICHIER BANCAIRE LIBERE - REGISTRE N. '
                       FBQ-ID
               WHEN 'D'
                   DISPLAY 'FICHIER BANCAIRE NON LIBERE: DOUBLON DU'
                       ' FICHIER ' FBQ-DOUBLON-ID ' DU REGISTRE'
                   PERFORM ABANDONNER
               WHEN OTHER
                   DISPLAY 'FICHIER BANCAIRE NON LIBERE: CONTROLE DU'
                       ' REGISTRE EN ECHEC'
                   PERFORM ABANDONNER
           END-EVALUATE.

       ABANDONNER.
           MOVE 'RBCK' TO WS-VEM-OPERATION
           CALL 'VIREMENT-EMIS-DAL-DB' USING WS-VEM-OPERATION
               WS-VEM-EOF WS-VIREMENT-EMIS
           DISPLAY 'LOT ABANDONNE - PERIODE NON ENREGISTREE, FICHIER'
               ' VIREMENTS-SEPA.XML A NE PAS TRANSMETTRE'
           MOVE 8 TO RETURN-CODE
           GOBACK.
