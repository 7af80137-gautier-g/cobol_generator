       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIREMENT-AVANCES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIREMENTS-FILE ASSIGN TO "AVANCES-SEPA.XML"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIREMENTS-STATUS.
           SELECT EXCLUSIONS-FILE
               ASSIGN TO "AVANCES-EXCLUSIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCLUSIONS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VIREMENTS-FILE.
       01  VIREMENTS-RECORD       PIC X(200).
       FD  EXCLUSIONS-FILE.
       01  EXCLUSIONS-RECORD      PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-VIREMENTS-STATUS    PIC X(2) VALUE '00'.
       77  WS-EXCLUSIONS-STATUS   PIC X(2) VALUE '00'.
       77  WS-OPERATEUR           PIC X(9) VALUE SPACES.
       77  WS-BNK-EOF             PIC X.
       77  WS-AVA-OPERATION       PIC X(4).
       77  WS-AVA-EOF             PIC X.
       01  WS-AVANCE.
           05 AVA-ID              PIC 9(9).
           05 AVA-EMPID           PIC 9(4).
           05 AVA-NOM             PIC X(30).
           05 AVA-PERIODE         PIC 9(6).
           05 AVA-MONTANT         PIC 9(7)V99.
           05 AVA-LOT             PIC X(20).
           05 AVA-REFERENCE       PIC X(20).
           05 AVA-DATE            PIC 9(8).
           05 AVA-DEPTID          PIC 9(4).
       01  WS-EMPLOYEE-BANQUE.
           05 WS-BNK-EMPID        PIC 9(4).
           05 WS-BNK-IBAN         PIC X(34).
           05 WS-BNK-BIC          PIC X(11).
       01  WS-COUNT-VIREMENTS     PIC 9(6) VALUE 0.
       01  WS-COUNT-EXCLUS        PIC 9(6) VALUE 0.
       01  WS-TOTAL-VIREMENTS     PIC 9(11)V99 VALUE 0.
       01  WS-ENTETE-LINE.
           05 FILLER              PIC X(4) VALUE 'ENT;'.
           05 ENT-PERIODE         PIC X(6).
           05 FILLER              PIC X VALUE ';'.
           05 ENT-DATE            PIC 9(8).
       01  WS-VIREMENT-LINE.
           05 FILLER              PIC X(4) VALUE 'VIR;'.
           05 VIR-IBAN            PIC X(34).
           05 FILLER              PIC X VALUE ';'.
           05 VIR-BIC             PIC X(11).
           05 FILLER              PIC X VALUE ';'.
           05 VIR-NOM             PIC X(30).
           05 FILLER              PIC X VALUE ';'.
           05 VIR-MONTANT         PIC 9(6).99.
       01  WS-TRAILER-LINE.
           05 FILLER              PIC X(4) VALUE 'FIN;'.
           05 TRL-NB              PIC 9(6).
           05 FILLER              PIC X VALUE ';'.
           05 TRL-TOTAL           PIC 9(9).99.
       01  WS-EXCLUSION-LINE.
           05 EXC-EMPID           PIC 9(4).
           05 FILLER              PIC X(3) VALUE ' ; '.
           05 EXC-NOM             PIC X(30).
           05 FILLER              PIC X(3) VALUE ' ; '.
           05 EXC-MOTIF           PIC X(35).
       01  WS-D-TOTAL             PIC Z(9)9.99.
       01  WS-IBAN-CHECK.
           05 WS-IC-IBAN          PIC X(34).
           05 WS-IC-VALIDE        PIC X.
       01  WS-MESSAGE-ID          PIC X(25).
       01  WS-LOT-REFERENCE       PIC X(20).
       01  WS-VIR-REFERENCE       PIC X(20).
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
       01  WS-DATE-EXECUTION      PIC X(10).
       01  WS-XML-LIGNE           PIC X(200).
       01  WS-X-MONTANT           PIC 9(7).99.
       01  WS-X-NB                PIC Z(5)9.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'GENERATION DU FICHIER DE VIREMENTS D''AVANCES'
           DISPLAY '=========================================='
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT
               'CARBONTRACK_OPERATEUR'
           OPEN OUTPUT VIREMENTS-FILE
           OPEN OUTPUT EXCLUSIONS-FILE
           PERFORM ECRIRE-ENTETE
           INITIALIZE WS-AVANCE
           MOVE 'N' TO WS-AVA-EOF
           PERFORM UNTIL WS-AVA-EOF = 'Y'
               MOVE 'LIST' TO WS-AVA-OPERATION
               CALL 'AVANCE-SALAIRE-DAL-DB' USING WS-AVA-OPERATION
                   WS-AVA-EOF WS-AVANCE
               IF WS-AVA-EOF NOT = 'Y'
                   PERFORM TRAITER-AVANCE
               END-IF
           END-PERFORM
           PERFORM ECRIRE-TRAILER
           CLOSE VIREMENTS-FILE
           CLOSE EXCLUSIONS-FILE
           MOVE 0 TO RETURN-CODE
           IF WS-COUNT-VIREMENTS > ZERO
               PERFORM LIBERER-FICHIER-BANQUE
           ELSE
               DISPLAY 'AUCUNE AVANCE A VIRER - FICHIER NON LIBERE'
           END-IF
           MOVE 'END ' TO WS-AVA-OPERATION
           CALL 'AVANCE-SALAIRE-DAL-DB' USING WS-AVA-OPERATION
               WS-AVA-EOF WS-AVANCE
           CALL 'EMPLOYEEDAL' USING 'END ' WS-BNK-EOF
               WS-EMPLOYEE-BANQUE
           MOVE 'END ' TO WS-VEM-OPERATION
           CALL 'VIREMENT-EMIS-DAL-DB' USING WS-VEM-OPERATION
               WS-VEM-EOF WS-VIREMENT-EMIS
           MOVE WS-TOTAL-VIREMENTS TO WS-D-TOTAL
           DISPLAY '=========================================='
           DISPLAY 'RAPPORT DE CONTROLE A VISER AVANT ENVOI'
           DISPLAY 'DATE D''EXECUTION  : ' ENT-DATE
           DISPLAY 'AVANCES VIREES     : ' WS-COUNT-VIREMENTS
           DISPLAY 'MONTANT TOTAL      : ' WS-D-TOTAL
           DISPLAY 'AVANCES EXCLUES    : ' WS-COUNT-EXCLUS
           DISPLAY '=========================================='
           GOBACK.

       TRAITER-AVANCE.
           INITIALIZE WS-EMPLOYEE-BANQUE
           MOVE AVA-EMPID TO WS-BNK-EMPID
           MOVE 'N' TO WS-BNK-EOF
           CALL 'EMPLOYEEDAL' USING 'GBNK' WS-BNK-EOF
               WS-EMPLOYEE-BANQUE
           IF WS-BNK-EOF = 'Y' OR WS-BNK-IBAN = SPACES
               MOVE 'COORDONNEES BANCAIRES ABSENTES' TO EXC-MOTIF
               PERFORM ECRIRE-EXCLUSION
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-IBAN-CHECK
           MOVE WS-BNK-IBAN TO WS-IC-IBAN
           CALL 'IBAN-CHECK' USING WS-IBAN-CHECK
           IF WS-IC-VALIDE NOT = 'Y'
               MOVE 'CLE IBAN INVALIDE (MODULO 97)' TO EXC-MOTIF
               PERFORM ECRIRE-EXCLUSION
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-VIR-REFERENCE
           STRING 'VIRA-' AVA-ID
               DELIMITED BY SIZE INTO WS-VIR-REFERENCE
           END-STRING
           MOVE WS-LOT-REFERENCE TO AVA-LOT
           MOVE WS-VIR-REFERENCE TO AVA-REFERENCE
           MOVE ENT-DATE TO AVA-DATE
           MOVE 'VIRE' TO WS-AVA-OPERATION
           CALL 'AVANCE-SALAIRE-DAL-DB' USING WS-AVA-OPERATION
               WS-AVA-EOF WS-AVANCE
           IF WS-AVA-EOF = 'Y'
               MOVE 'N' TO WS-AVA-EOF
               MOVE 'MISE A JOUR DE L''AVANCE IMPOSSIBLE' TO EXC-MOTIF
               PERFORM ECRIRE-EXCLUSION
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COUNT-VIREMENTS
           ADD AVA-MONTANT TO WS-TOTAL-VIREMENTS
           MOVE WS-BNK-IBAN TO VIR-IBAN
           MOVE WS-BNK-BIC TO VIR-BIC
           MOVE AVA-NOM TO VIR-NOM
           MOVE AVA-MONTANT TO VIR-MONTANT
           PERFORM ECRIRE-TRANSACTION-XML
           INITIALIZE WS-VIREMENT-EMIS
           MOVE 'A' TO VEM-TYPE
           MOVE AVA-EMPID TO VEM-EMP-ID
           MOVE AVA-MONTANT TO VEM-MONTANT
           PERFORM ENREGISTRER-VIREMENT-EMIS.

       ECRIRE-EXCLUSION.
           ADD 1 TO WS-COUNT-EXCLUS
           MOVE AVA-EMPID TO EXC-EMPID
           MOVE AVA-NOM TO EXC-NOM
           MOVE WS-EXCLUSION-LINE TO EXCLUSIONS-RECORD
           WRITE EXCLUSIONS-RECORD.

       ENREGISTRER-VIREMENT-EMIS.
           MOVE WS-LOT-REFERENCE TO VEM-LOT
           MOVE WS-VIR-REFERENCE TO VEM-REFERENCE
           MOVE AVA-PERIODE TO VEM-PERIODE
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
               WS-X-MONTANT '</InstdAmt></Amt>'
               DELIMITED BY SIZE INTO WS-XML-LIGNE
           END-STRING
           MOVE WS-XML-LIGNE TO VIREMENTS-RECORD
           WRITE VIREMENTS-RECORD
           IF VIR-BIC NOT = SPACES
               MOVE SPACES TO WS-XML-LIGNE
               STRING '        <CdtrAgt><FinInstnId><BIC>'
                   DELIMITED BY SIZE
                   VIR-BIC DELIMITED BY SPACE
                   '</BIC></FinInstnId></CdtrAgt>'
                   DELIMITED BY SIZE INTO WS-XML-LIGNE
               END-STRING
               MOVE WS-XML-LIGNE TO VIREMENTS-RECORD
               WRITE VIREMENTS-RECORD
           END-IF
           MOVE SPACES TO WS-XML-LIGNE
           STRING '        <Cdtr><Nm>' DELIMITED BY SIZE
               VIR-NOM DELIMITED BY '  '
               '</Nm></Cdtr>' DELIMITED BY SIZE
               INTO WS-XML-LIGNE
           END-STRING
           MOVE WS-XML-LIGNE TO VIREMENTS-RECORD
           WRITE VIREMENTS-RECORD
           MOVE SPACES TO WS-XML-LIGNE
           STRING '        <CdtrAcct><Id><IBAN>'
               DELIMITED BY SIZE
               VIR-IBAN DELIMITED BY SPACE
               '</IBAN></Id></CdtrAcct>'
               DELIMITED BY SIZE INTO WS-XML-LIGNE
           END-STRING
           MOVE WS-XML-LIGNE TO VIREMENTS-RECORD
           WRITE VIREMENTS-RECORD
           MOVE '      </CdtTrfTxInf>' TO VIREMENTS-RECORD
           WRITE VIREMENTS-RECORD.

       ECRIRE-ENTETE.
           MOVE FUNCTION CURRENT-DATE(1:6) TO ENT-PERIODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO ENT-DATE
           MOVE SPACES TO WS-MESSAGE-ID
           STRING 'SCT-AVANCES-' FUNCTION CURRENT-DATE(1:8) '-'
               FUNCTION CURRENT-DATE(9:4)
               DELIMITED BY SIZE INTO WS-MESSAGE-ID
           END-STRING
           MOVE SPACES TO WS-LOT-REFERENCE
           STRING 'LOTA-' FUNCTION CURRENT-DATE(1:14)
               DELIMITED BY SIZE INTO WS-LOT-REFERENCE
           END-STRING
           MOVE SPACES TO WS-DATE-EXECUTION
           STRING ENT-DATE(1:4) '-' ENT-DATE(5:2) '-'
               ENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-DATE-EXECUTION
           END-STRING
           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
               TO VIREMENTS-RECORD
           WRITE VIREMENTS-RECORD
           MOVE '<Document>' TO VIREMENTS-RECORD
           WRITE VIREMENTS-RECORD
           MOVE '  <CstmrCdtTrfInitn>' TO VIREMENTS-RECORD
           WRITE VIREMENTS-RECORD
           MOVE SPACES TO WS-XML-LIGNE
           STRING '    <GrpHdr><MsgId>' DELIMITED BY SIZE
               WS-MESSAGE-ID DELIMITED BY SPACE
               '</MsgId></GrpHdr>' DELIMITED BY SIZE
               INTO WS-XML-LIGNE
           END-STRING
           MOVE WS-XML-LIGNE TO VIREMENTS-RECORD
           WRITE VIREMENTS-RECORD
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
           END-STRING
           MOVE WS-XML-LIGNE TO VIREMENTS-RECORD
           WRITE VIREMENTS-RECORD.

       ECRIRE-TRAILER.
           MOVE WS-COUNT-VIREMENTS TO TRL-NB
           MOVE WS-TOTAL-VIREMENTS TO TRL-TOTAL
           MOVE WS-COUNT-VIREMENTS TO WS-X-NB
           MOVE SPACES TO WS-XML-LIGNE
           STRING '      <NbOfTxs>' WS-X-NB '</NbOfTxs>'
               DELIMITED BY SIZE INTO WS-XML-LIGNE
           END-STRING
           MOVE WS-XML-LIGNE TO VIREMENTS-RECORD
           WRITE VIREMENTS-RECORD
           MOVE SPACES TO WS-XML-LIGNE
           STRING '      <CtrlSum>' TRL-TOTAL '</CtrlSum>'
               DELIMITED BY SIZE INTO WS-XML-LIGNE
           END-STRING
           MOVE WS-XML-LIGNE TO VIREMENTS-RECORD
           WRITE VIREMENTS-RECORD
           MOVE '    </PmtInf>' TO VIREMENTS-RECORD
           WRITE VIREMENTS-RECORD
           MOVE '  </CstmrCdtTrfInitn>' TO VIREMENTS-RECORD
           WRITE VIREMENTS-RECORD
           MOVE '</Document>' TO VIREMENTS-RECORD
           WRITE VIREMENTS-RECORD.

       LIBERER-FICHIER-BANQUE.
           INITIALIZE WS-FICHIER-BANQUE
           MOVE 'LIBR' TO FBQ-ACTION
           MOVE 'VAVA' TO FBQ-TYPE
           MOVE 'AVANCES-SEPA.XML' TO FBQ-FICHIER
           MOVE WS-LOT-REFERENCE TO FBQ-LOT
           MOVE WS-COUNT-VIREMENTS TO FBQ-NB
           MOVE WS-TOTAL-VIREMENTS TO FBQ-TOTAL
           MOVE ENT-DATE TO FBQ-DATE-PAIEMENT
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
           DISPLAY 'LOT ABANDONNE - AVANCES NON MARQUEES VIREES,'
               ' FICHIER AVANCES-SEPA.XML A NE PAS TRANSMETTRE'
           MOVE 8 TO RETURN-CODE
           GOBACK.
