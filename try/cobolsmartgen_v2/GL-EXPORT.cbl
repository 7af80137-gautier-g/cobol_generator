       FD  MAPPING-FILE.
       01  MAPPING-RECORD         PIC X(40).
       FD  ECRITURES-FILE.
       01  ECRITURES-RECORD       PIC X(140).
       FD  REJETS-FILE.
       01  REJETS-RECORD          PIC X(80).
       WORKING-STORAGE SECTION.
           05 ECR-DATE            PIC 9(8).
           05 FILLER              PIC X VALUE ';'.
           05 ECR-NUMERO          PIC 9(9).
           05 FILLER              PIC X VALUE ';'.
           05 ECR-JOURNAL         PIC X(2).
           05 FILLER              PIC X VALUE ';'.
           05 ECR-LIBELLE         PIC X(30).
           05 FILLER              PIC X VALUE ';'.
           05 ECR-COMPTE-AUX      PIC X(10).
           05 FILLER              PIC X VALUE ';'.
           05 ECR-DATE-PIECE      PIC 9(8).
           05 FILLER              PIC X VALUE ';'.
           05 ECR-PIECE           PIC 9(9).
           05 FILLER              PIC X VALUE ';'.
           05 ECR-CENTRE          PIC X(10).
       01  WS-TOTAL-DEBIT         PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-CREDIT        PIC 9(13)V99 VALUE 0.
       01  WS-COUNT-ECRITURES     PIC 9(6) VALUE 0.
       01  WS-COUNT-REJETS        PIC 9(6) VALUE 0.
       01  WS-COUNT-NON-HISTO     PIC 9(6) VALUE 0.
       01  WS-JOURNAL             PIC X(2).
       01  WS-LIBELLE             PIC X(30).
       01  WS-NUM-PIECE           PIC 9(9) VALUE 0.
       01  WS-DATE-PIECE          PIC 9(8).
       01  WS-LIEN-FACTURE        PIC 9(9).
       01  WS-CLE-COMPTE          PIC X(20).
       01  WS-AXE-TYPE            PIC X.
       01  WS-AXE-ID              PIC 9(9).
       01  WS-GL-ECRITURE.
           05 GLE-NUMERO          PIC 9(9).
           05 GLE-PIECE           PIC 9(9).
           05 GLE-PERIODE         PIC 9(6).
           05 GLE-JOURNAL         PIC X(2).
           05 GLE-COMPTE          PIC X(8).
           05 GLE-COMPTE-LIB      PIC X(20).
           05 GLE-SENS            PIC X.
           05 GLE-MONTANT         PIC 9(10)V99.
           05 GLE-REFERENCE       PIC X(20).
           05 GLE-LIBELLE         PIC X(30).
           05 GLE-DATE            PIC 9(8).
           05 GLE-DATE-PIECE      PIC 9(8).
           05 GLE-INV-ID          PIC 9(9).
           05 GLE-AUX-DEMANDE     PIC X.
           05 GLE-COMPTE-AUX      PIC X(10).
           05 GLE-RETOUR          PIC X.
           05 GLE-AXE-TYPE        PIC X.
           05 GLE-AXE-ID          PIC 9(9).
           05 GLE-CENTRE          PIC X(10).
       77  WS-EMP-EOF             PIC X.
       01  WS-EMPLOYEE.
           05 WS-EMPID            PIC 9(4).
               10 WS-DEPT-ID      PIC 9(4).
               10 WS-DEPT-NET     PIC 9(10)V99.
               10 WS-DEPT-PATRONAL PIC 9(10)V99.
       01  WS-CALCUL-PAIE.
           05 CPB-OPERATION       PIC X(4).
           05 CPB-BRUT            PIC S9(7)V99.
           05 CPB-NET             PIC S9(7)V99.
           05 CPB-COTIS-PAT       PIC S9(7)V99.
           05 CPB-TAUX-NET        PIC 9V99.
           05 CPB-NB-COTISATIONS  PIC 9(2).
       01  WS-COTIS-PATRONALES    PIC 9(7)V99.
       77  WS-INV-EOF             PIC X.
       77  OPERATION              PIC X(4).
           05 WS-PAY-ID           PIC 9(9).
           05 WS-PAY-ORDER-ID     PIC 9(9).
           05 WS-PAY-AMOUNT       PIC 9(6)V99.
       77  WS-IK-EOF              PIC X.
       01  WS-INDEMNITE-KM.
           05 WS-IK-ID-USER       PIC 9(9).
           05 WS-IK-MOIS          PIC 9(6).
           05 WS-IK-KM            PIC 9(7).
           05 WS-IK-MONTANT       PIC 9(7)V99.
           05 WS-IK-PERIODE       PIC 9(6).
       77  WS-NDF-EOF             PIC X.
       01  WS-NOTE-FRAIS.
           05 WS-NDF-ID           PIC 9(9).
           05 WS-NDF-EMPID        PIC 9(4).
           05 WS-NDF-DEPTID       PIC 9(4).
           05 WS-NDF-CATEGORIE    PIC X(8).
           05 WS-NDF-MONTANT      PIC 9(7)V99.
           05 WS-NDF-TVA          PIC 9(7)V99.
           05 WS-NDF-NB           PIC 9(4).
           05 WS-NDF-PERIODE      PIC 9(6).
           05 WS-NDF-REFERENCE    PIC X(20).
       77  WS-AVA-EOF             PIC X.
       01  WS-AVANCE.
           05 WS-AVA-ID           PIC 9(9).
           05 WS-AVA-EMPID        PIC 9(4).
           05 WS-AVA-NOM          PIC X(30).
           05 WS-AVA-PERIODE      PIC 9(6).
           05 WS-AVA-MONTANT      PIC 9(7)V99.
           05 WS-AVA-LOT          PIC X(20).
           05 WS-AVA-REFERENCE    PIC X(20).
           05 WS-AVA-DATE         PIC 9(8).
           05 WS-AVA-DEPTID       PIC 9(4).
       77  WS-BH-EOF              PIC X.
       01  WS-BENEVOLAT.
           05 WS-BH-IDANTENNE     PIC 9(9).
           05 WS-BH-HEURES        PIC 9(7)V99.
           05 WS-BH-MONTANT       PIC 9(7)V99.
           05 WS-BH-PERIODE       PIC 9(6).
       77  WS-FF-EOF              PIC X.
       01  WS-FACTURE-FOURNISSEUR.
           05 WS-FF-ID            PIC 9(9).
           05 WS-FF-SUP           PIC 9(9).
           05 WS-FF-HT            PIC 9(9)V99.
           05 WS-FF-TVA           PIC 9(9)V99.
           05 WS-FF-DATE          PIC 9(8).
           05 WS-FF-DATE-PAIEMENT PIC 9(8).
           05 WS-FF-CATEGORIE     PIC X(20).
           05 WS-FF-PERIODE       PIC 9(6).
           05 WS-FF-DEBUT         PIC 9(8).
           05 WS-FF-PROJ          PIC 9(9).
           05 WS-FF-ANTENNE       PIC 9(9).
           05 WS-FF-REF-ID        PIC 9(9).
       01  WS-FF-TTC              PIC 9(10)V99.
       77  WS-PVS-EOF             PIC X.
       01  WS-PROVISION-STOCK.
           05 WS-PVS-PERIODE      PIC 9(6).
           05 WS-PVS-DATE-REF     PIC 9(8).
           05 WS-PVS-MONTANT      PIC 9(11)V99.
           05 WS-PVS-PRECEDENT    PIC 9(11)V99.
           05 WS-PVS-LIMITE       PIC 9(6).
       77  WS-IMM-EOF             PIC X.
       01  WS-IMMOBILISATION.
           05 WS-IMM-EVENEMENT    PIC X.
           05 WS-IMM-ID           PIC 9(9).
           05 WS-IMM-PERIODE      PIC 9(6).
           05 WS-IMM-DATE         PIC 9(8).
           05 WS-IMM-CATEGORIE    PIC X(12).
           05 WS-IMM-CAT-ACHAT    PIC X(20).
           05 WS-IMM-MONTANT      PIC 9(9)V99.
           05 WS-IMM-CUMUL        PIC 9(9)V99.
           05 WS-IMM-PRIX         PIC 9(9)V99.
           05 WS-IMM-AXE-TYPE     PIC X.
           05 WS-IMM-AXE-ID       PIC 9(9).
           05 WS-IMM-LIMITE       PIC 9(6).
       01  WS-IMM-VNC             PIC 9(9)V99.
       01  WS-IMM-COMPTE-AMORT    PIC X(8).
       01  WS-IMM-COMPTE-VNC      PIC X(8).
       01  WS-IMM-COMPTE-CREANCE  PIC X(8).
       01  WS-IMM-COMPTE-PRODUIT  PIC X(8).
       01  WS-DEBUT-ACHATS        PIC 9(8) VALUE 0.
       01  WS-AUX-FOURNISSEUR     PIC X(10).
       01  WS-PARAMETRE.
           05 PARAM-DOMAINE       PIC X(12).
           05 PARAM-CLE           PIC X(20).
           05 PARAM-VALEUR        PIC X(20).
           05 PARAM-TROUVE        PIC X.
       01  WS-MONTANT             PIC 9(10)V99.
       01  WS-REFERENCE           PIC X(20).
       01  WS-DEPT-CLE-NUM        PIC 9(4).
           DISPLAY 'EXPORT DES ECRITURES COMPTABLES'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-PERIODE FROM ARGUMENT-VALUE
           IF WS-ARG-PERIODE = SPACES
               ACCEPT WS-ARG-PERIODE FROM ENVIRONMENT 'GL_PERIODE'
           END-IF
           IF WS-ARG-PERIODE = SPACES
               OR WS-ARG-PERIODE NOT NUMERIC
               DISPLAY 'USAGE: PERIODE A EXPORTER (AAAAMM)'
               GOBACK
           END-IF
           PERFORM CHARGER-COTISATIONS
           PERFORM CHARGER-PARAMETRES-ACHATS
           OPEN OUTPUT ECRITURES-FILE
           OPEN OUTPUT REJETS-FILE
           PERFORM EXPORTER-PAIE
           PERFORM EXPORTER-VENTES
           PERFORM EXPORTER-REGLEMENTS
           PERFORM EXPORTER-ACHATS
           PERFORM EXPORTER-AVOIRS-FOURNISSEURS
           PERFORM EXPORTER-DECAISSEMENTS
           PERFORM EXPORTER-INDEMNITES
           PERFORM EXPORTER-NOTES-FRAIS
           PERFORM EXPORTER-AVANCES
           PERFORM EXPORTER-BENEVOLAT
           PERFORM EXPORTER-PROVISION-STOCK
           PERFORM EXPORTER-IMMOBILISATIONS
           CLOSE ECRITURES-FILE
           CLOSE REJETS-FILE
           PERFORM FINALISER-NUMEROTATION
           DISPLAY '=========================================='
           DISPLAY 'ECRITURES GENEREES : ' WS-COUNT-ECRITURES
           DISPLAY 'LIGNES REJETEES    : ' WS-COUNT-REJETS
           DISPLAY 'NON HISTORISEES    : ' WS-COUNT-NON-HISTO
           MOVE WS-TOTAL-DEBIT TO WS-D-TOTAL
           DISPLAY 'TOTAL DEBIT        : ' WS-D-TOTAL
           MOVE WS-TOTAL-CREDIT TO WS-D-TOTAL
               DISPLAY 'ATTENTION: EXPORT DESEQUILIBRE'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-COUNT-NON-HISTO > ZERO
               DISPLAY 'ATTENTION: GRAND LIVRE INCOMPLET (GL_ECRITURE)'
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY '=========================================='
           GOBACK.

           MOVE WS-MONTANT TO ECR-MONTANT
           MOVE WS-REFERENCE TO ECR-REFERENCE
           MOVE WS-RUN-DATE TO ECR-DATE
           MOVE WS-JOURNAL TO ECR-JOURNAL
           MOVE WS-LIBELLE TO ECR-LIBELLE
           MOVE WS-DATE-PIECE TO ECR-DATE-PIECE
           MOVE WS-NUM-PIECE TO ECR-PIECE
           PERFORM HISTORISER-ECRITURE
           MOVE WS-ECRITURE-LINE TO ECRITURES-RECORD
           WRITE ECRITURES-RECORD
           ADD 1 TO WS-COUNT-ECRITURES
               ADD WS-MONTANT TO WS-TOTAL-CREDIT
           END-IF.

       OUVRIR-PIECE.
           COMPUTE WS-NUM-PIECE = WS-NUM-ECRITURE + 1.

       HISTORISER-ECRITURE.
           MOVE SPACES TO WS-CLE-COMPTE
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                   OR WS-CLE-COMPTE NOT = SPACES
               IF WS-MAP-COMPTE(WS-MAP-IDX) = WS-COMPTE
                   MOVE WS-MAP-CLE(WS-MAP-IDX) TO WS-CLE-COMPTE
               END-IF
           END-PERFORM
           INITIALIZE WS-GL-ECRITURE
           MOVE WS-NUM-ECRITURE TO GLE-NUMERO
           MOVE WS-NUM-PIECE TO GLE-PIECE
           MOVE WS-ARG-PERIODE TO GLE-PERIODE
           MOVE WS-JOURNAL TO GLE-JOURNAL
           MOVE WS-COMPTE TO GLE-COMPTE
           MOVE WS-CLE-COMPTE TO GLE-COMPTE-LIB
           MOVE ECR-SENS TO GLE-SENS
           MOVE WS-MONTANT TO GLE-MONTANT
           MOVE WS-REFERENCE TO GLE-REFERENCE
           MOVE WS-LIBELLE TO GLE-LIBELLE
           MOVE WS-RUN-DATE TO GLE-DATE
           MOVE WS-DATE-PIECE TO GLE-DATE-PIECE
           MOVE WS-LIEN-FACTURE TO GLE-INV-ID
           IF WS-CLE-COMPTE = 'CLIENTS' AND WS-LIEN-FACTURE > ZERO
               MOVE 'O' TO GLE-AUX-DEMANDE
           ELSE
               MOVE 'N' TO GLE-AUX-DEMANDE
           END-IF
           IF WS-CLE-COMPTE = 'FOURNISSEURS'
               MOVE WS-AUX-FOURNISSEUR TO GLE-COMPTE-AUX
           END-IF
           MOVE WS-AXE-TYPE TO GLE-AXE-TYPE
           MOVE WS-AXE-ID TO GLE-AXE-ID
           CALL 'GL-ECRITURE-ENREG' USING WS-GL-ECRITURE
           IF GLE-RETOUR NOT = 'Y'
               DISPLAY 'ATTENTION: LIGNE ' WS-NUM-ECRITURE
                   ' NON HISTORISEE AU GRAND LIVRE'
               ADD 1 TO WS-COUNT-NON-HISTO
           END-IF
           MOVE GLE-COMPTE-AUX TO ECR-COMPTE-AUX
           MOVE GLE-CENTRE TO ECR-CENTRE.

       ECRIRE-REJET.
           ADD 1 TO WS-COUNT-REJETS
           MOVE SPACES TO REJETS-RECORD
           END-IF.

       CHARGER-COTISATIONS.
           MOVE 'CHRG' TO CPB-OPERATION
           CALL 'PAIE-BAREME-CALC' USING WS-CALCUL-PAIE.

       CALCULER-COTIS-PATRONALES.
           MOVE 'CALC' TO CPB-OPERATION
           MOVE WS-SALBRUT TO CPB-BRUT
           CALL 'PAIE-BAREME-CALC' USING WS-CALCUL-PAIE
           MOVE CPB-COTIS-PAT TO WS-COTIS-PATRONALES.

       ECRIRE-ECRITURES-PAIE.
           MOVE 'Y' TO WS-ENTREE-VALIDE
           IF WS-ENTREE-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'PA' TO WS-JOURNAL
           MOVE SPACES TO WS-LIBELLE
           STRING 'SALAIRES NETS DEPT ' WS-DEPT-CLE-NUM
               DELIMITED BY SIZE INTO WS-LIBELLE
           MOVE WS-RUN-DATE TO WS-DATE-PIECE
           MOVE ZERO TO WS-LIEN-FACTURE
           MOVE 'D' TO WS-AXE-TYPE
           MOVE WS-DEPT-ID(WS-DEPT-IDX) TO WS-AXE-ID
           PERFORM OUVRIR-PIECE
           MOVE WS-DEPT-NET(WS-DEPT-IDX) TO WS-MONTANT
           MOVE WS-COMPTE-DEBIT TO WS-COMPTE
           MOVE 'D' TO ECR-SENS
           IF WS-ENTREE-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'PA' TO WS-JOURNAL
           MOVE SPACES TO WS-LIBELLE
           STRING 'CHARGES PATRONALES DEPT ' WS-DEPT-CLE-NUM
               DELIMITED BY SIZE INTO WS-LIBELLE
           MOVE WS-RUN-DATE TO WS-DATE-PIECE
           MOVE ZERO TO WS-LIEN-FACTURE
           MOVE 'D' TO WS-AXE-TYPE
           MOVE WS-DEPT-ID(WS-DEPT-IDX) TO WS-AXE-ID
           PERFORM OUVRIR-PIECE
           MOVE WS-DEPT-PATRONAL(WS-DEPT-IDX) TO WS-MONTANT
           MOVE WS-COMPTE-DEBIT TO WS-COMPTE
           MOVE 'D' TO ECR-SENS
           END-IF
           MOVE 'Y' TO WS-ENTREE-VALIDE
           MOVE SPACES TO WS-REFERENCE
           EVALUATE WS-INVTYPE
               WHEN 'AVR'
                   STRING 'AVR-' WS-INVID DELIMITED BY SIZE
                       INTO WS-REFERENCE
               WHEN 'INT'
                   STRING 'INT-' WS-INVID DELIMITED BY SIZE
                       INTO WS-REFERENCE
               WHEN OTHER
                   STRING 'FAC-' WS-INVID DELIMITED BY SIZE
                       INTO WS-REFERENCE
           END-EVALUATE
           COMPUTE WS-TVA-MONTANT = WS-TOTALTTC - WS-TOTALHT
           IF WS-INVTYPE = 'INT'
               MOVE 'CHARGE-CARBONE' TO WS-CLE-RECHERCHEE
           ELSE
               MOVE 'CLIENTS' TO WS-CLE-RECHERCHEE
           END-IF
           PERFORM CHERCHER-COMPTE
           IF WS-COMPTE-TROUVE = 'N'
               PERFORM ECRIRE-REJET
               MOVE 'N' TO WS-ENTREE-VALIDE
           END-IF
           MOVE WS-COMPTE TO WS-COMPTE-DEBIT
           IF WS-INVTYPE = 'INT'
               MOVE 'FONDS-CLIMAT' TO WS-CLE-RECHERCHEE
           ELSE
               MOVE 'VENTES' TO WS-CLE-RECHERCHEE
           END-IF
           PERFORM CHERCHER-COMPTE
           IF WS-COMPTE-TROUVE = 'N'
               PERFORM ECRIRE-REJET
           IF WS-ENTREE-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LIBELLE
           EVALUATE WS-INVTYPE
               WHEN 'AVR'
                   MOVE 'VT' TO WS-JOURNAL
                   STRING 'AVOIR CLIENT ' WS-CUSTID
                       DELIMITED BY SIZE INTO WS-LIBELLE
               WHEN 'INT'
                   MOVE 'OD' TO WS-JOURNAL
                   STRING 'REFACTURATION CARBONE ' WS-INVID
                       DELIMITED BY SIZE INTO WS-LIBELLE
               WHEN OTHER
                   MOVE 'VT' TO WS-JOURNAL
                   STRING 'FACTURE CLIENT ' WS-CUSTID
                       DELIMITED BY SIZE INTO WS-LIBELLE
           END-EVALUATE
           MOVE WS-INVDATE(1:4) TO WS-DATE-PIECE(1:4)
           MOVE WS-INVDATE(6:2) TO WS-DATE-PIECE(5:2)
           MOVE WS-INVDATE(9:2) TO WS-DATE-PIECE(7:2)
           MOVE WS-INVID TO WS-LIEN-FACTURE
           MOVE 'V' TO WS-AXE-TYPE
           MOVE WS-INVID TO WS-AXE-ID
           PERFORM OUVRIR-PIECE
           MOVE WS-TOTALTTC TO WS-MONTANT
           MOVE WS-COMPTE-DEBIT TO WS-COMPTE
           IF WS-INVTYPE = 'AVR'
           IF WS-ENTREE-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'BQ' TO WS-JOURNAL
           MOVE SPACES TO WS-LIBELLE
           STRING 'REGLEMENT FACTURE ' WS-PAY-ORDER-ID
               DELIMITED BY SIZE INTO WS-LIBELLE
           MOVE WS-RUN-DATE TO WS-DATE-PIECE
           MOVE WS-PAY-ORDER-ID TO WS-LIEN-FACTURE
           MOVE SPACE TO WS-AXE-TYPE
           MOVE ZERO TO WS-AXE-ID
           PERFORM OUVRIR-PIECE
           MOVE WS-PAY-AMOUNT TO WS-MONTANT
           MOVE WS-COMPTE-DEBIT TO WS-COMPTE
           MOVE 'D' TO ECR-SENS
           MOVE 'C' TO ECR-SENS
           PERFORM ECRIRE-ECRITURE
           PERFORM MARQUER-PAIEMENT-EXPORTE.

       EXPORTER-INDEMNITES.
           MOVE 'N' TO WS-IK-EOF
           INITIALIZE WS-INDEMNITE-KM
           MOVE WS-ARG-PERIODE TO WS-IK-PERIODE
           MOVE 'READ' TO OPERATION
           PERFORM UNTIL WS-IK-EOF = 'Y'
               CALL 'INDEMNITE-KM-DAL-DB' USING OPERATION WS-IK-EOF
                   WS-INDEMNITE-KM
               IF WS-IK-EOF NOT = 'Y'
                   PERFORM ECRIRE-ECRITURES-INDEMNITE
                   MOVE 'READ' TO OPERATION
               END-IF
           END-PERFORM
           MOVE 'END ' TO OPERATION
           CALL 'INDEMNITE-KM-DAL-DB' USING OPERATION WS-IK-EOF
               WS-INDEMNITE-KM.

       ECRIRE-ECRITURES-INDEMNITE.
           MOVE 'Y' TO WS-ENTREE-VALIDE
           MOVE SPACES TO WS-REFERENCE
           STRING 'IK-' WS-IK-ID-USER '-' WS-IK-MOIS
               DELIMITED BY SIZE INTO WS-REFERENCE
           MOVE 'FRAIS-KM' TO WS-CLE-RECHERCHEE
           PERFORM CHERCHER-COMPTE
           IF WS-COMPTE-TROUVE = 'N'
               PERFORM ECRIRE-REJET
               MOVE 'N' TO WS-ENTREE-VALIDE
           END-IF
           MOVE WS-COMPTE TO WS-COMPTE-DEBIT
           MOVE 'BANQUE' TO WS-CLE-RECHERCHEE
           PERFORM CHERCHER-COMPTE
           IF WS-COMPTE-TROUVE = 'N'
               PERFORM ECRIRE-REJET
               MOVE 'N' TO WS-ENTREE-VALIDE
           END-IF
           MOVE WS-COMPTE TO WS-COMPTE-CREDIT
           IF WS-ENTREE-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'BQ' TO WS-JOURNAL
           MOVE SPACES TO WS-LIBELLE
           STRING 'INDEMNITES KM ' WS-IK-ID-USER ' ' WS-IK-MOIS
               DELIMITED BY SIZE INTO WS-LIBELLE
           MOVE WS-RUN-DATE TO WS-DATE-PIECE
           MOVE ZERO TO WS-LIEN-FACTURE
           MOVE 'U' TO WS-AXE-TYPE
           MOVE WS-IK-ID-USER TO WS-AXE-ID
           PERFORM OUVRIR-PIECE
           MOVE WS-IK-MONTANT TO WS-MONTANT
           MOVE WS-COMPTE-DEBIT TO WS-COMPTE
           MOVE 'D' TO ECR-SENS
           PERFORM ECRIRE-ECRITURE
           MOVE WS-COMPTE-CREDIT TO WS-COMPTE
           MOVE 'C' TO ECR-SENS
           PERFORM ECRIRE-ECRITURE
           MOVE 'MARK' TO OPERATION
           CALL 'INDEMNITE-KM-DAL-DB' USING OPERATION WS-IK-EOF
               WS-INDEMNITE-KM
           IF WS-IK-EOF = 'Y'
               DISPLAY 'ATTENTION: INDEMNITE ' WS-REFERENCE
                   ' NON MARQUEE EXPORTEE'
               MOVE 'N' TO WS-IK-EOF
           END-IF.

       EXPORTER-NOTES-FRAIS.
           MOVE 'N' TO WS-NDF-EOF
           INITIALIZE WS-NOTE-FRAIS
           MOVE WS-ARG-PERIODE TO WS-NDF-PERIODE
           MOVE 'READ' TO OPERATION
           PERFORM UNTIL WS-NDF-EOF = 'Y'
               CALL 'NOTE-FRAIS-DAL-DB' USING OPERATION WS-NDF-EOF
                   WS-NOTE-FRAIS
               IF WS-NDF-EOF NOT = 'Y'
                   PERFORM ECRIRE-ECRITURES-NOTE-FRAIS
                   MOVE 'READ' TO OPERATION
               END-IF
           END-PERFORM
           MOVE 'END ' TO OPERATION
           CALL 'NOTE-FRAIS-DAL-DB' USING OPERATION WS-NDF-EOF
               WS-NOTE-FRAIS.

       ECRIRE-ECRITURES-NOTE-FRAIS.
           MOVE 'Y' TO WS-ENTREE-VALIDE
           MOVE SPACES TO WS-REFERENCE
           STRING 'NDF-' WS-NDF-ID DELIMITED BY SIZE
               INTO WS-REFERENCE
           MOVE SPACES TO WS-CLE-RECHERCHEE
           STRING 'FRAIS-' WS-NDF-CATEGORIE DELIMITED BY SPACE
               INTO WS-CLE-RECHERCHEE
           PERFORM CHERCHER-COMPTE
           IF WS-COMPTE-TROUVE = 'N'
               MOVE 'FRAIS-GENERAUX' TO WS-CLE-RECHERCHEE
               PERFORM CHERCHER-COMPTE
           END-IF
           IF WS-COMPTE-TROUVE = 'N'
               PERFORM ECRIRE-REJET
               MOVE 'N' TO WS-ENTREE-VALIDE
           END-IF
           MOVE WS-COMPTE TO WS-COMPTE-DEBIT
           MOVE 'BANQUE' TO WS-CLE-RECHERCHEE
           PERFORM CHERCHER-COMPTE
           IF WS-COMPTE-TROUVE = 'N'
               PERFORM ECRIRE-REJET
               MOVE 'N' TO WS-ENTREE-VALIDE
           END-IF
           MOVE WS-COMPTE TO WS-COMPTE-CREDIT
           MOVE SPACES TO WS-COMPTE-TVA
           IF WS-NDF-TVA > ZERO
               MOVE 'TVA-DEDUCTIBLE' TO WS-CLE-RECHERCHEE
               PERFORM CHERCHER-COMPTE
               IF WS-COMPTE-TROUVE = 'N'
                   PERFORM ECRIRE-REJET
                   MOVE 'N' TO WS-ENTREE-VALIDE
               END-IF
               MOVE WS-COMPTE TO WS-COMPTE-TVA
           END-IF
           IF WS-ENTREE-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'BQ' TO WS-JOURNAL
           MOVE SPACES TO WS-LIBELLE
           STRING 'NOTE FRAIS ' WS-NDF-EMPID ' ' WS-NDF-CATEGORIE
               DELIMITED BY SIZE INTO WS-LIBELLE
           MOVE WS-RUN-DATE TO WS-DATE-PIECE
           MOVE ZERO TO WS-LIEN-FACTURE
           MOVE 'D' TO WS-AXE-TYPE
           MOVE WS-NDF-DEPTID TO WS-AXE-ID
           PERFORM OUVRIR-PIECE
           COMPUTE WS-MONTANT = WS-NDF-MONTANT - WS-NDF-TVA
           MOVE WS-COMPTE-DEBIT TO WS-COMPTE
           MOVE 'D' TO ECR-SENS
           PERFORM ECRIRE-ECRITURE
           IF WS-NDF-TVA > ZERO
               MOVE WS-NDF-TVA TO WS-MONTANT
               MOVE WS-COMPTE-TVA TO WS-COMPTE
               MOVE 'D' TO ECR-SENS
               PERFORM ECRIRE-ECRITURE
           END-IF
           MOVE WS-NDF-MONTANT TO WS-MONTANT
           MOVE WS-COMPTE-CREDIT TO WS-COMPTE
           MOVE 'C' TO ECR-SENS
           PERFORM ECRIRE-ECRITURE
           MOVE 'MARK' TO OPERATION
           CALL 'NOTE-FRAIS-DAL-DB' USING OPERATION WS-NDF-EOF
               WS-NOTE-FRAIS
           IF WS-NDF-EOF = 'Y'
               DISPLAY 'ATTENTION: NOTE DE FRAIS ' WS-REFERENCE
                   ' NON MARQUEE EXPORTEE'
               MOVE 'N' TO WS-NDF-EOF
           END-IF.

       EXPORTER-AVANCES.
           MOVE 'N' TO WS-AVA-EOF
           INITIALIZE WS-AVANCE
           MOVE WS-ARG-PERIODE TO WS-AVA-PERIODE
           MOVE 'GLVR' TO OPERATION
           PERFORM UNTIL WS-AVA-EOF = 'Y'
               CALL 'AVANCE-SALAIRE-DAL-DB' USING OPERATION WS-AVA-EOF
                   WS-AVANCE
               IF WS-AVA-EOF NOT = 'Y'
                   PERFORM ECRIRE-ECRITURES-AVANCE-VIREE
                   MOVE 'GLVR' TO OPERATION
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-AVA-EOF
           INITIALIZE WS-AVANCE
           MOVE WS-ARG-PERIODE TO WS-AVA-PERIODE
           MOVE 'GLRT' TO OPERATION
           PERFORM UNTIL WS-AVA-EOF = 'Y'
               CALL 'AVANCE-SALAIRE-DAL-DB' USING OPERATION WS-AVA-EOF
                   WS-AVANCE
               IF WS-AVA-EOF NOT = 'Y'
                   PERFORM ECRIRE-ECRITURES-AVANCE-RETENUE
                   MOVE 'GLRT' TO OPERATION
               END-IF
           END-PERFORM
           MOVE 'END ' TO OPERATION
           CALL 'AVANCE-SALAIRE-DAL-DB' USING OPERATION WS-AVA-EOF
               WS-AVANCE.

       ECRIRE-ECRITURES-AVANCE-VIREE.
           MOVE 'Y' TO WS-ENTREE-VALIDE
           MOVE WS-AVA-REFERENCE TO WS-REFERENCE
           IF WS-REFERENCE = SPACES
               STRING 'AVAN-' WS-AVA-ID DELIMITED BY SIZE
                   INTO WS-REFERENCE
           END-IF
           MOVE 'AVANCES-PERSONNEL' TO WS-CLE-RECHERCHEE
           PERFORM CHERCHER-COMPTE
           IF WS-COMPTE-TROUVE = 'N'
               PERFORM ECRIRE-REJET
               MOVE 'N' TO WS-ENTREE-VALIDE
           END-IF
           MOVE WS-COMPTE TO WS-COMPTE-DEBIT
           MOVE 'BANQUE' TO WS-CLE-RECHERCHEE
           PERFORM CHERCHER-COMPTE
           IF WS-COMPTE-TROUVE = 'N'
               PERFORM ECRIRE-REJET
               MOVE 'N' TO WS-ENTREE-VALIDE
           END-IF
           MOVE WS-COMPTE TO WS-COMPTE-CREDIT
           IF WS-ENTREE-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'BQ' TO WS-JOURNAL
           MOVE SPACES TO WS-LIBELLE
           STRING 'AVANCE SALAIRE EMP ' WS-AVA-EMPID
               DELIMITED BY SIZE INTO WS-LIBELLE
           MOVE WS-AVA-DATE TO WS-DATE-PIECE
           MOVE ZERO TO WS-LIEN-FACTURE
           MOVE SPACE TO WS-AXE-TYPE
           MOVE ZERO TO WS-AXE-ID
           PERFORM OUVRIR-PIECE
           MOVE WS-AVA-MONTANT TO WS-MONTANT
           MOVE WS-COMPTE-DEBIT TO WS-COMPTE
           MOVE 'D' TO ECR-SENS
           PERFORM ECRIRE-ECRITURE
           MOVE WS-COMPTE-CREDIT TO WS-COMPTE
           MOVE 'C' TO ECR-SENS
           PERFORM ECRIRE-ECRITURE
           MOVE 'MGLV' TO OPERATION
           CALL 'AVANCE-SALAIRE-DAL-DB' USING OPERATION WS-AVA-EOF
               WS-AVANCE
           IF WS-AVA-EOF = 'Y'
               DISPLAY 'ATTENTION: AVANCE ' WS-AVA-ID
                   ' NON MARQUEE EXPORTEE (VIREMENT)'
               MOVE 'N' TO WS-AVA-EOF
           END-IF.

       ECRIRE-ECRITURES-AVANCE-RETENUE.
           MOVE 'Y' TO WS-ENTREE-VALIDE
           MOVE WS-AVA-DEPTID TO WS-DEPT-CLE-NUM
           MOVE SPACES TO WS-REFERENCE
           STRING 'AVAN-' WS-AVA-ID DELIMITED BY SIZE
               INTO WS-REFERENCE
           MOVE SPACES TO WS-CLE-RECHERCHEE
           STRING 'PAIE-DEPT-' WS-DEPT-CLE-NUM
               DELIMITED BY SIZE INTO WS-CLE-RECHERCHEE
           PERFORM CHERCHER-COMPTE
           IF WS-COMPTE-TROUVE = 'N'
               MOVE 'PAIE-CHARGE' TO WS-CLE-RECHERCHEE
               PERFORM CHERCHER-COMPTE
           END-IF
           IF WS-COMPTE-TROUVE = 'N'
               PERFORM ECRIRE-REJET
               MOVE 'N' TO WS-ENTREE-VALIDE
           END-IF
           MOVE WS-COMPTE TO WS-COMPTE-DEBIT
           MOVE 'AVANCES-PERSONNEL' TO WS-CLE-RECHERCHEE
           PERFORM CHERCHER-COMPTE
           IF WS-COMPTE-TROUVE = 'N'
               PERFORM ECRIRE-REJET
               MOVE 'N' TO WS-ENTREE-VALIDE
           END-IF
           MOVE WS-COMPTE TO WS-COMPTE-CREDIT
           IF WS-ENTREE-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'PA' TO WS-JOURNAL
           MOVE SPACES TO WS-LIBELLE
           STRING 'AVANCE RETENUE EMP ' WS-AVA-EMPID
               DELIMITED BY SIZE INTO WS-LIBELLE
           MOVE WS-RUN-DATE TO WS-DATE-PIECE
           MOVE ZERO TO WS-LIEN-FACTURE
           MOVE 'D' TO WS-AXE-TYPE
           MOVE WS-AVA-DEPTID TO WS-AXE-ID
           PERFORM OUVRIR-PIECE
           MOVE WS-AVA-MONTANT TO WS-MONTANT
           MOVE WS-COMPTE-DEBIT TO WS-COMPTE
           MOVE 'D' TO ECR-SENS
           PERFORM ECRIRE-ECRITURE
           MOVE WS-COMPTE-CREDIT TO WS-COMPTE
           MOVE 'C' TO ECR-SENS
           PERFORM ECRIRE-ECRITURE
           MOVE 'MGLR' TO OPERATION
           CALL 'AVANCE-SALAIRE-DAL-DB' USING OPERATION WS-AVA-EOF
               WS-AVANCE
           IF WS-AVA-EOF = 'Y'
               DISPLAY 'ATTENTION: AVANCE ' WS-AVA-ID
                   ' NON MARQUEE EXPORTEE (RETENUE)'
               MOVE 'N' TO WS-AVA-EOF
           END-IF.

       EXPORTER-BENEVOLAT.
           MOVE 'N' TO WS-BH-EOF
           INITIALIZE WS-BENEVOLAT
           MOVE WS-ARG-PERIODE TO WS-BH-PERIODE
           MOVE 'READ' TO OPERATION
           PERFORM UNTIL WS-BH-EOF = 'Y'
               CALL 'BENEVOLAT-DAL-DB' USING OPERATION WS-BH-EOF
                   WS-BENEVOLAT
               IF WS-BH-EOF NOT = 'Y'
                   PERFORM ECRIRE-ECRITURES-BENEVOLAT
                   MOVE 'READ' TO OPERATION
               END-IF
           END-PERFORM
           MOVE 'END ' TO OPERATION
           CALL 'BENEVOLAT-DAL-DB' USING OPERATION WS-BH-EOF
               WS-BENEVOLAT.

       ECRIRE-ECRITURES-BENEVOLAT.
           MOVE 'Y' TO WS-ENTREE-VALIDE
           MOVE SPACES TO WS-REFERENCE
           STRING 'BEN-' WS-BH-IDANTENNE '-' WS-BH-PERIODE
               DELIMITED BY SIZE INTO WS-REFERENCE
           IF WS-BH-MONTANT = ZERO
               DISPLAY 'ATTENTION: ' WS-REFERENCE
                   ' TAUX BENEVOLAT/TAUX_HORAIRE ABSENT, NON EXPORTE'
               EXIT PARAGRAPH
           END-IF
           MOVE 'BENEVOLAT-EMPLOI' TO WS-CLE-RECHERCHEE
           PERFORM CHERCHER-COMPTE
           IF WS-COMPTE-TROUVE = 'N'
               PERFORM ECRIRE-REJET
               MOVE 'N' TO WS-ENTREE-VALIDE
           END-IF
           MOVE WS-COMPTE TO WS-COMPTE-DEBIT
           MOVE 'BENEVOLAT-CONTRIB' TO WS-CLE-RECHERCHEE
           PERFORM CHERCHER-COMPTE
           IF WS-COMPTE-TROUVE = 'N'
               PERFORM ECRIRE-REJET
               MOVE 'N' TO WS-ENTREE-VALIDE
           END-IF
           MOVE WS-COMPTE TO WS-COMPTE-CREDIT
           IF WS-ENTREE-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'OD' TO WS-JOURNAL
           MOVE SPACES TO WS-LIBELLE
           STRING 'BENEVOLAT ANTENNE ' WS-BH-IDANTENNE
               DELIMITED BY SIZE INTO WS-LIBELLE
           MOVE WS-RUN-DATE TO WS-DATE-PIECE
           MOVE ZERO TO WS-LIEN-FACTURE
           MOVE 'A' TO WS-AXE-TYPE
           MOVE WS-BH-IDANTENNE TO WS-AXE-ID
           PERFORM OUVRIR-PIECE
           MOVE WS-BH-MONTANT TO WS-MONTANT
           MOVE WS-COMPTE-DEBIT TO WS-COMPTE
           MOVE 'D' TO ECR-SENS
           PERFORM ECRIRE-ECRITURE
           MOVE WS-COMPTE-CREDIT TO WS-COMPTE
           MOVE 'C' TO ECR-SENS
           PERFORM ECRIRE-ECRITURE
           MOVE 'MARK' TO OPERATION
           CALL 'BENEVOLAT-DAL-DB' USING OPERATION WS-BH-EOF
               WS-BENEVOLAT
           IF WS-BH-EOF = 'Y'
               DISPLAY 'ATTENTION: BENEVOLAT ' WS-REFERENCE
                   ' NON MARQUE EXPORTE'
               MOVE 'N' TO WS-BH-EOF
           END-IF.

       CHARGER-PARAMETRES-ACHATS.
           INITIALIZE WS-PARAMETRE
           MOVE 'COMPTA' TO PARAM-DOMAINE
           MOVE 'DEBUT_ACHATS' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-DEBUT-ACHATS = FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF.

       EXPORTER-ACHATS.
           MOVE 'N' TO WS-FF-EOF
           INITIALIZE WS-FACTURE-FOURNISSEUR
           MOVE WS-ARG-PERIODE TO WS-FF-PERIODE
           MOVE WS-DEBUT-ACHATS TO WS-FF-DEBUT
           MOVE 'READ' TO OPERATION
           PERFORM UNTIL WS-FF-EOF = 'Y'
               CALL 'FACTURE-FOURNISSEUR-DAL-DB' USING OPERATION
                   WS-FF-EOF WS-FACTURE-FOURNISSEUR
               IF WS-FF-EOF NOT = 'Y'
                   PERFORM ECRIRE-ECRITURES-ACHAT
               END-IF
           END-PERFORM
           MOVE 'END ' TO OPERATION
           CALL 'FACTURE-FOURNISSEUR-DAL-DB' USING OPERATION
               WS-FF-EOF WS-FACTURE-FOURNISSEUR.

       ECRIRE-ECRITURES-ACHAT.
           INITIALIZE WS-GL-PERIODE
           MOVE WS-ARG-PERIODE TO GLP-PERIODE
           MOVE 'ACHK' TO GLP-ACTION
           MOVE WS-FF-ID TO GLP-DERNIER-NUM
           CALL 'GL-PERIODE-CONTROLE' USING WS-GL-PERIODE
           IF GLP-RETOUR NOT = 'Y'
               DISPLAY 'ANOMALIE: CONTROLE EXPORT FACTURE FOURNISSEUR '
                   WS-FF-ID ' IMPOSSIBLE - FACTURE IGNOREE'
               ADD 1 TO WS-COUNT-REJETS
               EXIT PARAGRAPH
           END-IF
           IF GLP-STATUT = 'Y'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PERIODE-FACTURE = WS-FF-DATE / 100
           IF WS-PERIODE-FACTURE <
               FUNCTION NUMVAL(WS-ARG-PERIODE)
               DISPLAY 'ECRITURE TARDIVE: FACTURE FOURNISSEUR '
                   WS-FF-ID ' (PERIODE ' WS-PERIODE-FACTURE
                   ') REPORTEE SUR ' WS-ARG-PERIODE
           END-IF
           MOVE 'Y' TO WS-ENTREE-VALIDE
           MOVE SPACES TO WS-REFERENCE
           STRING 'FF-' WS-FF-ID DELIMITED BY SIZE
               INTO WS-REFERENCE
           COMPUTE WS-FF-TTC = WS-FF-HT + WS-FF-TVA
           MOVE 'N' TO WS-COMPTE-TROUVE
           IF WS-FF-CATEGORIE NOT = SPACES
               MOVE SPACES TO WS-CLE-RECHERCHEE
               STRING 'ACHATS-' WS-FF-CATEGORIE DELIMITED BY SPACE
                   INTO WS-CLE-RECHERCHEE
               PERFORM CHERCHER-COMPTE
           END-IF
           IF WS-COMPTE-TROUVE = 'N'
               MOVE 'ACHATS' TO WS-CLE-RECHERCHEE
               PERFORM CHERCHER-COMPTE
           END-IF
           IF WS-COMPTE-TROUVE = 'N'
               PERFORM ECRIRE-REJET
               MOVE 'N' TO WS-ENTREE-VALIDE
           END-IF
           MOVE WS-COMPTE TO WS-COMPTE-DEBIT
           MOVE 'FOURNISSEURS' TO WS-CLE-RECHERCHEE
           PERFORM CHERCHER-COMPTE
           IF WS-COMPTE-TROUVE = 'N'
               PERFORM ECRIRE-REJET
               MOVE 'N' TO WS-ENTREE-VALIDE
           END-IF
           MOVE WS-COMPTE TO WS-COMPTE-CREDIT
           MOVE SPACES TO WS-COMPTE-TVA
           IF WS-FF-TVA > ZERO
               MOVE 'TVA-DEDUCTIBLE' TO WS-CLE-RECHERCHEE
               PERFORM CHERCHER-COMPTE
               IF WS-COMPTE-TROUVE = 'N'
                   PERFORM ECRIRE-REJET
                   MOVE 'N' TO WS-ENTREE-VALIDE
               END-IF
               MOVE WS-COMPTE TO WS-COMPTE-TVA
           END-IF
           IF WS-ENTREE-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'HA' TO WS-JOURNAL
           MOVE SPACES TO WS-LIBELLE
           STRING 'FACTURE FOURNISSEUR ' WS-FF-SUP
               DELIMITED BY SIZE INTO WS-LIBELLE
           MOVE SPACES TO WS-AUX-FOURNISSEUR
           STRING 'F' WS-FF-SUP DELIMITED BY SIZE
               INTO WS-AUX-FOURNISSEUR
           MOVE WS-FF-DATE TO WS-DATE-PIECE
           MOVE WS-FF-ID TO WS-LIEN-FACTURE
           IF WS-FF-PROJ > ZERO
               MOVE 'P' TO WS-AXE-TYPE
               MOVE WS-FF-PROJ TO WS-AXE-ID
           ELSE
               MOVE 'A' TO WS-AXE-TYPE
               MOVE WS-FF-ANTENNE TO WS-AXE-ID
           END-IF
           PERFORM OUVRIR-PIECE
           MOVE WS-FF-HT TO WS-MONTANT
           MOVE WS-COMPTE-DEBIT TO WS-COMPTE
           MOVE 'D' TO ECR-SENS
           PERFORM ECRIRE-ECRITURE
           IF WS-FF-TVA > ZERO
               MOVE WS-FF-TVA TO WS-MONTANT
               MOVE WS-COMPTE-TVA TO WS-COMPTE
               MOVE 'D' TO ECR-SENS
               PERFORM ECRIRE-ECRITURE
           END-IF
           MOVE WS-FF-TTC TO WS-MONTANT
           MOVE WS-COMPTE-CREDIT TO WS-COMPTE
           MOVE 'C' TO ECR-SENS
           PERFORM ECRIRE-ECRITURE
           INITIALIZE WS-GL-PERIODE
           MOVE WS-ARG-PERIODE TO GLP-PERIODE
           MOVE 'AMRK' TO GLP-ACTION
           MOVE WS-FF-ID TO GLP-DERNIER-NUM
           CALL 'GL-PERIODE-CONTROLE' USING WS-GL-PERIODE
           IF GLP-RETOUR NOT = 'Y'
               DISPLAY 'ATTENTION: FACTURE FOURNISSEUR ' WS-FF-ID
                   ' NON MARQUEE EXPORTEE'
           END-IF.

       EXPORTER-AVOIRS-FOURNISSEURS.
           MOVE 'N' TO WS-FF-EOF
           INITIALIZE WS-FACTURE-FOURNISSEUR
           MOVE WS-ARG-PERIODE TO WS-FF-PERIODE
           MOVE WS-DEBUT-ACHATS TO WS-FF-DEBUT
           MOVE 'RDAV' TO OPERATION
           PERFORM UNTIL WS-FF-EOF = 'Y'
               CALL 'FACTURE-FOURNISSEUR-DAL-DB' USING OPERATION
                   WS-FF-EOF WS-FACTURE-FOURNISSEUR
               IF WS-FF-EOF NOT = 'Y'
                   PERFORM ECRIRE-ECRITURES-AVOIR-FRN
               END-IF
           END-PERFORM
           MOVE 'END ' TO OPERATION
           CALL 'FACTURE-FOURNISSEUR-DAL-DB' USING OPERATION
               WS-FF-EOF WS-FACTURE-FOURNISSEUR.

       ECRIRE-ECRITURES-AVOIR-FRN.
           INITIALIZE WS-GL-PERIODE
           MOVE WS-ARG-PERIODE TO GLP-PERIODE
           MOVE 'VCHK' TO GLP-ACTION
           MOVE WS-FF-ID TO GLP-DERNIER-NUM
           CALL 'GL-PERIODE-CONTROLE' USING WS-GL-PERIODE
           IF GLP-RETOUR NOT = 'Y'
               DISPLAY 'ANOMALIE: CONTROLE EXPORT AVOIR FOURNISSEUR '
                   WS-FF-ID ' IMPOSSIBLE - AVOIR IGNORE'
               ADD 1 TO WS-COUNT-REJETS
               EXIT PARAGRAPH
           END-IF
           IF GLP-STATUT = 'Y'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PERIODE-FACTURE = WS-FF-DATE / 100
           IF WS-PERIODE-FACTURE <
               FUNCTION NUMVAL(WS-ARG-PERIODE)
               DISPLAY 'ECRITURE TARDIVE: AVOIR FOURNISSEUR '
                   WS-FF-ID ' (PERIODE ' WS-PERIODE-FACTURE
                   ') REPORTE SUR ' WS-ARG-PERIODE
           END-IF
           MOVE 'Y' TO WS-ENTREE-VALIDE
           MOVE SPACES TO WS-REFERENCE
           STRING 'AVF-' WS-FF-ID DELIMITED BY SIZE
               INTO WS-REFERENCE
           COMPUTE WS-FF-TTC = WS-FF-HT + WS-FF-TVA
           MOVE 'N' TO WS-COMPTE-TROUVE
           IF WS-FF-CATEGORIE NOT = SPACES
               MOVE SPACES TO WS-CLE-RECHERCHEE
               STRING 'ACHATS-' WS-FF-CATEGORIE DELIMITED BY SPACE
                   INTO WS-CLE-RECHERCHEE
               PERFORM CHERCHER-COMPTE
           END-IF
           IF WS-COMPTE-TROUVE = 'N'
               MOVE 'ACHATS' TO WS-CLE-RECHERCHEE
               PERFORM CHERCHER-COMPTE
           END-IF
           IF WS-COMPTE-TROUVE = 'N'
               PERFORM ECRIRE-REJET
               MOVE 'N' TO WS-ENTREE-VALIDE
           END-IF
           MOVE WS-COMPTE TO WS-COMPTE-CREDIT
           MOVE 'FOURNISSEURS' TO WS-CLE-RECHERCHEE
           PERFORM CHERCHER-COMPTE
           IF WS-COMPTE-TROUVE = 'N'
               PERFORM ECRIRE-REJET
               MOVE 'N' TO WS-ENTREE-VALIDE
           END-IF
           MOVE WS-COMPTE TO WS-COMPTE-DEBIT
           MOVE SPACES TO WS-COMPTE-TVA
           IF WS-FF-TVA > ZERO
               MOVE 'TVA-DEDUCTIBLE' TO WS-CLE-RECHERCHEE
               PERFORM CHERCHER-COMPTE
               IF WS-COMPTE-TROUVE = 'N'
                   PERFORM ECRIRE-REJET
                   MOVE 'N' TO WS-ENTREE-VALIDE
               END-IF
               MOVE WS-COMPTE TO WS-COMPTE-TVA
           END-IF
           IF WS-ENTREE-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'HA' TO WS-JOURNAL
           MOVE SPACES TO WS-LIBELLE
           STRING 'AVOIR FOURNISSEUR ' WS-FF-SUP
               DELIMITED BY SIZE INTO WS-LIBELLE
           MOVE SPACES TO WS-AUX-FOURNISSEUR
           STRING 'F' WS-FF-SUP DELIMITED BY SIZE
               INTO WS-AUX-FOURNISSEUR
           MOVE WS-FF-DATE TO WS-DATE-PIECE
           MOVE WS-FF-REF-ID TO WS-LIEN-FACTURE
           IF WS-FF-PROJ > ZERO
               MOVE 'P' TO WS-AXE-TYPE
               MOVE WS-FF-PROJ TO WS-AXE-ID
           ELSE
               MOVE 'A' TO WS-AXE-TYPE
               MOVE WS-FF-ANTENNE TO WS-AXE-ID
           END-IF
           PERFORM OUVRIR-PIECE
           MOVE WS-FF-TTC TO WS-MONTANT
           MOVE WS-COMPTE-DEBIT TO WS-COMPTE
           MOVE 'D' TO ECR-SENS
           PERFORM ECRIRE-ECRITURE
           MOVE WS-FF-HT TO WS-MONTANT
           MOVE WS-COMPTE-CREDIT TO WS-COMPTE
           MOVE 'C' TO ECR-SENS
           PERFORM ECRIRE-ECRITURE
           IF WS-FF-TVA > ZERO
               MOVE WS-FF-TVA TO WS-MONTANT
               MOVE WS-COMPTE-TVA TO WS-COMPTE
               MOVE 'C' TO ECR-SENS
               PERFORM ECRIRE-ECRITURE
           END-IF
           INITIALIZE WS-GL-PERIODE
           MOVE WS-ARG-PERIODE TO GLP-PERIODE
           MOVE 'VMRK' TO GLP-ACTION
           MOVE WS-FF-ID TO GLP-DERNIER-NUM
           CALL 'GL-PERIODE-CONTROLE' USING WS-GL-PERIODE
           IF GLP-RETOUR NOT = 'Y'
               DISPLAY 'ATTENTION: AVOIR FOURNISSEUR ' WS-FF-ID
                   ' NON MARQUE EXPORTE'
           END-IF.

       EXPORTER-DECAISSEMENTS.
           MOVE 'N' TO WS-FF-EOF
           INITIALIZE WS-FACTURE-FOURNISSEUR
           MOVE WS-ARG-PERIODE TO WS-FF-PERIODE
           MOVE WS-DEBUT-ACHATS TO WS-FF-DEBUT
           MOVE 'RDPA' TO OPERATION
           PERFORM UNTIL WS-FF-EOF = 'Y'
               CALL 'FACTURE-FOURNISSEUR-DAL-DB' USING OPERATION
                   WS-FF-EOF WS-FACTURE-FOURNISSEUR
               IF WS-FF-EOF NOT = 'Y'
                   PERFORM ECRIRE-ECRITURES-DECAISSEMENT
               END-IF
           END-PERFORM
           MOVE 'END ' TO OPERATION
           CALL 'FACTURE-FOURNISSEUR-DAL-DB' USING OPERATION
               WS-FF-EOF WS-FACTURE-FOURNISSEUR.

       ECRIRE-ECRITURES-DECAISSEMENT.
           INITIALIZE WS-GL-PERIODE
           MOVE WS-ARG-PERIODE TO GLP-PERIODE
           MOVE 'DCHK' TO GLP-ACTION
           MOVE WS-FF-ID TO GLP-DERNIER-NUM
           CALL 'GL-PERIODE-CONTROLE' USING WS-GL-PERIODE
           IF GLP-RETOUR NOT = 'Y'
               DISPLAY 'ANOMALIE: CONTROLE EXPORT VIREMENT FOURNISSEUR '
                   WS-FF-ID ' IMPOSSIBLE - VIREMENT IGNORE'
               ADD 1 TO WS-COUNT-REJETS
               EXIT PARAGRAPH
           END-IF
           IF GLP-STATUT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ENTREE-VALIDE
           MOVE SPACES TO WS-REFERENCE
           STRING 'VIRF-' WS-FF-ID DELIMITED BY SIZE
               INTO WS-REFERENCE
           COMPUTE WS-FF-TTC = WS-FF-HT + WS-FF-TVA
           MOVE 'FOURNISSEURS' TO WS-CLE-RECHERCHEE
           PERFORM CHERCHER-COMPTE
           IF WS-COMPTE-TROUVE = 'N'
               PERFORM ECRIRE-REJET
               MOVE 'N' TO WS-ENTREE-VALIDE
           END-IF
           MOVE WS-COMPTE TO WS-COMPTE-DEBIT
           MOVE 'BANQUE' TO WS-CLE-RECHERCHEE
           PERFORM CHERCHER-COMPTE
           IF WS-COMPTE-TROUVE = 'N'
               PERFORM ECRIRE-REJET
               MOVE 'N' TO WS-ENTREE-VALIDE
           END-IF
           MOVE WS-COMPTE TO WS-COMPTE-CREDIT
           IF WS-ENTREE-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'BQ' TO WS-JOURNAL
           MOVE SPACES TO WS-LIBELLE
           STRING 'REGLEMENT FOURNISSEUR ' WS-FF-SUP
               DELIMITED BY SIZE INTO WS-LIBELLE
           MOVE SPACES TO WS-AUX-FOURNISSEUR
           STRING 'F' WS-FF-SUP DELIMITED BY SIZE
               INTO WS-AUX-FOURNISSEUR
           MOVE WS-FF-DATE-PAIEMENT TO WS-DATE-PIECE
           MOVE WS-FF-ID TO WS-LIEN-FACTURE
           MOVE SPACE TO WS-AXE-TYPE
           MOVE ZERO TO WS-AXE-ID
           IF WS-FF-TTC > ZERO
               PERFORM OUVRIR-PIECE
               MOVE WS-FF-TTC TO WS-MONTANT
               MOVE WS-COMPTE-DEBIT TO WS-COMPTE
               MOVE 'D' TO ECR-SENS
               PERFORM ECRIRE-ECRITURE
               MOVE WS-COMPTE-CREDIT TO WS-COMPTE
               MOVE 'C' TO ECR-SENS
               PERFORM ECRIRE-ECRITURE
           ELSE
               DISPLAY 'FACTURE FOURNISSEUR ' WS-FF-ID
                   ' SOLDEE PAR AVOIR - PAS DE DECAISSEMENT'
           END-IF
           INITIALIZE WS-GL-PERIODE
           MOVE WS-ARG-PERIODE TO GLP-PERIODE
           MOVE 'DMRK' TO GLP-ACTION
           MOVE WS-FF-ID TO GLP-DERNIER-NUM
           CALL 'GL-PERIODE-CONTROLE' USING WS-GL-PERIODE
           IF GLP-RETOUR NOT = 'Y'
               DISPLAY 'ATTENTION: VIREMENT FOURNISSEUR ' WS-FF-ID
                   ' NON MARQUE EXPORTE'
           END-IF.

       EXPORTER-PROVISION-STOCK.
           MOVE 'N' TO WS-PVS-EOF
           INITIALIZE WS-PROVISION-STOCK
           MOVE WS-ARG-PERIODE TO WS-PVS-LIMITE
           MOVE 'READ' TO OPERATION
           PERFORM UNTIL WS-PVS-EOF = 'Y'
               CALL 'PROVISION-STOCK-DAL-DB' USING OPERATION
                   WS-PVS-EOF WS-PROVISION-STOCK
               IF WS-PVS-EOF NOT = 'Y'
                   PERFORM ECRIRE-ECRITURES-PROVISION
                   MOVE 'READ' TO OPERATION
               END-IF
           END-PERFORM
           MOVE 'END ' TO OPERATION
           CALL 'PROVISION-STOCK-DAL-DB' USING OPERATION
               WS-PVS-EOF WS-PROVISION-STOCK.

       ECRIRE-ECRITURES-PROVISION.
           MOVE 'Y' TO WS-ENTREE-VALIDE
           MOVE SPACES TO WS-REFERENCE
           STRING 'PROVSTK-' WS-PVS-PERIODE
               DELIMITED BY SIZE INTO WS-REFERENCE
           IF WS-PVS-MONTANT > WS-PVS-PRECEDENT
               COMPUTE WS-MONTANT = WS-PVS-MONTANT - WS-PVS-PRECEDENT
               MOVE 'DOTATION-PROV-STOCK' TO WS-CLE-RECHERCHEE
               PERFORM CHERCHER-COMPTE
               IF WS-COMPTE-TROUVE = 'N'
                   PERFORM ECRIRE-REJET
                   MOVE 'N' TO WS-ENTREE-VALIDE
               END-IF
               MOVE WS-COMPTE TO WS-COMPTE-DEBIT
               MOVE 'PROVISION-STOCK' TO WS-CLE-RECHERCHEE
               PERFORM CHERCHER-COMPTE
               IF WS-COMPTE-TROUVE = 'N'
                   PERFORM ECRIRE-REJET
                   MOVE 'N' TO WS-ENTREE-VALIDE
               END-IF
               MOVE WS-COMPTE TO WS-COMPTE-CREDIT
               MOVE SPACES TO WS-LIBELLE
               STRING 'DOTATION PROV. STOCK ' WS-PVS-PERIODE
                   DELIMITED BY SIZE INTO WS-LIBELLE
           ELSE
               COMPUTE WS-MONTANT = WS-PVS-PRECEDENT - WS-PVS-MONTANT
               MOVE 'PROVISION-STOCK' TO WS-CLE-RECHERCHEE
               PERFORM CHERCHER-COMPTE
               IF WS-COMPTE-TROUVE = 'N'
                   PERFORM ECRIRE-REJET
                   MOVE 'N' TO WS-ENTREE-VALIDE
               END-IF
               MOVE WS-COMPTE TO WS-COMPTE-DEBIT
               MOVE 'REPRISE-PROV-STOCK' TO WS-CLE-RECHERCHEE
               PERFORM CHERCHER-COMPTE
               IF WS-COMPTE-TROUVE = 'N'
                   PERFORM ECRIRE-REJET
                   MOVE 'N' TO WS-ENTREE-VALIDE
               END-IF
               MOVE WS-COMPTE TO WS-COMPTE-CREDIT
               MOVE SPACES TO WS-LIBELLE
               STRING 'REPRISE PROV. STOCK ' WS-PVS-PERIODE
                   DELIMITED BY SIZE INTO WS-LIBELLE
           END-IF
           IF WS-ENTREE-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-MONTANT = ZERO
               DISPLAY 'PROVISION STOCK ' WS-PVS-PERIODE
                   ' INCHANGEE - PAS D''ECRITURE'
           ELSE
               MOVE 'OD' TO WS-JOURNAL
               MOVE WS-PVS-DATE-REF TO WS-DATE-PIECE
               MOVE ZERO TO WS-LIEN-FACTURE
               MOVE SPACE TO WS-AXE-TYPE
               MOVE ZERO TO WS-AXE-ID
               PERFORM OUVRIR-PIECE
               MOVE WS-COMPTE-DEBIT TO WS-COMPTE
               MOVE 'D' TO ECR-SENS
               PERFORM ECRIRE-ECRITURE
               MOVE WS-COMPTE-CREDIT TO WS-COMPTE
               MOVE 'C' TO ECR-SENS
               PERFORM ECRIRE-ECRITURE
           END-IF
           MOVE 'MARK' TO OPERATION
           CALL 'PROVISION-STOCK-DAL-DB' USING OPERATION WS-PVS-EOF
               WS-PROVISION-STOCK
           IF WS-PVS-EOF = 'Y'
               DISPLAY 'ATTENTION: PROVISION STOCK ' WS-PVS-PERIODE
                   ' NON MARQUEE EXPORTEE'
               MOVE 'N' TO WS-PVS-EOF
           END-IF.

       EXPORTER-IMMOBILISATIONS.
           MOVE 'N' TO WS-IMM-EOF
           INITIALIZE WS-IMMOBILISATION
           MOVE WS-ARG-PERIODE TO WS-IMM-LIMITE
           MOVE 'READ' TO OPERATION
           PERFORM UNTIL WS-IMM-EOF = 'Y'
               CALL 'IMMOBILISATION-DAL-DB' USING OPERATION
                   WS-IMM-EOF WS-IMMOBILISATION
               IF WS-IMM-EOF NOT = 'Y'
                   PERFORM ECRIRE-ECRITURES-IMMO
                   MOVE 'READ' TO OPERATION
               END-IF
           END-PERFORM
           MOVE 'END ' TO OPERATION
           CALL 'IMMOBILISATION-DAL-DB' USING OPERATION
               WS-IMM-EOF WS-IMMOBILISATION.

       ECRIRE-ECRITURES-IMMO.
           MOVE 'Y' TO WS-ENTREE-VALIDE
           MOVE SPACES TO WS-REFERENCE
           MOVE SPACES TO WS-LIBELLE
           EVALUATE WS-IMM-EVENEMENT
               WHEN 'A'
                   STRING 'IMMO-' WS-IMM-ID
                       DELIMITED BY SIZE INTO WS-REFERENCE
                   STRING 'ACQUISITION IMMO ' WS-IMM-ID
                       DELIMITED BY SIZE INTO WS-LIBELLE
                   PERFORM CHERCHER-COMPTE-IMMO
                   MOVE WS-COMPTE TO WS-COMPTE-DEBIT
                   MOVE 'N' TO WS-COMPTE-TROUVE
                   IF WS-IMM-CAT-ACHAT NOT = SPACES
                       MOVE SPACES TO WS-CLE-RECHERCHEE
                       STRING 'ACHATS-' WS-IMM-CAT-ACHAT
                           DELIMITED BY SPACE INTO WS-CLE-RECHERCHEE
                       PERFORM CHERCHER-COMPTE
                   END-IF
                   IF WS-COMPTE-TROUVE = 'N'
                       MOVE 'ACHATS' TO WS-CLE-RECHERCHEE
                       PERFORM CHERCHER-COMPTE
                   END-IF
                   IF WS-COMPTE-TROUVE = 'N'
                       PERFORM ECRIRE-REJET
                       MOVE 'N' TO WS-ENTREE-VALIDE
                   END-IF
                   MOVE WS-COMPTE TO WS-COMPTE-CREDIT
               WHEN 'D'
                   STRING 'AMO-' WS-IMM-ID '-' WS-IMM-PERIODE
                       DELIMITED BY SIZE INTO WS-REFERENCE
                   STRING 'DOTATION AMORT. ' WS-IMM-PERIODE
                       DELIMITED BY SIZE INTO WS-LIBELLE
                   MOVE 'DOTATION-AMORT' TO WS-CLE-RECHERCHEE
                   PERFORM CHERCHER-COMPTE
                   IF WS-COMPTE-TROUVE = 'N'
                       PERFORM ECRIRE-REJET
                       MOVE 'N' TO WS-ENTREE-VALIDE
                   END-IF
                   MOVE WS-COMPTE TO WS-COMPTE-DEBIT
                   PERFORM CHERCHER-COMPTE-AMORT
                   MOVE WS-COMPTE TO WS-COMPTE-CREDIT
               WHEN OTHER
                   STRING 'CES-' WS-IMM-ID
                       DELIMITED BY SIZE INTO WS-REFERENCE
                   STRING 'CESSION IMMO ' WS-IMM-ID
                       DELIMITED BY SIZE INTO WS-LIBELLE
                   PERFORM CHERCHER-COMPTES-CESSION
           END-EVALUATE
           IF WS-ENTREE-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'OD' TO WS-JOURNAL
           MOVE WS-IMM-DATE TO WS-DATE-PIECE
           MOVE ZERO TO WS-LIEN-FACTURE
           MOVE WS-IMM-AXE-TYPE TO WS-AXE-TYPE
           MOVE WS-IMM-AXE-ID TO WS-AXE-ID
           IF WS-IMM-EVENEMENT = 'C'
               PERFORM ECRIRE-ECRITURES-CESSION
           ELSE
               IF WS-IMM-MONTANT > ZERO
                   MOVE WS-IMM-MONTANT TO WS-MONTANT
                   PERFORM OUVRIR-PIECE
                   MOVE WS-COMPTE-DEBIT TO WS-COMPTE
                   MOVE 'D' TO ECR-SENS
                   PERFORM ECRIRE-ECRITURE
                   MOVE WS-COMPTE-CREDIT TO WS-COMPTE
                   MOVE 'C' TO ECR-SENS
                   PERFORM ECRIRE-ECRITURE
               END-IF
           END-IF
           MOVE 'MARK' TO OPERATION
           CALL 'IMMOBILISATION-DAL-DB' USING OPERATION WS-IMM-EOF
               WS-IMMOBILISATION
           IF WS-IMM-EOF = 'Y'
               DISPLAY 'ATTENTION: IMMOBILISATION ' WS-IMM-ID
                   ' (' WS-IMM-EVENEMENT ' ' WS-IMM-PERIODE
                   ') NON MARQUEE EXPORTEE'
               MOVE 'N' TO WS-IMM-EOF
           END-IF.

       CHERCHER-COMPTE-IMMO.
           MOVE SPACES TO WS-CLE-RECHERCHEE
           STRING 'IMMO-' WS-IMM-CATEGORIE DELIMITED BY SPACE
               INTO WS-CLE-RECHERCHEE
           PERFORM CHERCHER-COMPTE
           IF WS-COMPTE-TROUVE = 'N'
               MOVE 'IMMOBILISATIONS' TO WS-CLE-RECHERCHEE
               PERFORM CHERCHER-COMPTE
           END-IF
           IF WS-COMPTE-TROUVE = 'N'
               PERFORM ECRIRE-REJET
               MOVE 'N' TO WS-ENTREE-VALIDE
           END-IF.

       CHERCHER-COMPTE-AMORT.
           MOVE SPACES TO WS-CLE-RECHERCHEE
           STRING 'AMORT-' WS-IMM-CATEGORIE DELIMITED BY SPACE
               INTO WS-CLE-RECHERCHEE
           PERFORM CHERCHER-COMPTE
           IF WS-COMPTE-TROUVE = 'N'
               MOVE 'AMORTISSEMENTS' TO WS-CLE-RECHERCHEE
               PERFORM CHERCHER-COMPTE
           END-IF
           IF WS-COMPTE-TROUVE = 'N'
               PERFORM ECRIRE-REJET
               MOVE 'N' TO WS-ENTREE-VALIDE
           END-IF.

       CHERCHER-COMPTES-CESSION.
           IF WS-IMM-CUMUL > WS-IMM-MONTANT
               MOVE WS-IMM-MONTANT TO WS-IMM-CUMUL
           END-IF
           COMPUTE WS-IMM-VNC = WS-IMM-MONTANT - WS-IMM-CUMUL
           PERFORM CHERCHER-COMPTE-IMMO
           MOVE WS-COMPTE TO WS-COMPTE-CREDIT
           PERFORM CHERCHER-COMPTE-AMORT
           MOVE WS-COMPTE TO WS-IMM-COMPTE-AMORT
           MOVE 'VNC-CESSION' TO WS-CLE-RECHERCHEE
           PERFORM CHERCHER-COMPTE
           IF WS-COMPTE-TROUVE = 'N'
               PERFORM ECRIRE-REJET
               MOVE 'N' TO WS-ENTREE-VALIDE
           END-IF
           MOVE WS-COMPTE TO WS-IMM-COMPTE-VNC
           IF WS-IMM-PRIX > ZERO
               MOVE 'CREANCE-CESSION' TO WS-CLE-RECHERCHEE
               PERFORM CHERCHER-COMPTE
               IF WS-COMPTE-TROUVE = 'N'
                   PERFORM ECRIRE-REJET
                   MOVE 'N' TO WS-ENTREE-VALIDE
               END-IF
               MOVE WS-COMPTE TO WS-IMM-COMPTE-CREANCE
               MOVE 'PRODUIT-CESSION' TO WS-CLE-RECHERCHEE
               PERFORM CHERCHER-COMPTE
               IF WS-COMPTE-TROUVE = 'N'
                   PERFORM ECRIRE-REJET
                   MOVE 'N' TO WS-ENTREE-VALIDE
               END-IF
               MOVE WS-COMPTE TO WS-IMM-COMPTE-PRODUIT
           END-IF.

       ECRIRE-ECRITURES-CESSION.
           PERFORM OUVRIR-PIECE
           IF WS-IMM-CUMUL > ZERO
               MOVE WS-IMM-CUMUL TO WS-MONTANT
               MOVE WS-IMM-COMPTE-AMORT TO WS-COMPTE
               MOVE 'D' TO ECR-SENS
               PERFORM ECRIRE-ECRITURE
           END-IF
           IF WS-IMM-VNC > ZERO
               MOVE WS-IMM-VNC TO WS-MONTANT
               MOVE WS-IMM-COMPTE-VNC TO WS-COMPTE
               MOVE 'D' TO ECR-SENS
               PERFORM ECRIRE-ECRITURE
           END-IF
           MOVE WS-IMM-MONTANT TO WS-MONTANT
           MOVE WS-COMPTE-CREDIT TO WS-COMPTE
           MOVE 'C' TO ECR-SENS
           PERFORM ECRIRE-ECRITURE
           IF WS-IMM-PRIX > ZERO
               PERFORM OUVRIR-PIECE
               MOVE WS-IMM-PRIX TO WS-MONTANT
               MOVE WS-IMM-COMPTE-CREANCE TO WS-COMPTE
               MOVE 'D' TO ECR-SENS
               PERFORM ECRIRE-ECRITURE
               MOVE WS-IMM-COMPTE-PRODUIT TO WS-COMPTE
               MOVE 'C' TO ECR-SENS
               PERFORM ECRIRE-ECRITURE
           END-IF.
