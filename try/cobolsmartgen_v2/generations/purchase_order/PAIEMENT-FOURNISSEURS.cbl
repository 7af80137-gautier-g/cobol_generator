               ASSIGN TO "VIREMENTS-FOURNISSEURS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIR-STATUS.
           SELECT HISTO-VIREMENTS-FILE
               ASSIGN TO "VIREMENTS-FOURNISSEURS-HISTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HVI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSITION-FILE.
       01  PROPOSITION-RECORD     PIC X(100).
       FD  EXCLUSIONS-FILE.
       01  EXCLUSIONS-RECORD      PIC X(100).
       FD  VIREMENTS-FILE.
       01  VIREMENTS-RECORD       PIC X(130).
       FD  HISTO-VIREMENTS-FILE.
       01  HISTO-VIREMENTS-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       77  WS-PROP-STATUS         PIC X(2) VALUE '00'.
       77  WS-EXCL-STATUS         PIC X(2) VALUE '00'.
       77  WS-VIR-STATUS          PIC X(2) VALUE '00'.
       77  WS-HVI-STATUS          PIC X(2) VALUE '00'.
       77  WS-ARG-MODE            PIC X(8) VALUE SPACES.
       01  WS-FF-ID               PIC 9(9).
       01  WS-FF-SUP              PIC 9(9).
       01  WS-FF-MONTANT          PIC 9(9)V99.
       01  WS-FF-NET              PIC 9(9)V99.
       01  WS-AVOIR-ID            PIC 9(9).
       01  WS-AVOIR-TTC           PIC 9(9)V99.
       01  WS-AVOIR-CUMUL         PIC 9(9)V99.
       01  WS-AVOIRS-TABLE.
           05 WS-AVF-COUNT        PIC 9(4) VALUE 0.
           05 WS-AVF-ID           PIC 9(9) OCCURS 500 TIMES.
       77  WS-AVF-IDX             PIC 9(4) COMP.
       77  WS-AVF-DEBUT           PIC 9(4).
       77  WS-AVF-DEJA            PIC X.
       77  WS-AVF-FIN             PIC X.
       01  WS-SUP-NAME            PIC X(40).
       01  WS-SUP-IBAN            PIC X(34).
       01  WS-IBAN-ATTENTE        PIC 9(4).
       01  WS-DOUBLON-SUSPECT     PIC 9(4).
       01  WS-SEUIL-VIGILANCE     PIC 9(9)V99 VALUE 5000.00.
       01  WS-DEPENSE-ANNEE       PIC 9(11)V99.
       01  WS-DOC-COUNT           PIC 9(4).
       01  WS-SUP-DEROGATION      PIC X.
       01  WS-DATE-JOUR           PIC 9(8).
       01  WS-ANNEE-DEBUT         PIC 9(8).
       01  WS-OPER-PAIEMENT       PIC X(9).
       01  WS-VEM-ID              PIC 9(9).
       01  WS-VEM-LOT             PIC X(20).
       01  WS-VEM-REFERENCE       PIC X(20).
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
       01  WS-PARAMETRE.
           05 PARAM-DOMAINE       PIC X(12).
           05 PARAM-CLE           PIC X(20).
       77  WS-COUNT-PROPOSEES     PIC 9(6) VALUE 0.
       77  WS-COUNT-PAYEES        PIC 9(6) VALUE 0.
       77  WS-COUNT-EXCLUES       PIC 9(6) VALUE 0.
       77  WS-COUNT-BLOQUEES      PIC 9(6) VALUE 0.
       77  WS-COUNT-AVOIRS        PIC 9(6) VALUE 0.
       01  WS-TOTAL-AVOIRS        PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-VIREMENTS     PIC 9(11)V99 VALUE 0.
       01  WS-PROP-LINE.
           05 PRO-SUP             PIC 9(9).
           05 PRO-FF              PIC 9(9).
           05 FILLER              PIC X VALUE ';'.
           05 PRO-MONTANT         PIC 9(8).99.
       01  WS-BLOCAGE-LINE.
           05 BLO-FF              PIC 9(9).
           05 FILLER              PIC X(40) VALUE
              ';BLOCAGE: MODIFICATION IBAN FOURNISSEUR '.
           05 BLO-SUP             PIC 9(9).
           05 FILLER              PIC X(25) VALUE
              ' EN ATTENTE DE VALIDATION'.
       01  WS-BLOCAGE-DBL-LINE.
           05 BLD-FF              PIC 9(9).
           05 FILLER              PIC X(44) VALUE
              ';BLOCAGE: DOUBLON SUSPECT NON LEVE (FACTURE '.
           05 BLD-FF-BIS          PIC 9(9).
           05 FILLER              PIC X VALUE ')'.
       01  WS-HISTO-LINE.
           05 HVI-DATE            PIC 9(8).
           05 FILLER              PIC X VALUE ';'.
           05 HVI-FACTURE         PIC 9(9).
           05 FILLER              PIC X VALUE ';'.
           05 HVI-SUP             PIC 9(9).
           05 FILLER              PIC X VALUE ';'.
           05 HVI-MONTANT         PIC 9(8).99.
           05 FILLER              PIC X VALUE ';'.
           05 HVI-IBAN            PIC X(34).
       01  WS-ENTETE-LINE.
           05 FILLER              PIC X(4) VALUE 'ENT;'.
           05 ENT-DATE            PIC 9(8).
           05 FILLER              PIC X VALUE ';'.
           05 ENT-LOT             PIC X(20).
       01  WS-VIREMENT-LINE.
           05 FILLER              PIC X(4) VALUE 'VIR;'.
           05 VIR-IBAN            PIC X(34).
           05 VIR-FACTURE         PIC 9(9).
           05 FILLER              PIC X VALUE ';'.
           05 VIR-MONTANT         PIC 9(8).99.
           05 FILLER              PIC X VALUE ';'.
           05 VIR-REFERENCE       PIC X(20).
       01  WS-TRAILER-LINE.
           05 FILLER              PIC X(4) VALUE 'FIN;'.
           05 TRL-NB              PIC 9(6).

       MODE-PROPOSITION.
           OPEN OUTPUT PROPOSITION-FILE
           OPEN OUTPUT EXCLUSIONS-FILE
           PERFORM DAL-CONNECT
           PERFORM OUVRIR-FACTURES-DUES
           PERFORM UNTIL EOF-REACHED
               PERFORM FETCH-FACTURE-DUE
               IF WS-END-OF-FILE NOT = 'Y'
                   AND WS-IBAN-ATTENTE = ZERO
                   AND WS-DOUBLON-SUSPECT > ZERO
                   ADD 1 TO WS-COUNT-BLOQUEES
                   MOVE WS-FF-ID TO BLD-FF
                   MOVE WS-DOUBLON-SUSPECT TO BLD-FF-BIS
                   MOVE WS-BLOCAGE-DBL-LINE TO EXCLUSIONS-RECORD
                   WRITE EXCLUSIONS-RECORD
                   DISPLAY 'FACTURE ' WS-FF-ID ' BLOQUEE: DOUBLON'
                       ' SUSPECT AVEC LA FACTURE ' WS-DOUBLON-SUSPECT
               END-IF
               IF WS-END-OF-FILE NOT = 'Y'
                   AND WS-IBAN-ATTENTE > ZERO
                   ADD 1 TO WS-COUNT-BLOQUEES
                   MOVE WS-FF-ID TO BLO-FF
                   MOVE WS-FF-SUP TO BLO-SUP
                   MOVE WS-BLOCAGE-LINE TO EXCLUSIONS-RECORD
                   WRITE EXCLUSIONS-RECORD
                   DISPLAY 'FACTURE ' WS-FF-ID ' BLOQUEE: MODIFICATION'
                       ' IBAN FOURNISSEUR ' WS-FF-SUP ' EN ATTENTE'
               END-IF
               IF WS-END-OF-FILE NOT = 'Y'
                   AND WS-IBAN-ATTENTE = ZERO
                   AND WS-DOUBLON-SUSPECT = ZERO
                   IF WS-FF-SUP NOT = WS-SUP-COURANT
                       PERFORM TOTAL-FOURNISSEUR
                       MOVE WS-FF-SUP TO WS-SUP-COURANT
                       MOVE 0 TO WS-SUP-TOTAL
                   END-IF
                   ADD 1 TO WS-COUNT-PROPOSEES
                   PERFORM CALCULER-AVOIRS
                   ADD WS-FF-NET TO WS-SUP-TOTAL
                   MOVE WS-FF-SUP TO PRO-SUP
                   MOVE WS-FF-ID TO PRO-FF
                   MOVE WS-FF-NET TO PRO-MONTANT
                   MOVE WS-PROP-LINE TO PROPOSITION-RECORD
                   WRITE PROPOSITION-RECORD
               END-IF
           PERFORM TOTAL-FOURNISSEUR
           PERFORM DAL-END
           CLOSE PROPOSITION-FILE
           CLOSE EXCLUSIONS-FILE
           DISPLAY 'FACTURES PROPOSEES AU PAIEMENT: '
               WS-COUNT-PROPOSEES
           DISPLAY 'FACTURES BLOQUEES (IBAN / DOUBLON)  : '
               WS-COUNT-BLOQUEES
           MOVE WS-TOTAL-AVOIRS TO WS-D-MONTANT
           DISPLAY 'AVOIRS FOURNISSEURS A DEDUIRE : '
               WS-COUNT-AVOIRS ' POUR ' WS-D-MONTANT
           DISPLAY 'EXCLURE DES LIGNES VIA AP-EXCLUSIONS.DAT PUIS'
               ' RELANCER EN MODE PAYER'
           MOVE 0 TO RETURN-CODE.

       MODE-PAIEMENT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
           ACCEPT WS-OPER-PAIEMENT FROM ENVIRONMENT
               'CARBONTRACK_OPERATEUR'
           COMPUTE WS-ANNEE-DEBUT =
               FUNCTION NUMVAL(WS-DATE-JOUR(1:4)) * 10000 + 101
           INITIALIZE WS-PARAMETRE
           END-IF
           PERFORM CHARGER-EXCLUSIONS
           OPEN OUTPUT VIREMENTS-FILE
           OPEN EXTEND HISTO-VIREMENTS-FILE
           IF WS-HVI-STATUS = '35'
               OPEN OUTPUT HISTO-VIREMENTS-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO ENT-DATE
           MOVE SPACES TO WS-VEM-LOT
           STRING 'LOTF-' FUNCTION CURRENT-DATE(1:14)
               DELIMITED BY SIZE INTO WS-VEM-LOT
           END-STRING
           MOVE WS-VEM-LOT TO ENT-LOT
           MOVE WS-ENTETE-LINE TO VIREMENTS-RECORD
           WRITE VIREMENTS-RECORD
           PERFORM DAL-CONNECT
                   PERFORM PAYER-UNE-FACTURE
               END-IF
           END-PERFORM
           MOVE WS-COUNT-PAYEES TO TRL-NB
           MOVE WS-TOTAL-VIREMENTS TO TRL-TOTAL
           MOVE WS-TRAILER-LINE TO VIREMENTS-RECORD
           WRITE VIREMENTS-RECORD
           CLOSE VIREMENTS-FILE
           CLOSE HISTO-VIREMENTS-FILE
           MOVE 0 TO RETURN-CODE
           PERFORM LIBERER-FICHIER-BANQUE
           PERFORM DAL-END
           DISPLAY 'FACTURES PAYEES  : ' WS-COUNT-PAYEES
           DISPLAY 'FACTURES EXCLUES : ' WS-COUNT-EXCLUES
           MOVE WS-TOTAL-AVOIRS TO WS-D-MONTANT
           DISPLAY 'AVOIRS IMPUTES   : ' WS-COUNT-AVOIRS
               ' POUR ' WS-D-MONTANT
           MOVE WS-TOTAL-VIREMENTS TO WS-D-MONTANT
           DISPLAY 'MONTANT TOTAL    : ' WS-D-MONTANT.

       CHARGER-EXCLUSIONS.
           MOVE 0 TO WS-EXCL-COUNT
           EXEC SQL
               DECLARE C_AP CURSOR WITH HOLD FOR
               SELECT f.FF_ID, f.SUP_ID,
                      f.FF_QTE * f.FF_PRIX + COALESCE(f.FF_TVA, 0),
                      s.SUP_NAME, COALESCE(s.SUP_IBAN, ' '),
                      (SELECT COUNT(*) FROM SUPPLIER_IBAN_CHANGE c
                       WHERE c.SUP_ID = f.SUP_ID
                       AND c.SIC_STATUT = 'E'),
                      COALESCE((SELECT MAX(CASE WHEN d.FDB_FF_ID
                                     = f.FF_ID THEN d.FDB_FF_ORIGINE
                                     ELSE d.FDB_FF_ID END)
                       FROM FACTURE_DOUBLON d
                       WHERE d.FDB_STATUT = 'S'
                       AND (d.FDB_FF_ID = f.FF_ID
                            OR d.FDB_FF_ORIGINE = f.FF_ID)), 0)
               FROM FACTURE_FOURNISSEUR f
               INNER JOIN SUPPLIER s
                   ON s.SUP_ID = f.SUP_ID
           EXEC SQL
               FETCH C_AP INTO
                   :WS-FF-ID, :WS-FF-SUP, :WS-FF-MONTANT,
                   :WS-SUP-NAME, :WS-SUP-IBAN, :WS-IBAN-ATTENTE,
                   :WS-DOUBLON-SUSPECT
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ' FOURNISSEUR ' WS-FF-SUP ' ABSENT'
               EXIT PARAGRAPH
           END-IF
           IF WS-IBAN-ATTENTE > ZERO
               ADD 1 TO WS-COUNT-EXCLUES
               DISPLAY 'FACTURE ' WS-FF-ID ' EXCLUE: MODIFICATION'
                   ' IBAN FOURNISSEUR ' WS-FF-SUP ' NON VALIDEE'
               EXIT PARAGRAPH
           END-IF
           IF WS-DOUBLON-SUSPECT > ZERO
               ADD 1 TO WS-COUNT-EXCLUES
               DISPLAY 'FACTURE ' WS-FF-ID ' EXCLUE: DOUBLON SUSPECT'
                   ' AVEC LA FACTURE ' WS-DOUBLON-SUSPECT ' NON LEVE'
               EXIT PARAGRAPH
           END-IF
           PERFORM CONTROLER-CONFORMITE
           IF WS-SUP-DEROGATION = 'X'
               ADD 1 TO WS-COUNT-EXCLUES
                   ' ABSENTE OU PERIMEE'
               EXIT PARAGRAPH
           END-IF
           PERFORM CALCULER-AVOIRS
           EXEC SQL
               UPDATE FACTURE_FOURNISSEUR
               SET FF_STATUT = 'P',
                   FF_OPER_PAIEMENT = :WS-OPER-PAIEMENT,
                   FF_DATE_PAIEMENT = :WS-DATE-JOUR
               WHERE FF_ID = :WS-FF-ID
               AND FF_STATUT = 'A'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO OR SQLERRD(3) EQUAL ZERO
               DISPLAY 'ERREUR MARQUAGE PAIEMENT FACTURE '
                   WS-FF-ID
               PERFORM LIBERER-AVOIRS
               EXIT PARAGRAPH
           END-IF
           PERFORM IMPUTER-AVOIRS
           IF WS-FF-NET = ZERO
               DISPLAY 'FACTURE ' WS-FF-ID ' SOLDEE PAR AVOIR(S)'
                   ' - AUCUN VIREMENT'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COUNT-PAYEES
           ADD WS-FF-NET TO WS-TOTAL-VIREMENTS
           MOVE WS-SUP-IBAN TO VIR-IBAN
           MOVE WS-SUP-NAME TO VIR-NOM
           MOVE WS-FF-ID TO VIR-FACTURE
           MOVE WS-FF-NET TO VIR-MONTANT
           MOVE SPACES TO WS-VEM-REFERENCE
           STRING 'VIRF-' WS-FF-ID DELIMITED BY SIZE
               INTO WS-VEM-REFERENCE
           END-STRING
           MOVE WS-VEM-REFERENCE TO VIR-REFERENCE
           MOVE WS-VIREMENT-LINE TO VIREMENTS-RECORD
           WRITE VIREMENTS-RECORD
           PERFORM ENREGISTRER-VIREMENT-EMIS
           MOVE WS-DATE-JOUR TO HVI-DATE
           MOVE WS-FF-ID TO HVI-FACTURE
           MOVE WS-FF-SUP TO HVI-SUP
           MOVE WS-FF-NET TO HVI-MONTANT
           MOVE WS-SUP-IBAN TO HVI-IBAN
           MOVE WS-HISTO-LINE TO HISTO-VIREMENTS-RECORD
           WRITE HISTO-VIREMENTS-RECORD.

       ENREGISTRER-VIREMENT-EMIS.
           EXEC SQL
               SELECT COALESCE(MAX(VEM_ID), 0) + 1
               INTO :WS-VEM-ID
               FROM VIREMENT_EMIS
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR SELECT MAX(VEM_ID): SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               INSERT INTO VIREMENT_EMIS
               (VEM_ID, VEM_TYPE, VEM_LOT, VEM_REFERENCE, VEM_FF_ID,
                VEM_EMP_ID, VEM_PERIODE, VEM_BENEFICIAIRE,
                VEM_MONTANT, VEM_DATE_EMISSION, VEM_STATUT)
               VALUES
               (:WS-VEM-ID, 'F', :WS-VEM-LOT, :WS-VEM-REFERENCE,
                :WS-FF-ID, 0, 0, :WS-SUP-NAME,
                :WS-FF-NET, :WS-DATE-JOUR, 'E')
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ATTENTION: VIREMENT ' WS-VEM-REFERENCE
                   ' NON ENREGISTRE POUR LE RAPPROCHEMENT: SQLCODE='
                   SQLCODE
           END-IF.

       CALCULER-AVOIRS.
           MOVE WS-FF-MONTANT TO WS-FF-NET
           MOVE 0 TO WS-AVOIR-CUMUL
           COMPUTE WS-AVF-DEBUT = WS-AVF-COUNT + 1
           EXEC SQL
               DECLARE C_AVF CURSOR FOR
               SELECT AF_ID, AF_MONTANT_HT + COALESCE(AF_TVA, 0)
               FROM AVOIR_FOURNISSEUR
               WHERE SUP_ID = :WS-FF-SUP
               AND AF_STATUT = 'O'
               ORDER BY CASE WHEN AF_FF_ID = :WS-FF-ID
                        THEN 0 ELSE 1 END, AF_ID
           END-EXEC
           EXEC SQL OPEN C_AVF END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN AVOIRS: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-AVF-FIN
           PERFORM UNTIL WS-AVF-FIN = 'Y'
               EXEC SQL
                   FETCH C_AVF INTO :WS-AVOIR-ID, :WS-AVOIR-TTC
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM RETENIR-AVOIR
                   WHEN 100
                       MOVE 'Y' TO WS-AVF-FIN
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH AVOIRS: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-AVF-FIN
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_AVF END-EXEC
           COMPUTE WS-FF-NET = WS-FF-MONTANT - WS-AVOIR-CUMUL
           IF WS-AVOIR-CUMUL > ZERO
               ADD WS-AVOIR-CUMUL TO WS-TOTAL-AVOIRS
               MOVE WS-AVOIR-CUMUL TO WS-D-MONTANT
               DISPLAY 'FACTURE ' WS-FF-ID ' : AVOIR(S) DEDUIT(S) '
                   WS-D-MONTANT
           END-IF.

       RETENIR-AVOIR.
           MOVE 'N' TO WS-AVF-DEJA
           PERFORM VARYING WS-AVF-IDX FROM 1 BY 1
                   UNTIL WS-AVF-IDX > WS-AVF-COUNT
               IF WS-AVF-ID(WS-AVF-IDX) = WS-AVOIR-ID
                   MOVE 'Y' TO WS-AVF-DEJA
               END-IF
           END-PERFORM
           IF WS-AVF-DEJA = 'Y' OR WS-AVF-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           IF WS-AVOIR-CUMUL + WS-AVOIR-TTC > WS-FF-MONTANT
               EXIT PARAGRAPH
           END-IF
           ADD WS-AVOIR-TTC TO WS-AVOIR-CUMUL
           ADD 1 TO WS-AVF-COUNT
           ADD 1 TO WS-COUNT-AVOIRS
           MOVE WS-AVOIR-ID TO WS-AVF-ID(WS-AVF-COUNT).

       LIBERER-AVOIRS.
           PERFORM VARYING WS-AVF-IDX FROM WS-AVF-DEBUT BY 1
                   UNTIL WS-AVF-IDX > WS-AVF-COUNT
               SUBTRACT 1 FROM WS-COUNT-AVOIRS
           END-PERFORM
           SUBTRACT WS-AVOIR-CUMUL FROM WS-TOTAL-AVOIRS
           COMPUTE WS-AVF-COUNT = WS-AVF-DEBUT - 1
           MOVE 0 TO WS-AVOIR-CUMUL.

       IMPUTER-AVOIRS.
           PERFORM VARYING WS-AVF-IDX FROM WS-AVF-DEBUT BY 1
                   UNTIL WS-AVF-IDX > WS-AVF-COUNT
               MOVE WS-AVF-ID(WS-AVF-IDX) TO WS-AVOIR-ID
               EXEC SQL
                   UPDATE AVOIR_FOURNISSEUR
                   SET AF_STATUT = 'I',
                       AF_FF_IMPUTE = :WS-FF-ID,
                       AF_DATE_IMPUTATION = :WS-DATE-JOUR
                   WHERE AF_ID = :WS-AVOIR-ID
                   AND AF_STATUT = 'O'
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO
                   DISPLAY 'ERREUR IMPUTATION AVOIR ' WS-AVOIR-ID
                       ' : SQLCODE=' SQLCODE
               END-IF
           END-PERFORM.

       CONTROLER-CONFORMITE.
           MOVE 'N' TO WS-SUP-DEROGATION
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.

       LIBERER-FICHIER-BANQUE.
           INITIALIZE WS-FICHIER-BANQUE
           MOVE 'LIBR' TO FBQ-ACTION
           MOVE 'VFOU' TO FBQ-TYPE
           MOVE 'VIREMENTS-FOURNISSEURS.DAT' TO FBQ-FICHIER
           MOVE WS-VEM-LOT TO FBQ-LOT
           MOVE WS-COUNT-PAYEES TO FBQ-NB
           MOVE WS-TOTAL-VIREMENTS TO FBQ-TOTAL
           MOVE WS-DATE-JOUR TO FBQ-DATE-PAIEMENT
           MOVE WS-OPER-PAIEMENT TO FBQ-OPERATEUR
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
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_AP END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           EXEC SQL ROLLBACK END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF
           DISPLAY 'LOT ABANDONNE - FACTURES NON SOLDEES, FICHIER'
               ' VIREMENTS-FOURNISSEURS.DAT A NE PAS TRANSMETTRE'
           MOVE 8 TO RETURN-CODE
           GOBACK.
