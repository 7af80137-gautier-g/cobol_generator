       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORT-FACTURES-FOURNISSEUR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTURES-IN-FILE
               ASSIGN TO "FACTURES-FOURNISSEURS-IN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT REJETS-FILE ASSIGN TO "FACTURES-FRN-REJETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT REVUE-FILE ASSIGN TO "FACTURES-FRN-A-REVOIR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-STATUS.
           SELECT BON-A-PAYER-FILE ASSIGN TO "BONS-A-PAYER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FACTURES-IN-FILE.
       01  FACTURES-IN-RECORD     PIC X(200).
       FD  REJETS-FILE.
       01  REJETS-RECORD          PIC X(150).
       FD  REVUE-FILE.
       01  REVUE-RECORD           PIC X(150).
       FD  BON-A-PAYER-FILE.
       01  BON-A-PAYER-RECORD     PIC X(100).
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-CURSOR-OPEN-FLAG    PIC X VALUE 'N'.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
           88  EOF-REACHED        VALUE 'Y'.
       77  WS-IN-STATUS           PIC X(2) VALUE '00'.
       77  WS-REJ-STATUS          PIC X(2) VALUE '00'.
       77  WS-REV-STATUS          PIC X(2) VALUE '00'.
       77  WS-BAP-STATUS          PIC X(2) VALUE '00'.
       77  WS-ARG-ACTION          PIC X(10) VALUE SPACES.
       77  WS-ARG-ID              PIC X(9) VALUE SPACES.
       77  WS-ARG-OPERATEUR       PIC X(9) VALUE SPACES.
       77  WS-TOLERANCE-PCT       PIC 9(2) VALUE 5.
       01  WS-TAUX-TVA            PIC 9(2)V99 VALUE 20.00.
       01  WS-DATE-JOUR           PIC 9(8).
       01  WS-OPER-IMPORT         PIC X(9).
       77  WS-LIGNE-NO            PIC 9(6) VALUE 0.
       77  WS-EDI-OUVERT          PIC X VALUE 'N'.
       01  WS-IN-FORMAT           PIC X(3).
       01  WS-IN-LIGNE            PIC 9(6).
       01  WS-IN-SUP              PIC X(12).
       01  WS-IN-NUMERO           PIC X(20).
       01  WS-IN-PO               PIC X(12).
       01  WS-IN-QTE              PIC X(12).
       01  WS-IN-PRIX             PIC X(15).
       01  WS-IN-TVA              PIC X(15).
       01  WS-IN-DATE             PIC X(10).
       01  WS-IN-DATE-ZONE.
           05 WS-IN-DATE-8        PIC 9(8).
           05 WS-IN-DATE-R REDEFINES WS-IN-DATE-8.
               10 WS-IN-AAAA      PIC 9(4).
               10 WS-IN-MM        PIC 9(2).
               10 WS-IN-JJ        PIC 9(2).
       01  WS-EDI-TAG             PIC X(3).
       01  WS-EDI-E1              PIC X(20).
       01  WS-EDI-E2              PIC X(20).
       01  WS-MOTIF               PIC X(40).
       01  WS-FFI-ID              PIC 9(9).
       01  WS-FFI-SUP             PIC 9(9).
       01  WS-FFI-NUMERO          PIC X(20).
       01  WS-FFI-PO              PIC 9(9).
       01  WS-FFI-QTE             PIC 9(9).
       01  WS-FFI-PRIX            PIC 9(7)V99.
       01  WS-FFI-TVA             PIC 9(9)V99.
       01  WS-FFI-DATE            PIC 9(8).
       01  WS-FFI-STATUT          PIC X.
       01  WS-FFI-FF-ID           PIC 9(9).
       01  WS-NB                  PIC 9(9).
       01  WS-PO-SUP              PIC 9(9).
       01  WS-PO-STATUT           PIC X(10).
       01  WS-PO-QTE              PIC 9(9).
       01  WS-PO-PRIX             PIC 9(7)V99.
       01  WS-QTE-RECUE           PIC S9(9).
       01  WS-ANOMALIE            PIC X.
       01  WS-RAPPROCHEMENT.
           05 RPR-TOLERANCE-PCT   PIC 9(2).
           05 RPR-FAC-QTE         PIC 9(9).
           05 RPR-FAC-PRIX        PIC 9(7)V99.
           05 RPR-CDE-QTE         PIC 9(9).
           05 RPR-CDE-PRIX        PIC 9(7)V99.
           05 RPR-QTE-RECUE       PIC S9(9).
           05 RPR-ANOMALIE        PIC X.
           05 RPR-MOTIF           PIC X(40).
       01  WS-FF-ID               PIC 9(9).
       01  WS-DOUBLON-JOURS       PIC 9(3) VALUE 30.
       01  WS-FDB-ID              PIC 9(9).
       01  WS-FDB-ORIGINE         PIC 9(9).
       01  WS-FDB-MOTIF           PIC X(40).
       01  WS-FDB-MONTANT         PIC 9(9)V99.
       77  WS-COUNT-LUES          PIC 9(6) VALUE 0.
       77  WS-COUNT-CHARGEES      PIC 9(6) VALUE 0.
       77  WS-COUNT-REJETEES      PIC 9(6) VALUE 0.
       77  WS-COUNT-INTEGREES     PIC 9(6) VALUE 0.
       77  WS-COUNT-A-REVOIR      PIC 9(6) VALUE 0.
       77  WS-COUNT-DOUBLONS      PIC 9(6) VALUE 0.
       01  WS-PARAMETRE.
           05 PARAM-DOMAINE       PIC X(12).
           05 PARAM-CLE           PIC X(20).
           05 PARAM-VALEUR        PIC X(20).
           05 PARAM-TROUVE        PIC X.
       01  WS-AUT-OPERATEUR       PIC X(9).
       01  WS-AUT-OPERATION       PIC X(12).
       01  WS-AUT-DECISION        PIC X.
       01  WS-JRN-ENTITE          PIC X(12).
       01  WS-JRN-CLE             PIC 9(9).
       01  WS-JRN-CHAMP           PIC X(20).
       01  WS-JRN-AVANT           PIC X(80).
       01  WS-JRN-APRES           PIC X(80).
       01  WS-JRN-OPERATEUR       PIC X(9).
       01  WS-JRN-TS              PIC X(14).
       01  WS-REJ-LINE.
           05 REJ-LIGNE           PIC 9(6).
           05 FILLER              PIC X(3) VALUE ' ; '.
           05 REJ-FORMAT          PIC X(3).
           05 FILLER              PIC X(3) VALUE ' ; '.
           05 REJ-SUP             PIC X(12).
           05 FILLER              PIC X(3) VALUE ' ; '.
           05 REJ-NUMERO          PIC X(20).
           05 FILLER              PIC X(3) VALUE ' ; '.
           05 REJ-PO              PIC X(12).
           05 FILLER              PIC X(3) VALUE ' ; '.
           05 REJ-MOTIF           PIC X(40).
       01  WS-REV-LINE.
           05 REV-FFI-ID          PIC 9(9).
           05 FILLER              PIC X(3) VALUE ' ; '.
           05 REV-SUP             PIC 9(9).
           05 FILLER              PIC X(3) VALUE ' ; '.
           05 REV-NUMERO          PIC X(20).
           05 FILLER              PIC X(3) VALUE ' ; '.
           05 REV-PO              PIC 9(9).
           05 FILLER              PIC X(3) VALUE ' ; '.
           05 REV-MOTIF           PIC X(40).
           05 FILLER              PIC X(3) VALUE ' ; '.
           05 REV-QTE             PIC Z(8)9.
           05 FILLER              PIC X(3) VALUE ' A '.
           05 REV-PRIX            PIC Z(6)9.99.
       01  WS-BAP-LINE.
           05 BAP-FF-ID           PIC 9(9).
           05 FILLER              PIC X(3) VALUE ' ; '.
           05 BAP-SUP             PIC 9(9).
           05 FILLER              PIC X(3) VALUE ' ; '.
           05 BAP-PO              PIC 9(9).
           05 FILLER              PIC X(3) VALUE ' ; '.
           05 BAP-QTE             PIC Z(8)9.
           05 FILLER              PIC X(3) VALUE ' ; '.
           05 BAP-PRIX            PIC Z(6)9.99.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'IMPORT DES FACTURES FOURNISSEURS'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-ACTION FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-ID FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-OPERATEUR FROM ARGUMENT-VALUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
           ACCEPT WS-OPER-IMPORT FROM ENVIRONMENT
               'CARBONTRACK_OPERATEUR'
           IF WS-OPER-IMPORT = SPACES
               MOVE 'IMPORT' TO WS-OPER-IMPORT
           END-IF
           EVALUATE WS-ARG-ACTION
               WHEN 'IMPORTER'
                   PERFORM MODE-IMPORT
               WHEN 'VALIDER'
                   PERFORM MODE-REVUE
               WHEN 'REJETER'
                   PERFORM MODE-REVUE
               WHEN OTHER
                   DISPLAY 'USAGE: IMPORTER'
                   DISPLAY '       VALIDER|REJETER ID-IMPORT'
                       ' ID-OPERATEUR'
                   DISPLAY 'IMPORTER LIT FACTURES-FOURNISSEURS-IN.DAT'
                       ' (CSV OU EDI INVOIC)'
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           DISPLAY '=========================================='
           GOBACK.

       MODE-IMPORT.
           PERFORM CHARGER-PARAMETRES
           OPEN INPUT FACTURES-IN-FILE
           IF WS-IN-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FACTURES-FOURNISSEURS-IN.DAT: '
                   WS-IN-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REJETS-FILE
           OPEN OUTPUT REVUE-FILE
           OPEN EXTEND BON-A-PAYER-FILE
           IF WS-BAP-STATUS = '35'
               OPEN OUTPUT BON-A-PAYER-FILE
           END-IF
           PERFORM DAL-CONNECT
           MOVE 'N' TO WS-END-OF-FILE
           READ FACTURES-IN-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ
           PERFORM UNTIL EOF-REACHED
               ADD 1 TO WS-LIGNE-NO
               PERFORM TRAITER-LIGNE
               READ FACTURES-IN-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
           END-PERFORM
           IF WS-EDI-OUVERT = 'Y'
               PERFORM TERMINER-MESSAGE-EDI
           END-IF
           CLOSE FACTURES-IN-FILE
           PERFORM RAPPROCHER-FACTURES-CHARGEES
           PERFORM DAL-END
           CLOSE REJETS-FILE
           CLOSE REVUE-FILE
           CLOSE BON-A-PAYER-FILE
           DISPLAY 'FACTURES LUES        : ' WS-COUNT-LUES
           DISPLAY 'REJETEES A LA LECTURE: ' WS-COUNT-REJETEES
           DISPLAY 'CHARGEES EN ATTENTE  : ' WS-COUNT-CHARGEES
           DISPLAY 'INTEGREES (BAP)      : ' WS-COUNT-INTEGREES
           DISPLAY 'A REVOIR             : ' WS-COUNT-A-REVOIR
           DISPLAY 'DOUBLONS SUSPECTS    : ' WS-COUNT-DOUBLONS
           IF WS-COUNT-REJETEES > ZERO OR WS-COUNT-A-REVOIR > ZERO
               OR WS-COUNT-DOUBLONS > ZERO
               DISPLAY 'VOIR FACTURES-FRN-REJETS.DAT ET'
                   ' FACTURES-FRN-A-REVOIR.DAT'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       CHARGER-PARAMETRES.
           INITIALIZE WS-PARAMETRE
           MOVE 'ACHATS' TO PARAM-DOMAINE
           MOVE 'TOLERANCE_PCT' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-TOLERANCE-PCT =
                   FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF
           INITIALIZE WS-PARAMETRE
           MOVE 'ACHATS' TO PARAM-DOMAINE
           MOVE 'TAUX_TVA' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-TAUX-TVA = FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF
           PERFORM LIRE-FENETRE-DOUBLON
           DISPLAY 'TOLERANCE RAPPROCHEMENT: ' WS-TOLERANCE-PCT ' %'.

       LIRE-FENETRE-DOUBLON.
           INITIALIZE WS-PARAMETRE
           MOVE 'ACHATS' TO PARAM-DOMAINE
           MOVE 'DOUBLON_JOURS' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-DOUBLON-JOURS = FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF.

       TRAITER-LIGNE.
           IF FACTURES-IN-RECORD = SPACES
               OR FACTURES-IN-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           EVALUATE FACTURES-IN-RECORD(1:3)
               WHEN 'UNA'
               WHEN 'UNB'
               WHEN 'UNZ'
                   CONTINUE
               WHEN 'UNH'
                   IF WS-EDI-OUVERT = 'Y'
                       PERFORM TERMINER-MESSAGE-EDI
                   END-IF
                   PERFORM INITIALISER-FACTURE
                   MOVE 'EDI' TO WS-IN-FORMAT
                   MOVE 'Y' TO WS-EDI-OUVERT
               WHEN 'UNT'
                   IF WS-EDI-OUVERT = 'Y'
                       PERFORM TERMINER-MESSAGE-EDI
                   END-IF
               WHEN 'BGM'
               WHEN 'DTM'
               WHEN 'RFF'
               WHEN 'NAD'
               WHEN 'QTY'
               WHEN 'PRI'
               WHEN 'MOA'
                   PERFORM LIRE-SEGMENT-EDI
               WHEN OTHER
                   IF FACTURES-IN-RECORD(1:1) IS NUMERIC
                       PERFORM LIRE-LIGNE-CSV
                   ELSE
                       IF WS-EDI-OUVERT NOT = 'Y'
                           PERFORM INITIALISER-FACTURE
                           MOVE 'ENREGISTREMENT NON RECONNU'
                               TO WS-MOTIF
                           ADD 1 TO WS-COUNT-LUES
                           PERFORM ECRIRE-REJET
                       END-IF
                   END-IF
           END-EVALUATE.

       INITIALISER-FACTURE.
           MOVE SPACES TO WS-IN-FORMAT WS-IN-SUP WS-IN-NUMERO
               WS-IN-PO WS-IN-QTE WS-IN-PRIX WS-IN-TVA WS-IN-DATE
               WS-MOTIF
           MOVE WS-LIGNE-NO TO WS-IN-LIGNE
           MOVE 0 TO WS-FFI-SUP WS-FFI-PO WS-FFI-QTE WS-FFI-PRIX
               WS-FFI-TVA WS-FFI-DATE
           MOVE SPACES TO WS-FFI-NUMERO.

       LIRE-LIGNE-CSV.
           PERFORM INITIALISER-FACTURE
           MOVE 'CSV' TO WS-IN-FORMAT
           UNSTRING FACTURES-IN-RECORD DELIMITED BY ';'
               INTO WS-IN-SUP WS-IN-NUMERO WS-IN-PO WS-IN-QTE
                    WS-IN-PRIX WS-IN-TVA WS-IN-DATE
           END-UNSTRING
           ADD 1 TO WS-COUNT-LUES
           PERFORM CONTROLER-FACTURE
           PERFORM CHARGER-FACTURE.

       LIRE-SEGMENT-EDI.
           IF WS-EDI-OUVERT NOT = 'Y'
               PERFORM INITIALISER-FACTURE
               MOVE 'EDI' TO WS-IN-FORMAT
               MOVE 'SEGMENT EDI HORS MESSAGE UNH' TO WS-MOTIF
               ADD 1 TO WS-COUNT-LUES
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EDI-TAG WS-EDI-E1 WS-EDI-E2
           UNSTRING FACTURES-IN-RECORD DELIMITED BY '+' OR ':'
                   OR QUOTE
               INTO WS-EDI-TAG WS-EDI-E1 WS-EDI-E2
           END-UNSTRING
           EVALUATE WS-EDI-TAG
               WHEN 'BGM'
                   MOVE WS-EDI-E2 TO WS-IN-NUMERO
               WHEN 'DTM'
                   IF WS-EDI-E1 = '137'
                       MOVE WS-EDI-E2 TO WS-IN-DATE
                   END-IF
               WHEN 'RFF'
                   IF WS-EDI-E1 = 'ON'
                       MOVE WS-EDI-E2 TO WS-IN-PO
                   END-IF
               WHEN 'NAD'
                   IF WS-EDI-E1 = 'SU'
                       MOVE WS-EDI-E2 TO WS-IN-SUP
                   END-IF
               WHEN 'QTY'
                   MOVE WS-EDI-E2 TO WS-IN-QTE
               WHEN 'PRI'
                   MOVE WS-EDI-E2 TO WS-IN-PRIX
               WHEN 'MOA'
                   IF WS-EDI-E1 = '124'
                       MOVE WS-EDI-E2 TO WS-IN-TVA
                   END-IF
           END-EVALUATE.

       TERMINER-MESSAGE-EDI.
           MOVE 'N' TO WS-EDI-OUVERT
           ADD 1 TO WS-COUNT-LUES
           PERFORM CONTROLER-FACTURE
           PERFORM CHARGER-FACTURE.

       CONTROLER-FACTURE.
           IF WS-IN-SUP = SPACES
               OR FUNCTION TEST-NUMVAL(WS-IN-SUP) NOT = 0
               MOVE 'FOURNISSEUR ABSENT OU ILLISIBLE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FFI-SUP = FUNCTION NUMVAL(WS-IN-SUP)
           IF WS-IN-NUMERO = SPACES
               MOVE 'NUMERO DE FACTURE ABSENT' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-NUMERO TO WS-FFI-NUMERO
           IF WS-IN-PO = SPACES
               OR FUNCTION TEST-NUMVAL(WS-IN-PO) NOT = 0
               MOVE 'COMMANDE ABSENTE OU ILLISIBLE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FFI-PO = FUNCTION NUMVAL(WS-IN-PO)
           IF WS-IN-QTE = SPACES
               OR FUNCTION TEST-NUMVAL(WS-IN-QTE) NOT = 0
               MOVE 'QUANTITE ABSENTE OU ILLISIBLE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FFI-QTE = FUNCTION NUMVAL(WS-IN-QTE)
           IF WS-FFI-QTE = ZERO
               MOVE 'QUANTITE NULLE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-PRIX = SPACES
               OR FUNCTION TEST-NUMVAL(WS-IN-PRIX) NOT = 0
               MOVE 'PRIX ABSENT OU ILLISIBLE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FFI-PRIX = FUNCTION NUMVAL(WS-IN-PRIX)
           IF WS-FFI-PRIX = ZERO
               MOVE 'PRIX NUL' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-TVA = SPACES
               COMPUTE WS-FFI-TVA ROUNDED =
                   WS-FFI-QTE * WS-FFI-PRIX * WS-TAUX-TVA / 100
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-IN-TVA) NOT = 0
                   MOVE 'MONTANT TVA ILLISIBLE' TO WS-MOTIF
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-FFI-TVA = FUNCTION NUMVAL(WS-IN-TVA)
           END-IF
           IF WS-IN-DATE = SPACES
               MOVE WS-DATE-JOUR TO WS-FFI-DATE
           ELSE
               IF WS-IN-DATE(1:8) NOT NUMERIC
                   OR WS-IN-DATE(9:2) NOT = SPACES
                   MOVE 'DATE FACTURE INVALIDE' TO WS-MOTIF
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-IN-DATE(1:8) TO WS-IN-DATE-8
               IF WS-IN-MM < 1 OR WS-IN-MM > 12
                   OR WS-IN-JJ < 1 OR WS-IN-JJ > 31
                   OR WS-IN-DATE-8 > WS-DATE-JOUR
                   MOVE 'DATE FACTURE INVALIDE' TO WS-MOTIF
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-IN-DATE-8 TO WS-FFI-DATE
           END-IF
           MOVE 0 TO WS-NB
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB
               FROM SUPPLIER
               WHERE SUP_ID = :WS-FFI-SUP
           END-EXEC
           IF WS-NB = ZERO
               MOVE 'FOURNISSEUR INCONNU' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT SUP_ID, STATUS
               INTO :WS-PO-SUP, :WS-PO-STATUT
               FROM PURCHASE_ORDER
               WHERE PO_ID = :WS-FFI-PO
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               MOVE 'COMMANDE INCONNUE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           IF WS-PO-SUP NOT = WS-FFI-SUP
               MOVE 'COMMANDE D''UN AUTRE FOURNISSEUR' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           IF WS-PO-STATUT = 'ATTENTE' OR WS-PO-STATUT = 'REFUSE'
               MOVE 'COMMANDE NON APPROUVEE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-NB
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB
               FROM FACTURE_FRN_IMPORT
               WHERE FFI_SUP_ID = :WS-FFI-SUP
               AND FFI_NUMERO = :WS-FFI-NUMERO
               AND FFI_STATUT <> 'R'
           END-EXEC
           IF WS-NB > ZERO
               MOVE 'FACTURE DEJA IMPORTEE' TO WS-MOTIF
           END-IF.

       CHARGER-FACTURE.
           IF WS-MOTIF = SPACES
               MOVE 'C' TO WS-FFI-STATUT
           ELSE
               MOVE 'R' TO WS-FFI-STATUT
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(FFI_ID), 0) + 1
               INTO :WS-FFI-ID
               FROM FACTURE_FRN_IMPORT
           END-EXEC
           EXEC SQL
               INSERT INTO FACTURE_FRN_IMPORT
               (FFI_ID, FFI_DATE_IMPORT, FFI_FORMAT, FFI_LIGNE,
                FFI_SUP_ID, FFI_NUMERO, FFI_PO_ID, FFI_QTE,
                FFI_PRIX, FFI_TVA, FFI_DATE, FFI_STATUT,
                FFI_MOTIF, FFI_FF_ID)
               VALUES
               (:WS-FFI-ID, :WS-DATE-JOUR, :WS-IN-FORMAT,
                :WS-IN-LIGNE, :WS-FFI-SUP, :WS-FFI-NUMERO,
                :WS-FFI-PO, :WS-FFI-QTE, :WS-FFI-PRIX,
                :WS-FFI-TVA, :WS-FFI-DATE, :WS-FFI-STATUT,
                :WS-MOTIF, 0)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT FACTURE_FRN_IMPORT: SQLCODE='
                   SQLCODE
               IF WS-MOTIF = SPACES
                   MOVE 'ERREUR DE CHARGEMENT' TO WS-MOTIF
               END-IF
               MOVE 'R' TO WS-FFI-STATUT
           END-IF
           IF WS-FFI-STATUT = 'R'
               PERFORM ECRIRE-REJET
           ELSE
               ADD 1 TO WS-COUNT-CHARGEES
           END-IF.

       ECRIRE-REJET.
           ADD 1 TO WS-COUNT-REJETEES
           MOVE WS-IN-LIGNE TO REJ-LIGNE
           MOVE WS-IN-FORMAT TO REJ-FORMAT
           MOVE WS-IN-SUP TO REJ-SUP
           MOVE WS-IN-NUMERO TO REJ-NUMERO
           MOVE WS-IN-PO TO REJ-PO
           MOVE WS-MOTIF TO REJ-MOTIF
           MOVE WS-REJ-LINE TO REJETS-RECORD
           WRITE REJETS-RECORD
           DISPLAY 'LIGNE ' WS-IN-LIGNE ' REJETEE: ' WS-MOTIF.

       RAPPROCHER-FACTURES-CHARGEES.
           MOVE 'N' TO WS-END-OF-FILE
           EXEC SQL
               DECLARE C_FFI CURSOR FOR
               SELECT i.FFI_ID, i.FFI_SUP_ID, i.FFI_NUMERO,
                      i.FFI_PO_ID, i.FFI_QTE, i.FFI_PRIX, i.FFI_TVA,
                      i.FFI_DATE,
                      po.QUANTITY, COALESCE(po.PO_UNIT_PRICE, 0),
                      COALESCE((SELECT SUM(gr.RECEIPT_QTE)
                                FROM GOODS_RECEIPT gr
                                WHERE gr.PO_ID = i.FFI_PO_ID), 0)
               FROM FACTURE_FRN_IMPORT i
               INNER JOIN PURCHASE_ORDER po
                   ON po.PO_ID = i.FFI_PO_ID
               WHERE i.FFI_STATUT IN ('C', 'V')
               ORDER BY i.FFI_ID
           END-EXEC
           EXEC SQL OPEN C_FFI END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           PERFORM UNTIL EOF-REACHED
               EXEC SQL
                   FETCH C_FFI INTO
                       :WS-FFI-ID, :WS-FFI-SUP, :WS-FFI-NUMERO,
                       :WS-FFI-PO, :WS-FFI-QTE, :WS-FFI-PRIX,
                       :WS-FFI-TVA, :WS-FFI-DATE,
                       :WS-PO-QTE, :WS-PO-PRIX, :WS-QTE-RECUE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM RAPPROCHER-UNE-FACTURE
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_FFI END-EXEC
           MOVE 'N' TO WS-CURSOR-OPEN-FLAG.

       RAPPROCHER-UNE-FACTURE.
           MOVE WS-TOLERANCE-PCT TO RPR-TOLERANCE-PCT
           MOVE WS-FFI-QTE TO RPR-FAC-QTE
           MOVE WS-FFI-PRIX TO RPR-FAC-PRIX
           MOVE WS-PO-QTE TO RPR-CDE-QTE
           MOVE WS-PO-PRIX TO RPR-CDE-PRIX
           MOVE WS-QTE-RECUE TO RPR-QTE-RECUE
           CALL 'RAPPROCHEMENT-CONTROLE' USING WS-RAPPROCHEMENT
           MOVE RPR-ANOMALIE TO WS-ANOMALIE
           MOVE RPR-MOTIF TO WS-MOTIF
           IF WS-ANOMALIE = 'N'
               MOVE WS-OPER-IMPORT TO WS-JRN-OPERATEUR
               PERFORM INTEGRER-FACTURE
           ELSE
               PERFORM METTRE-EN-REVUE
           END-IF.

       INTEGRER-FACTURE.
           EXEC SQL
               SELECT COALESCE(MAX(FF_ID), 0) + 1
               INTO :WS-FF-ID
               FROM FACTURE_FOURNISSEUR
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR NUMEROTATION FACTURE: SQLCODE='
                   SQLCODE
               MOVE 0 TO WS-FF-ID
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               INSERT INTO FACTURE_FOURNISSEUR
               (FF_ID, SUP_ID, PO_ID, FF_QTE, FF_PRIX,
                FF_DATE, FF_STATUT, FF_PROJ_ID, FF_IDANTENNE,
                FF_ID_ACTIVITE, FF_NATURE, FF_OPER_SAISIE,
                FF_TVA, FF_REF_FOURNISSEUR)
               VALUES
               (:WS-FF-ID, :WS-FFI-SUP, :WS-FFI-PO, :WS-FFI-QTE,
                :WS-FFI-PRIX, :WS-FFI-DATE, 'A', 0, 0, 0, ' ',
                :WS-JRN-OPERATEUR, :WS-FFI-TVA, :WS-FFI-NUMERO)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT FACTURE FOURNISSEUR: SQLCODE='
                   SQLCODE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE FACTURE_FRN_IMPORT
               SET FFI_STATUT = 'I',
                   FFI_FF_ID = :WS-FF-ID,
                   FFI_MOTIF = ' '
               WHERE FFI_ID = :WS-FFI-ID
           END-EXEC
           ADD 1 TO WS-COUNT-INTEGREES
           PERFORM CONTROLER-DOUBLON
           MOVE WS-FF-ID TO BAP-FF-ID
           MOVE WS-FFI-SUP TO BAP-SUP
           MOVE WS-FFI-PO TO BAP-PO
           MOVE WS-FFI-QTE TO BAP-QTE
           MOVE WS-FFI-PRIX TO BAP-PRIX
           MOVE WS-BAP-LINE TO BON-A-PAYER-RECORD
           WRITE BON-A-PAYER-RECORD
           DISPLAY 'FACTURE ' WS-FFI-NUMERO ' FOURNISSEUR '
               WS-FFI-SUP ' INTEGREE SOUS LE NUMERO ' WS-FF-ID.

       CONTROLER-DOUBLON.
           EXEC SQL
               SELECT o.FF_ID,
                      CASE WHEN o.FF_QTE * o.FF_PRIX
                                = n.FF_QTE * n.FF_PRIX
                           AND LTRIM(REGEXP_REPLACE(UPPER(COALESCE(
                               n.FF_REF_FOURNISSEUR, ' ')),
                               '[^A-Z0-9]', '', 'g'), '0') <> ''
                           AND LTRIM(REGEXP_REPLACE(UPPER(COALESCE(
                               n.FF_REF_FOURNISSEUR, ' ')),
                               '[^A-Z0-9]', '', 'g'), '0')
                             = LTRIM(REGEXP_REPLACE(UPPER(COALESCE(
                               o.FF_REF_FOURNISSEUR, ' ')),
                               '[^A-Z0-9]', '', 'g'), '0')
                           THEN 'REFERENCE ET MONTANT IDENTIQUES'
                           WHEN o.FF_QTE * o.FF_PRIX
                                = n.FF_QTE * n.FF_PRIX
                           THEN 'MONTANT IDENTIQUE A DATE PROCHE'
                           ELSE 'REFERENCE IDENTIQUE' END
               INTO :WS-FDB-ORIGINE, :WS-FDB-MOTIF
               FROM FACTURE_FOURNISSEUR n
               INNER JOIN FACTURE_FOURNISSEUR o
                   ON o.SUP_ID = n.SUP_ID
                   AND o.FF_ID <> n.FF_ID
                   AND o.FF_STATUT <> 'D'
               WHERE n.FF_ID = :WS-FF-ID
               AND ((LTRIM(REGEXP_REPLACE(UPPER(COALESCE(
                         n.FF_REF_FOURNISSEUR, ' ')),
                         '[^A-Z0-9]', '', 'g'), '0') <> ''
                     AND LTRIM(REGEXP_REPLACE(UPPER(COALESCE(
                         n.FF_REF_FOURNISSEUR, ' ')),
                         '[^A-Z0-9]', '', 'g'), '0')
                       = LTRIM(REGEXP_REPLACE(UPPER(COALESCE(
                         o.FF_REF_FOURNISSEUR, ' ')),
                         '[^A-Z0-9]', '', 'g'), '0'))
                 OR (o.FF_QTE * o.FF_PRIX = n.FF_QTE * n.FF_PRIX
                     AND ABS(TO_DATE(CAST(o.FF_DATE AS VARCHAR(8)),
                                     'YYYYMMDD')
                           - TO_DATE(CAST(n.FF_DATE AS VARCHAR(8)),
                                     'YYYYMMDD'))
                         <= :WS-DOUBLON-JOURS))
               ORDER BY o.FF_ID DESC
               LIMIT 1
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FDB-MONTANT =
               WS-FFI-QTE * WS-FFI-PRIX + WS-FFI-TVA
           EXEC SQL
               SELECT COALESCE(MAX(FDB_ID), 0) + 1
               INTO :WS-FDB-ID
               FROM FACTURE_DOUBLON
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR NUMEROTATION DOUBLON: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               INSERT INTO FACTURE_DOUBLON
               (FDB_ID, FDB_FF_ID, FDB_FF_ORIGINE, FDB_SUP_ID,
                FDB_MOTIF, FDB_MONTANT, FDB_SOURCE, FDB_STATUT,
                FDB_DATE_DETECTION)
               VALUES
               (:WS-FDB-ID, :WS-FF-ID, :WS-FDB-ORIGINE, :WS-FFI-SUP,
                :WS-FDB-MOTIF, :WS-FDB-MONTANT,
                'IMPORT', 'S', :WS-DATE-JOUR)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT DOUBLON: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           ADD 1 TO WS-COUNT-DOUBLONS
           DISPLAY 'ATTENTION: DOUBLON PROBABLE DE LA FACTURE '
               WS-FDB-ORIGINE ' (' WS-FDB-MOTIF ')'
           DISPLAY 'FACTURE ' WS-FF-ID ' BLOQUEE AU PAIEMENT JUSQU''A'
               ' LEVEE DU DOUBLON ' WS-FDB-ID.

       METTRE-EN-REVUE.
           EXEC SQL
               UPDATE FACTURE_FRN_IMPORT
               SET FFI_STATUT = 'V',
                   FFI_MOTIF = :WS-MOTIF
               WHERE FFI_ID = :WS-FFI-ID
           END-EXEC
           ADD 1 TO WS-COUNT-A-REVOIR
           MOVE WS-FFI-ID TO REV-FFI-ID
           MOVE WS-FFI-SUP TO REV-SUP
           MOVE WS-FFI-NUMERO TO REV-NUMERO
           MOVE WS-FFI-PO TO REV-PO
           MOVE WS-MOTIF TO REV-MOTIF
           MOVE WS-FFI-QTE TO REV-QTE
           MOVE WS-FFI-PRIX TO REV-PRIX
           MOVE WS-REV-LINE TO REVUE-RECORD
           WRITE REVUE-RECORD.

       MODE-REVUE.
           IF WS-ARG-ID NOT NUMERIC OR WS-ARG-OPERATEUR = SPACES
               DISPLAY 'USAGE: VALIDER|REJETER ID-IMPORT ID-OPERATEUR'
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-ID TO WS-FFI-ID
           MOVE WS-ARG-OPERATEUR TO WS-AUT-OPERATEUR
           MOVE 'REVUEFACFRN' TO WS-AUT-OPERATION
           MOVE 'N' TO WS-AUT-DECISION
           CALL 'AUTORISATION-CHECK' USING WS-AUT-OPERATEUR
               WS-AUT-OPERATION WS-AUT-DECISION
           IF WS-AUT-DECISION NOT = 'Y'
               DISPLAY 'REVUE REFUSEE: OPERATEUR ' WS-ARG-OPERATEUR
                   ' NON HABILITE'
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LIRE-FENETRE-DOUBLON
           OPEN EXTEND BON-A-PAYER-FILE
           IF WS-BAP-STATUS = '35'
               OPEN OUTPUT BON-A-PAYER-FILE
           END-IF
           PERFORM DAL-CONNECT
           EXEC SQL
               SELECT FFI_SUP_ID, FFI_NUMERO, FFI_PO_ID, FFI_QTE,
                      FFI_PRIX, FFI_TVA, FFI_DATE, FFI_STATUT,
                      COALESCE(FFI_MOTIF, ' ')
               INTO :WS-FFI-SUP, :WS-FFI-NUMERO, :WS-FFI-PO,
                    :WS-FFI-QTE, :WS-FFI-PRIX, :WS-FFI-TVA,
                    :WS-FFI-DATE, :WS-FFI-STATUT, :WS-MOTIF
               FROM FACTURE_FRN_IMPORT
               WHERE FFI_ID = :WS-FFI-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: IMPORT ' WS-FFI-ID ' INCONNU'
               CLOSE BON-A-PAYER-FILE
               PERFORM ABANDONNER
           END-IF
           IF WS-FFI-STATUT NOT = 'V'
               DISPLAY 'ERREUR: IMPORT ' WS-FFI-ID
                   ' N''EST PAS A REVOIR (STATUT ' WS-FFI-STATUT ')'
               CLOSE BON-A-PAYER-FILE
               PERFORM ABANDONNER
           END-IF
           MOVE 'FACT_IMPORT' TO WS-JRN-ENTITE
           MOVE WS-FFI-ID TO WS-JRN-CLE
           MOVE 'FFI_STATUT' TO WS-JRN-CHAMP
           MOVE SPACES TO WS-JRN-AVANT
           STRING 'V ' WS-MOTIF DELIMITED BY SIZE
               INTO WS-JRN-AVANT
           MOVE WS-ARG-OPERATEUR TO WS-JRN-OPERATEUR
           IF WS-ARG-ACTION = 'VALIDER'
               MOVE 0 TO WS-FF-ID
               PERFORM INTEGRER-FACTURE
               IF WS-FF-ID = ZERO OR WS-COUNT-INTEGREES = ZERO
                   CLOSE BON-A-PAYER-FILE
                   PERFORM ABANDONNER
               END-IF
               MOVE 'I' TO WS-JRN-APRES
           ELSE
               EXEC SQL
                   UPDATE FACTURE_FRN_IMPORT
                   SET FFI_STATUT = 'R',
                       FFI_MOTIF = 'REJETEE EN REVUE'
                   WHERE FFI_ID = :WS-FFI-ID
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO
                   DISPLAY 'ERREUR MAJ IMPORT: SQLCODE=' SQLCODE
                   CLOSE BON-A-PAYER-FILE
                   PERFORM ABANDONNER
               END-IF
               MOVE 'R REJETEE EN REVUE' TO WS-JRN-APRES
               DISPLAY 'FACTURE ' WS-FFI-NUMERO ' FOURNISSEUR '
                   WS-FFI-SUP ' REJETEE PAR ' WS-ARG-OPERATEUR
           END-IF
           PERFORM JOURNALISER
           PERFORM DAL-END
           CLOSE BON-A-PAYER-FILE
           IF WS-COUNT-DOUBLONS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       JOURNALISER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JRN-TS
           EXEC SQL
               INSERT INTO CHANGE_JOURNAL
               (JRN_ENTITE, JRN_CLE, JRN_CHAMP, JRN_AVANT,
                JRN_APRES, JRN_OPERATEUR, JRN_TIMESTAMP)
               VALUES
               (:WS-JRN-ENTITE, :WS-JRN-CLE, :WS-JRN-CHAMP,
                :WS-JRN-AVANT, :WS-JRN-APRES, :WS-JRN-OPERATEUR,
                :WS-JRN-TS)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR JOURNAL MODIFICATIONS: SQLCODE='
                   SQLCODE
           END-IF.

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
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CONNECTED-FLAG.

       ABANDONNER.
           EXEC SQL ROLLBACK END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF
           MOVE 12 TO RETURN-CODE
           GOBACK.

       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_FFI END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
