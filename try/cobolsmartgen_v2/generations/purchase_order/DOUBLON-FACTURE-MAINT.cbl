       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOUBLON-FACTURE-MAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTO-VIREMENTS-FILE
               ASSIGN TO "VIREMENTS-FOURNISSEURS-HISTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HVI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTO-VIREMENTS-FILE.
       01  HISTO-VIREMENTS-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-CURSOR-OPEN-FLAG    PIC X VALUE 'N'.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
       77  WS-HVI-STATUS          PIC X(2) VALUE '00'.
       77  WS-ARG-ACTION          PIC X(10) VALUE SPACES.
       77  WS-ARG-ID              PIC X(9) VALUE SPACES.
       77  WS-ARG-OPERATEUR       PIC X(9) VALUE SPACES.
       01  WS-DOUBLON-JOURS       PIC 9(3) VALUE 30.
       01  WS-DATE-JOUR           PIC 9(8).
       01  WS-FDB-ID              PIC 9(9).
       01  WS-FDB-FF-ID           PIC 9(9).
       01  WS-FDB-ORIGINE         PIC 9(9).
       01  WS-FDB-SUP-ID          PIC 9(9).
       01  WS-FDB-MOTIF           PIC X(40).
       01  WS-FDB-MONTANT         PIC 9(9)V99.
       01  WS-FDB-SOURCE          PIC X(8).
       01  WS-FDB-STATUT          PIC X.
       01  WS-FDB-DATE            PIC 9(8).
       01  WS-FF-STATUT           PIC X.
       01  WS-NB                  PIC 9(9).
       01  WS-HISTO-LINE.
           05 HVI-DATE            PIC 9(8).
           05 FILLER              PIC X.
           05 HVI-FACTURE         PIC 9(9).
           05 FILLER              PIC X.
           05 HVI-SUP             PIC 9(9).
           05 FILLER              PIC X.
           05 HVI-MONTANT         PIC 9(8).99.
           05 FILLER              PIC X.
           05 HVI-IBAN            PIC X(34).
       01  WS-VIREMENTS-TABLE.
           05 WS-HV-COUNT         PIC 9(5) VALUE 0.
           05 WS-HV-ENTRY         OCCURS 9999 TIMES.
               10 WS-HV-FACTURE   PIC 9(9).
               10 WS-HV-DATE      PIC 9(8).
       77  WS-HV-IDX              PIC 9(5) COMP.
       77  WS-HV-DEJA             PIC X.
       01  WS-AUT-OPERATEUR       PIC X(9).
       01  WS-AUT-OPERATION       PIC X(12).
       01  WS-AUT-DECISION        PIC X.
       01  WS-PARAMETRE.
           05 PARAM-DOMAINE       PIC X(12).
           05 PARAM-CLE           PIC X(20).
           05 PARAM-VALEUR        PIC X(20).
           05 PARAM-TROUVE        PIC X.
       01  WS-JRN-ENTITE          PIC X(12).
       01  WS-JRN-CLE             PIC 9(9).
       01  WS-JRN-CHAMP           PIC X(20).
       01  WS-JRN-AVANT           PIC X(80).
       01  WS-JRN-APRES           PIC X(80).
       01  WS-JRN-OPERATEUR       PIC X(9).
       01  WS-JRN-TS              PIC X(14).
       77  WS-COUNT               PIC 9(6) VALUE 0.
       77  WS-COUNT-FACTURES      PIC 9(6) VALUE 0.
       77  WS-COUNT-VIREMENTS     PIC 9(6) VALUE 0.
       77  WS-COUNT-LUS           PIC 9(6) VALUE 0.
       01  WS-D-MONTANT           PIC Z(9)9.99.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'DOUBLONS FACTURES ET PAIEMENTS FOURNISSEURS'
           DISPLAY '=========================================='
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
           ACCEPT WS-ARG-ACTION FROM ARGUMENT-VALUE
           EVALUATE WS-ARG-ACTION
               WHEN 'LISTER'
               WHEN SPACES
                   PERFORM DAL-CONNECT
                   PERFORM LISTER-SUSPECTS
               WHEN 'BALAYER'
                   PERFORM LIRE-FENETRE-DOUBLON
                   PERFORM DAL-CONNECT
                   PERFORM BALAYER-FACTURES
                   PERFORM BALAYER-VIREMENTS
                   DISPLAY 'DOUBLONS FACTURES DETECTES  : '
                       WS-COUNT-FACTURES
                   DISPLAY 'VIREMENTS EN DOUBLE DETECTES: '
                       WS-COUNT-VIREMENTS
               WHEN 'LEVER'
                   ACCEPT WS-ARG-ID FROM ARGUMENT-VALUE
                   ACCEPT WS-ARG-OPERATEUR FROM ARGUMENT-VALUE
                   PERFORM CONTROLER-AUTORISATION
                   PERFORM DAL-CONNECT
                   PERFORM LEVER-DOUBLON
               WHEN 'CONFIRMER'
                   ACCEPT WS-ARG-ID FROM ARGUMENT-VALUE
                   ACCEPT WS-ARG-OPERATEUR FROM ARGUMENT-VALUE
                   PERFORM CONTROLER-AUTORISATION
                   PERFORM DAL-CONNECT
                   PERFORM CONFIRMER-DOUBLON
               WHEN OTHER
                   DISPLAY 'USAGE: LISTER | BALAYER |'
                       ' LEVER ID-DOUBLON ID-OPERATEUR |'
                   DISPLAY '       CONFIRMER ID-DOUBLON ID-OPERATEUR'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           PERFORM DAL-END
           DISPLAY '=========================================='
           IF WS-ARG-ACTION = 'BALAYER'
               AND WS-COUNT-FACTURES + WS-COUNT-VIREMENTS > ZERO
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
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CONNECTED-FLAG.
       LIRE-FENETRE-DOUBLON.
           INITIALIZE WS-PARAMETRE
           MOVE 'ACHATS' TO PARAM-DOMAINE
           MOVE 'DOUBLON_JOURS' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-DOUBLON-JOURS = FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF
           DISPLAY 'FENETRE DE PROXIMITE (JOURS): ' WS-DOUBLON-JOURS.
       CONTROLER-AUTORISATION.
           IF WS-ARG-ID NOT NUMERIC OR WS-ARG-OPERATEUR = SPACES
               DISPLAY 'ERREUR: ID DOUBLON ET ID OPERATEUR REQUIS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-OPERATEUR TO WS-AUT-OPERATEUR
           MOVE 'DOUBLONFRN' TO WS-AUT-OPERATION
           MOVE 'N' TO WS-AUT-DECISION
           CALL 'AUTORISATION-CHECK' USING WS-AUT-OPERATEUR
               WS-AUT-OPERATION WS-AUT-DECISION
           IF WS-AUT-DECISION NOT = 'Y'
               DISPLAY 'OPERATION REFUSEE: OPERATEUR '
                   WS-ARG-OPERATEUR ' NON HABILITE (DOUBLONFRN)'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
       BALAYER-FACTURES.
           EXEC SQL
               DECLARE C_DBL CURSOR FOR
               SELECT n.FF_ID, o.FF_ID, n.SUP_ID,
                      CASE WHEN n.REFN <> '' AND n.REFN = o.REFN
                                AND n.HT = o.HT
                           THEN 'REFERENCE ET MONTANT IDENTIQUES'
                           WHEN n.REFN <> '' AND n.REFN = o.REFN
                           THEN 'REFERENCE IDENTIQUE'
                           ELSE 'MONTANT IDENTIQUE A DATE PROCHE'
                      END,
                      n.TTC
               FROM (SELECT FF_ID, SUP_ID, FF_QTE * FF_PRIX AS HT,
                            FF_QTE * FF_PRIX + COALESCE(FF_TVA, 0)
                                AS TTC,
                            TO_DATE(CAST(FF_DATE AS VARCHAR(8)),
                                    'YYYYMMDD') AS DT,
                            LTRIM(REGEXP_REPLACE(UPPER(COALESCE(
                                FF_REF_FOURNISSEUR, ' ')),
                                '[^A-Z0-9]', '', 'g'), '0') AS REFN
                     FROM FACTURE_FOURNISSEUR
                     WHERE FF_STATUT <> 'D') n
               INNER JOIN
                    (SELECT FF_ID, SUP_ID, FF_QTE * FF_PRIX AS HT,
                            TO_DATE(CAST(FF_DATE AS VARCHAR(8)),
                                    'YYYYMMDD') AS DT,
                            LTRIM(REGEXP_REPLACE(UPPER(COALESCE(
                                FF_REF_FOURNISSEUR, ' ')),
                                '[^A-Z0-9]', '', 'g'), '0') AS REFN
                     FROM FACTURE_FOURNISSEUR
                     WHERE FF_STATUT <> 'D') o
                   ON o.SUP_ID = n.SUP_ID
                   AND o.FF_ID < n.FF_ID
               WHERE ((n.REFN <> '' AND n.REFN = o.REFN)
                   OR (n.HT = o.HT
                       AND ABS(n.DT - o.DT) <= :WS-DOUBLON-JOURS))
               AND NOT EXISTS
                   (SELECT 1 FROM FACTURE_DOUBLON d
                    WHERE (d.FDB_FF_ID = n.FF_ID
                           AND d.FDB_FF_ORIGINE = o.FF_ID)
                    OR (d.FDB_FF_ID = o.FF_ID
                           AND d.FDB_FF_ORIGINE = n.FF_ID))
               ORDER BY n.SUP_ID, n.FF_ID, o.FF_ID
           END-EXEC
           EXEC SQL OPEN C_DBL END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_DBL INTO
                       :WS-FDB-FF-ID, :WS-FDB-ORIGINE, :WS-FDB-SUP-ID,
                       :WS-FDB-MOTIF, :WS-FDB-MONTANT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE 'BALAYAGE' TO WS-FDB-SOURCE
                       PERFORM ENREGISTRER-SUSPECT
                       ADD 1 TO WS-COUNT-FACTURES
                       DISPLAY 'FACTURE ' WS-FDB-FF-ID
                           ' DOUBLON PROBABLE DE ' WS-FDB-ORIGINE
                           ' (' WS-FDB-MOTIF ')'
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       PERFORM ABANDONNER
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_DBL END-EXEC
           MOVE 'N' TO WS-CURSOR-OPEN-FLAG.
       BALAYER-VIREMENTS.
           OPEN INPUT HISTO-VIREMENTS-FILE
           IF WS-HVI-STATUS NOT = '00'
               DISPLAY 'HISTORIQUE DES VIREMENTS ABSENT'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           READ HISTO-VIREMENTS-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               MOVE HISTO-VIREMENTS-RECORD TO WS-HISTO-LINE
               IF HVI-DATE NUMERIC AND HVI-FACTURE NUMERIC
                   ADD 1 TO WS-COUNT-LUS
                   PERFORM CONTROLER-VIREMENT
               END-IF
               READ HISTO-VIREMENTS-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
           END-PERFORM
           CLOSE HISTO-VIREMENTS-FILE
           DISPLAY 'VIREMENTS HISTORISES LUS   : ' WS-COUNT-LUS.
       CONTROLER-VIREMENT.
           MOVE 'N' TO WS-HV-DEJA
           PERFORM VARYING WS-HV-IDX FROM 1 BY 1
                   UNTIL WS-HV-IDX > WS-HV-COUNT
                   OR WS-HV-DEJA = 'Y'
               IF WS-HV-FACTURE(WS-HV-IDX) = HVI-FACTURE
                   MOVE 'Y' TO WS-HV-DEJA
               END-IF
           END-PERFORM
           IF WS-HV-DEJA = 'N'
               IF WS-HV-COUNT < 9999
                   ADD 1 TO WS-HV-COUNT
                   MOVE HVI-FACTURE TO WS-HV-FACTURE(WS-HV-COUNT)
                   MOVE HVI-DATE TO WS-HV-DATE(WS-HV-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE HVI-FACTURE TO WS-FDB-FF-ID
           MOVE HVI-FACTURE TO WS-FDB-ORIGINE
           MOVE 0 TO WS-NB
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB
               FROM FACTURE_DOUBLON
               WHERE FDB_FF_ID = :WS-FDB-FF-ID
               AND FDB_FF_ORIGINE = :WS-FDB-ORIGINE
               AND FDB_SOURCE = 'VIREMENT'
           END-EXEC
           IF WS-NB > ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE HVI-SUP TO WS-FDB-SUP-ID
           MOVE 'VIREMENT EMIS EN DOUBLE' TO WS-FDB-MOTIF
           COMPUTE WS-FDB-MONTANT = FUNCTION NUMVAL(HVI-MONTANT)
           MOVE 'VIREMENT' TO WS-FDB-SOURCE
           PERFORM ENREGISTRER-SUSPECT
           ADD 1 TO WS-COUNT-VIREMENTS
           MOVE WS-FDB-MONTANT TO WS-D-MONTANT
           DISPLAY 'FACTURE ' HVI-FACTURE ' VIREE EN DOUBLE LE '
               HVI-DATE ' POUR ' WS-D-MONTANT.
       ENREGISTRER-SUSPECT.
           EXEC SQL
               SELECT COALESCE(MAX(FDB_ID), 0) + 1
               INTO :WS-FDB-ID
               FROM FACTURE_DOUBLON
           END-EXEC
           EXEC SQL
               INSERT INTO FACTURE_DOUBLON
               (FDB_ID, FDB_FF_ID, FDB_FF_ORIGINE, FDB_SUP_ID,
                FDB_MOTIF, FDB_MONTANT, FDB_SOURCE, FDB_STATUT,
                FDB_DATE_DETECTION)
               VALUES
               (:WS-FDB-ID, :WS-FDB-FF-ID, :WS-FDB-ORIGINE,
                :WS-FDB-SUP-ID, :WS-FDB-MOTIF, :WS-FDB-MONTANT,
                :WS-FDB-SOURCE, 'S', :WS-DATE-JOUR)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT DOUBLON: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF.
       LISTER-SUSPECTS.
           EXEC SQL
               DECLARE C_FDB CURSOR FOR
               SELECT FDB_ID, FDB_FF_ID, FDB_FF_ORIGINE, FDB_SUP_ID,
                      FDB_MOTIF, FDB_MONTANT, FDB_SOURCE,
                      FDB_DATE_DETECTION
               FROM FACTURE_DOUBLON
               WHERE FDB_STATUT = 'S'
               ORDER BY FDB_SUP_ID, FDB_ID
           END-EXEC
           EXEC SQL OPEN C_FDB END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_FDB INTO
                       :WS-FDB-ID, :WS-FDB-FF-ID, :WS-FDB-ORIGINE,
                       :WS-FDB-SUP-ID, :WS-FDB-MOTIF, :WS-FDB-MONTANT,
                       :WS-FDB-SOURCE, :WS-FDB-DATE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-COUNT
                       MOVE WS-FDB-MONTANT TO WS-D-MONTANT
                       DISPLAY WS-FDB-ID ' FOURNISSEUR ' WS-FDB-SUP-ID
                           ' FACTURE ' WS-FDB-FF-ID ' / '
                           WS-FDB-ORIGINE ' ' WS-D-MONTANT
                       DISPLAY '    ' WS-FDB-MOTIF ' ' WS-FDB-SOURCE
                           ' LE ' WS-FDB-DATE
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           DISPLAY 'DOUBLONS SUSPECTS NON TRAITES: ' WS-COUNT.
       LIRE-DOUBLON.
           MOVE WS-ARG-ID TO WS-FDB-ID
           EXEC SQL
               SELECT FDB_FF_ID, FDB_FF_ORIGINE, FDB_STATUT
               INTO :WS-FDB-FF-ID, :WS-FDB-ORIGINE, :WS-FDB-STATUT
               FROM FACTURE_DOUBLON
               WHERE FDB_ID = :WS-FDB-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: DOUBLON ' WS-FDB-ID ' INCONNU'
               PERFORM ABANDONNER
           END-IF
           IF WS-FDB-STATUT NOT = 'S'
               DISPLAY 'ERREUR: DOUBLON ' WS-FDB-ID
                   ' DEJA TRAITE (STATUT ' WS-FDB-STATUT ')'
               PERFORM ABANDONNER
           END-IF.
       LEVER-DOUBLON.
           PERFORM LIRE-DOUBLON
           MOVE 'L' TO WS-FDB-STATUT
           PERFORM DECIDER-DOUBLON
           DISPLAY 'DOUBLON ' WS-FDB-ID ' LEVE: FACTURES '
               WS-FDB-FF-ID ' ET ' WS-FDB-ORIGINE
               ' DE NOUVEAU PAYABLES'.
       CONFIRMER-DOUBLON.
           PERFORM LIRE-DOUBLON
           MOVE 'C' TO WS-FDB-STATUT
           PERFORM DECIDER-DOUBLON
           MOVE SPACE TO WS-FF-STATUT
           EXEC SQL
               SELECT FF_STATUT
               INTO :WS-FF-STATUT
               FROM FACTURE_FOURNISSEUR
               WHERE FF_ID = :WS-FDB-FF-ID
           END-EXEC
           IF WS-FDB-FF-ID NOT = WS-FDB-ORIGINE
               AND (WS-FF-STATUT = 'N' OR WS-FF-STATUT = 'A'
                    OR WS-FF-STATUT = 'E')
               EXEC SQL
                   UPDATE FACTURE_FOURNISSEUR
                   SET FF_STATUT = 'D'
                   WHERE FF_ID = :WS-FDB-FF-ID
                   AND FF_STATUT = :WS-FF-STATUT
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO OR SQLERRD(3) EQUAL ZERO
                   DISPLAY 'ERREUR ANNULATION FACTURE: SQLCODE='
                       SQLCODE
                   PERFORM ABANDONNER
               END-IF
               MOVE 'FACT_FOURN' TO WS-JRN-ENTITE
               MOVE WS-FDB-FF-ID TO WS-JRN-CLE
               MOVE 'FF_STATUT' TO WS-JRN-CHAMP
               MOVE WS-FF-STATUT TO WS-JRN-AVANT
               MOVE 'D' TO WS-JRN-APRES
               PERFORM JOURNALISER
               DISPLAY 'DOUBLON ' WS-FDB-ID ' CONFIRME: FACTURE '
                   WS-FDB-FF-ID ' ANNULEE'
           ELSE
               DISPLAY 'DOUBLON ' WS-FDB-ID ' CONFIRME: FACTURE '
                   WS-FDB-FF-ID ' DEJA PAYEE - A RECOUVRER'
           END-IF.
       DECIDER-DOUBLON.
           EXEC SQL
               UPDATE FACTURE_DOUBLON
               SET FDB_STATUT = :WS-FDB-STATUT,
                   FDB_OPER_DECISION = :WS-ARG-OPERATEUR,
                   FDB_DATE_DECISION = :WS-DATE-JOUR
               WHERE FDB_ID = :WS-FDB-ID
               AND FDB_STATUT = 'S'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO OR SQLERRD(3) EQUAL ZERO
               DISPLAY 'ERREUR MAJ DOUBLON: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'FACT_DOUBLON' TO WS-JRN-ENTITE
           MOVE WS-FDB-ID TO WS-JRN-CLE
           MOVE 'FDB_STATUT' TO WS-JRN-CHAMP
           MOVE 'S' TO WS-JRN-AVANT
           MOVE WS-FDB-STATUT TO WS-JRN-APRES
           PERFORM JOURNALISER.
       JOURNALISER.
           MOVE WS-ARG-OPERATEUR TO WS-JRN-OPERATEUR
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
               EXEC SQL CLOSE C_FDB END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
