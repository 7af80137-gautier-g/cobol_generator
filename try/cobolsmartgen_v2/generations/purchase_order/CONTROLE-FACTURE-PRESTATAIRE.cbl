       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLE-FACTURE-PRESTATAIRE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BON-A-PAYER-FILE ASSIGN TO "BONS-A-PAYER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAP-STATUS.
           SELECT EXCEPTIONS-FILE
               ASSIGN TO "PRESTATAIRE-EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BON-A-PAYER-FILE.
       01  BON-A-PAYER-RECORD     PIC X(100).
       FD  EXCEPTIONS-FILE.
       01  EXCEPTIONS-RECORD      PIC X(170).
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-CURSOR-OPEN-FLAG    PIC X VALUE 'N'.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
       77  WS-BAP-STATUS          PIC X(2) VALUE '00'.
       77  WS-EXC-STATUS          PIC X(2) VALUE '00'.
       77  WS-TOLERANCE-PCT       PIC 9(2) VALUE 5.
       01  WS-FF-ID               PIC 9(9).
       01  WS-FF-SUP              PIC 9(9).
       01  WS-FF-QTE              PIC 9(9).
       01  WS-FF-PRIX             PIC 9(7)V99.
       01  WS-FF-ID-ACTIVITE      PIC 9(9).
       01  WS-FF-NATURE           PIC X(6).
       01  WS-NB-COMMANDES        PIC 9(9).
       01  WS-NUITS-RESERVEES     PIC 9(9).
       01  WS-NUITS-SEJOUR        PIC 9(5).
       01  WS-NB-PRESENTS         PIC 9(9).
       01  WS-DEJA-FACTURE        PIC 9(9).
       01  WS-QTE-PREVUE          PIC 9(9).
       01  WS-QTE-CONSTATEE       PIC 9(9).
       01  WS-QTE-ADMISE          PIC 9(9).
       01  WS-QTE-CUMULEE         PIC 9(9).
       01  WS-TOLERANCE-QTE       PIC 9(9).
       01  WS-ANOMALIE            PIC X.
       01  WS-MOTIF               PIC X(40).
       01  WS-COUNT-APPROUVEES    PIC 9(6) VALUE 0.
       01  WS-COUNT-EXCEPTIONS    PIC 9(6) VALUE 0.
       01  WS-PARAMETRE.
           05 PARAM-DOMAINE       PIC X(12).
           05 PARAM-CLE           PIC X(20).
           05 PARAM-VALEUR        PIC X(20).
           05 PARAM-TROUVE        PIC X.
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
       01  WS-EXC-LINE.
           05 EXC-FF-ID           PIC 9(9).
           05 FILLER              PIC X(3) VALUE ' ; '.
           05 EXC-MOTIF           PIC X(40).
           05 FILLER              PIC X(3) VALUE ' ; '.
           05 EXC-NATURE          PIC X(6).
           05 FILLER              PIC X(10) VALUE ' ACTIVITE '.
           05 EXC-ACTIVITE        PIC 9(9).
           05 FILLER              PIC X(11)
               VALUE ' ; FACTURE '.
           05 EXC-FF-QTE          PIC Z(8)9.
           05 FILLER              PIC X(3) VALUE ' A '.
           05 EXC-FF-PRIX         PIC Z(6)9.99.
           05 FILLER              PIC X(23)
               VALUE ' ; PREVU/CONSTATE/DEJA '.
           05 EXC-QTE-PREVUE      PIC Z(8)9.
           05 FILLER              PIC X(1) VALUE '/'.
           05 EXC-QTE-CONSTATEE   PIC Z(8)9.
           05 FILLER              PIC X(1) VALUE '/'.
           05 EXC-DEJA-FACTURE    PIC Z(8)9.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'CONTROLE FACTURES PRESTATAIRES REPAS/NUITEES'
           DISPLAY '=========================================='
           INITIALIZE WS-PARAMETRE
           MOVE 'ACHATS' TO PARAM-DOMAINE
           MOVE 'TOLERANCE_PCT' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               COMPUTE WS-TOLERANCE-PCT =
                   FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF
           DISPLAY 'TOLERANCE: ' WS-TOLERANCE-PCT ' %'
           OPEN EXTEND BON-A-PAYER-FILE
           IF WS-BAP-STATUS = '35'
               OPEN OUTPUT BON-A-PAYER-FILE
           END-IF
           OPEN OUTPUT EXCEPTIONS-FILE
           PERFORM DAL-CONNECT
           PERFORM TRAITER-FACTURES
           PERFORM DAL-END
           CLOSE BON-A-PAYER-FILE
           CLOSE EXCEPTIONS-FILE
           DISPLAY '=========================================='
           DISPLAY 'FACTURES APPROUVEES : ' WS-COUNT-APPROUVEES
           DISPLAY 'FACTURES BLOQUEES   : ' WS-COUNT-EXCEPTIONS
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
       TRAITER-FACTURES.
           EXEC SQL
               DECLARE C_PREST CURSOR WITH HOLD FOR
               SELECT f.FF_ID, f.SUP_ID, f.FF_QTE, f.FF_PRIX,
                      f.FF_ID_ACTIVITE, f.FF_NATURE,
                      COALESCE((SELECT SUM(rc.RC_NB_REPAS)
                                FROM REPAS_COMMANDE rc
                                WHERE rc.RC_ID_ACTIVITE =
                                    f.FF_ID_ACTIVITE), 0),
                      COALESCE((SELECT SUM(r.RESA_LITS *
                          (TO_DATE(CAST(r.RESA_DATE_FIN AS TEXT),
                                   'YYYYMMDD')
                         - TO_DATE(CAST(r.RESA_DATE_DEBUT AS TEXT),
                                   'YYYYMMDD')))
                                FROM RESERVATION_HEBERGEMENT r
                                WHERE r.RESA_ID_ACTIVITE =
                                    f.FF_ID_ACTIVITE
                                AND r.RESA_STATUT = 'C'), 0),
                      COALESCE((SELECT MAX(
                          TO_DATE(CAST(r.RESA_DATE_FIN AS TEXT),
                                  'YYYYMMDD')
                        - TO_DATE(CAST(r.RESA_DATE_DEBUT AS TEXT),
                                  'YYYYMMDD'))
                                FROM RESERVATION_HEBERGEMENT r
                                WHERE r.RESA_ID_ACTIVITE =
                                    f.FF_ID_ACTIVITE
                                AND r.RESA_STATUT = 'C'), 0),
                      (SELECT COUNT(*)
                       FROM PARTICIPATION p
                       WHERE p.PARTICIPATION_ID_ACTIVITE =
                           f.FF_ID_ACTIVITE
                       AND p.PARTICIPATION_STATUT = 'P')
               FROM FACTURE_FOURNISSEUR f
               WHERE f.FF_STATUT = 'N'
               AND COALESCE(f.FF_ID_ACTIVITE, 0) > 0
               AND f.FF_NATURE IN ('REPAS', 'NUITEE')
               ORDER BY f.FF_ID
           END-EXEC
           EXEC SQL OPEN C_PREST END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_PREST INTO
                       :WS-FF-ID, :WS-FF-SUP, :WS-FF-QTE,
                       :WS-FF-PRIX, :WS-FF-ID-ACTIVITE,
                       :WS-FF-NATURE, :WS-NB-COMMANDES,
                       :WS-NUITS-RESERVEES, :WS-NUITS-SEJOUR,
                       :WS-NB-PRESENTS
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM CONTROLER-UNE-FACTURE
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_PREST END-EXEC
           MOVE 'N' TO WS-CURSOR-OPEN-FLAG.
       CONTROLER-UNE-FACTURE.
           MOVE 'N' TO WS-ANOMALIE
           MOVE SPACES TO WS-MOTIF
           MOVE 0 TO WS-DEJA-FACTURE
           EXEC SQL
               SELECT COALESCE(SUM(FF_QTE), 0)
               INTO :WS-DEJA-FACTURE
               FROM FACTURE_FOURNISSEUR
               WHERE FF_ID_ACTIVITE = :WS-FF-ID-ACTIVITE
               AND FF_NATURE = :WS-FF-NATURE
               AND FF_STATUT IN ('A', 'P')
               AND FF_ID <> :WS-FF-ID
           END-EXEC
           IF WS-FF-NATURE = 'REPAS'
               MOVE WS-NB-COMMANDES TO WS-QTE-PREVUE
               MOVE WS-NB-PRESENTS TO WS-QTE-CONSTATEE
           ELSE
               MOVE WS-NUITS-RESERVEES TO WS-QTE-PREVUE
               IF WS-NUITS-SEJOUR = ZERO
                   MOVE 1 TO WS-NUITS-SEJOUR
               END-IF
               COMPUTE WS-QTE-CONSTATEE =
                   WS-NB-PRESENTS * WS-NUITS-SEJOUR
           END-IF
           IF WS-QTE-PREVUE > WS-QTE-CONSTATEE
               MOVE WS-QTE-PREVUE TO WS-QTE-ADMISE
           ELSE
               MOVE WS-QTE-CONSTATEE TO WS-QTE-ADMISE
           END-IF
           COMPUTE WS-TOLERANCE-QTE =
               WS-QTE-ADMISE * WS-TOLERANCE-PCT / 100
           COMPUTE WS-QTE-CUMULEE = WS-FF-QTE + WS-DEJA-FACTURE
           IF WS-QTE-ADMISE = ZERO
               MOVE 'Y' TO WS-ANOMALIE
               IF WS-FF-NATURE = 'REPAS'
                   MOVE 'AUCUN REPAS COMMANDE NI PRESENT'
                       TO WS-MOTIF
               ELSE
                   MOVE 'AUCUNE NUITEE RESERVEE NI PRESENT'
                       TO WS-MOTIF
               END-IF
           END-IF
           IF WS-ANOMALIE = 'N'
               AND WS-FF-QTE > WS-QTE-ADMISE + WS-TOLERANCE-QTE
               MOVE 'Y' TO WS-ANOMALIE
               IF WS-FF-NATURE = 'REPAS'
                   MOVE 'REPAS FACTURES AU DELA DE LA COMMANDE'
                       TO WS-MOTIF
               ELSE
                   MOVE 'NUITEES AU DELA DE LA RESERVATION'
                       TO WS-MOTIF
               END-IF
           END-IF
           IF WS-ANOMALIE = 'N'
               AND WS-QTE-CUMULEE > WS-QTE-ADMISE + WS-TOLERANCE-QTE
               MOVE 'Y' TO WS-ANOMALIE
               MOVE 'CUMUL AU DELA DU PREVU (DEJA FACTURE)'
                   TO WS-MOTIF
           END-IF
           IF WS-ANOMALIE = 'N'
               PERFORM APPROUVER-FACTURE
           ELSE
               PERFORM SIGNALER-EXCEPTION
           END-IF.
       APPROUVER-FACTURE.
           EXEC SQL
               UPDATE FACTURE_FOURNISSEUR
               SET FF_STATUT = 'A'
               WHERE FF_ID = :WS-FF-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR MAJ FACTURE: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COUNT-APPROUVEES
           MOVE WS-FF-ID TO BAP-FF-ID
           MOVE WS-FF-SUP TO BAP-SUP
           MOVE ZERO TO BAP-PO
           MOVE WS-FF-QTE TO BAP-QTE
           MOVE WS-FF-PRIX TO BAP-PRIX
           MOVE WS-BAP-LINE TO BON-A-PAYER-RECORD
           WRITE BON-A-PAYER-RECORD.
       SIGNALER-EXCEPTION.
           EXEC SQL
               UPDATE FACTURE_FOURNISSEUR
               SET FF_STATUT = 'E'
               WHERE FF_ID = :WS-FF-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR MAJ FACTURE: SQLCODE=' SQLCODE
                   ' FACTURE ' WS-FF-ID
               PERFORM ABANDONNER
           END-IF
           ADD 1 TO WS-COUNT-EXCEPTIONS
           MOVE WS-FF-ID TO EXC-FF-ID
           MOVE WS-MOTIF TO EXC-MOTIF
           MOVE WS-FF-NATURE TO EXC-NATURE
           MOVE WS-FF-ID-ACTIVITE TO EXC-ACTIVITE
           MOVE WS-FF-QTE TO EXC-FF-QTE
           MOVE WS-FF-PRIX TO EXC-FF-PRIX
           MOVE WS-QTE-PREVUE TO EXC-QTE-PREVUE
           MOVE WS-QTE-CONSTATEE TO EXC-QTE-CONSTATEE
           MOVE WS-DEJA-FACTURE TO EXC-DEJA-FACTURE
           MOVE WS-EXC-LINE TO EXCEPTIONS-RECORD
           WRITE EXCEPTIONS-RECORD
           DISPLAY 'FACTURE ' WS-FF-ID ' BLOQUEE: ' WS-MOTIF.
       ABANDONNER.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_PREST END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           EXEC SQL ROLLBACK END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF
           CLOSE BON-A-PAYER-FILE
           CLOSE EXCEPTIONS-FILE
           MOVE 12 TO RETURN-CODE
           GOBACK.
       DAL-END.
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
