       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOURNISSEUR-IBAN-MAINT.
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
       77  WS-ARG-ACTION          PIC X(10) VALUE SPACES.
       77  WS-ARG-ID              PIC X(9) VALUE SPACES.
       77  WS-ARG-IBAN            PIC X(34) VALUE SPACES.
       77  WS-ARG-OPERATEUR       PIC X(9) VALUE SPACES.
       01  WS-SIC-ID              PIC 9(9).
       01  WS-SUP-ID              PIC 9(9).
       01  WS-SUP-NAME            PIC X(40).
       01  WS-IBAN-AVANT          PIC X(34).
       01  WS-IBAN-NOUVEAU        PIC X(34).
       01  WS-IBAN-ACTUEL         PIC X(34).
       01  WS-SIC-STATUT          PIC X.
       01  WS-OPER-DEMANDE        PIC X(9).
       01  WS-DATE-DEMANDE        PIC 9(8).
       01  WS-DATE-JOUR           PIC 9(8).
       01  WS-NB                  PIC 9(9).
       01  WS-IBAN-CHECK.
           05 WS-IC-IBAN          PIC X(34).
           05 WS-IC-VALIDE        PIC X.
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
       77  WS-COUNT               PIC 9(6) VALUE 0.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'COORDONNEES BANCAIRES FOURNISSEURS'
           DISPLAY '=========================================='
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
           ACCEPT WS-ARG-ACTION FROM ARGUMENT-VALUE
           EVALUATE WS-ARG-ACTION
               WHEN 'LISTER'
               WHEN SPACES
                   PERFORM DAL-CONNECT
                   PERFORM LISTER-DEMANDES
               WHEN 'DEMANDER'
                   ACCEPT WS-ARG-ID FROM ARGUMENT-VALUE
                   ACCEPT WS-ARG-IBAN FROM ARGUMENT-VALUE
                   ACCEPT WS-ARG-OPERATEUR FROM ARGUMENT-VALUE
                   MOVE 'DEMIBANFRN' TO WS-AUT-OPERATION
                   PERFORM CONTROLER-AUTORISATION
                   PERFORM DAL-CONNECT
                   PERFORM DEMANDER-CHANGEMENT
               WHEN 'VALIDER'
                   ACCEPT WS-ARG-ID FROM ARGUMENT-VALUE
                   ACCEPT WS-ARG-OPERATEUR FROM ARGUMENT-VALUE
                   MOVE 'VALIBANFRN' TO WS-AUT-OPERATION
                   PERFORM CONTROLER-AUTORISATION
                   PERFORM DAL-CONNECT
                   PERFORM VALIDER-CHANGEMENT
               WHEN 'REFUSER'
                   ACCEPT WS-ARG-ID FROM ARGUMENT-VALUE
                   ACCEPT WS-ARG-OPERATEUR FROM ARGUMENT-VALUE
                   MOVE 'VALIBANFRN' TO WS-AUT-OPERATION
                   PERFORM CONTROLER-AUTORISATION
                   PERFORM DAL-CONNECT
                   PERFORM REFUSER-CHANGEMENT
               WHEN OTHER
                   DISPLAY 'USAGE: LISTER |'
                       ' DEMANDER ID-FOURNISSEUR IBAN ID-OPERATEUR |'
                   DISPLAY '       VALIDER ID-DEMANDE ID-OPERATEUR |'
                       ' REFUSER ID-DEMANDE ID-OPERATEUR'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           PERFORM DAL-END
           DISPLAY '=========================================='
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
       CONTROLER-AUTORISATION.
           IF WS-ARG-ID NOT NUMERIC OR WS-ARG-OPERATEUR = SPACES
               DISPLAY 'ERREUR: IDENTIFIANT ET ID OPERATEUR REQUIS'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-OPERATEUR TO WS-AUT-OPERATEUR
           MOVE 'N' TO WS-AUT-DECISION
           CALL 'AUTORISATION-CHECK' USING WS-AUT-OPERATEUR
               WS-AUT-OPERATION WS-AUT-DECISION
           IF WS-AUT-DECISION NOT = 'Y'
               DISPLAY 'OPERATION REFUSEE: OPERATEUR '
                   WS-ARG-OPERATEUR ' NON HABILITE ('
                   WS-AUT-OPERATION ')'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
       LISTER-DEMANDES.
           EXEC SQL
               DECLARE C_SIC CURSOR FOR
               SELECT c.SIC_ID, c.SUP_ID, COALESCE(s.SUP_NAME, ' '),
                      COALESCE(c.SIC_IBAN_AVANT, ' '),
                      c.SIC_IBAN_NOUVEAU, c.SIC_OPER_DEMANDE,
                      c.SIC_DATE_DEMANDE
               FROM SUPPLIER_IBAN_CHANGE c
               LEFT JOIN SUPPLIER s
                   ON s.SUP_ID = c.SUP_ID
               WHERE c.SIC_STATUT = 'E'
               ORDER BY c.SIC_DATE_DEMANDE, c.SIC_ID
           END-EXEC
           EXEC SQL OPEN C_SIC END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_SIC INTO
                       :WS-SIC-ID, :WS-SUP-ID, :WS-SUP-NAME,
                       :WS-IBAN-AVANT, :WS-IBAN-NOUVEAU,
                       :WS-OPER-DEMANDE, :WS-DATE-DEMANDE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-COUNT
                       DISPLAY WS-SIC-ID ' FOURNISSEUR ' WS-SUP-ID
                           ' ' WS-SUP-NAME
                       DISPLAY '    ' WS-IBAN-AVANT ' -> '
                           WS-IBAN-NOUVEAU
                       DISPLAY '    DEMANDE PAR ' WS-OPER-DEMANDE
                           ' LE ' WS-DATE-DEMANDE
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           DISPLAY 'DEMANDES EN ATTENTE DE VALIDATION: ' WS-COUNT.
       DEMANDER-CHANGEMENT.
           MOVE WS-ARG-ID TO WS-SUP-ID
           MOVE WS-ARG-IBAN TO WS-IBAN-NOUVEAU
           INITIALIZE WS-IBAN-CHECK
           MOVE WS-IBAN-NOUVEAU TO WS-IC-IBAN
           CALL 'IBAN-CHECK' USING WS-IBAN-CHECK
           IF WS-IC-VALIDE NOT = 'Y'
               DISPLAY 'DEMANDE REFUSEE: IBAN ' WS-IBAN-NOUVEAU
                   ' INVALIDE (FORMAT OU CLE MODULO 97)'
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               SELECT COALESCE(SUP_IBAN, ' ')
               INTO :WS-IBAN-AVANT
               FROM SUPPLIER
               WHERE SUP_ID = :WS-SUP-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'DEMANDE REFUSEE: FOURNISSEUR ' WS-SUP-ID
                   ' INCONNU'
               PERFORM ABANDONNER
           END-IF
           IF WS-IBAN-AVANT = WS-IBAN-NOUVEAU
               DISPLAY 'DEMANDE REFUSEE: IBAN IDENTIQUE A L''IBAN'
                   ' EN VIGUEUR'
               PERFORM ABANDONNER
           END-IF
           MOVE 0 TO WS-NB
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB
               FROM SUPPLIER_IBAN_CHANGE
               WHERE SUP_ID = :WS-SUP-ID
               AND SIC_STATUT = 'E'
           END-EXEC
           IF WS-NB > ZERO
               DISPLAY 'DEMANDE REFUSEE: UNE MODIFICATION EST DEJA'
                   ' EN ATTENTE POUR LE FOURNISSEUR ' WS-SUP-ID
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(SIC_ID), 0) + 1
               INTO :WS-SIC-ID
               FROM SUPPLIER_IBAN_CHANGE
           END-EXEC
           EXEC SQL
               INSERT INTO SUPPLIER_IBAN_CHANGE
               (SIC_ID, SUP_ID, SIC_IBAN_AVANT, SIC_IBAN_NOUVEAU,
                SIC_STATUT, SIC_OPER_DEMANDE, SIC_DATE_DEMANDE)
               VALUES
               (:WS-SIC-ID, :WS-SUP-ID, :WS-IBAN-AVANT,
                :WS-IBAN-NOUVEAU, 'E', :WS-ARG-OPERATEUR,
                :WS-DATE-JOUR)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT DEMANDE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'SUPPLIER_IBAN' TO WS-JRN-ENTITE
           MOVE WS-SIC-ID TO WS-JRN-CLE
           MOVE 'SIC_IBAN_NOUVEAU' TO WS-JRN-CHAMP
           MOVE WS-IBAN-AVANT TO WS-JRN-AVANT
           MOVE WS-IBAN-NOUVEAU TO WS-JRN-APRES
           PERFORM JOURNALISER
           DISPLAY 'DEMANDE ' WS-SIC-ID ' ENREGISTREE POUR LE'
               ' FOURNISSEUR ' WS-SUP-ID
           DISPLAY 'PAIEMENTS DU FOURNISSEUR SUSPENDUS JUSQU''A'
               ' VALIDATION PAR UN SECOND OPERATEUR'.
       LIRE-DEMANDE.
           MOVE WS-ARG-ID TO WS-SIC-ID
           EXEC SQL
               SELECT SUP_ID, COALESCE(SIC_IBAN_AVANT, ' '),
                      SIC_IBAN_NOUVEAU, SIC_STATUT, SIC_OPER_DEMANDE
               INTO :WS-SUP-ID, :WS-IBAN-AVANT, :WS-IBAN-NOUVEAU,
                    :WS-SIC-STATUT, :WS-OPER-DEMANDE
               FROM SUPPLIER_IBAN_CHANGE
               WHERE SIC_ID = :WS-SIC-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: DEMANDE ' WS-SIC-ID ' INCONNUE'
               PERFORM ABANDONNER
           END-IF
           IF WS-SIC-STATUT NOT = 'E'
               DISPLAY 'ERREUR: DEMANDE ' WS-SIC-ID
                   ' DEJA TRAITEE (STATUT ' WS-SIC-STATUT ')'
               PERFORM ABANDONNER
           END-IF
           IF WS-OPER-DEMANDE = WS-ARG-OPERATEUR
               DISPLAY 'OPERATION REFUSEE: LE DEMANDEUR NE PEUT PAS'
                   ' TRAITER SA PROPRE DEMANDE'
               PERFORM ABANDONNER
           END-IF.
       VALIDER-CHANGEMENT.
           PERFORM LIRE-DEMANDE
           INITIALIZE WS-IBAN-CHECK
           MOVE WS-IBAN-NOUVEAU TO WS-IC-IBAN
           CALL 'IBAN-CHECK' USING WS-IBAN-CHECK
           IF WS-IC-VALIDE NOT = 'Y'
               DISPLAY 'VALIDATION REFUSEE: IBAN ' WS-IBAN-NOUVEAU
                   ' INVALIDE'
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               SELECT COALESCE(SUP_IBAN, ' ')
               INTO :WS-IBAN-ACTUEL
               FROM SUPPLIER
               WHERE SUP_ID = :WS-SUP-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               OR WS-IBAN-ACTUEL NOT = WS-IBAN-AVANT
               DISPLAY 'VALIDATION REFUSEE: L''IBAN DU FOURNISSEUR A'
                   ' CHANGE DEPUIS LA DEMANDE - LA REFUSER'
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               UPDATE SUPPLIER
               SET SUP_IBAN = :WS-IBAN-NOUVEAU
               WHERE SUP_ID = :WS-SUP-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO OR SQLERRD(3) EQUAL ZERO
               DISPLAY 'ERREUR MAJ FOURNISSEUR: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               UPDATE SUPPLIER_IBAN_CHANGE
               SET SIC_STATUT = 'V',
                   SIC_OPER_VALIDATION = :WS-ARG-OPERATEUR,
                   SIC_DATE_VALIDATION = :WS-DATE-JOUR
               WHERE SIC_ID = :WS-SIC-ID
               AND SIC_STATUT = 'E'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO OR SQLERRD(3) EQUAL ZERO
               DISPLAY 'ERREUR MAJ DEMANDE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'SUPPLIER' TO WS-JRN-ENTITE
           MOVE WS-SUP-ID TO WS-JRN-CLE
           MOVE 'SUP_IBAN' TO WS-JRN-CHAMP
           MOVE WS-IBAN-AVANT TO WS-JRN-AVANT
           MOVE WS-IBAN-NOUVEAU TO WS-JRN-APRES
           PERFORM JOURNALISER
           DISPLAY 'DEMANDE ' WS-SIC-ID ' VALIDEE: NOUVEL IBAN EN'
               ' VIGUEUR POUR LE FOURNISSEUR ' WS-SUP-ID.
       REFUSER-CHANGEMENT.
           PERFORM LIRE-DEMANDE
           EXEC SQL
               UPDATE SUPPLIER_IBAN_CHANGE
               SET SIC_STATUT = 'R',
                   SIC_OPER_VALIDATION = :WS-ARG-OPERATEUR,
                   SIC_DATE_VALIDATION = :WS-DATE-JOUR
               WHERE SIC_ID = :WS-SIC-ID
               AND SIC_STATUT = 'E'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO OR SQLERRD(3) EQUAL ZERO
               DISPLAY 'ERREUR MAJ DEMANDE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'SUPPLIER_IBAN' TO WS-JRN-ENTITE
           MOVE WS-SIC-ID TO WS-JRN-CLE
           MOVE 'SIC_STATUT' TO WS-JRN-CHAMP
           MOVE 'E' TO WS-JRN-AVANT
           MOVE 'R' TO WS-JRN-APRES
           PERFORM JOURNALISER
           DISPLAY 'DEMANDE ' WS-SIC-ID ' REFUSEE: L''IBAN DU'
               ' FOURNISSEUR ' WS-SUP-ID ' EST INCHANGE'.
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
           MOVE 1 TO RETURN-CODE
           GOBACK.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_SIC END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
