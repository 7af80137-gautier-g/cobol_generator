       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-REGLE-MAINT.
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
       77  WS-ARG-CODE            PIC X(12) VALUE SPACES.
       77  WS-ARG-OPERATEUR       PIC X(9) VALUE SPACES.
       77  WS-ARG-FENETRE         PIC X(3) VALUE SPACES.
       01  WS-SOD-CODE            PIC X(12).
       01  WS-SOD-LIBELLE         PIC X(60).
       01  WS-SOD-ACTIF           PIC X.
       01  WS-SOD-FENETRE         PIC 9(3).
       01  WS-ANCIEN-ACTIF        PIC X.
       01  WS-ANCIENNE-FENETRE    PIC 9(3).
       01  WS-NB-REGLES           PIC 9(4).
       01  WS-REGLES-STANDARD.
           05 FILLER PIC X(12) VALUE 'PO-CREA-APPR'.
           05 FILLER PIC X(60)
               VALUE 'CREATION ET APPROBATION D''UNE MEME COMMANDE'.
           05 FILLER PIC 9(3) VALUE 0.
           05 FILLER PIC X(12) VALUE 'PO-APPR-FACT'.
           05 FILLER PIC X(60)
               VALUE 'APPROBATION COMMANDE ET SAISIE DE SA FACTURE'.
           05 FILLER PIC 9(3) VALUE 0.
           05 FILLER PIC X(12) VALUE 'FF-SAIS-PAIE'.
           05 FILLER PIC X(60)
               VALUE 'SAISIE ET MISE EN PAIEMENT D''UNE MEME FACTURE'.
           05 FILLER PIC 9(3) VALUE 0.
           05 FILLER PIC X(12) VALUE 'RIB-VIREMENT'.
           05 FILLER PIC X(60)
               VALUE 'MODIFICATION RIB EMPLOYE PUIS VIREMENTS SALAIRES'.
           05 FILLER PIC 9(3) VALUE 35.
       01  WS-REGLES-TAB REDEFINES WS-REGLES-STANDARD.
           05 WS-STD-ENTRY        OCCURS 4 TIMES.
               10 WS-STD-CODE     PIC X(12).
               10 WS-STD-LIBELLE  PIC X(60).
               10 WS-STD-FENETRE  PIC 9(3).
       77  WS-STD-IDX             PIC 9(2) COMP.
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
           DISPLAY 'REGLES DE SEPARATION DES TACHES'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-ACTION FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-CODE FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-OPERATEUR FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-FENETRE FROM ARGUMENT-VALUE
           EVALUATE WS-ARG-ACTION
               WHEN 'LISTER'
               WHEN SPACES
                   PERFORM DAL-CONNECT
                   PERFORM LISTER-REGLES
               WHEN 'INIT'
                   PERFORM DAL-CONNECT
                   PERFORM INITIALISER-REGLES
               WHEN 'ACTIVER'
                   MOVE 'O' TO WS-SOD-ACTIF
                   PERFORM CONTROLER-AUTORISATION
                   PERFORM DAL-CONNECT
                   PERFORM MODIFIER-REGLE
               WHEN 'DESACTIVER'
                   MOVE 'N' TO WS-SOD-ACTIF
                   PERFORM CONTROLER-AUTORISATION
                   PERFORM DAL-CONNECT
                   PERFORM MODIFIER-REGLE
               WHEN OTHER
                   DISPLAY 'USAGE: LISTER | INIT |'
                       ' ACTIVER CODE ID-OPERATEUR [FENETRE-JOURS] |'
                       ' DESACTIVER CODE ID-OPERATEUR'
                   MOVE 12 TO RETURN-CODE
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
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CONNECTED-FLAG.
       CONTROLER-AUTORISATION.
           IF WS-ARG-CODE = SPACES OR WS-ARG-OPERATEUR = SPACES
               DISPLAY 'ERREUR: CODE REGLE ET ID OPERATEUR REQUIS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ARG-FENETRE NOT = SPACES
               AND WS-ARG-FENETRE NOT NUMERIC
               DISPLAY 'ERREUR: FENETRE-JOURS NON NUMERIQUE'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-OPERATEUR TO WS-AUT-OPERATEUR
           MOVE 'SODREGLE' TO WS-AUT-OPERATION
           MOVE 'N' TO WS-AUT-DECISION
           CALL 'AUTORISATION-CHECK' USING WS-AUT-OPERATEUR
               WS-AUT-OPERATION WS-AUT-DECISION
           IF WS-AUT-DECISION NOT = 'Y'
               DISPLAY 'MODIFICATION REFUSEE: OPERATEUR NON HABILITE'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
       LISTER-REGLES.
           EXEC SQL
               DECLARE C_SOD CURSOR FOR
               SELECT SOD_CODE, SOD_LIBELLE, SOD_ACTIF,
                      COALESCE(SOD_FENETRE_JOURS, 0)
               FROM SOD_REGLE
               ORDER BY SOD_CODE
           END-EXEC
           EXEC SQL OPEN C_SOD END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_SOD INTO :WS-SOD-CODE, :WS-SOD-LIBELLE,
                       :WS-SOD-ACTIF, :WS-SOD-FENETRE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-COUNT
                       DISPLAY WS-SOD-CODE ' ' WS-SOD-ACTIF ' '
                           WS-SOD-FENETRE ' ' WS-SOD-LIBELLE
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           DISPLAY 'REGLES: ' WS-COUNT.
       INITIALISER-REGLES.
           PERFORM VARYING WS-STD-IDX FROM 1 BY 1
                   UNTIL WS-STD-IDX > 4
               MOVE WS-STD-CODE(WS-STD-IDX) TO WS-SOD-CODE
               MOVE WS-STD-LIBELLE(WS-STD-IDX) TO WS-SOD-LIBELLE
               MOVE WS-STD-FENETRE(WS-STD-IDX) TO WS-SOD-FENETRE
               MOVE 0 TO WS-NB-REGLES
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-NB-REGLES
                   FROM SOD_REGLE
                   WHERE SOD_CODE = :WS-SOD-CODE
               END-EXEC
               IF WS-NB-REGLES = ZERO
                   EXEC SQL
                       INSERT INTO SOD_REGLE
                       (SOD_CODE, SOD_LIBELLE, SOD_ACTIF,
                        SOD_FENETRE_JOURS)
                       VALUES
                       (:WS-SOD-CODE, :WS-SOD-LIBELLE, 'O',
                        :WS-SOD-FENETRE)
                   END-EXEC
                   IF SQLCODE NOT EQUAL ZERO
                       DISPLAY 'ERREUR INSERT SOD_REGLE: SQLCODE='
                           SQLCODE
                       PERFORM ABANDONNER
                   END-IF
                   ADD 1 TO WS-COUNT
                   DISPLAY 'REGLE CREEE: ' WS-SOD-CODE
               END-IF
           END-PERFORM
           DISPLAY 'REGLES CREEES: ' WS-COUNT.
       MODIFIER-REGLE.
           MOVE WS-ARG-CODE TO WS-SOD-CODE
           EXEC SQL
               SELECT SOD_ACTIF, COALESCE(SOD_FENETRE_JOURS, 0)
               INTO :WS-ANCIEN-ACTIF, :WS-ANCIENNE-FENETRE
               FROM SOD_REGLE
               WHERE SOD_CODE = :WS-SOD-CODE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: REGLE ' WS-SOD-CODE ' INCONNUE'
               PERFORM ABANDONNER
           END-IF
           MOVE WS-ANCIENNE-FENETRE TO WS-SOD-FENETRE
           IF WS-ARG-FENETRE NOT = SPACES
               MOVE WS-ARG-FENETRE TO WS-SOD-FENETRE
           END-IF
           EXEC SQL
               UPDATE SOD_REGLE
               SET SOD_ACTIF = :WS-SOD-ACTIF,
                   SOD_FENETRE_JOURS = :WS-SOD-FENETRE
               WHERE SOD_CODE = :WS-SOD-CODE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR UPDATE SOD_REGLE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'SOD_REGLE' TO WS-JRN-ENTITE
           MOVE 0 TO WS-JRN-CLE
           MOVE WS-SOD-CODE TO WS-JRN-CHAMP
           IF WS-ANCIEN-ACTIF NOT = WS-SOD-ACTIF
               MOVE WS-ANCIEN-ACTIF TO WS-JRN-AVANT
               MOVE WS-SOD-ACTIF TO WS-JRN-APRES
               PERFORM JOURNALISER
           END-IF
           IF WS-ANCIENNE-FENETRE NOT = WS-SOD-FENETRE
               MOVE WS-ANCIENNE-FENETRE TO WS-JRN-AVANT
               MOVE WS-SOD-FENETRE TO WS-JRN-APRES
               PERFORM JOURNALISER
           END-IF
           DISPLAY 'REGLE ' WS-SOD-CODE ' ACTIVE: ' WS-SOD-ACTIF
               ' FENETRE: ' WS-SOD-FENETRE.
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
               EXEC SQL CLOSE C_SOD END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
