       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-PROPOSITION-REVUE.
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
       77  WS-ARG-VALEUR          PIC X(9) VALUE SPACES.
       01  WS-PERIODE             PIC 9(6) VALUE 0.
       01  WS-DATE-JOUR           PIC 9(8).
       01  WS-AUT-OPERATEUR       PIC X(9).
       01  WS-AUT-OPERATION       PIC X(12).
       01  WS-AUT-DECISION        PIC X.
       01  WS-PROPOSITION.
           05 WS-PROP-ID          PIC 9(9).
           05 WS-CUST-ID          PIC 9(9).
           05 WS-CUST-NAME        PIC X(30).
           05 WS-PROP-PERIODE     PIC 9(6).
           05 WS-PROP-DELAI       PIC 9(4).
           05 WS-PROP-DSO         PIC 9(3).
           05 WS-PROP-NB-RELANCES PIC 9(5).
           05 WS-PROP-NIVEAU-MAX  PIC 9.
           05 WS-PROP-NB-REJETS   PIC 9(5).
           05 WS-PROP-SCORE       PIC 9(3).
           05 WS-PROP-GRADE       PIC X.
           05 WS-PROP-LIMITE-ACT  PIC 9(7)V99.
           05 WS-PROP-LIMITE-PROP PIC 9(7)V99.
           05 WS-PROP-STATUT      PIC X.
           05 WS-ENCOURS          PIC S9(9)V99.
       01  WS-NOUVEAU-STATUT      PIC X.
       01  WS-OLD-LIMITE          PIC 9(7)V99.
       01  WS-OLD-GRADE           PIC X.
       01  WS-JRN-ENTITE          PIC X(12).
       01  WS-JRN-CLE             PIC 9(9).
       01  WS-JRN-CHAMP           PIC X(20).
       01  WS-JRN-AVANT           PIC X(80).
       01  WS-JRN-APRES           PIC X(80).
       01  WS-JRN-OPERATEUR       PIC X(9).
       01  WS-JRN-TS              PIC X(14).
       77  WS-COUNT-PROPOSITIONS  PIC 9(6) VALUE 0.
       77  WS-COUNT-HAUSSES       PIC 9(6) VALUE 0.
       77  WS-COUNT-BAISSES       PIC 9(6) VALUE 0.
       01  WS-TOTAL-ACTUEL        PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-PROPOSE       PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-ENCOURS       PIC S9(11)V99 VALUE 0.
       01  WS-D-LIMITE-ACT        PIC Z(6)9.99.
       01  WS-D-LIMITE-PROP       PIC Z(6)9.99.
       01  WS-D-ENCOURS           PIC -(8)9.99.
       01  WS-D-TOTAL             PIC Z(10)9.99.
       01  WS-D-TOTAL-ENC         PIC -(10)9.99.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-ARG-ACTION FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-VALEUR FROM ARGUMENT-VALUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
           EVALUATE WS-ARG-ACTION
               WHEN 'LISTER'
                   IF WS-ARG-VALEUR NOT = SPACES
                       IF WS-ARG-VALEUR(1:6) NOT NUMERIC
                           OR WS-ARG-VALEUR(7:3) NOT = SPACES
                           DISPLAY 'USAGE: LISTER [AAAAMM]'
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                       END-IF
                       MOVE WS-ARG-VALEUR(1:6) TO WS-PERIODE
                   END-IF
                   PERFORM DAL-CONNECT
                   PERFORM LISTER-PROPOSITIONS
                   PERFORM DAL-END
               WHEN 'ACCEPTER'
                   MOVE 'A' TO WS-NOUVEAU-STATUT
                   PERFORM DECIDER-PROPOSITION
               WHEN 'REFUSER'
                   MOVE 'R' TO WS-NOUVEAU-STATUT
                   PERFORM DECIDER-PROPOSITION
               WHEN OTHER
                   DISPLAY 'USAGE: LISTER [AAAAMM]'
                   DISPLAY '       ACCEPTER ID-PROPOSITION'
                   DISPLAY '       REFUSER ID-PROPOSITION'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
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
       LISTER-PROPOSITIONS.
           DISPLAY '=========================================='
           DISPLAY 'PROPOSITIONS DE LIMITE DE CREDIT EN ATTENTE'
           DISPLAY '=========================================='
           DISPLAY 'PROP-ID   CLIENT    NOM                       '
               '    NOTE SCORE DELAI DSO RELANCES NIV REJETS'
           DISPLAY '          ENCOURS       LIMITE ACTUELLE  '
               'LIMITE PROPOSEE'
           EXEC SQL
               DECLARE C_PROP CURSOR FOR
               SELECT p.PROP_ID, p.CUST_ID,
                      COALESCE(c.CUST_NAME, ' '), p.PROP_PERIODE,
                      p.PROP_DELAI_MOYEN, p.PROP_DSO,
                      p.PROP_NB_RELANCES, p.PROP_NIVEAU_MAX,
                      p.PROP_NB_REJETS, p.PROP_SCORE, p.PROP_GRADE,
                      p.PROP_LIMITE_ACTUELLE, p.PROP_LIMITE_PROPOSEE,
                      COALESCE((SELECT SUM(i.TOTAL_TTC
                                 - COALESCE((SELECT
                                     SUM(a.ALLOC_MONTANT)
                                     FROM PAYMENT_ALLOCATION a
                                     WHERE a.INV_ID = i.INV_ID), 0))
                                FROM INVOICE i
                                WHERE i.CUST_ID = p.CUST_ID
                                AND COALESCE(i.INV_TYPE, 'FAC')
                                    = 'FAC'), 0)
               FROM CREDIT_PROPOSITION p
               LEFT JOIN CUSTOMER c ON c.CUST_ID = p.CUST_ID
               WHERE p.PROP_STATUT = 'P'
               AND (:WS-PERIODE = 0
                    OR p.PROP_PERIODE = :WS-PERIODE)
               ORDER BY p.PROP_GRADE DESC, p.PROP_SCORE, p.PROP_ID
           END-EXEC
           EXEC SQL OPEN C_PROP END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_PROP INTO
                       :WS-PROP-ID, :WS-CUST-ID, :WS-CUST-NAME,
                       :WS-PROP-PERIODE, :WS-PROP-DELAI,
                       :WS-PROP-DSO, :WS-PROP-NB-RELANCES,
                       :WS-PROP-NIVEAU-MAX, :WS-PROP-NB-REJETS,
                       :WS-PROP-SCORE, :WS-PROP-GRADE,
                       :WS-PROP-LIMITE-ACT, :WS-PROP-LIMITE-PROP,
                       :WS-ENCOURS
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM AFFICHER-PROPOSITION
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           DISPLAY '------------------------------------------'
           DISPLAY 'PROPOSITIONS EN ATTENTE : ' WS-COUNT-PROPOSITIONS
           DISPLAY 'DONT HAUSSES            : ' WS-COUNT-HAUSSES
           DISPLAY 'DONT BAISSES            : ' WS-COUNT-BAISSES
           MOVE WS-TOTAL-ENCOURS TO WS-D-TOTAL-ENC
           DISPLAY 'ENCOURS CONCERNE        : ' WS-D-TOTAL-ENC
           MOVE WS-TOTAL-ACTUEL TO WS-D-TOTAL
           DISPLAY 'LIMITES ACTUELLES       : ' WS-D-TOTAL
           MOVE WS-TOTAL-PROPOSE TO WS-D-TOTAL
           DISPLAY 'LIMITES PROPOSEES       : ' WS-D-TOTAL
           DISPLAY '=========================================='.
       AFFICHER-PROPOSITION.
           ADD 1 TO WS-COUNT-PROPOSITIONS
           IF WS-PROP-LIMITE-PROP > WS-PROP-LIMITE-ACT
               ADD 1 TO WS-COUNT-HAUSSES
           ELSE
               ADD 1 TO WS-COUNT-BAISSES
           END-IF
           ADD WS-PROP-LIMITE-ACT TO WS-TOTAL-ACTUEL
           ADD WS-PROP-LIMITE-PROP TO WS-TOTAL-PROPOSE
           ADD WS-ENCOURS TO WS-TOTAL-ENCOURS
           MOVE WS-PROP-LIMITE-ACT TO WS-D-LIMITE-ACT
           MOVE WS-PROP-LIMITE-PROP TO WS-D-LIMITE-PROP
           MOVE WS-ENCOURS TO WS-D-ENCOURS
           DISPLAY WS-PROP-ID ' ' WS-CUST-ID ' ' WS-CUST-NAME
               '  ' WS-PROP-GRADE '   ' WS-PROP-SCORE '  '
               WS-PROP-DELAI '  ' WS-PROP-DSO ' ' WS-PROP-NB-RELANCES
               '    ' WS-PROP-NIVEAU-MAX '   ' WS-PROP-NB-REJETS
           DISPLAY '          ' WS-D-ENCOURS '   ' WS-D-LIMITE-ACT
               '   ' WS-D-LIMITE-PROP ' (' WS-PROP-PERIODE ')'.
       DECIDER-PROPOSITION.
           IF WS-ARG-VALEUR NOT NUMERIC
               DISPLAY 'USAGE: ' FUNCTION TRIM(WS-ARG-ACTION)
                   ' ID-PROPOSITION'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-VALEUR TO WS-PROP-ID
           ACCEPT WS-AUT-OPERATEUR FROM ENVIRONMENT
               'CARBONTRACK_OPERATEUR'
           IF WS-AUT-OPERATEUR = SPACES
               MOVE 'BATCH' TO WS-AUT-OPERATEUR
           END-IF
           MOVE 'LIMITECREDIT' TO WS-AUT-OPERATION
           MOVE 'N' TO WS-AUT-DECISION
           CALL 'AUTORISATION-CHECK' USING WS-AUT-OPERATEUR
               WS-AUT-OPERATION WS-AUT-DECISION
           IF WS-AUT-DECISION NOT = 'Y'
               DISPLAY 'DECISION REFUSEE: OPERATEUR NON HABILITE'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM DAL-CONNECT
           EXEC SQL
               SELECT CUST_ID, PROP_GRADE, PROP_LIMITE_PROPOSEE,
                      PROP_STATUT
               INTO :WS-CUST-ID, :WS-PROP-GRADE,
                    :WS-PROP-LIMITE-PROP, :WS-PROP-STATUT
               FROM CREDIT_PROPOSITION
               WHERE PROP_ID = :WS-PROP-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: PROPOSITION ' WS-PROP-ID ' INCONNUE'
               PERFORM ABANDONNER
           END-IF
           IF WS-PROP-STATUT NOT = 'P'
               DISPLAY 'ERREUR: PROPOSITION ' WS-PROP-ID
                   ' DEJA TRAITEE OU SANS CHANGEMENT (STATUT '
                   WS-PROP-STATUT ')'
               PERFORM ABANDONNER
           END-IF
           IF WS-NOUVEAU-STATUT = 'A'
               PERFORM APPLIQUER-LIMITE
           END-IF
           EXEC SQL
               UPDATE CREDIT_PROPOSITION
               SET PROP_STATUT = :WS-NOUVEAU-STATUT,
                   PROP_DATE_DECISION = :WS-DATE-JOUR,
                   PROP_OPER_DECISION = :WS-AUT-OPERATEUR
               WHERE PROP_ID = :WS-PROP-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR MAJ PROPOSITION: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           PERFORM DAL-END
           IF WS-NOUVEAU-STATUT = 'A'
               MOVE WS-OLD-LIMITE TO WS-D-LIMITE-ACT
               MOVE WS-PROP-LIMITE-PROP TO WS-D-LIMITE-PROP
               DISPLAY 'PROPOSITION ' WS-PROP-ID ' ACCEPTEE: CLIENT '
                   WS-CUST-ID ' LIMITE ' WS-D-LIMITE-ACT ' -> '
                   WS-D-LIMITE-PROP ' NOTE ' WS-PROP-GRADE
           ELSE
               DISPLAY 'PROPOSITION ' WS-PROP-ID ' REFUSEE: CLIENT '
                   WS-CUST-ID ' INCHANGE'
           END-IF.
       APPLIQUER-LIMITE.
           EXEC SQL
               SELECT COALESCE(CUST_CREDIT_LIMIT, 0),
                      COALESCE(CUST_GRADE_RISQUE, ' ')
               INTO :WS-OLD-LIMITE, :WS-OLD-GRADE
               FROM CUSTOMER
               WHERE CUST_ID = :WS-CUST-ID
               FOR UPDATE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: CLIENT ' WS-CUST-ID ' INCONNU'
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               UPDATE CUSTOMER
               SET CUST_CREDIT_LIMIT = :WS-PROP-LIMITE-PROP,
                   CUST_GRADE_RISQUE = :WS-PROP-GRADE
               WHERE CUST_ID = :WS-CUST-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR MAJ CLIENT: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'CUSTOMER' TO WS-JRN-ENTITE
           MOVE WS-CUST-ID TO WS-JRN-CLE
           IF WS-OLD-LIMITE NOT = WS-PROP-LIMITE-PROP
               MOVE 'CUST_CREDIT_LIMIT' TO WS-JRN-CHAMP
               MOVE WS-OLD-LIMITE TO WS-D-LIMITE-ACT
               MOVE WS-PROP-LIMITE-PROP TO WS-D-LIMITE-PROP
               MOVE FUNCTION TRIM(WS-D-LIMITE-ACT) TO WS-JRN-AVANT
               MOVE FUNCTION TRIM(WS-D-LIMITE-PROP) TO WS-JRN-APRES
               PERFORM ECRIRE-JOURNAL
           END-IF
           IF WS-OLD-GRADE NOT = WS-PROP-GRADE
               MOVE 'CUST_GRADE_RISQUE' TO WS-JRN-CHAMP
               MOVE WS-OLD-GRADE TO WS-JRN-AVANT
               MOVE WS-PROP-GRADE TO WS-JRN-APRES
               PERFORM ECRIRE-JOURNAL
           END-IF.
       ECRIRE-JOURNAL.
           MOVE WS-AUT-OPERATEUR TO WS-JRN-OPERATEUR
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
               PERFORM ABANDONNER
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
               EXEC SQL CLOSE C_PROP END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
