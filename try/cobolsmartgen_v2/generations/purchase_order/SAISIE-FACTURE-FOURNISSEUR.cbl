       77  WS-ARG-QTE             PIC X(9) VALUE SPACES.
       77  WS-ARG-PRIX            PIC X(12) VALUE SPACES.
       77  WS-ARG-PROJET          PIC X(9) VALUE SPACES.
       77  WS-ARG-ANTENNE         PIC X(9) VALUE SPACES.
       77  WS-ARG-ACTIVITE        PIC X(9) VALUE SPACES.
       77  WS-ARG-NATURE          PIC X(6) VALUE SPACES.
       77  WS-ARG-REFERENCE       PIC X(20) VALUE SPACES.
       01  WS-FF-ID               PIC 9(9).
       01  WS-FF-SUP              PIC 9(9).
       01  WS-FF-PO               PIC 9(9).
       01  WS-FF-PRIX             PIC 9(7)V99.
       01  WS-FF-DATE             PIC 9(8).
       01  WS-FF-PROJ             PIC 9(9).
       01  WS-FF-IDANTENNE        PIC 9(9).
       01  WS-FF-ID-ACTIVITE      PIC 9(9).
       01  WS-FF-NATURE           PIC X(6).
       01  WS-FF-OPER-SAISIE      PIC X(9).
       01  WS-FF-TVA              PIC 9(9)V99.
       01  WS-FF-REF              PIC X(20).
       01  WS-DOUBLON-JOURS       PIC 9(3) VALUE 30.
       01  WS-FDB-ID              PIC 9(9).
       01  WS-FDB-ORIGINE         PIC 9(9).
       01  WS-FDB-MOTIF           PIC X(40).
       01  WS-FDB-MONTANT         PIC 9(9)V99.
       01  WS-TAUX-TVA            PIC 9(2)V99 VALUE 20.00.
       01  WS-PARAMETRE.
           05 PARAM-DOMAINE       PIC X(12).
           05 PARAM-CLE           PIC X(20).
           05 PARAM-VALEUR        PIC X(20).
           05 PARAM-TROUVE        PIC X.
       01  WS-NB-PO               PIC 9(9).
       01  WS-NB-ACTIVITE         PIC 9(9).
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
           ACCEPT WS-ARG-QTE FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-PRIX FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-PROJET FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-ANTENNE FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-ACTIVITE FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-NATURE FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-REFERENCE FROM ARGUMENT-VALUE
           IF WS-ARG-SUP NOT NUMERIC OR WS-ARG-PO NOT NUMERIC
               OR WS-ARG-QTE NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(WS-ARG-PRIX) NOT = 0
               DISPLAY 'USAGE: ID-FOURNISSEUR NO-COMMANDE'
                   ' QUANTITE PRIX-UNITAIRE [ID-PROJET]'
                   ' [ID-ANTENNE] [ID-ACTIVITE REPAS|NUITEE]'
                   ' [REFERENCE-FOURNISSEUR]'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ARG-PROJET NUMERIC
               MOVE WS-ARG-PROJET TO WS-FF-PROJ
           END-IF
           MOVE 0 TO WS-FF-IDANTENNE
           IF WS-ARG-ANTENNE NUMERIC
               MOVE WS-ARG-ANTENNE TO WS-FF-IDANTENNE
           END-IF
           MOVE 0 TO WS-FF-ID-ACTIVITE
           MOVE SPACES TO WS-FF-NATURE
           IF WS-ARG-ACTIVITE NUMERIC
               MOVE WS-ARG-ACTIVITE TO WS-FF-ID-ACTIVITE
           END-IF
           IF WS-FF-ID-ACTIVITE NOT = ZERO
               IF WS-ARG-NATURE NOT = 'REPAS'
                   AND WS-ARG-NATURE NOT = 'NUITEE'
                   DISPLAY 'ERREUR: NATURE REPAS OU NUITEE ATTENDUE'
                       ' POUR UNE FACTURE PRESTATAIRE'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-ARG-NATURE TO WS-FF-NATURE
           END-IF
           MOVE WS-ARG-REFERENCE TO WS-FF-REF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FF-DATE
           ACCEPT WS-FF-OPER-SAISIE FROM ENVIRONMENT
               'CARBONTRACK_OPERATEUR'
           PERFORM CALCULER-TVA
           PERFORM LIRE-FENETRE-DOUBLON
           PERFORM DAL-CONNECT
           IF WS-FF-ID-ACTIVITE NOT = ZERO
               MOVE 0 TO WS-NB-ACTIVITE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-NB-ACTIVITE
                   FROM ACTIVITE
                   WHERE ACTIVITE_ID = :WS-FF-ID-ACTIVITE
               END-EXEC
               IF WS-NB-ACTIVITE = ZERO
                   DISPLAY 'ERREUR: ACTIVITE INCONNUE '
                       WS-FF-ID-ACTIVITE
                   PERFORM DAL-END
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF WS-FF-ID-ACTIVITE NOT = ZERO AND WS-FF-PO = ZERO
               MOVE 1 TO WS-NB-PO
           ELSE
               MOVE 0 TO WS-NB-PO
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-NB-PO
                   FROM PURCHASE_ORDER
                   WHERE PO_ID = :WS-FF-PO
               END-EXEC
           END-IF
           IF WS-NB-PO = ZERO
               DISPLAY 'ERREUR: COMMANDE INCONNUE ' WS-FF-PO
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FF-PROJ = ZERO AND WS-FF-PO NOT = ZERO
               EXEC SQL
                   SELECT COALESCE(PO_PROJ_ID, 0)
                   INTO :WS-FF-PROJ
                   FROM PURCHASE_ORDER
                   WHERE PO_ID = :WS-FF-PO
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO
                   MOVE 0 TO WS-FF-PROJ
               END-IF
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(FF_ID), 0) + 1
               INTO :WS-FF-ID
           EXEC SQL
               INSERT INTO FACTURE_FOURNISSEUR
               (FF_ID, SUP_ID, PO_ID, FF_QTE, FF_PRIX,
                FF_DATE, FF_STATUT, FF_PROJ_ID, FF_IDANTENNE,
                FF_ID_ACTIVITE, FF_NATURE, FF_OPER_SAISIE,
                FF_TVA, FF_REF_FOURNISSEUR)
               VALUES
               (:WS-FF-ID, :WS-FF-SUP, :WS-FF-PO, :WS-FF-QTE,
                :WS-FF-PRIX, :WS-FF-DATE, 'N', :WS-FF-PROJ,
                :WS-FF-IDANTENNE, :WS-FF-ID-ACTIVITE,
                :WS-FF-NATURE, :WS-FF-OPER-SAISIE,
                :WS-FF-TVA, :WS-FF-REF)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT FACTURE: SQLCODE=' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 1 TO RETURN-CODE
           ELSE
               IF WS-FF-ID-ACTIVITE NOT = ZERO
                   DISPLAY 'FACTURE PRESTATAIRE ' WS-FF-ID
                       ' ENREGISTREE POUR ACTIVITE '
                       WS-FF-ID-ACTIVITE ' (' WS-FF-NATURE ')'
               ELSE
                   DISPLAY 'FACTURE FOURNISSEUR ' WS-FF-ID
                       ' ENREGISTREE POUR COMMANDE ' WS-FF-PO
               END-IF
               MOVE 0 TO RETURN-CODE
               PERFORM CONTROLER-DOUBLON
           END-IF
           PERFORM DAL-END
           DISPLAY '=========================================='
           GOBACK.
       CALCULER-TVA.
           INITIALIZE WS-PARAMETRE
           MOVE 'ACHATS' TO PARAM-DOMAINE
           IF WS-FF-NATURE = SPACES
               MOVE 'TAUX_TVA' TO PARAM-CLE
           ELSE
               MOVE 10.00 TO WS-TAUX-TVA
               STRING 'TAUX_TVA_' WS-FF-NATURE DELIMITED BY SPACE
                   INTO PARAM-CLE
               END-STRING
           END-IF
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-TAUX-TVA = FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF
           COMPUTE WS-FF-TVA ROUNDED =
               WS-FF-QTE * WS-FF-PRIX * WS-TAUX-TVA / 100.
       LIRE-FENETRE-DOUBLON.
           INITIALIZE WS-PARAMETRE
           MOVE 'ACHATS' TO PARAM-DOMAINE
           MOVE 'DOUBLON_JOURS' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-DOUBLON-JOURS = FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF.
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
               WS-FF-QTE * WS-FF-PRIX + WS-FF-TVA
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
               (:WS-FDB-ID, :WS-FF-ID, :WS-FDB-ORIGINE, :WS-FF-SUP,
                :WS-FDB-MOTIF, :WS-FDB-MONTANT,
                'SAISIE', 'S', :WS-FF-DATE)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT DOUBLON: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'ATTENTION: DOUBLON PROBABLE DE LA FACTURE '
               WS-FDB-ORIGINE ' (' WS-FDB-MOTIF ')'
           DISPLAY 'FACTURE ' WS-FF-ID ' BLOQUEE AU PAIEMENT JUSQU''A'
               ' LEVEE DU DOUBLON ' WS-FDB-ID
           MOVE 4 TO RETURN-CODE.
       DAL-CONNECT.
           ACCEPT WS-DB-USER FROM ENVIRONMENT 'PGUSER'
           ACCEPT WS-DB-PASSWORD FROM ENVIRONMENT 'PGPASSWORD'
