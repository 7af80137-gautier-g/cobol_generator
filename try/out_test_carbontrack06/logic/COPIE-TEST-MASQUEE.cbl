       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPIE-TEST-MASQUEE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COPIE-FILE ASSIGN TO WS-COPIE-NOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPIE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COPIE-FILE.
       01  COPIE-RECORD.
           05 CP-TABLE            PIC X(30).
           05 CP-LIGNE            PIC X(8000).
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
       77  WS-COPIE-STATUS        PIC X(2) VALUE '00'.
       01  WS-COPIE-NOM           PIC X(60) VALUE 'COPIE-TEST.DAT'.
       77  WS-ARG-ACTION          PIC X(10) VALUE SPACES.
       77  WS-ARG-FICHIER         PIC X(60) VALUE SPACES.
       77  WS-AUT-OPERATEUR       PIC X(9).
       77  WS-AUT-OPERATION       PIC X(12).
       77  WS-AUT-DECISION        PIC X.
       01  WS-CP-ORDRE            PIC 9(4).
       01  WS-CP-TABLE            PIC X(30).
       01  WS-CP-LONGUEUR         PIC 9(9).
       01  WS-CP-LIGNE            PIC X(8000).
       01  WS-TABLE-COURANTE      PIC X(30) VALUE SPACES.
       77  WS-COUNT-TABLE         PIC 9(9) VALUE 0.
       77  WS-COUNT-TABLES        PIC 9(4) VALUE 0.
       77  WS-COUNT-LIGNES        PIC 9(9) VALUE 0.
       77  WS-COUNT-ATTENDU       PIC 9(9) VALUE 0.
       01  WS-FIN-TROUVEE         PIC X VALUE 'N'.
       77  WS-CODE-RETOUR         PIC S9(4) VALUE 0.
       01  WS-D-COUNT             PIC Z(8)9.
       01  WS-RUN-RECORD.
           05 WS-RUN-PROGRAMME    PIC X(20) VALUE 'COPIE-TEST-MASQUEE'.
           05 WS-RUN-DEBUT        PIC X(14).
           05 WS-RUN-FIN          PIC X(14).
           05 WS-RUN-LUES         PIC 9(6).
           05 WS-RUN-SAUVEES      PIC 9(6).
           05 WS-RUN-ERREURS      PIC 9(6).
           05 WS-RUN-CODE-RETOUR  PIC S9(4).
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       01  WS-DB-NAME-PROD        PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'COPIE MASQUEE DES DONNEES VERS LE TEST'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-ACTION FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-FICHIER FROM ARGUMENT-VALUE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-DEBUT
           IF WS-ARG-ACTION NOT = 'EXTRAIRE'
               AND WS-ARG-ACTION NOT = 'RECHARGER'
               DISPLAY 'USAGE: COPIE-TEST-MASQUEE EXTRAIRE|RECHARGER'
                   ' [FICHIER]'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ARG-FICHIER NOT = SPACES
               MOVE WS-ARG-FICHIER TO WS-COPIE-NOM
           END-IF
           ACCEPT WS-AUT-OPERATEUR FROM ENVIRONMENT
               'CARBONTRACK_OPERATEUR'
           MOVE 'COPIETEST' TO WS-AUT-OPERATION
           MOVE 'N' TO WS-AUT-DECISION
           CALL 'AUTORISATION-CHECK' USING WS-AUT-OPERATEUR
               WS-AUT-OPERATION WS-AUT-DECISION
           IF WS-AUT-DECISION NOT = 'Y'
               DISPLAY 'OPERATION NON AUTORISEE POUR CET OPERATEUR'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ARG-ACTION = 'EXTRAIRE'
               PERFORM EXTRAIRE-DONNEES
           ELSE
               PERFORM RECHARGER-DONNEES
           END-IF
           PERFORM DAL-END
           MOVE WS-COUNT-LIGNES TO WS-D-COUNT
           DISPLAY 'FICHIER           : ' WS-COPIE-NOM
           DISPLAY 'TABLES TRAITEES   : ' WS-COUNT-TABLES
           DISPLAY 'LIGNES COPIEES    : ' WS-D-COUNT
           DISPLAY '=========================================='
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-FIN
           MOVE WS-COUNT-LIGNES TO WS-RUN-LUES
           MOVE WS-COUNT-LIGNES TO WS-RUN-SAUVEES
           MOVE ZERO TO WS-RUN-ERREURS
           MOVE WS-CODE-RETOUR TO WS-RUN-CODE-RETOUR
           CALL 'BATCH-RUN-LOG' USING WS-RUN-RECORD
           MOVE WS-CODE-RETOUR TO RETURN-CODE
           GOBACK.
       DAL-CONNECT.
           ACCEPT WS-DB-USER FROM ENVIRONMENT 'PGUSER'
           ACCEPT WS-DB-PASSWORD FROM ENVIRONMENT 'PGPASSWORD'
           ACCEPT WS-DB-NAME FROM ENVIRONMENT 'PGDATABASE'
           PERFORM DAL-CONNECT-BASE.
       DAL-CONNECT-TEST.
           ACCEPT WS-DB-NAME-PROD FROM ENVIRONMENT 'PGDATABASE'
           ACCEPT WS-DB-NAME FROM ENVIRONMENT 'PGDATABASE_TEST'
           IF WS-DB-NAME = SPACES OR WS-DB-NAME = WS-DB-NAME-PROD
               DISPLAY 'ERREUR: PGDATABASE_TEST ABSENTE OU IDENTIQUE'
                   ' A LA BASE DE PRODUCTION'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-DB-USER FROM ENVIRONMENT 'PGUSER_TEST'
           IF WS-DB-USER = SPACES
               ACCEPT WS-DB-USER FROM ENVIRONMENT 'PGUSER'
           END-IF
           ACCEPT WS-DB-PASSWORD FROM ENVIRONMENT 'PGPASSWORD_TEST'
           IF WS-DB-PASSWORD = SPACES
               ACCEPT WS-DB-PASSWORD FROM ENVIRONMENT 'PGPASSWORD'
           END-IF
           PERFORM DAL-CONNECT-BASE.
       DAL-CONNECT-BASE.
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
       EXTRAIRE-DONNEES.
           PERFORM DAL-CONNECT
           OPEN OUTPUT COPIE-FILE
           IF WS-COPIE-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ' WS-COPIE-NOM ': '
                   WS-COPIE-STATUS
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               DECLARE C_COPIE CURSOR FOR
               SELECT u.ORDRE, u.NOM_TABLE, LENGTH(u.LIGNE), u.LIGNE
               FROM (
               SELECT 1 AS ORDRE, 'REGION' AS NOM_TABLE,
                 CAST(TO_JSONB(t) AS TEXT) AS LIGNE FROM REGION t
               UNION ALL SELECT 2, 'ANTENNE',
                 CAST(TO_JSONB(t) AS TEXT) FROM ANTENNE t
               UNION ALL SELECT 3, 'COMMUNE',
                 CAST(TO_JSONB(t) AS TEXT) FROM COMMUNE t
               UNION ALL SELECT 4, 'PARAMETRE',
                 CAST(TO_JSONB(t) AS TEXT) FROM PARAMETRE t
               UNION ALL SELECT 5, 'NUMEROTATION',
                 CAST(TO_JSONB(t) AS TEXT) FROM NUMEROTATION t
               UNION ALL SELECT 6, 'GL_SEQUENCE',
                 CAST(TO_JSONB(t) AS TEXT) FROM GL_SEQUENCE t
               UNION ALL SELECT 7, 'GL_PERIODE',
                 CAST(TO_JSONB(t) AS TEXT) FROM GL_PERIODE t
               UNION ALL SELECT 8, 'PERIODE_CLOTURE',
                 CAST(TO_JSONB(t) AS TEXT) FROM PERIODE_CLOTURE t
               UNION ALL SELECT 9, 'TAUX_CHANGE',
                 CAST(TO_JSONB(t) AS TEXT) FROM TAUX_CHANGE t
               UNION ALL SELECT 10, 'PAYMENT_TERMS',
                 CAST(TO_JSONB(t) AS TEXT) FROM PAYMENT_TERMS t
               UNION ALL SELECT 11, 'DEPARTMENT',
                 CAST(TO_JSONB(t) AS TEXT) FROM DEPARTMENT t
               UNION ALL SELECT 12, 'BAREME_KM',
                 CAST(TO_JSONB(t) AS TEXT) FROM BAREME_KM t
               UNION ALL SELECT 13, 'BAREME_SAISIE',
                 CAST(TO_JSONB(t) AS TEXT) FROM BAREME_SAISIE t
               UNION ALL SELECT 14, 'COTISATION_SOCIALE',
                 CAST(TO_JSONB(t) AS TEXT) FROM COTISATION_SOCIALE t
               UNION ALL SELECT 15, 'FACTEUR_EMISSION',
                 CAST(TO_JSONB(t) AS TEXT) FROM FACTEUR_EMISSION t
               UNION ALL SELECT 16, 'FACTEUR_SCOPE',
                 CAST(TO_JSONB(t) AS TEXT) FROM FACTEUR_SCOPE t
               UNION ALL SELECT 17, 'SUBVENTION_TYPE',
                 CAST(TO_JSONB(t) AS TEXT) FROM SUBVENTION_TYPE t
               UNION ALL SELECT 18, 'SOD_REGLE',
                 CAST(TO_JSONB(t) AS TEXT) FROM SOD_REGLE t
               UNION ALL SELECT 19, 'UTILISATEUR',
                 CAST(TO_JSONB(t) || JSONB_BUILD_OBJECT(
                   'user_nom',
                     'MEMBRE ' || CAST(t.USER_ID AS VARCHAR(9)),
                   'user_mail',
                     'membre' || CAST(t.USER_ID AS VARCHAR(9))
                     || '@test.invalid',
                   'user_commune',
                   CASE WHEN COALESCE(TRIM(t.USER_COMMUNE), '') = ''
                     THEN t.USER_COMMUNE
                     ELSE COALESCE((SELECT c2.COMMUNE_NOM
                       FROM COMMUNE c1
                       INNER JOIN COMMUNE c2
                         ON SUBSTR(c2.COMMUNE_CODE, 1, 2)
                          = SUBSTR(c1.COMMUNE_CODE, 1, 2)
                       WHERE UPPER(TRIM(c1.COMMUNE_NOM))
                           = UPPER(TRIM(t.USER_COMMUNE))
                       ORDER BY MD5(UPPER(TRIM(t.USER_COMMUNE))
                           || c2.COMMUNE_CODE) LIMIT 1),
                       'COMMUNE MASQUEE') END,
                   'user_iban',
                   CASE WHEN COALESCE(TRIM(t.USER_IBAN), '') = ''
                     THEN t.USER_IBAN
                     ELSE 'FR' || LPAD(CAST(98 - MOD(CAST(
                     SUBSTR(TRANSLATE(MD5(UPPER(TRIM(t.USER_IBAN))),
                     'abcdef', '123456'), 1, 23) || '152700'
                     AS NUMERIC), 97) AS VARCHAR(2)), 2, '0') ||
                     SUBSTR(TRANSLATE(MD5(UPPER(TRIM(t.USER_IBAN))),
                     'abcdef', '123456'), 1, 23) END,
                   'user_pass', ''
                 ) AS TEXT) FROM UTILISATEUR t
               UNION ALL SELECT 20, 'LOGIN_AUDIT',
                 CAST(TO_JSONB(t) AS TEXT) FROM LOGIN_AUDIT t
               UNION ALL SELECT 21, 'CONSENTEMENT',
                 CAST(TO_JSONB(t) AS TEXT) FROM CONSENTEMENT t
               UNION ALL SELECT 22, 'DEMANDE_ACCES_RGPD',
                 CAST(TO_JSONB(t) AS TEXT) FROM DEMANDE_ACCES_RGPD t
               UNION ALL SELECT 23, 'QUALIFICATION',
                 CAST(TO_JSONB(t) AS TEXT) FROM QUALIFICATION t
               UNION ALL SELECT 24, 'FOYER',
                 CAST(TO_JSONB(t) AS TEXT) FROM FOYER t
               UNION ALL SELECT 25, 'FOYER_MEMBRE',
                 CAST(TO_JSONB(t) AS TEXT) FROM FOYER_MEMBRE t
               UNION ALL SELECT 26, 'MANDAT',
                 CAST(TO_JSONB(t) || JSONB_BUILD_OBJECT(
                   'mandat_iban',
                   CASE WHEN COALESCE(TRIM(t.MANDAT_IBAN), '') = ''
                     THEN t.MANDAT_IBAN
                     ELSE 'FR' || LPAD(CAST(98 - MOD(CAST(
                     SUBSTR(TRANSLATE(MD5(UPPER(TRIM(t.MANDAT_IBAN))),
                     'abcdef', '123456'), 1, 23) || '152700'
                     AS NUMERIC), 97) AS VARCHAR(2)), 2, '0') ||
                     SUBSTR(TRANSLATE(MD5(UPPER(TRIM(t.MANDAT_IBAN))),
                     'abcdef', '123456'), 1, 23) END
                 ) AS TEXT) FROM MANDAT t
               UNION ALL SELECT 27, 'ABONNEMENT',
                 CAST(TO_JSONB(t) AS TEXT) FROM ABONNEMENT t
               UNION ALL SELECT 28, 'COTISATION',
                 CAST(TO_JSONB(t) AS TEXT) FROM COTISATION t
               UNION ALL SELECT 29, 'DONATEUR',
                 CAST(TO_JSONB(t) || JSONB_BUILD_OBJECT(
                   'donateur_nom', 'DONATEUR '
                       || CAST(t.DONATEUR_ID AS VARCHAR(9)),
                   'donateur_mail', 'donateur'
                       || CAST(t.DONATEUR_ID AS VARCHAR(9))
                       || '@test.invalid',
                   'donateur_adresse', 'ADRESSE MASQUEE'
                 ) AS TEXT) FROM DONATEUR t
               UNION ALL SELECT 30, 'DON',
                 CAST(TO_JSONB(t) AS TEXT) FROM DON t
               UNION ALL SELECT 31, 'RECU_FISCAL',
                 CAST(TO_JSONB(t) AS TEXT) FROM RECU_FISCAL t
               UNION ALL SELECT 32, 'PRESTATAIRE',
                 CAST(TO_JSONB(t) AS TEXT) FROM PRESTATAIRE t
               UNION ALL SELECT 33, 'HEBERGEMENT',
                 CAST(TO_JSONB(t) AS TEXT) FROM HEBERGEMENT t
               UNION ALL SELECT 34, 'REPAS',
                 CAST(TO_JSONB(t) AS TEXT) FROM REPAS t
               UNION ALL SELECT 35, 'MATERIEL',
                 CAST(TO_JSONB(t) AS TEXT) FROM MATERIEL t
               UNION ALL SELECT 36, 'ACTIVITE_MODELE',
                 CAST(TO_JSONB(t) AS TEXT) FROM ACTIVITE_MODELE t
               UNION ALL SELECT 37, 'ACTIVITE',
                 CAST(TO_JSONB(t) AS TEXT) FROM ACTIVITE t
               UNION ALL SELECT 38, 'ACTIVITE_JOUR',
                 CAST(TO_JSONB(t) AS TEXT) FROM ACTIVITE_JOUR t
               UNION ALL SELECT 39, 'ACTIVITE_EMPREINTE_SCOPE',
                 CAST(TO_JSONB(t) AS TEXT)
                 FROM ACTIVITE_EMPREINTE_SCOPE t
               UNION ALL SELECT 40, 'ACTIVITE_RETRAITEMENT',
                 CAST(TO_JSONB(t) AS TEXT) FROM ACTIVITE_RETRAITEMENT t
               UNION ALL SELECT 41, 'ANNULATION_ACTIVITE',
                 CAST(TO_JSONB(t) AS TEXT) FROM ANNULATION_ACTIVITE t
               UNION ALL SELECT 42, 'PARTICIPATION',
                 CAST(TO_JSONB(t) AS TEXT) FROM PARTICIPATION t
               UNION ALL SELECT 43, 'BENEVOLAT_HEURES',
                 CAST(TO_JSONB(t) AS TEXT) FROM BENEVOLAT_HEURES t
               UNION ALL SELECT 44, 'INDEMNITE_KM',
                 CAST(TO_JSONB(t) AS TEXT) FROM INDEMNITE_KM t
               UNION ALL SELECT 45, 'SATISFACTION',
                 CAST(TO_JSONB(t) AS TEXT) FROM SATISFACTION t
               UNION ALL SELECT 46, 'RESERVATION_HEBERGEMENT',
                 CAST(TO_JSONB(t) AS TEXT)
                 FROM RESERVATION_HEBERGEMENT t
               UNION ALL SELECT 47, 'REPAS_COMMANDE',
                 CAST(TO_JSONB(t) AS TEXT) FROM REPAS_COMMANDE t
               UNION ALL SELECT 48, 'RESERVATION_MATERIEL',
                 CAST(TO_JSONB(t) AS TEXT) FROM RESERVATION_MATERIEL t
               UNION ALL SELECT 49, 'INCIDENT',
                 CAST(TO_JSONB(t) AS TEXT) FROM INCIDENT t
               UNION ALL SELECT 50, 'COMPENSATION',
                 CAST(TO_JSONB(t) AS TEXT) FROM COMPENSATION t
               UNION ALL SELECT 51, 'CHARGE_CARBONE',
                 CAST(TO_JSONB(t) AS TEXT) FROM CHARGE_CARBONE t
               UNION ALL SELECT 52, 'CLOTURE_CARBONE',
                 CAST(TO_JSONB(t) AS TEXT) FROM CLOTURE_CARBONE t
               UNION ALL SELECT 53, 'AGGREGAT_CARBONE',
                 CAST(TO_JSONB(t) AS TEXT) FROM AGGREGAT_CARBONE t
               UNION ALL SELECT 54, 'EMISSION_ACHAT',
                 CAST(TO_JSONB(t) AS TEXT) FROM EMISSION_ACHAT t
               UNION ALL SELECT 55, 'SUBVENTION',
                 CAST(TO_JSONB(t) AS TEXT) FROM SUBVENTION t
               UNION ALL SELECT 56, 'SUBVENTION_ANTENNE',
                 CAST(TO_JSONB(t) AS TEXT) FROM SUBVENTION_ANTENNE t
               UNION ALL SELECT 57, 'CUSTOMER',
                 CAST(TO_JSONB(t) || JSONB_BUILD_OBJECT(
                   'cust_name',
                     'CLIENT ' || CAST(t.CUST_ID AS VARCHAR(9)),
                   'cust_email',
                     'client' || CAST(t.CUST_ID AS VARCHAR(9))
                     || '@test.invalid',
                   'cust_phone', '0100000000',
                   'cust_addr1',
                   CASE WHEN COALESCE(TRIM(t.CUST_ADDR1), '') = ''
                     THEN t.CUST_ADDR1
                     ELSE CAST(t.CUST_ID AS VARCHAR(9))
                       || ' RUE MASQUEE' END
                 ) AS TEXT) FROM CUSTOMER t
               UNION ALL SELECT 58, 'SUPPLIER',
                 CAST(TO_JSONB(t) || JSONB_BUILD_OBJECT(
                   'sup_iban',
                   CASE WHEN COALESCE(TRIM(t.SUP_IBAN), '') = ''
                     THEN t.SUP_IBAN
                     ELSE 'FR' || LPAD(CAST(98 - MOD(CAST(
                     SUBSTR(TRANSLATE(MD5(UPPER(TRIM(t.SUP_IBAN))),
                     'abcdef', '123456'), 1, 23) || '152700'
                     AS NUMERIC), 97) AS VARCHAR(2)), 2, '0') ||
                     SUBSTR(TRANSLATE(MD5(UPPER(TRIM(t.SUP_IBAN))),
                     'abcdef', '123456'), 1, 23) END
                 ) AS TEXT) FROM SUPPLIER t
               UNION ALL SELECT 59, 'DOC_CONFORMITE',
                 CAST(TO_JSONB(t) AS TEXT) FROM DOC_CONFORMITE t
               UNION ALL SELECT 60, 'PRODUCT',
                 CAST(TO_JSONB(t) AS TEXT) FROM PRODUCT t
               UNION ALL SELECT 61, 'PRODUCT_COST',
                 CAST(TO_JSONB(t) AS TEXT) FROM PRODUCT_COST t
               UNION ALL SELECT 62, 'PRODUCT_PRICE_HISTORY',
                 CAST(TO_JSONB(t) AS TEXT) FROM PRODUCT_PRICE_HISTORY t
               UNION ALL SELECT 63, 'PRIX_FOURNISSEUR',
                 CAST(TO_JSONB(t) AS TEXT) FROM PRIX_FOURNISSEUR t
               UNION ALL SELECT 64, 'NOMENCLATURE',
                 CAST(TO_JSONB(t) AS TEXT) FROM NOMENCLATURE t
               UNION ALL SELECT 65, 'LOT',
                 CAST(TO_JSONB(t) AS TEXT) FROM LOT t
               UNION ALL SELECT 66, 'STOCK',
                 CAST(TO_JSONB(t) AS TEXT) FROM STOCK t
               UNION ALL SELECT 67, 'STOCK_MOVEMENT',
                 CAST(TO_JSONB(t) AS TEXT) FROM STOCK_MOVEMENT t
               UNION ALL SELECT 68, 'DEVIS',
                 CAST(TO_JSONB(t) AS TEXT) FROM DEVIS t
               UNION ALL SELECT 69, 'DEVIS_LIGNE',
                 CAST(TO_JSONB(t) AS TEXT) FROM DEVIS_LIGNE t
               UNION ALL SELECT 70, 'SALES_ORDER',
                 CAST(TO_JSONB(t) AS TEXT) FROM SALES_ORDER t
               UNION ALL SELECT 71, 'SALES_ORDER_LINE',
                 CAST(TO_JSONB(t) AS TEXT) FROM SALES_ORDER_LINE t
               UNION ALL SELECT 72, 'STOCK_RESERVATION',
                 CAST(TO_JSONB(t) AS TEXT) FROM STOCK_RESERVATION t
               UNION ALL SELECT 73, 'BON_LIVRAISON',
                 CAST(TO_JSONB(t) AS TEXT) FROM BON_LIVRAISON t
               UNION ALL SELECT 74, 'BON_LIVRAISON_LIGNE',
                 CAST(TO_JSONB(t) AS TEXT) FROM BON_LIVRAISON_LIGNE t
               UNION ALL SELECT 75, 'INVOICE',
                 CAST(TO_JSONB(t) AS TEXT) FROM INVOICE t
               UNION ALL SELECT 76, 'INVOICE_LINE',
                 CAST(TO_JSONB(t) AS TEXT) FROM INVOICE_LINE t
               UNION ALL SELECT 77, 'RETOUR_CLIENT',
                 CAST(TO_JSONB(t) AS TEXT) FROM RETOUR_CLIENT t
               UNION ALL SELECT 78, 'FACTURE_EI_ANOMALIE',
                 CAST(TO_JSONB(t) AS TEXT) FROM FACTURE_EI_ANOMALIE t
               UNION ALL SELECT 79, 'PAYMENT',
                 CAST(TO_JSONB(t) AS TEXT) FROM PAYMENT t
               UNION ALL SELECT 80, 'PAYMENT_ALLOCATION',
                 CAST(TO_JSONB(t) AS TEXT) FROM PAYMENT_ALLOCATION t
               UNION ALL SELECT 81, 'REMISE',
                 CAST(TO_JSONB(t) AS TEXT) FROM REMISE t
               UNION ALL SELECT 82, 'RELANCE',
                 CAST(TO_JSONB(t) AS TEXT) FROM RELANCE t
               UNION ALL SELECT 83, 'CREDIT_PROPOSITION',
                 CAST(TO_JSONB(t) AS TEXT) FROM CREDIT_PROPOSITION t
               UNION ALL SELECT 84, 'RELEVE_BANCAIRE_LIGNE',
                 CAST(TO_JSONB(t) AS TEXT) FROM RELEVE_BANCAIRE_LIGNE t
               UNION ALL SELECT 85, 'TRESO_PREVISION',
                 CAST(TO_JSONB(t) AS TEXT) FROM TRESO_PREVISION t
               UNION ALL SELECT 86, 'PURCHASE_ORDER',
                 CAST(TO_JSONB(t) AS TEXT) FROM PURCHASE_ORDER t
               UNION ALL SELECT 87, 'GOODS_RECEIPT',
                 CAST(TO_JSONB(t) AS TEXT) FROM GOODS_RECEIPT t
               UNION ALL SELECT 88, 'FACTURE_FOURNISSEUR',
                 CAST(TO_JSONB(t) AS TEXT) FROM FACTURE_FOURNISSEUR t
               UNION ALL SELECT 89, 'PAIE_RAPPEL',
                 CAST(TO_JSONB(t) AS TEXT) FROM PAIE_RAPPEL t
               UNION ALL SELECT 90, 'FICHIER_BANQUE',
                 CAST(TO_JSONB(t) AS TEXT) FROM FICHIER_BANQUE t
               UNION ALL SELECT 91, 'VIREMENT_EMIS',
                 CAST(TO_JSONB(t) AS TEXT) FROM VIREMENT_EMIS t
               UNION ALL SELECT 92, 'GL_EXERCICE',
                 CAST(TO_JSONB(t) AS TEXT) FROM GL_EXERCICE t
               UNION ALL SELECT 93, 'IMMOBILISATION',
                 CAST(TO_JSONB(t) AS TEXT) FROM IMMOBILISATION t
               UNION ALL SELECT 94, 'IMMO_DOTATION',
                 CAST(TO_JSONB(t) AS TEXT) FROM IMMO_DOTATION t
               UNION ALL SELECT 95, 'REAPPRO_PROPOSITION',
                 CAST(TO_JSONB(t) AS TEXT) FROM REAPPRO_PROPOSITION t
               UNION ALL SELECT 96, 'PROVISION_STOCK_TAUX',
                 CAST(TO_JSONB(t) AS TEXT) FROM PROVISION_STOCK_TAUX t
               UNION ALL SELECT 97, 'STOCK_PROVISION',
                 CAST(TO_JSONB(t) AS TEXT) FROM STOCK_PROVISION t
               UNION ALL SELECT 98, 'STOCK_PROVISION_PERIODE',
                 CAST(TO_JSONB(t) AS TEXT)
                 FROM STOCK_PROVISION_PERIODE t
               UNION ALL SELECT 99, 'FRAIS_APPROCHE',
                 CAST(TO_JSONB(t) AS TEXT) FROM FRAIS_APPROCHE t
               UNION ALL SELECT 100, 'FRAIS_APPROCHE_LIGNE',
                 CAST(TO_JSONB(t) AS TEXT) FROM FRAIS_APPROCHE_LIGNE t
               UNION ALL SELECT 101, 'GL_EXPORT_FACTURE',
                 CAST(TO_JSONB(t) AS TEXT) FROM GL_EXPORT_FACTURE t
               UNION ALL SELECT 102, 'GL_EXPORT_PAIEMENT',
                 CAST(TO_JSONB(t) AS TEXT) FROM GL_EXPORT_PAIEMENT t
               UNION ALL SELECT 103, 'GL_ECRITURE',
                 CAST(TO_JSONB(t) AS TEXT) FROM GL_ECRITURE t
               UNION ALL SELECT 104, 'GL_EXPORT_ACHAT',
                 CAST(TO_JSONB(t) AS TEXT) FROM GL_EXPORT_ACHAT t
               UNION ALL SELECT 105, 'GL_EXPORT_DECAISSEMENT',
                 CAST(TO_JSONB(t) AS TEXT) FROM GL_EXPORT_DECAISSEMENT t
               UNION ALL SELECT 106, 'GL_ANALYTIQUE',
                 CAST(TO_JSONB(t) AS TEXT) FROM GL_ANALYTIQUE t
               UNION ALL SELECT 107, 'CENTRE_ANALYTIQUE',
                 CAST(TO_JSONB(t) AS TEXT) FROM CENTRE_ANALYTIQUE t
               UNION ALL SELECT 108, 'CLE_REPARTITION',
                 CAST(TO_JSONB(t) AS TEXT) FROM CLE_REPARTITION t
               UNION ALL SELECT 109, 'RETOUR_FOURNISSEUR',
                 CAST(TO_JSONB(t) AS TEXT) FROM RETOUR_FOURNISSEUR t
               UNION ALL SELECT 110, 'AVOIR_FOURNISSEUR',
                 CAST(TO_JSONB(t) AS TEXT) FROM AVOIR_FOURNISSEUR t
               UNION ALL SELECT 111, 'GL_EXPORT_AVOIR_FRN',
                 CAST(TO_JSONB(t) AS TEXT) FROM GL_EXPORT_AVOIR_FRN t
               UNION ALL SELECT 112, 'FACTURE_FRN_IMPORT',
                 CAST(TO_JSONB(t) AS TEXT) FROM FACTURE_FRN_IMPORT t
               UNION ALL SELECT 113, 'SUPPLIER_IBAN_CHANGE',
                 CAST(TO_JSONB(t) || JSONB_BUILD_OBJECT(
                   'sic_iban_avant',
                   CASE WHEN COALESCE(TRIM(t.SIC_IBAN_AVANT), '') = ''
                     THEN t.SIC_IBAN_AVANT
                     ELSE 'FR' || LPAD(CAST(98 - MOD(CAST(
                     SUBSTR(TRANSLATE(MD5(UPPER(TRIM(
                       t.SIC_IBAN_AVANT))),
                     'abcdef', '123456'), 1, 23) || '152700'
                     AS NUMERIC), 97) AS VARCHAR(2)), 2, '0') ||
                     SUBSTR(TRANSLATE(MD5(UPPER(TRIM(
                       t.SIC_IBAN_AVANT))),
                     'abcdef', '123456'), 1, 23) END,
                   'sic_iban_nouveau',
                   CASE WHEN COALESCE(TRIM(t.SIC_IBAN_NOUVEAU), '') = ''
                     THEN t.SIC_IBAN_NOUVEAU
                     ELSE 'FR' || LPAD(CAST(98 - MOD(CAST(
                     SUBSTR(TRANSLATE(MD5(UPPER(TRIM(
                       t.SIC_IBAN_NOUVEAU))),
                     'abcdef', '123456'), 1, 23) || '152700'
                     AS NUMERIC), 97) AS VARCHAR(2)), 2, '0') ||
                     SUBSTR(TRANSLATE(MD5(UPPER(TRIM(
                       t.SIC_IBAN_NOUVEAU))),
                     'abcdef', '123456'), 1, 23) END
                 ) AS TEXT) FROM SUPPLIER_IBAN_CHANGE t
               UNION ALL SELECT 114, 'FACTURE_DOUBLON',
                 CAST(TO_JSONB(t) AS TEXT) FROM FACTURE_DOUBLON t
               UNION ALL SELECT 115, 'EMPLOYEE',
                 CAST(TO_JSONB(t) || JSONB_BUILD_OBJECT(
                   'emp_name',
                     'EMPLOYE ' || CAST(t.EMP_ID AS VARCHAR(9)),
                   'emp_iban',
                   CASE WHEN COALESCE(TRIM(t.EMP_IBAN), '') = ''
                     THEN t.EMP_IBAN
                     ELSE 'FR' || LPAD(CAST(98 - MOD(CAST(
                     SUBSTR(TRANSLATE(MD5(UPPER(TRIM(t.EMP_IBAN))),
                     'abcdef', '123456'), 1, 23) || '152700'
                     AS NUMERIC), 97) AS VARCHAR(2)), 2, '0') ||
                     SUBSTR(TRANSLATE(MD5(UPPER(TRIM(t.EMP_IBAN))),
                     'abcdef', '123456'), 1, 23) END
                 ) AS TEXT) FROM EMPLOYEE t
               UNION ALL SELECT 116, 'EMPLOYEE_DEDUCTION',
                 CAST(TO_JSONB(t) AS TEXT) FROM EMPLOYEE_DEDUCTION t
               UNION ALL SELECT 117, 'ABSENCE',
                 CAST(TO_JSONB(t) AS TEXT) FROM ABSENCE t
               UNION ALL SELECT 118, 'CONGE_SOLDE',
                 CAST(TO_JSONB(t) AS TEXT) FROM CONGE_SOLDE t
               UNION ALL SELECT 119, 'SAISIE_ARRET',
                 CAST(TO_JSONB(t) AS TEXT) FROM SAISIE_ARRET t
               UNION ALL SELECT 120, 'SAISIE_RETENUE',
                 CAST(TO_JSONB(t) AS TEXT) FROM SAISIE_RETENUE t
               UNION ALL SELECT 121, 'PAIE_HISTO',
                 CAST(TO_JSONB(t) AS TEXT) FROM PAIE_HISTO t
               UNION ALL SELECT 122, 'PAIE_HISTO_DED',
                 CAST(TO_JSONB(t) AS TEXT) FROM PAIE_HISTO_DED t
               UNION ALL SELECT 123, 'TRANSFERT_JOURNAL',
                 CAST(TO_JSONB(t) AS TEXT) FROM TRANSFERT_JOURNAL t
               UNION ALL SELECT 124, 'PROJECT',
                 CAST(TO_JSONB(t) AS TEXT) FROM PROJECT t
               UNION ALL SELECT 125, 'JALON',
                 CAST(TO_JSONB(t) AS TEXT) FROM JALON t
               UNION ALL SELECT 126, 'SOLDE_TOUT_COMPTE',
                 CAST(TO_JSONB(t) AS TEXT) FROM SOLDE_TOUT_COMPTE t
               UNION ALL SELECT 127, 'EMPLOYEE_CONTRAT',
                 CAST(TO_JSONB(t) AS TEXT) FROM EMPLOYEE_CONTRAT t
               UNION ALL SELECT 128, 'NOTE_FRAIS',
                 CAST(TO_JSONB(t) AS TEXT) FROM NOTE_FRAIS t
               UNION ALL SELECT 129, 'NOTE_FRAIS_LIGNE',
                 CAST(TO_JSONB(t) AS TEXT) FROM NOTE_FRAIS_LIGNE t
               UNION ALL SELECT 130, 'AVANCE_SALAIRE',
                 CAST(TO_JSONB(t) AS TEXT) FROM AVANCE_SALAIRE t
               UNION ALL SELECT 131, 'AFFECTATION_PROJET',
                 CAST(TO_JSONB(t) AS TEXT) FROM AFFECTATION_PROJET t
               UNION ALL SELECT 132, 'CHANGE_JOURNAL',
                 CAST(TO_JSONB(t) || JSONB_BUILD_OBJECT(
                   'jrn_avant', CASE
                     WHEN t.JRN_CHAMP LIKE '%IBAN%' THEN
                       CASE WHEN COALESCE(TRIM(t.JRN_AVANT), '') = ''
                         THEN t.JRN_AVANT
                         ELSE 'FR' || LPAD(CAST(98 - MOD(CAST(
                         SUBSTR(TRANSLATE(MD5(UPPER(TRIM(t.JRN_AVANT))),
                         'abcdef', '123456'), 1, 23) || '152700'
                         AS NUMERIC), 97) AS VARCHAR(2)), 2, '0') ||
                         SUBSTR(TRANSLATE(MD5(UPPER(TRIM(t.JRN_AVANT))),
                         'abcdef', '123456'), 1, 23) END
                     WHEN t.JRN_CHAMP LIKE '%NOM%'
                         OR t.JRN_CHAMP LIKE '%NAME%'
                         OR t.JRN_CHAMP LIKE '%MAIL%'
                         OR t.JRN_CHAMP LIKE '%COMMUNE%'
                         OR t.JRN_CHAMP LIKE '%ADRESSE%'
                         OR t.JRN_CHAMP LIKE '%ADDR%'
                         THEN 'VALEUR MASQUEE'
                     WHEN t.JRN_CHAMP LIKE '%PHONE%'
                         THEN '0100000000'
                     ELSE t.JRN_AVANT END,
                   'jrn_apres', CASE
                     WHEN t.JRN_CHAMP LIKE '%IBAN%' THEN
                       CASE WHEN COALESCE(TRIM(t.JRN_APRES), '') = ''
                         THEN t.JRN_APRES
                         ELSE 'FR' || LPAD(CAST(98 - MOD(CAST(
                         SUBSTR(TRANSLATE(MD5(UPPER(TRIM(t.JRN_APRES))),
                         'abcdef', '123456'), 1, 23) || '152700'
                         AS NUMERIC), 97) AS VARCHAR(2)), 2, '0') ||
                         SUBSTR(TRANSLATE(MD5(UPPER(TRIM(t.JRN_APRES))),
                         'abcdef', '123456'), 1, 23) END
                     WHEN t.JRN_CHAMP LIKE '%NOM%'
                         OR t.JRN_CHAMP LIKE '%NAME%'
                         OR t.JRN_CHAMP LIKE '%MAIL%'
                         OR t.JRN_CHAMP LIKE '%COMMUNE%'
                         OR t.JRN_CHAMP LIKE '%ADRESSE%'
                         OR t.JRN_CHAMP LIKE '%ADDR%'
                         THEN 'VALEUR MASQUEE'
                     WHEN t.JRN_CHAMP LIKE '%PHONE%'
                         THEN '0100000000'
                     ELSE t.JRN_APRES END
                 ) AS TEXT) FROM CHANGE_JOURNAL t
               ) u
               ORDER BY u.ORDRE
           END-EXEC
           EXEC SQL OPEN C_COPIE END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN EXTRACTION: SQLCODE=' SQLCODE
               CLOSE COPIE-FILE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_COPIE INTO :WS-CP-ORDRE, :WS-CP-TABLE,
                       :WS-CP-LONGUEUR, :WS-CP-LIGNE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM CHANGER-TABLE
                       IF WS-CP-LONGUEUR > LENGTH OF WS-CP-LIGNE
                           DISPLAY 'ERREUR LIGNE TROP LONGUE: '
                               WS-CP-TABLE ' ' WS-CP-LONGUEUR
                           CLOSE COPIE-FILE
                           PERFORM ABANDONNER
                       END-IF
                       MOVE WS-CP-TABLE TO CP-TABLE
                       MOVE WS-CP-LIGNE TO CP-LIGNE
                       WRITE COPIE-RECORD
                       ADD 1 TO WS-COUNT-TABLE
                       ADD 1 TO WS-COUNT-LIGNES
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       CLOSE COPIE-FILE
                       PERFORM ABANDONNER
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_COPIE END-EXEC
           MOVE SPACES TO WS-CP-TABLE
           PERFORM CHANGER-TABLE
           MOVE '*FIN*' TO CP-TABLE
           MOVE SPACES TO CP-LIGNE
           MOVE WS-COUNT-LIGNES TO CP-LIGNE(1:9)
           WRITE COPIE-RECORD
           CLOSE COPIE-FILE.
       RECHARGER-DONNEES.
           OPEN INPUT COPIE-FILE
           IF WS-COPIE-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ' WS-COPIE-NOM ': '
                   WS-COPIE-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM DAL-CONNECT-TEST
           DISPLAY 'BASE DE TEST      : ' WS-DB-NAME
           EXEC SQL
               TRUNCATE TABLE REGION, ANTENNE, COMMUNE, PARAMETRE,
                   NUMEROTATION, GL_SEQUENCE, GL_PERIODE,
                   PERIODE_CLOTURE, TAUX_CHANGE, PAYMENT_TERMS,
                   DEPARTMENT, BAREME_KM, BAREME_SAISIE,
                   COTISATION_SOCIALE, FACTEUR_EMISSION, FACTEUR_SCOPE,
                   SUBVENTION_TYPE, SOD_REGLE, UTILISATEUR, LOGIN_AUDIT,
                   CONSENTEMENT, DEMANDE_ACCES_RGPD, QUALIFICATION,
                   FOYER, FOYER_MEMBRE, MANDAT, ABONNEMENT, COTISATION,
                   DONATEUR, DON, RECU_FISCAL, PRESTATAIRE, HEBERGEMENT,
                   REPAS, MATERIEL, ACTIVITE_MODELE, ACTIVITE,
                   ACTIVITE_JOUR, ACTIVITE_EMPREINTE_SCOPE,
                   ACTIVITE_RETRAITEMENT, ANNULATION_ACTIVITE,
                   PARTICIPATION, BENEVOLAT_HEURES, INDEMNITE_KM,
                   SATISFACTION, RESERVATION_HEBERGEMENT,
                   REPAS_COMMANDE, RESERVATION_MATERIEL, INCIDENT,
                   COMPENSATION, CHARGE_CARBONE, CLOTURE_CARBONE,
                   AGGREGAT_CARBONE, EMISSION_ACHAT, SUBVENTION,
                   SUBVENTION_ANTENNE, CUSTOMER, SUPPLIER,
                   DOC_CONFORMITE, PRODUCT, PRODUCT_COST,
                   PRODUCT_PRICE_HISTORY, PRIX_FOURNISSEUR,
                   NOMENCLATURE, LOT, STOCK, STOCK_MOVEMENT, DEVIS,
                   DEVIS_LIGNE, SALES_ORDER, SALES_ORDER_LINE,
                   STOCK_RESERVATION, BON_LIVRAISON,
                   BON_LIVRAISON_LIGNE, INVOICE, INVOICE_LINE,
                   RETOUR_CLIENT, FACTURE_EI_ANOMALIE, PAYMENT,
                   PAYMENT_ALLOCATION, REMISE, RELANCE,
                   CREDIT_PROPOSITION, RELEVE_BANCAIRE_LIGNE,
                   TRESO_PREVISION, PURCHASE_ORDER, GOODS_RECEIPT,
                   FACTURE_FOURNISSEUR, PAIE_RAPPEL, FICHIER_BANQUE,
                   VIREMENT_EMIS, GL_EXERCICE, IMMOBILISATION,
                   IMMO_DOTATION, REAPPRO_PROPOSITION,
                   PROVISION_STOCK_TAUX, STOCK_PROVISION,
                   STOCK_PROVISION_PERIODE, FRAIS_APPROCHE,
                   FRAIS_APPROCHE_LIGNE, GL_EXPORT_FACTURE,
                   GL_EXPORT_PAIEMENT, GL_ECRITURE, GL_EXPORT_ACHAT,
                   GL_EXPORT_DECAISSEMENT, GL_ANALYTIQUE,
                   CENTRE_ANALYTIQUE, CLE_REPARTITION,
                   RETOUR_FOURNISSEUR, AVOIR_FOURNISSEUR,
                   GL_EXPORT_AVOIR_FRN, FACTURE_FRN_IMPORT,
                   SUPPLIER_IBAN_CHANGE, FACTURE_DOUBLON, EMPLOYEE,
                   EMPLOYEE_DEDUCTION, ABSENCE, CONGE_SOLDE,
                   SAISIE_ARRET, SAISIE_RETENUE, PAIE_HISTO,
                   PAIE_HISTO_DED, TRANSFERT_JOURNAL, PROJECT, JALON,
                   SOLDE_TOUT_COMPTE,
                   EMPLOYEE_CONTRAT,
                   NOTE_FRAIS,
                   NOTE_FRAIS_LIGNE,
                   AVANCE_SALAIRE,
                   AFFECTATION_PROJET,
                   CHANGE_JOURNAL
                  CASCADE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR VIDAGE BASE DE TEST: SQLCODE=' SQLCODE
               CLOSE COPIE-FILE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ COPIE-FILE
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF CP-TABLE = '*FIN*'
                           MOVE 'Y' TO WS-FIN-TROUVEE
                           MOVE CP-LIGNE(1:9) TO WS-COUNT-ATTENDU
                       ELSE
                           MOVE CP-TABLE TO WS-CP-TABLE
                           PERFORM CHANGER-TABLE
                           MOVE CP-LIGNE TO WS-CP-LIGNE
                           PERFORM INSERER-LIGNE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COPIE-FILE
           MOVE SPACES TO WS-CP-TABLE
           PERFORM CHANGER-TABLE
           IF WS-FIN-TROUVEE NOT = 'Y'
               OR WS-COUNT-ATTENDU NOT = WS-COUNT-LIGNES
               DISPLAY 'ERREUR: FICHIER INCOMPLET, ATTENDU '
                   WS-COUNT-ATTENDU ' LU ' WS-COUNT-LIGNES
               PERFORM ABANDONNER
           END-IF.
       INSERER-LIGNE.
           EVALUATE WS-CP-TABLE
               WHEN 'REGION'
                   EXEC SQL
                       INSERT INTO REGION
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS REGION),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'ANTENNE'
                   EXEC SQL
                       INSERT INTO ANTENNE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS ANTENNE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'COMMUNE'
                   EXEC SQL
                       INSERT INTO COMMUNE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS COMMUNE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'PARAMETRE'
                   EXEC SQL
                       INSERT INTO PARAMETRE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS PARAMETRE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'NUMEROTATION'
                   EXEC SQL
                       INSERT INTO NUMEROTATION
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS NUMEROTATION),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'GL_SEQUENCE'
                   EXEC SQL
                       INSERT INTO GL_SEQUENCE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS GL_SEQUENCE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'GL_PERIODE'
                   EXEC SQL
                       INSERT INTO GL_PERIODE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS GL_PERIODE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'PERIODE_CLOTURE'
                   EXEC SQL
                       INSERT INTO PERIODE_CLOTURE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS PERIODE_CLOTURE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'TAUX_CHANGE'
                   EXEC SQL
                       INSERT INTO TAUX_CHANGE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS TAUX_CHANGE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'PAYMENT_TERMS'
                   EXEC SQL
                       INSERT INTO PAYMENT_TERMS
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS PAYMENT_TERMS),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'DEPARTMENT'
                   EXEC SQL
                       INSERT INTO DEPARTMENT
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS DEPARTMENT),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'BAREME_KM'
                   EXEC SQL
                       INSERT INTO BAREME_KM
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS BAREME_KM),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'BAREME_SAISIE'
                   EXEC SQL
                       INSERT INTO BAREME_SAISIE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS BAREME_SAISIE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'COTISATION_SOCIALE'
                   EXEC SQL
                       INSERT INTO COTISATION_SOCIALE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS COTISATION_SOCIALE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'FACTEUR_EMISSION'
                   EXEC SQL
                       INSERT INTO FACTEUR_EMISSION
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS FACTEUR_EMISSION),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'FACTEUR_SCOPE'
                   EXEC SQL
                       INSERT INTO FACTEUR_SCOPE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS FACTEUR_SCOPE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'SUBVENTION_TYPE'
                   EXEC SQL
                       INSERT INTO SUBVENTION_TYPE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS SUBVENTION_TYPE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'SOD_REGLE'
                   EXEC SQL
                       INSERT INTO SOD_REGLE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS SOD_REGLE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'UTILISATEUR'
                   EXEC SQL
                       INSERT INTO UTILISATEUR
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS UTILISATEUR),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'LOGIN_AUDIT'
                   EXEC SQL
                       INSERT INTO LOGIN_AUDIT
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS LOGIN_AUDIT),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'CONSENTEMENT'
                   EXEC SQL
                       INSERT INTO CONSENTEMENT
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS CONSENTEMENT),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'DEMANDE_ACCES_RGPD'
                   EXEC SQL
                       INSERT INTO DEMANDE_ACCES_RGPD
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS DEMANDE_ACCES_RGPD),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'QUALIFICATION'
                   EXEC SQL
                       INSERT INTO QUALIFICATION
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS QUALIFICATION),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'FOYER'
                   EXEC SQL
                       INSERT INTO FOYER
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS FOYER),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'FOYER_MEMBRE'
                   EXEC SQL
                       INSERT INTO FOYER_MEMBRE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS FOYER_MEMBRE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'MANDAT'
                   EXEC SQL
                       INSERT INTO MANDAT
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS MANDAT),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'ABONNEMENT'
                   EXEC SQL
                       INSERT INTO ABONNEMENT
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS ABONNEMENT),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'COTISATION'
                   EXEC SQL
                       INSERT INTO COTISATION
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS COTISATION),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'DONATEUR'
                   EXEC SQL
                       INSERT INTO DONATEUR
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS DONATEUR),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'DON'
                   EXEC SQL
                       INSERT INTO DON
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS DON),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'RECU_FISCAL'
                   EXEC SQL
                       INSERT INTO RECU_FISCAL
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS RECU_FISCAL),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'PRESTATAIRE'
                   EXEC SQL
                       INSERT INTO PRESTATAIRE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS PRESTATAIRE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'HEBERGEMENT'
                   EXEC SQL
                       INSERT INTO HEBERGEMENT
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS HEBERGEMENT),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'REPAS'
                   EXEC SQL
                       INSERT INTO REPAS
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS REPAS),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'MATERIEL'
                   EXEC SQL
                       INSERT INTO MATERIEL
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS MATERIEL),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'ACTIVITE_MODELE'
                   EXEC SQL
                       INSERT INTO ACTIVITE_MODELE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS ACTIVITE_MODELE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'ACTIVITE'
                   EXEC SQL
                       INSERT INTO ACTIVITE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS ACTIVITE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'ACTIVITE_JOUR'
                   EXEC SQL
                       INSERT INTO ACTIVITE_JOUR
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS ACTIVITE_JOUR),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'ACTIVITE_EMPREINTE_SCOPE'
                   EXEC SQL
                       INSERT INTO ACTIVITE_EMPREINTE_SCOPE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS ACTIVITE_EMPREINTE_SCOPE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'ACTIVITE_RETRAITEMENT'
                   EXEC SQL
                       INSERT INTO ACTIVITE_RETRAITEMENT
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS ACTIVITE_RETRAITEMENT),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'ANNULATION_ACTIVITE'
                   EXEC SQL
                       INSERT INTO ANNULATION_ACTIVITE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS ANNULATION_ACTIVITE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'PARTICIPATION'
                   EXEC SQL
                       INSERT INTO PARTICIPATION
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS PARTICIPATION),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'BENEVOLAT_HEURES'
                   EXEC SQL
                       INSERT INTO BENEVOLAT_HEURES
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS BENEVOLAT_HEURES),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'INDEMNITE_KM'
                   EXEC SQL
                       INSERT INTO INDEMNITE_KM
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS INDEMNITE_KM),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'SATISFACTION'
                   EXEC SQL
                       INSERT INTO SATISFACTION
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS SATISFACTION),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'RESERVATION_HEBERGEMENT'
                   EXEC SQL
                       INSERT INTO RESERVATION_HEBERGEMENT
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS RESERVATION_HEBERGEMENT),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'REPAS_COMMANDE'
                   EXEC SQL
                       INSERT INTO REPAS_COMMANDE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS REPAS_COMMANDE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'RESERVATION_MATERIEL'
                   EXEC SQL
                       INSERT INTO RESERVATION_MATERIEL
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS RESERVATION_MATERIEL),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'INCIDENT'
                   EXEC SQL
                       INSERT INTO INCIDENT
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS INCIDENT),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'COMPENSATION'
                   EXEC SQL
                       INSERT INTO COMPENSATION
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS COMPENSATION),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'CHARGE_CARBONE'
                   EXEC SQL
                       INSERT INTO CHARGE_CARBONE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS CHARGE_CARBONE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'CLOTURE_CARBONE'
                   EXEC SQL
                       INSERT INTO CLOTURE_CARBONE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS CLOTURE_CARBONE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'AGGREGAT_CARBONE'
                   EXEC SQL
                       INSERT INTO AGGREGAT_CARBONE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS AGGREGAT_CARBONE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'EMISSION_ACHAT'
                   EXEC SQL
                       INSERT INTO EMISSION_ACHAT
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS EMISSION_ACHAT),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'SUBVENTION'
                   EXEC SQL
                       INSERT INTO SUBVENTION
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS SUBVENTION),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'SUBVENTION_ANTENNE'
                   EXEC SQL
                       INSERT INTO SUBVENTION_ANTENNE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS SUBVENTION_ANTENNE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'CUSTOMER'
                   EXEC SQL
                       INSERT INTO CUSTOMER
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS CUSTOMER),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'SUPPLIER'
                   EXEC SQL
                       INSERT INTO SUPPLIER
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS SUPPLIER),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'DOC_CONFORMITE'
                   EXEC SQL
                       INSERT INTO DOC_CONFORMITE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS DOC_CONFORMITE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'PRODUCT'
                   EXEC SQL
                       INSERT INTO PRODUCT
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS PRODUCT),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'PRODUCT_COST'
                   EXEC SQL
                       INSERT INTO PRODUCT_COST
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS PRODUCT_COST),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'PRODUCT_PRICE_HISTORY'
                   EXEC SQL
                       INSERT INTO PRODUCT_PRICE_HISTORY
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS PRODUCT_PRICE_HISTORY),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'PRIX_FOURNISSEUR'
                   EXEC SQL
                       INSERT INTO PRIX_FOURNISSEUR
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS PRIX_FOURNISSEUR),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'NOMENCLATURE'
                   EXEC SQL
                       INSERT INTO NOMENCLATURE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS NOMENCLATURE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'LOT'
                   EXEC SQL
                       INSERT INTO LOT
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS LOT),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'STOCK'
                   EXEC SQL
                       INSERT INTO STOCK
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS STOCK),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'STOCK_MOVEMENT'
                   EXEC SQL
                       INSERT INTO STOCK_MOVEMENT
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS STOCK_MOVEMENT),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'DEVIS'
                   EXEC SQL
                       INSERT INTO DEVIS
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS DEVIS),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'DEVIS_LIGNE'
                   EXEC SQL
                       INSERT INTO DEVIS_LIGNE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS DEVIS_LIGNE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'SALES_ORDER'
                   EXEC SQL
                       INSERT INTO SALES_ORDER
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS SALES_ORDER),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'SALES_ORDER_LINE'
                   EXEC SQL
                       INSERT INTO SALES_ORDER_LINE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS SALES_ORDER_LINE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'STOCK_RESERVATION'
                   EXEC SQL
                       INSERT INTO STOCK_RESERVATION
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS STOCK_RESERVATION),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'BON_LIVRAISON'
                   EXEC SQL
                       INSERT INTO BON_LIVRAISON
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS BON_LIVRAISON),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'BON_LIVRAISON_LIGNE'
                   EXEC SQL
                       INSERT INTO BON_LIVRAISON_LIGNE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS BON_LIVRAISON_LIGNE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'INVOICE'
                   EXEC SQL
                       INSERT INTO INVOICE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS INVOICE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'INVOICE_LINE'
                   EXEC SQL
                       INSERT INTO INVOICE_LINE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS INVOICE_LINE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'RETOUR_CLIENT'
                   EXEC SQL
                       INSERT INTO RETOUR_CLIENT
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS RETOUR_CLIENT),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'FACTURE_EI_ANOMALIE'
                   EXEC SQL
                       INSERT INTO FACTURE_EI_ANOMALIE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS FACTURE_EI_ANOMALIE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'PAYMENT'
                   EXEC SQL
                       INSERT INTO PAYMENT
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS PAYMENT),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'PAYMENT_ALLOCATION'
                   EXEC SQL
                       INSERT INTO PAYMENT_ALLOCATION
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS PAYMENT_ALLOCATION),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'REMISE'
                   EXEC SQL
                       INSERT INTO REMISE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS REMISE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'RELANCE'
                   EXEC SQL
                       INSERT INTO RELANCE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS RELANCE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'CREDIT_PROPOSITION'
                   EXEC SQL
                       INSERT INTO CREDIT_PROPOSITION
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS CREDIT_PROPOSITION),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'RELEVE_BANCAIRE_LIGNE'
                   EXEC SQL
                       INSERT INTO RELEVE_BANCAIRE_LIGNE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS RELEVE_BANCAIRE_LIGNE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'TRESO_PREVISION'
                   EXEC SQL
                       INSERT INTO TRESO_PREVISION
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS TRESO_PREVISION),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'PURCHASE_ORDER'
                   EXEC SQL
                       INSERT INTO PURCHASE_ORDER
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS PURCHASE_ORDER),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'GOODS_RECEIPT'
                   EXEC SQL
                       INSERT INTO GOODS_RECEIPT
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS GOODS_RECEIPT),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'FACTURE_FOURNISSEUR'
                   EXEC SQL
                       INSERT INTO FACTURE_FOURNISSEUR
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS FACTURE_FOURNISSEUR),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'PAIE_RAPPEL'
                   EXEC SQL
                       INSERT INTO PAIE_RAPPEL
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS PAIE_RAPPEL),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'FICHIER_BANQUE'
                   EXEC SQL
                       INSERT INTO FICHIER_BANQUE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS FICHIER_BANQUE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'VIREMENT_EMIS'
                   EXEC SQL
                       INSERT INTO VIREMENT_EMIS
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS VIREMENT_EMIS),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'GL_EXERCICE'
                   EXEC SQL
                       INSERT INTO GL_EXERCICE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS GL_EXERCICE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'IMMOBILISATION'
                   EXEC SQL
                       INSERT INTO IMMOBILISATION
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS IMMOBILISATION),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'IMMO_DOTATION'
                   EXEC SQL
                       INSERT INTO IMMO_DOTATION
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS IMMO_DOTATION),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'REAPPRO_PROPOSITION'
                   EXEC SQL
                       INSERT INTO REAPPRO_PROPOSITION
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS REAPPRO_PROPOSITION),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'PROVISION_STOCK_TAUX'
                   EXEC SQL
                       INSERT INTO PROVISION_STOCK_TAUX
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS PROVISION_STOCK_TAUX),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'STOCK_PROVISION'
                   EXEC SQL
                       INSERT INTO STOCK_PROVISION
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS STOCK_PROVISION),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'STOCK_PROVISION_PERIODE'
                   EXEC SQL
                       INSERT INTO STOCK_PROVISION_PERIODE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS STOCK_PROVISION_PERIODE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'FRAIS_APPROCHE'
                   EXEC SQL
                       INSERT INTO FRAIS_APPROCHE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS FRAIS_APPROCHE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'FRAIS_APPROCHE_LIGNE'
                   EXEC SQL
                       INSERT INTO FRAIS_APPROCHE_LIGNE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS FRAIS_APPROCHE_LIGNE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'GL_EXPORT_FACTURE'
                   EXEC SQL
                       INSERT INTO GL_EXPORT_FACTURE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS GL_EXPORT_FACTURE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'GL_EXPORT_PAIEMENT'
                   EXEC SQL
                       INSERT INTO GL_EXPORT_PAIEMENT
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS GL_EXPORT_PAIEMENT),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'GL_ECRITURE'
                   EXEC SQL
                       INSERT INTO GL_ECRITURE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS GL_ECRITURE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'GL_EXPORT_ACHAT'
                   EXEC SQL
                       INSERT INTO GL_EXPORT_ACHAT
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS GL_EXPORT_ACHAT),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'GL_EXPORT_DECAISSEMENT'
                   EXEC SQL
                       INSERT INTO GL_EXPORT_DECAISSEMENT
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS GL_EXPORT_DECAISSEMENT),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'GL_ANALYTIQUE'
                   EXEC SQL
                       INSERT INTO GL_ANALYTIQUE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS GL_ANALYTIQUE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'CENTRE_ANALYTIQUE'
                   EXEC SQL
                       INSERT INTO CENTRE_ANALYTIQUE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS CENTRE_ANALYTIQUE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'CLE_REPARTITION'
                   EXEC SQL
                       INSERT INTO CLE_REPARTITION
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS CLE_REPARTITION),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'RETOUR_FOURNISSEUR'
                   EXEC SQL
                       INSERT INTO RETOUR_FOURNISSEUR
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS RETOUR_FOURNISSEUR),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'AVOIR_FOURNISSEUR'
                   EXEC SQL
                       INSERT INTO AVOIR_FOURNISSEUR
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS AVOIR_FOURNISSEUR),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'GL_EXPORT_AVOIR_FRN'
                   EXEC SQL
                       INSERT INTO GL_EXPORT_AVOIR_FRN
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS GL_EXPORT_AVOIR_FRN),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'FACTURE_FRN_IMPORT'
                   EXEC SQL
                       INSERT INTO FACTURE_FRN_IMPORT
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS FACTURE_FRN_IMPORT),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'SUPPLIER_IBAN_CHANGE'
                   EXEC SQL
                       INSERT INTO SUPPLIER_IBAN_CHANGE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS SUPPLIER_IBAN_CHANGE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'FACTURE_DOUBLON'
                   EXEC SQL
                       INSERT INTO FACTURE_DOUBLON
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS FACTURE_DOUBLON),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'EMPLOYEE'
                   EXEC SQL
                       INSERT INTO EMPLOYEE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS EMPLOYEE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'EMPLOYEE_DEDUCTION'
                   EXEC SQL
                       INSERT INTO EMPLOYEE_DEDUCTION
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS EMPLOYEE_DEDUCTION),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'ABSENCE'
                   EXEC SQL
                       INSERT INTO ABSENCE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS ABSENCE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'CONGE_SOLDE'
                   EXEC SQL
                       INSERT INTO CONGE_SOLDE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS CONGE_SOLDE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'SAISIE_ARRET'
                   EXEC SQL
                       INSERT INTO SAISIE_ARRET
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS SAISIE_ARRET),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'SAISIE_RETENUE'
                   EXEC SQL
                       INSERT INTO SAISIE_RETENUE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS SAISIE_RETENUE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'PAIE_HISTO'
                   EXEC SQL
                       INSERT INTO PAIE_HISTO
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS PAIE_HISTO),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'PAIE_HISTO_DED'
                   EXEC SQL
                       INSERT INTO PAIE_HISTO_DED
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS PAIE_HISTO_DED),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'TRANSFERT_JOURNAL'
                   EXEC SQL
                       INSERT INTO TRANSFERT_JOURNAL
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS TRANSFERT_JOURNAL),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'PROJECT'
                   EXEC SQL
                       INSERT INTO PROJECT
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS PROJECT),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'JALON'
                   EXEC SQL
                       INSERT INTO JALON
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS JALON),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'SOLDE_TOUT_COMPTE'
                   EXEC SQL
                       INSERT INTO SOLDE_TOUT_COMPTE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS SOLDE_TOUT_COMPTE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'EMPLOYEE_CONTRAT'
                   EXEC SQL
                       INSERT INTO EMPLOYEE_CONTRAT
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS EMPLOYEE_CONTRAT),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'NOTE_FRAIS'
                   EXEC SQL
                       INSERT INTO NOTE_FRAIS
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS NOTE_FRAIS),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'NOTE_FRAIS_LIGNE'
                   EXEC SQL
                       INSERT INTO NOTE_FRAIS_LIGNE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS NOTE_FRAIS_LIGNE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'AVANCE_SALAIRE'
                   EXEC SQL
                       INSERT INTO AVANCE_SALAIRE
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS AVANCE_SALAIRE),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'AFFECTATION_PROJET'
                   EXEC SQL
                       INSERT INTO AFFECTATION_PROJET
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS AFFECTATION_PROJET),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN 'CHANGE_JOURNAL'
                   EXEC SQL
                       INSERT INTO CHANGE_JOURNAL
                       SELECT * FROM JSONB_POPULATE_RECORD(
                           CAST(NULL AS CHANGE_JOURNAL),
                           CAST(:WS-CP-LIGNE AS JSONB))
                   END-EXEC
               WHEN OTHER
                   DISPLAY 'TABLE INCONNUE: ' WS-CP-TABLE
                   PERFORM ABANDONNER
           END-EVALUATE
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT ' WS-CP-TABLE ': SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           ADD 1 TO WS-COUNT-TABLE
           ADD 1 TO WS-COUNT-LIGNES.
       CHANGER-TABLE.
           IF WS-CP-TABLE NOT = WS-TABLE-COURANTE
               IF WS-TABLE-COURANTE NOT = SPACES
                   MOVE WS-COUNT-TABLE TO WS-D-COUNT
                   DISPLAY WS-TABLE-COURANTE ' ' WS-D-COUNT
                   ADD 1 TO WS-COUNT-TABLES
               END-IF
               MOVE WS-CP-TABLE TO WS-TABLE-COURANTE
               MOVE 0 TO WS-COUNT-TABLE
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
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
