       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFACTURE-EXPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EFX-FILE ASSIGN TO WS-EFX-NOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EFX-FILE.
       01  EFX-RECORD             PIC X(256).
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-CURSOR-OPEN-FLAG    PIC X VALUE 'N'.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
       01  WS-LIGNES-EOF          PIC X VALUE 'N'.
       77  WS-EFX-STATUS          PIC X(2) VALUE '00'.
       77  WS-ARG-FACTURE         PIC X(9) VALUE SPACES.
       01  WS-EFX-NOM             PIC X(40).
       01  WS-DATE-JOUR           PIC 9(8).
       01  WS-OPERATEUR           PIC X(9).
       01  WS-CIBLE-ID            PIC 9(9) VALUE 0.
       01  WS-DEBUT-EMISSION      PIC 9(8) VALUE 0.
       01  WS-DEBUT-ISO           PIC X(10) VALUE SPACES.
       01  WS-PARAMETRE.
           05 PARAM-DOMAINE       PIC X(12).
           05 PARAM-CLE           PIC X(20).
           05 PARAM-VALEUR        PIC X(20).
           05 PARAM-TROUVE        PIC X.
       01  WS-VENDEUR.
           05 WS-VND-NOM          PIC X(20).
           05 WS-VND-SIREN        PIC X(9).
           05 WS-VND-TVA          PIC X(14).
           05 WS-VND-PAYS         PIC X(2).
       01  WS-FACTURE.
           05 WS-INV-ID           PIC 9(9).
           05 WS-INV-DATE         PIC X(10).
           05 WS-TOTAL-HT         PIC 9(7)V99.
           05 WS-TOTAL-TTC        PIC 9(7)V99.
           05 WS-INV-TYPE         PIC X(3).
           05 WS-INV-REF-ID       PIC 9(9).
           05 WS-INV-CURRENCY     PIC X(3).
           05 WS-DUE-DATE         PIC X(10).
           05 WS-CUST-ID          PIC 9(9).
           05 WS-CUST-NAME        PIC X(40).
           05 WS-CUST-ADDR        PIC X(50).
           05 WS-CUST-POSTCODE    PIC X(10).
           05 WS-CUST-CITY        PIC X(30).
           05 WS-CUST-EMAIL       PIC X(60).
           05 WS-CUST-PAYS        PIC X(2).
           05 WS-CUST-TVA         PIC X(14).
           05 WS-CUST-TVA-VALIDE  PIC X.
           05 WS-TERMS-CODE       PIC X(6).
           05 WS-NET-JOURS        PIC 9(3).
           05 WS-FIN-DE-MOIS      PIC X.
           05 WS-NB-LIGNES        PIC 9(5).
           05 WS-SOMME-LIGNES     PIC 9(9)V99.
       01  WS-LIGNE.
           05 WS-LINE-ID          PIC 9(9).
           05 WS-LINE-PROD-ID     PIC 9(9).
           05 WS-LINE-PROD-NOM    PIC X(40).
           05 WS-LINE-QTY         PIC 9(7).
           05 WS-LINE-PRICE       PIC 9(7)V99.
       01  WS-LINE-MONTANT        PIC 9(9)V99.
       01  WS-LINE-NUMERO         PIC 9(5).
       01  WS-TVA-MONTANT         PIC S9(7)V99.
       01  WS-TVA-TAUX            PIC 9(3)V9.
       01  WS-TVA-CATEGORIE       PIC X.
       01  WS-TVA-EXONERATION     PIC X(30).
       01  WS-TVA-CODE-EXO        PIC X(12).
       01  WS-TYPE-CODE           PIC X(3).
       01  WS-DATE-102            PIC X(8).
       01  WS-CUST-SIREN          PIC X(9).
       01  WS-TERMES-LIBELLE      PIC X(60).
       01  WS-ANOMALIE.
           05 WS-ANO-ID           PIC 9(9).
           05 WS-ANO-CODE         PIC X(10).
           05 WS-ANO-MOTIF        PIC X(100).
       01  WS-XML-BALISE          PIC X(60).
       01  WS-XML-ATTRIBUT        PIC X(40) VALUE SPACES.
       01  WS-XML-VALEUR          PIC X(100).
       01  WS-D-MONTANT           PIC Z(8)9.99.
       01  WS-D-QTE               PIC Z(6)9.
       01  WS-D-TAUX              PIC ZZ9.99.
       01  WS-D-ID                PIC Z(8)9.
       01  WS-D-JOURS             PIC ZZ9.
       77  WS-COUNT-EMISES        PIC 9(6) VALUE 0.
       77  WS-COUNT-ANOMALIES     PIC 9(6) VALUE 0.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'EMISSION DES FACTURES ELECTRONIQUES (CII)'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-FACTURE FROM ARGUMENT-VALUE
           IF WS-ARG-FACTURE NOT = SPACES
               IF WS-ARG-FACTURE NOT NUMERIC
                   DISPLAY 'USAGE: [ID-FACTURE]'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-ARG-FACTURE TO WS-CIBLE-ID
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT 'CARBONTRACK_OPERATEUR'
           IF WS-OPERATEUR = SPACES
               MOVE 'BATCH' TO WS-OPERATEUR
           END-IF
           PERFORM CHARGER-VENDEUR
           PERFORM DAL-CONNECT
           PERFORM EMETTRE-FACTURES
           PERFORM DAL-END
           DISPLAY 'FACTURES EMISES     : ' WS-COUNT-EMISES
           DISPLAY 'FACTURES EN ANOMALIE: ' WS-COUNT-ANOMALIES
           DISPLAY '=========================================='
           MOVE 0 TO RETURN-CODE
           IF WS-COUNT-ANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
       CHARGER-VENDEUR.
           MOVE SPACES TO WS-VENDEUR
           MOVE 'EFACTURE' TO PARAM-DOMAINE
           MOVE 'VENDEUR_SIREN' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               MOVE PARAM-VALEUR(1:9) TO WS-VND-SIREN
           END-IF
           MOVE 'EFACTURE' TO PARAM-DOMAINE
           MOVE 'VENDEUR_TVA' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               MOVE PARAM-VALEUR(1:14) TO WS-VND-TVA
           END-IF
           MOVE 'EFACTURE' TO PARAM-DOMAINE
           MOVE 'VENDEUR_NOM' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               MOVE PARAM-VALEUR TO WS-VND-NOM
           END-IF
           MOVE 'EFACTURE' TO PARAM-DOMAINE
           MOVE 'VENDEUR_PAYS' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               MOVE PARAM-VALEUR(1:2) TO WS-VND-PAYS
           ELSE
               MOVE 'FR' TO WS-VND-PAYS
           END-IF
           IF WS-VND-SIREN NOT NUMERIC OR WS-VND-NOM = SPACES
               DISPLAY 'ERREUR: PARAMETRES EFACTURE VENDEUR_SIREN ET'
                   ' VENDEUR_NOM REQUIS'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-CIBLE-ID = 0
               MOVE 'EFACTURE' TO PARAM-DOMAINE
               MOVE 'DEBUT_EMISSION' TO PARAM-CLE
               CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
               IF PARAM-TROUVE = 'Y'
                   AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
                   COMPUTE WS-DEBUT-EMISSION =
                       FUNCTION NUMVAL(PARAM-VALEUR)
               END-IF
               IF WS-DEBUT-EMISSION < 19000101
                   DISPLAY 'ERREUR: PARAMETRE EFACTURE DEBUT_EMISSION'
                       ' (AAAAMMJJ) REQUIS'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               STRING WS-DEBUT-EMISSION(1:4) '-'
                   WS-DEBUT-EMISSION(5:2) '-' WS-DEBUT-EMISSION(7:2)
                   DELIMITED BY SIZE INTO WS-DEBUT-ISO
               END-STRING
               DISPLAY 'FACTURES EMISES A PARTIR DU ' WS-DEBUT-ISO
           END-IF
           INSPECT WS-VND-NOM REPLACING ALL '&' BY '+'
                                        ALL '<' BY '('
                                        ALL '>' BY ')'
           DISPLAY 'VENDEUR: ' WS-VND-NOM ' SIREN ' WS-VND-SIREN.
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
       EMETTRE-FACTURES.
           EXEC SQL
               DECLARE C_EFX CURSOR FOR
               SELECT i.INV_ID, i.INV_DATE, i.TOTAL_HT, i.TOTAL_TTC,
                      COALESCE(i.INV_TYPE, 'FAC'),
                      COALESCE(i.INV_REF_ID, 0),
                      COALESCE(i.INV_CURRENCY, 'EUR'),
                      COALESCE(i.INV_DUE_DATE, i.INV_DATE),
                      c.CUST_ID, c.CUST_NAME,
                      COALESCE(c.CUST_ADDR1, ' '),
                      COALESCE(c.CUST_POSTCODE, ' '),
                      COALESCE(c.CUST_CITY, ' '),
                      COALESCE(c.CUST_EMAIL, ' '),
                      COALESCE(c.CUST_PAYS, 'FR'),
                      COALESCE(c.CUST_TVA_INTRA, ' '),
                      COALESCE(c.CUST_TVA_VALIDE, 'N'),
                      COALESCE(t.TERMS_CODE, ' '),
                      COALESCE(t.TERMS_NET_JOURS, 30),
                      COALESCE(t.TERMS_FIN_DE_MOIS, 'N'),
                      (SELECT COUNT(*) FROM INVOICE_LINE il
                       WHERE il.INV_ID = i.INV_ID),
                      COALESCE((SELECT SUM(il.LINE_PRICE
                                           * il.LINE_QTY)
                                FROM INVOICE_LINE il
                                WHERE il.INV_ID = i.INV_ID), 0)
               FROM INVOICE i
               INNER JOIN CUSTOMER c
                   ON c.CUST_ID = i.CUST_ID
               LEFT JOIN PAYMENT_TERMS t
                   ON t.TERMS_CODE = c.CUST_TERMS
               WHERE COALESCE(i.INV_TYPE, 'FAC') IN ('FAC', 'AVR')
                 AND ((:WS-CIBLE-ID = 0
                       AND i.INV_EI_STATUT IS NULL
                       AND i.INV_DATE >= :WS-DEBUT-ISO)
                   OR (i.INV_ID = :WS-CIBLE-ID
                       AND COALESCE(i.INV_EI_STATUT, ' ')
                           NOT IN ('APPROUVEE', 'PAYEE')))
               ORDER BY i.INV_ID
           END-EXEC
           EXEC SQL OPEN C_EFX END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_EFX INTO
                       :WS-INV-ID, :WS-INV-DATE, :WS-TOTAL-HT,
                       :WS-TOTAL-TTC, :WS-INV-TYPE, :WS-INV-REF-ID,
                       :WS-INV-CURRENCY, :WS-DUE-DATE,
                       :WS-CUST-ID, :WS-CUST-NAME, :WS-CUST-ADDR,
                       :WS-CUST-POSTCODE, :WS-CUST-CITY,
                       :WS-CUST-EMAIL, :WS-CUST-PAYS, :WS-CUST-TVA,
                       :WS-CUST-TVA-VALIDE, :WS-TERMS-CODE,
                       :WS-NET-JOURS, :WS-FIN-DE-MOIS,
                       :WS-NB-LIGNES, :WS-SOMME-LIGNES
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM EMETTRE-UNE-FACTURE
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM.
       EMETTRE-UNE-FACTURE.
           IF WS-NB-LIGNES = ZERO
               MOVE 'SANS-LIGNE' TO WS-ANO-CODE
               MOVE 'FACTURE SANS LIGNE DETAILLEE' TO WS-ANO-MOTIF
               PERFORM SIGNALER-ANOMALIE
               EXIT PARAGRAPH
           END-IF
           IF WS-SOMME-LIGNES NOT = WS-TOTAL-HT
               MOVE 'ECART-HT' TO WS-ANO-CODE
               MOVE 'TOTAL HT DIFFERENT DE LA SOMME DES LIGNES'
                   TO WS-ANO-MOTIF
               PERFORM SIGNALER-ANOMALIE
               EXIT PARAGRAPH
           END-IF
           IF WS-CUST-NAME = SPACES OR WS-CUST-PAYS = SPACES
               MOVE 'ACHETEUR' TO WS-ANO-CODE
               MOVE 'IDENTIFICATION DE L''ACHETEUR INCOMPLETE'
                   TO WS-ANO-MOTIF
               PERFORM SIGNALER-ANOMALIE
               EXIT PARAGRAPH
           END-IF
           PERFORM DETERMINER-TVA
           MOVE '380' TO WS-TYPE-CODE
           IF WS-INV-TYPE = 'AVR'
               MOVE '381' TO WS-TYPE-CODE
           END-IF
           MOVE SPACES TO WS-CUST-SIREN
           IF WS-CUST-PAYS = 'FR' AND WS-CUST-TVA(1:2) = 'FR'
               AND WS-CUST-TVA(5:9) NUMERIC
               MOVE WS-CUST-TVA(5:9) TO WS-CUST-SIREN
           END-IF
           INSPECT WS-CUST-NAME REPLACING ALL '&' BY '+'
                                          ALL '<' BY '('
                                          ALL '>' BY ')'
           INSPECT WS-CUST-ADDR REPLACING ALL '&' BY '+'
                                          ALL '<' BY '('
                                          ALL '>' BY ')'
           INSPECT WS-CUST-CITY REPLACING ALL '&' BY '+'
                                          ALL '<' BY '('
                                          ALL '>' BY ')'
           MOVE SPACES TO WS-EFX-NOM
           STRING 'EFACTURE-' WS-INV-ID '.xml'
               DELIMITED BY SIZE INTO WS-EFX-NOM
           END-STRING
           OPEN OUTPUT EFX-FILE
           IF WS-EFX-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ' WS-EFX-NOM
                   ' STATUS=' WS-EFX-STATUS
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM ECRIRE-ENTETE
           PERFORM ECRIRE-LIGNES
           PERFORM ECRIRE-ACCORD
           PERFORM ECRIRE-REGLEMENT
           MOVE '</rsm:SupplyChainTradeTransaction>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE '</rsm:CrossIndustryInvoice>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           CLOSE EFX-FILE
           EXEC SQL
               UPDATE INVOICE
               SET INV_EI_STATUT = 'EMISE',
                   INV_EI_DATE = :WS-DATE-JOUR
               WHERE INV_ID = :WS-INV-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR UPDATE FACTURE ' WS-INV-ID
                   ': SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COUNT-EMISES
           DISPLAY 'FACTURE ' WS-INV-ID ' ' WS-INV-TYPE
               ' -> ' WS-EFX-NOM.
       DETERMINER-TVA.
           COMPUTE WS-TVA-MONTANT = WS-TOTAL-TTC - WS-TOTAL-HT
           MOVE SPACES TO WS-TVA-EXONERATION
           MOVE SPACES TO WS-TVA-CODE-EXO
           IF WS-TVA-MONTANT > ZERO AND WS-TOTAL-HT > ZERO
               MOVE 'S' TO WS-TVA-CATEGORIE
               COMPUTE WS-TVA-TAUX ROUNDED =
                   WS-TVA-MONTANT * 100 / WS-TOTAL-HT
               IF WS-TVA-TAUX >= 15
                   IF WS-INV-DATE >= '2014-01-01'
                       MOVE 20 TO WS-TVA-TAUX
                   ELSE
                       MOVE 19.6 TO WS-TVA-TAUX
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-TVA-MONTANT
           MOVE ZERO TO WS-TVA-TAUX
           EVALUATE TRUE
               WHEN WS-CUST-PAYS NOT = 'FR'
                   AND WS-CUST-TVA-VALIDE = 'V'
                   MOVE 'K' TO WS-TVA-CATEGORIE
                   MOVE 'AUTOLIQUIDATION' TO WS-TVA-EXONERATION
                   MOVE 'VATEX-EU-IC' TO WS-TVA-CODE-EXO
               WHEN WS-CUST-PAYS NOT = 'FR'
                   MOVE 'G' TO WS-TVA-CATEGORIE
                   MOVE 'EXPORTATION HORS UE' TO WS-TVA-EXONERATION
                   MOVE 'VATEX-EU-G' TO WS-TVA-CODE-EXO
               WHEN OTHER
                   MOVE 'E' TO WS-TVA-CATEGORIE
                   MOVE 'EXONERATION DE TVA' TO WS-TVA-EXONERATION
           END-EVALUATE.
       ECRIRE-ENTETE.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE '<rsm:CrossIndustryInvoice' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE SPACES TO EFX-RECORD
           STRING ' xmlns:rsm="urn:un:unece:uncefact:data:standard:'
               'CrossIndustryInvoice:100"'
               DELIMITED BY SIZE INTO EFX-RECORD
           END-STRING
           PERFORM ECRIRE-EFX
           MOVE SPACES TO EFX-RECORD
           STRING ' xmlns:ram="urn:un:unece:uncefact:data:standard:'
               'ReusableAggregateBusinessInformationEntity:100"'
               DELIMITED BY SIZE INTO EFX-RECORD
           END-STRING
           PERFORM ECRIRE-EFX
           MOVE SPACES TO EFX-RECORD
           STRING ' xmlns:udt="urn:un:unece:uncefact:data:standard:'
               'UnqualifiedDataType:100">'
               DELIMITED BY SIZE INTO EFX-RECORD
           END-STRING
           PERFORM ECRIRE-EFX
           MOVE '<rsm:ExchangedDocumentContext>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE '<ram:GuidelineSpecifiedDocumentContextParameter>'
               TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE 'ram:ID' TO WS-XML-BALISE
           MOVE 'urn:cen.eu:en16931:2017' TO WS-XML-VALEUR
           PERFORM ECRIRE-ELEMENT
           MOVE '</ram:GuidelineSpecifiedDocumentContextParameter>'
               TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE '</rsm:ExchangedDocumentContext>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE '<rsm:ExchangedDocument>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE WS-INV-ID TO WS-D-ID
           MOVE 'ram:ID' TO WS-XML-BALISE
           MOVE WS-D-ID TO WS-XML-VALEUR
           PERFORM ECRIRE-ELEMENT
           MOVE 'ram:TypeCode' TO WS-XML-BALISE
           MOVE WS-TYPE-CODE TO WS-XML-VALEUR
           PERFORM ECRIRE-ELEMENT
           MOVE '<ram:IssueDateTime>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE WS-INV-DATE TO WS-XML-VALEUR
           PERFORM ECRIRE-DATE-102
           MOVE '</ram:IssueDateTime>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE '</rsm:ExchangedDocument>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE '<rsm:SupplyChainTradeTransaction>' TO EFX-RECORD
           PERFORM ECRIRE-EFX.
       ECRIRE-LIGNES.
           EXEC SQL
               DECLARE C_EFL CURSOR FOR
               SELECT l.LINE_ID, l.PROD_ID,
                      COALESCE(p.PROD_NAME, 'ARTICLE'),
                      l.LINE_QTY, l.LINE_PRICE
               FROM INVOICE_LINE l
               LEFT JOIN PRODUCT p
                   ON p.PROD_ID = l.PROD_ID
               WHERE l.INV_ID = :WS-INV-ID
               ORDER BY l.LINE_ID
           END-EXEC
           EXEC SQL OPEN C_EFL END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN LIGNES: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LIGNES-EOF
           MOVE 0 TO WS-LINE-NUMERO
           PERFORM UNTIL WS-LIGNES-EOF = 'Y'
               EXEC SQL
                   FETCH C_EFL INTO
                       :WS-LINE-ID, :WS-LINE-PROD-ID,
                       :WS-LINE-PROD-NOM, :WS-LINE-QTY,
                       :WS-LINE-PRICE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM ECRIRE-UNE-LIGNE
                   WHEN 100
                       MOVE 'Y' TO WS-LIGNES-EOF
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH LIGNES: SQLCODE='
                           SQLCODE
                       MOVE 'Y' TO WS-LIGNES-EOF
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_EFL END-EXEC.
       ECRIRE-UNE-LIGNE.
           ADD 1 TO WS-LINE-NUMERO
           COMPUTE WS-LINE-MONTANT = WS-LINE-QTY * WS-LINE-PRICE
           INSPECT WS-LINE-PROD-NOM REPLACING ALL '&' BY '+'
                                              ALL '<' BY '('
                                              ALL '>' BY ')'
           MOVE '<ram:IncludedSupplyChainTradeLineItem>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE '<ram:AssociatedDocumentLineDocument>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE WS-LINE-NUMERO TO WS-D-ID
           MOVE 'ram:LineID' TO WS-XML-BALISE
           MOVE WS-D-ID TO WS-XML-VALEUR
           PERFORM ECRIRE-ELEMENT
           MOVE '</ram:AssociatedDocumentLineDocument>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE '<ram:SpecifiedTradeProduct>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE WS-LINE-PROD-ID TO WS-D-ID
           MOVE 'ram:SellerAssignedID' TO WS-XML-BALISE
           MOVE WS-D-ID TO WS-XML-VALEUR
           PERFORM ECRIRE-ELEMENT
           MOVE 'ram:Name' TO WS-XML-BALISE
           MOVE WS-LINE-PROD-NOM TO WS-XML-VALEUR
           PERFORM ECRIRE-ELEMENT
           MOVE '</ram:SpecifiedTradeProduct>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE '<ram:SpecifiedLineTradeAgreement>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE '<ram:NetPriceProductTradePrice>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE WS-LINE-PRICE TO WS-D-MONTANT
           MOVE 'ram:ChargeAmount' TO WS-XML-BALISE
           MOVE WS-D-MONTANT TO WS-XML-VALEUR
           PERFORM ECRIRE-ELEMENT
           MOVE '</ram:NetPriceProductTradePrice>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE '</ram:SpecifiedLineTradeAgreement>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE '<ram:SpecifiedLineTradeDelivery>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE WS-LINE-QTY TO WS-D-QTE
           MOVE 'ram:BilledQuantity' TO WS-XML-BALISE
           MOVE 'unitCode="C62"' TO WS-XML-ATTRIBUT
           MOVE WS-D-QTE TO WS-XML-VALEUR
           PERFORM ECRIRE-ELEMENT
           MOVE '</ram:SpecifiedLineTradeDelivery>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE '<ram:SpecifiedLineTradeSettlement>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE '<ram:ApplicableTradeTax>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE 'ram:TypeCode' TO WS-XML-BALISE
           MOVE 'VAT' TO WS-XML-VALEUR
           PERFORM ECRIRE-ELEMENT
           MOVE 'ram:CategoryCode' TO WS-XML-BALISE
           MOVE WS-TVA-CATEGORIE TO WS-XML-VALEUR
           PERFORM ECRIRE-ELEMENT
           MOVE WS-TVA-TAUX TO WS-D-TAUX
           MOVE 'ram:RateApplicablePercent' TO WS-XML-BALISE
           MOVE WS-D-TAUX TO WS-XML-VALEUR
           PERFORM ECRIRE-ELEMENT
           MOVE '</ram:ApplicableTradeTax>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE '<ram:SpecifiedTradeSettlementLineMonetarySummation>'
               TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE WS-LINE-MONTANT TO WS-D-MONTANT
           MOVE 'ram:LineTotalAmount' TO WS-XML-BALISE
           MOVE WS-D-MONTANT TO WS-XML-VALEUR
           PERFORM ECRIRE-ELEMENT
           MOVE '</ram:SpecifiedTradeSettlementLineMonetarySummation>'
               TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE '</ram:SpecifiedLineTradeSettlement>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE '</ram:IncludedSupplyChainTradeLineItem>' TO EFX-RECORD
           PERFORM ECRIRE-EFX.
       ECRIRE-ACCORD.
           MOVE '<ram:ApplicableHeaderTradeAgreement>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE '<ram:SellerTradeParty>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE 'ram:Name' TO WS-XML-BALISE
           MOVE WS-VND-NOM TO WS-XML-VALEUR
           PERFORM ECRIRE-ELEMENT
           MOVE '<ram:SpecifiedLegalOrganization>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE 'ram:ID' TO WS-XML-BALISE
           MOVE 'schemeID="0002"' TO WS-XML-ATTRIBUT
           MOVE WS-VND-SIREN TO WS-XML-VALEUR
           PERFORM ECRIRE-ELEMENT
           MOVE '</ram:SpecifiedLegalOrganization>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE '<ram:PostalTradeAddress>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE 'ram:CountryID' TO WS-XML-BALISE
           MOVE WS-VND-PAYS TO WS-XML-VALEUR
           PERFORM ECRIRE-ELEMENT
           MOVE '</ram:PostalTradeAddress>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           IF WS-VND-TVA NOT = SPACES
               MOVE '<ram:SpecifiedTaxRegistration>' TO EFX-RECORD
               PERFORM ECRIRE-EFX
               MOVE 'ram:ID' TO WS-XML-BALISE
               MOVE 'schemeID="VA"' TO WS-XML-ATTRIBUT
               MOVE WS-VND-TVA TO WS-XML-VALEUR
               PERFORM ECRIRE-ELEMENT
               MOVE '</ram:SpecifiedTaxRegistration>' TO EFX-RECORD
               PERFORM ECRIRE-EFX
           END-IF
           MOVE '</ram:SellerTradeParty>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE '<ram:BuyerTradeParty>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE WS-CUST-ID TO WS-D-ID
           MOVE 'ram:ID' TO WS-XML-BALISE
           MOVE WS-D-ID TO WS-XML-VALEUR
           PERFORM ECRIRE-ELEMENT
           MOVE 'ram:Name' TO WS-XML-BALISE
           MOVE WS-CUST-NAME TO WS-XML-VALEUR
           PERFORM ECRIRE-ELEMENT
           IF WS-CUST-SIREN NOT = SPACES
               MOVE '<ram:SpecifiedLegalOrganization>' TO EFX-RECORD
               PERFORM ECRIRE-EFX
               MOVE 'ram:ID' TO WS-XML-BALISE
               MOVE 'schemeID="0002"' TO WS-XML-ATTRIBUT
               MOVE WS-CUST-SIREN TO WS-XML-VALEUR
               PERFORM ECRIRE-ELEMENT
               MOVE '</ram:SpecifiedLegalOrganization>' TO EFX-RECORD
               PERFORM ECRIRE-EFX
           END-IF
           MOVE '<ram:PostalTradeAddress>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           IF WS-CUST-POSTCODE NOT = SPACES
               MOVE 'ram:PostcodeCode' TO WS-XML-BALISE
               MOVE WS-CUST-POSTCODE TO WS-XML-VALEUR
               PERFORM ECRIRE-ELEMENT
           END-IF
           IF WS-CUST-ADDR NOT = SPACES
               MOVE 'ram:LineOne' TO WS-XML-BALISE
               MOVE WS-CUST-ADDR TO WS-XML-VALEUR
               PERFORM ECRIRE-ELEMENT
           END-IF
           IF WS-CUST-CITY NOT = SPACES
               MOVE 'ram:CityName' TO WS-XML-BALISE
               MOVE WS-CUST-CITY TO WS-XML-VALEUR
               PERFORM ECRIRE-ELEMENT
           END-IF
           MOVE 'ram:CountryID' TO WS-XML-BALISE
           MOVE WS-CUST-PAYS TO WS-XML-VALEUR
           PERFORM ECRIRE-ELEMENT
           MOVE '</ram:PostalTradeAddress>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           IF WS-CUST-EMAIL NOT = SPACES
               MOVE '<ram:URIUniversalCommunication>' TO EFX-RECORD
               PERFORM ECRIRE-EFX
               MOVE 'ram:URIID' TO WS-XML-BALISE
               MOVE 'schemeID="EM"' TO WS-XML-ATTRIBUT
               MOVE WS-CUST-EMAIL TO WS-XML-VALEUR
               PERFORM ECRIRE-ELEMENT
               MOVE '</ram:URIUniversalCommunication>' TO EFX-RECORD
               PERFORM ECRIRE-EFX
           END-IF
           IF WS-CUST-TVA NOT = SPACES
               MOVE '<ram:SpecifiedTaxRegistration>' TO EFX-RECORD
               PERFORM ECRIRE-EFX
               MOVE 'ram:ID' TO WS-XML-BALISE
               MOVE 'schemeID="VA"' TO WS-XML-ATTRIBUT
               MOVE WS-CUST-TVA TO WS-XML-VALEUR
               PERFORM ECRIRE-ELEMENT
               MOVE '</ram:SpecifiedTaxRegistration>' TO EFX-RECORD
               PERFORM ECRIRE-EFX
           END-IF
           MOVE '</ram:BuyerTradeParty>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE '</ram:ApplicableHeaderTradeAgreement>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE '<ram:ApplicableHeaderTradeDelivery/>' TO EFX-RECORD
           PERFORM ECRIRE-EFX.
       ECRIRE-REGLEMENT.
           MOVE '<ram:ApplicableHeaderTradeSettlement>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE 'ram:InvoiceCurrencyCode' TO WS-XML-BALISE
           MOVE WS-INV-CURRENCY TO WS-XML-VALEUR
           PERFORM ECRIRE-ELEMENT
           MOVE '<ram:ApplicableTradeTax>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE WS-TVA-MONTANT TO WS-D-MONTANT
           MOVE 'ram:CalculatedAmount' TO WS-XML-BALISE
           MOVE WS-D-MONTANT TO WS-XML-VALEUR
           PERFORM ECRIRE-ELEMENT
           MOVE 'ram:TypeCode' TO WS-XML-BALISE
           MOVE 'VAT' TO WS-XML-VALEUR
           PERFORM ECRIRE-ELEMENT
           IF WS-TVA-EXONERATION NOT = SPACES
               MOVE 'ram:ExemptionReason' TO WS-XML-BALISE
               MOVE WS-TVA-EXONERATION TO WS-XML-VALEUR
               PERFORM ECRIRE-ELEMENT
           END-IF
           MOVE WS-TOTAL-HT TO WS-D-MONTANT
           MOVE 'ram:BasisAmount' TO WS-XML-BALISE
           MOVE WS-D-MONTANT TO WS-XML-VALEUR
           PERFORM ECRIRE-ELEMENT
           MOVE 'ram:CategoryCode' TO WS-XML-BALISE
           MOVE WS-TVA-CATEGORIE TO WS-XML-VALEUR
           PERFORM ECRIRE-ELEMENT
           IF WS-TVA-CODE-EXO NOT = SPACES
               MOVE 'ram:ExemptionReasonCode' TO WS-XML-BALISE
               MOVE WS-TVA-CODE-EXO TO WS-XML-VALEUR
               PERFORM ECRIRE-ELEMENT
           END-IF
           MOVE WS-TVA-TAUX TO WS-D-TAUX
           MOVE 'ram:RateApplicablePercent' TO WS-XML-BALISE
           MOVE WS-D-TAUX TO WS-XML-VALEUR
           PERFORM ECRIRE-ELEMENT
           MOVE '</ram:ApplicableTradeTax>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE '<ram:SpecifiedTradePaymentTerms>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE WS-NET-JOURS TO WS-D-JOURS
           MOVE SPACES TO WS-XML-VALEUR
           IF WS-FIN-DE-MOIS = 'O'
               STRING 'PAIEMENT A ' FUNCTION TRIM(WS-D-JOURS)
                   ' JOURS FIN DE MOIS'
                   DELIMITED BY SIZE INTO WS-XML-VALEUR
               END-STRING
           ELSE
               STRING 'PAIEMENT A ' FUNCTION TRIM(WS-D-JOURS)
                   ' JOURS NET'
                   DELIMITED BY SIZE INTO WS-XML-VALEUR
               END-STRING
           END-IF
           IF WS-TERMS-CODE NOT = SPACES
               MOVE WS-XML-VALEUR TO WS-TERMES-LIBELLE
               MOVE SPACES TO WS-XML-VALEUR
               STRING WS-TERMS-CODE DELIMITED BY SPACE
                   ' - ' DELIMITED BY SIZE
                   WS-TERMES-LIBELLE DELIMITED BY '  '
                   INTO WS-XML-VALEUR
               END-STRING
           END-IF
           MOVE 'ram:Description' TO WS-XML-BALISE
           PERFORM ECRIRE-ELEMENT
           MOVE '<ram:DueDateDateTime>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE WS-DUE-DATE TO WS-XML-VALEUR
           PERFORM ECRIRE-DATE-102
           MOVE '</ram:DueDateDateTime>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE '</ram:SpecifiedTradePaymentTerms>' TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE '<ram:SpecifiedTradeSettlementHeaderMonetarySummation>'
               TO EFX-RECORD
           PERFORM ECRIRE-EFX
           MOVE WS-SOMME-LIGNES TO WS-D-MONTANT
           MOVE 'ram:LineTotalAmount' TO WS-XML-BALISE
           MOVE WS-D-MONTANT TO WS-XML-VALEUR
           PERFORM ECRIRE-ELEMENT
           MOVE WS-TOTAL-HT TO WS-D-MONTANT
           MOVE 'ram:TaxBasisTotalAmount' TO WS-XML-BALISE
           MOVE WS-D-MONTANT TO WS-XML-VALEUR
           PERFORM ECRIRE-ELEMENT
           MOVE WS-TVA-MONTANT TO WS-D-MONTANT
           MOVE 'ram:TaxTotalAmount' TO WS-XML-BALISE
           MOVE SPACES TO WS-XML-ATTRIBUT
           STRING 'currencyID="' WS-INV-CURRENCY '"'
               DELIMITED BY SIZE INTO WS-XML-ATTRIBUT
           END-STRING
           MOVE WS-D-MONTANT TO WS-XML-VALEUR
           PERFORM ECRIRE-ELEMENT
           MOVE WS-TOTAL-TTC TO WS-D-MONTANT
           MOVE 'ram:GrandTotalAmount' TO WS-XML-BALISE
           MOVE WS-D-MONTANT TO WS-XML-VALEUR
           PERFORM ECRIRE-ELEMENT
           MOVE 'ram:DuePayableAmount' TO WS-XML-BALISE
           MOVE WS-D-MONTANT TO WS-XML-VALEUR
           PERFORM ECRIRE-ELEMENT
           MOVE '</ram:SpecifiedTradeSettlementHeaderMonetarySummation>'
               TO EFX-RECORD
           PERFORM ECRIRE-EFX
           IF WS-INV-TYPE = 'AVR' AND WS-INV-REF-ID > ZERO
               MOVE '<ram:InvoiceReferencedDocument>' TO EFX-RECORD
               PERFORM ECRIRE-EFX
               MOVE WS-INV-REF-ID TO WS-D-ID
               MOVE 'ram:IssuerAssignedID' TO WS-XML-BALISE
               MOVE WS-D-ID TO WS-XML-VALEUR
               PERFORM ECRIRE-ELEMENT
               MOVE '</ram:InvoiceReferencedDocument>' TO EFX-RECORD
               PERFORM ECRIRE-EFX
           END-IF
           MOVE '</ram:ApplicableHeaderTradeSettlement>' TO EFX-RECORD
           PERFORM ECRIRE-EFX.
       ECRIRE-DATE-102.
           MOVE SPACES TO WS-DATE-102
           STRING WS-XML-VALEUR(1:4) WS-XML-VALEUR(6:2)
               WS-XML-VALEUR(9:2)
               DELIMITED BY SIZE INTO WS-DATE-102
           END-STRING
           MOVE 'udt:DateTimeString' TO WS-XML-BALISE
           MOVE 'format="102"' TO WS-XML-ATTRIBUT
           MOVE WS-DATE-102 TO WS-XML-VALEUR
           PERFORM ECRIRE-ELEMENT.
       ECRIRE-ELEMENT.
           MOVE SPACES TO EFX-RECORD
           IF WS-XML-ATTRIBUT = SPACES
               STRING '<' WS-XML-BALISE DELIMITED BY SPACE
                   '>' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-XML-VALEUR) DELIMITED BY SIZE
                   '</' WS-XML-BALISE DELIMITED BY SPACE
                   '>' DELIMITED BY SIZE
                   INTO EFX-RECORD
               END-STRING
           ELSE
               STRING '<' WS-XML-BALISE DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WS-XML-ATTRIBUT DELIMITED BY SPACE
                   '>' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-XML-VALEUR) DELIMITED BY SIZE
                   '</' WS-XML-BALISE DELIMITED BY SPACE
                   '>' DELIMITED BY SIZE
                   INTO EFX-RECORD
               END-STRING
           END-IF
           MOVE SPACES TO WS-XML-ATTRIBUT
           PERFORM ECRIRE-EFX.
       ECRIRE-EFX.
           WRITE EFX-RECORD.
       SIGNALER-ANOMALIE.
           ADD 1 TO WS-COUNT-ANOMALIES
           DISPLAY 'ANOMALIE: FACTURE ' WS-INV-ID ' ' WS-ANO-CODE
               ' ' WS-ANO-MOTIF(1:50)
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ANO-ID
               FROM FACTURE_EI_ANOMALIE
               WHERE INV_ID = :WS-INV-ID
               AND ANO_CODE = :WS-ANO-CODE
               AND ANO_STATUT = 'O'
           END-EXEC
           IF SQLCODE = ZERO AND WS-ANO-ID > ZERO
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(ANO_ID), 0) + 1 INTO :WS-ANO-ID
               FROM FACTURE_EI_ANOMALIE
           END-EXEC
           EXEC SQL
               INSERT INTO FACTURE_EI_ANOMALIE
               (ANO_ID, INV_ID, ANO_SOURCE, ANO_CODE, ANO_MOTIF,
                ANO_DATE, ANO_STATUT, ANO_OPERATEUR)
               VALUES
               (:WS-ANO-ID, :WS-INV-ID, 'EXPORT', :WS-ANO-CODE,
                :WS-ANO-MOTIF, :WS-DATE-JOUR, 'O', :WS-OPERATEUR)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT ANOMALIE: SQLCODE=' SQLCODE
           END-IF.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_EFX END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
