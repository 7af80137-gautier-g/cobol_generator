       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGE-CARBONE-BATCH.
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
           88  EOF-REACHED        VALUE 'Y'.
       77  WS-ARG-ANNEE           PIC X(4) VALUE SPACES.
       77  WS-ARG-TRIMESTRE       PIC X(1) VALUE SPACES.
       01  WS-ANNEE               PIC 9(4).
       01  WS-TRIMESTRE           PIC 9(1).
       01  WS-MOIS-FIN            PIC 9(2).
       01  WS-DATE-DEBUT          PIC 9(8).
       01  WS-DATE-FIN            PIC 9(8).
       01  WS-DATE-FACTURE        PIC X(10).
       01  WS-TIMESTAMP           PIC X(14).
       01  WS-JOURS-FIN-TRIM.
           05 PIC X(2)            VALUE '31'.
           05 PIC X(2)            VALUE '30'.
           05 PIC X(2)            VALUE '30'.
           05 PIC X(2)            VALUE '31'.
       01  WS-JOURS-FIN-TAB REDEFINES WS-JOURS-FIN-TRIM.
           05 WS-JOUR-FIN         OCCURS 4 TIMES PIC X(2).
       01  WS-PARAM-VALEUR        PIC X(20).
       01  WS-PRIX-TONNE          PIC 9(5)V99 VALUE 0.
       01  WS-ANT-ID              PIC 9(9).
       01  WS-ANT-NOM             PIC X(50).
       01  WS-ANT-TRESORIER       PIC X(50).
       01  WS-ANT-EMPREINTE       PIC S9(11)V9(4).
       01  WS-ANT-COMPENSE        PIC S9(11)V9(4).
       01  WS-ANT-NET-KG          PIC S9(11)V9(4).
       01  WS-ANT-NET-TONNES      PIC S9(9)V9(4).
       01  WS-ANT-MONTANT         PIC 9(7)V99.
       01  WS-NEXT-INV-ID         PIC 9(9).
       01  WS-NUMEROTATION.
           05 WS-NUM-SERIE        PIC X(3).
           05 WS-NUM-ANNEE        PIC 9(4).
           05 WS-NUM-ATTRIBUE     PIC 9(9).
           05 WS-NUM-RETOUR       PIC X.
       77  OPERATION              PIC X(4).
       77  WS-INV-EOF             PIC X.
       01  WS-INVOICE.
           05 WS-INVID            PIC 9(9).
           05 WS-INVDATE          PIC X(10).
           05 WS-TOTALHT          PIC 9(7)V99.
           05 WS-TOTALTTC         PIC 9(7)V99.
           05 WS-CUSTID           PIC 9(9).
           05 WS-INVCURRENCY      PIC X(3).
           05 WS-INVTYPE          PIC X(3).
       77  WS-COUNT-ANTENNES      PIC 9(6) VALUE 0.
       77  WS-COUNT-FACTURES      PIC 9(6) VALUE 0.
       77  WS-COUNT-SANS-CHARGE   PIC 9(6) VALUE 0.
       77  WS-COUNT-ERREURS       PIC 9(6) VALUE 0.
       01  WS-TOTAL-FONDS         PIC 9(9)V99 VALUE 0.
       01  WS-D-MONTANT           PIC Z(8)9.99.
       01  WS-SPOOL-OP            PIC X(4).
       01  WS-SPOOL-TITRE         PIC X(60).
       01  WS-SPOOL-LIGNE         PIC X(132).
       01  WS-ENTETE-COLONNES.
           05 FILLER PIC X(40) VALUE 'RUBRIQUE'.
           05 FILLER PIC X(20) VALUE '              VALEUR'.
       01  WS-LIGNE-ANTENNE.
           05 FILLER              PIC X(10) VALUE 'ANTENNE : '.
           05 LA-ID               PIC 9(9).
           05 FILLER              PIC X.
           05 LA-NOM              PIC X(50).
           05 FILLER              PIC X(9) VALUE ' PERIODE '.
           05 LA-ANNEE            PIC 9(4).
           05 FILLER              PIC X(2) VALUE '-T'.
           05 LA-TRIMESTRE        PIC 9.
       01  WS-LIGNE-TRESORIER.
           05 FILLER              PIC X(22)
               VALUE 'A L''ATTENTION DE    : '.
           05 LTR-NOM             PIC X(50).
       01  WS-LIGNE-VALEUR.
           05 LV-LIBELLE          PIC X(40).
           05 LV-VALEUR           PIC -(11)9.9999.
           05 FILLER              PIC X.
           05 LV-UNITE            PIC X(10).
       01  WS-LIGNE-MONTANT.
           05 LMT-LIBELLE         PIC X(40).
           05 LMT-MONTANT         PIC Z(11)9.99.
           05 FILLER              PIC X(3).
           05 FILLER              PIC X(4) VALUE 'EUR '.
           05 LMT-FACTURE         PIC X(30).
       01  WS-RUN-RECORD.
           05 WS-RUN-PROGRAMME    PIC X(20)
               VALUE 'CHARGE-CARBONE-BATCH'.
           05 WS-RUN-DEBUT        PIC X(14).
           05 WS-RUN-FIN          PIC X(14).
           05 WS-RUN-LUES         PIC 9(6).
           05 WS-RUN-SAUVEES      PIC 9(6).
           05 WS-RUN-ERREURS      PIC 9(6).
           05 WS-RUN-CODE-RETOUR  PIC S9(4).
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'REFACTURATION INTERNE DU PRIX DU CARBONE'
           DISPLAY '=========================================='
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-DEBUT
           ACCEPT WS-ARG-ANNEE FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-TRIMESTRE FROM ARGUMENT-VALUE
           IF WS-ARG-ANNEE NOT NUMERIC OR WS-ARG-TRIMESTRE NOT NUMERIC
               DISPLAY 'USAGE: ANNEE TRIMESTRE (1 A 4)'
               DISPLAY 'PRIX: PARAMETRE CARBONE/PRIX_INTERNE_TONNE'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-ANNEE TO WS-ANNEE
           MOVE WS-ARG-TRIMESTRE TO WS-TRIMESTRE
           IF WS-TRIMESTRE < 1 OR WS-TRIMESTRE > 4
               DISPLAY 'ERREUR: Trimestre invalide: ' WS-ARG-TRIMESTRE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-MOIS-FIN = WS-TRIMESTRE * 3
           COMPUTE WS-DATE-DEBUT =
               WS-ANNEE * 10000 + (WS-MOIS-FIN - 2) * 100 + 1
           COMPUTE WS-DATE-FIN = WS-ANNEE * 10000 + WS-MOIS-FIN * 100
               + FUNCTION NUMVAL(WS-JOUR-FIN(WS-TRIMESTRE))
           STRING WS-ARG-ANNEE '-' WS-DATE-FIN(5:2) '-'
               WS-DATE-FIN(7:2)
               DELIMITED BY SIZE INTO WS-DATE-FACTURE
           PERFORM DAL-CONNECT
           PERFORM LIRE-PRIX-CARBONE
           IF WS-PRIX-TONNE = ZERO
               DISPLAY 'ERREUR: PRIX INTERNE DU CARBONE NON PARAMETRE'
                   ' AU ' WS-DATE-FIN
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'REFACTURATION CARBONE' TO WS-SPOOL-TITRE
           PERFORM OUVRIR-SPOOL
           PERFORM OUVRIR-ANTENNES
           PERFORM FETCH-ANTENNE
           PERFORM UNTIL EOF-REACHED
               ADD 1 TO WS-COUNT-ANTENNES
               PERFORM REFACTURER-ANTENNE
               PERFORM FETCH-ANTENNE
           END-PERFORM
           PERFORM FERMER-SPOOL
           PERFORM DAL-END
           MOVE 'END ' TO OPERATION
           CALL 'INVOICE-DAL-DB' USING OPERATION WS-INV-EOF
               WS-INVOICE
           MOVE WS-TOTAL-FONDS TO WS-D-MONTANT
           DISPLAY '=========================================='
           DISPLAY 'ANTENNES TRAITEES      : ' WS-COUNT-ANTENNES
           DISPLAY 'FACTURES INTERNES      : ' WS-COUNT-FACTURES
           DISPLAY 'ANTENNES SANS CHARGE   : ' WS-COUNT-SANS-CHARGE
           DISPLAY 'ERREURS                : ' WS-COUNT-ERREURS
           DISPLAY 'VERSE AU FONDS CLIMAT  : ' WS-D-MONTANT
           DISPLAY '=========================================='
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-FIN
           MOVE WS-COUNT-ANTENNES TO WS-RUN-LUES
           MOVE WS-COUNT-FACTURES TO WS-RUN-SAUVEES
           MOVE WS-COUNT-ERREURS TO WS-RUN-ERREURS
           IF WS-COUNT-ERREURS > ZERO
               MOVE 4 TO WS-RUN-CODE-RETOUR
           ELSE
               MOVE 0 TO WS-RUN-CODE-RETOUR
           END-IF
           CALL 'BATCH-RUN-LOG' USING WS-RUN-RECORD
           MOVE WS-RUN-CODE-RETOUR TO RETURN-CODE
           GOBACK.

       LIRE-PRIX-CARBONE.
           MOVE SPACES TO WS-PARAM-VALEUR
           EXEC SQL
               SELECT PARAM_VALEUR
               INTO :WS-PARAM-VALEUR
               FROM PARAMETRE
               WHERE PARAM_DOMAINE = 'CARBONE'
               AND PARAM_CLE = 'PRIX_INTERNE_TONNE'
               AND PARAM_DATE_EFFET <= :WS-DATE-FIN
               ORDER BY PARAM_DATE_EFFET DESC
               LIMIT 1
           END-EXEC
           IF SQLCODE = ZERO
               AND FUNCTION TEST-NUMVAL(WS-PARAM-VALEUR) = 0
               COMPUTE WS-PRIX-TONNE = FUNCTION NUMVAL(WS-PARAM-VALEUR)
           END-IF
           DISPLAY 'PERIODE              : ' WS-DATE-DEBUT ' - '
               WS-DATE-FIN
           DISPLAY 'PRIX INTERNE (EUR/T) : ' WS-PRIX-TONNE.

       OUVRIR-ANTENNES.
           MOVE 'N' TO WS-END-OF-FILE
           EXEC SQL
               DECLARE C_ANT_CHARGE CURSOR WITH HOLD FOR
               SELECT an.ANTENNE_ID, an.ANTENNE_NOM,
                      COALESCE((SELECT SUM(a.ACTIVITE_EMPREINTETOTALE)
                                FROM ACTIVITE a
                                WHERE a.ACTIVITE_IDANTENNE =
                                    an.ANTENNE_ID
                                AND a.ACTIVITE_DATE
                                    BETWEEN :WS-DATE-DEBUT
                                    AND :WS-DATE-FIN), 0),
                      COALESCE((SELECT SUM(c.COMP_TONNES) * 1000
                                FROM COMPENSATION c
                                WHERE c.COMP_IDANTENNE =
                                    an.ANTENNE_ID
                                AND c.COMP_DATE
                                    BETWEEN :WS-DATE-DEBUT
                                    AND :WS-DATE-FIN), 0),
                      COALESCE((SELECT MIN(u.USER_NOM)
                                FROM UTILISATEUR u
                                WHERE u.USER_ID_ANTENNE =
                                    an.ANTENNE_ID
                                AND u.USER_ROLE = 'TRESORIER'),
                               'TRESORIER DE L''ANTENNE')
               FROM ANTENNE an
               WHERE NOT EXISTS
                   (SELECT 1 FROM CHARGE_CARBONE cc
                    WHERE cc.CC_IDANTENNE = an.ANTENNE_ID
                    AND cc.CC_ANNEE = :WS-ANNEE
                    AND cc.CC_TRIMESTRE = :WS-TRIMESTRE)
               ORDER BY an.ANTENNE_ID
           END-EXEC
           EXEC SQL OPEN C_ANT_CHARGE END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-END-OF-FILE
               ADD 1 TO WS-COUNT-ERREURS
           ELSE
               MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           END-IF.

       FETCH-ANTENNE.
           IF EOF-REACHED
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               FETCH C_ANT_CHARGE INTO
                   :WS-ANT-ID, :WS-ANT-NOM, :WS-ANT-EMPREINTE,
                   :WS-ANT-COMPENSE, :WS-ANT-TRESORIER
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN 100
                   MOVE 'Y' TO WS-END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                   MOVE 'Y' TO WS-END-OF-FILE
                   ADD 1 TO WS-COUNT-ERREURS
           END-EVALUATE.

       REFACTURER-ANTENNE.
           COMPUTE WS-ANT-NET-KG = WS-ANT-EMPREINTE - WS-ANT-COMPENSE
           COMPUTE WS-ANT-NET-TONNES ROUNDED = WS-ANT-NET-KG / 1000
           MOVE 0 TO WS-ANT-MONTANT
           MOVE 0 TO WS-NEXT-INV-ID
           IF WS-ANT-NET-TONNES > ZERO
               COMPUTE WS-ANT-MONTANT ROUNDED =
                   WS-ANT-NET-TONNES * WS-PRIX-TONNE
           END-IF
           IF WS-ANT-MONTANT > ZERO
               PERFORM EMETTRE-FACTURE-INTERNE
               IF WS-NEXT-INV-ID = ZERO
                   ADD 1 TO WS-COUNT-ERREURS
                   DISPLAY 'ECHEC FACTURE INTERNE ANTENNE ' WS-ANT-ID
                   EXIT PARAGRAPH
               END-IF
           ELSE
               ADD 1 TO WS-COUNT-SANS-CHARGE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           EXEC SQL
               INSERT INTO CHARGE_CARBONE
                   (CC_ANNEE, CC_TRIMESTRE, CC_IDANTENNE,
                    CC_EMPREINTE, CC_COMPENSE, CC_NET_TONNES,
                    CC_PRIX_TONNE, CC_MONTANT, CC_INV_ID,
                    CC_TIMESTAMP)
               VALUES
                   (:WS-ANNEE, :WS-TRIMESTRE, :WS-ANT-ID,
                    :WS-ANT-EMPREINTE, :WS-ANT-COMPENSE,
                    :WS-ANT-NET-TONNES, :WS-PRIX-TONNE,
                    :WS-ANT-MONTANT, :WS-NEXT-INV-ID, :WS-TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT CHARGE_CARBONE: SQLCODE='
                   SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-COUNT-ERREURS
               EXIT PARAGRAPH
           END-IF
           EXEC SQL COMMIT END-EXEC
           IF WS-ANT-MONTANT > ZERO
               ADD 1 TO WS-COUNT-FACTURES
               ADD WS-ANT-MONTANT TO WS-TOTAL-FONDS
           END-IF
           PERFORM EDITER-RELEVE-ANTENNE.

       EMETTRE-FACTURE-INTERNE.
           INITIALIZE WS-NUMEROTATION
           MOVE 'INT' TO WS-NUM-SERIE
           MOVE WS-ANNEE TO WS-NUM-ANNEE
           CALL 'NUMEROTATION-FACTURE' USING WS-NUMEROTATION
           IF WS-NUM-RETOUR NOT = 'Y'
               DISPLAY 'ERREUR ATTRIBUTION NUMERO DE FACTURE'
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-INVOICE
           MOVE WS-NUM-ATTRIBUE TO WS-INVID
           MOVE WS-DATE-FACTURE TO WS-INVDATE
           MOVE WS-ANT-MONTANT TO WS-TOTALHT
           MOVE WS-ANT-MONTANT TO WS-TOTALTTC
           MOVE WS-ANT-ID TO WS-CUSTID
           MOVE 'EUR' TO WS-INVCURRENCY
           MOVE 'INT' TO WS-INVTYPE
           MOVE 'N' TO WS-INV-EOF
           MOVE 'SAVE' TO OPERATION
           CALL 'INVOICE-DAL-DB' USING OPERATION WS-INV-EOF
               WS-INVOICE
           IF WS-INV-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'TYPE' TO OPERATION
           CALL 'INVOICE-DAL-DB' USING OPERATION WS-INV-EOF
               WS-INVOICE
           IF WS-INV-EOF = 'Y'
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-ATTRIBUE TO WS-NEXT-INV-ID.

       EDITER-RELEVE-ANTENNE.
           MOVE SPACES TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE WS-ANT-ID TO LA-ID
           MOVE WS-ANT-NOM TO LA-NOM
           MOVE WS-ANNEE TO LA-ANNEE
           MOVE WS-TRIMESTRE TO LA-TRIMESTRE
           MOVE WS-LIGNE-ANTENNE TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE WS-ANT-TRESORIER TO LTR-NOM
           MOVE WS-LIGNE-TRESORIER TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE 'EMPREINTE DES ACTIVITES' TO LV-LIBELLE
           MOVE WS-ANT-EMPREINTE TO LV-VALEUR
           MOVE 'KGCO2E' TO LV-UNITE
           MOVE WS-LIGNE-VALEUR TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE 'COMPENSATION DU TRIMESTRE' TO LV-LIBELLE
           MOVE WS-ANT-COMPENSE TO LV-VALEUR
           MOVE 'KGCO2E' TO LV-UNITE
           MOVE WS-LIGNE-VALEUR TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE 'EMISSIONS NETTES' TO LV-LIBELLE
           MOVE WS-ANT-NET-TONNES TO LV-VALEUR
           MOVE 'TCO2E' TO LV-UNITE
           MOVE WS-LIGNE-VALEUR TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE 'PRIX INTERNE DU CARBONE' TO LV-LIBELLE
           MOVE WS-PRIX-TONNE TO LV-VALEUR
           MOVE 'EUR/T' TO LV-UNITE
           MOVE WS-LIGNE-VALEUR TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE 'CONTRIBUTION AU FONDS CLIMAT' TO LMT-LIBELLE
           MOVE WS-ANT-MONTANT TO LMT-MONTANT
           MOVE SPACES TO LMT-FACTURE
           IF WS-NEXT-INV-ID NOT = ZERO
               STRING 'FACTURE INTERNE ' WS-NEXT-INV-ID
                   DELIMITED BY SIZE INTO LMT-FACTURE
           ELSE
               MOVE 'AUCUNE FACTURE (NET NUL)' TO LMT-FACTURE
           END-IF
           MOVE WS-LIGNE-MONTANT TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-TOTAL.

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

       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_ANT_CHARGE END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.

       ECRIRE-SPOOL-LIGNE.
           MOVE 'LINE' TO WS-SPOOL-OP
           CALL 'PRINT-SPOOL-WRITER' USING WS-SPOOL-OP WS-SPOOL-TITRE
               WS-SPOOL-LIGNE.

       ECRIRE-SPOOL-TOTAL.
           MOVE 'TOTL' TO WS-SPOOL-OP
           CALL 'PRINT-SPOOL-WRITER' USING WS-SPOOL-OP WS-SPOOL-TITRE
               WS-SPOOL-LIGNE.

       OUVRIR-SPOOL.
           MOVE 'INIT' TO WS-SPOOL-OP
           CALL 'PRINT-SPOOL-WRITER' USING WS-SPOOL-OP WS-SPOOL-TITRE
               WS-SPOOL-LIGNE
           MOVE 'HEAD' TO WS-SPOOL-OP
           MOVE WS-ENTETE-COLONNES TO WS-SPOOL-LIGNE
           CALL 'PRINT-SPOOL-WRITER' USING WS-SPOOL-OP WS-SPOOL-TITRE
               WS-SPOOL-LIGNE.

       FERMER-SPOOL.
           MOVE 'CLOS' TO WS-SPOOL-OP
           CALL 'PRINT-SPOOL-WRITER' USING WS-SPOOL-OP WS-SPOOL-TITRE
               WS-SPOOL-LIGNE.
