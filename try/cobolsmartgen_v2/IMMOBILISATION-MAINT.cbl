       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMMOBILISATION-MAINT.
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
       77  WS-ARG-METHODE         PIC X(1) VALUE SPACES.
       77  WS-ARG-DUREE           PIC X(3) VALUE SPACES.
       77  WS-ARG-CENTRE          PIC X(10) VALUE SPACES.
       77  WS-ARG-DATE            PIC X(8) VALUE SPACES.
       77  WS-ARG-PRIX            PIC X(12) VALUE SPACES.
       77  WS-ARG-OPERATEUR       PIC X(9) VALUE SPACES.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-IMMO-ID             PIC 9(9).
       01  WS-IMMO-LIBELLE        PIC X(40).
       01  WS-IMMO-CATEGORIE      PIC X(12).
       01  WS-IMMO-FF-ID          PIC 9(9).
       01  WS-IMMO-SUP-ID         PIC 9(9).
       01  WS-IMMO-DATE-ACQ       PIC 9(8).
       01  WS-DATE-ACQ-R REDEFINES WS-IMMO-DATE-ACQ.
           05 WS-ACQ-ANNEE        PIC 9(4).
           05 WS-ACQ-MOIS         PIC 9(2).
           05 WS-ACQ-JOUR         PIC 9(2).
       01  WS-IMMO-COUT           PIC 9(9)V99.
       01  WS-IMMO-METHODE        PIC X.
       01  WS-IMMO-DUREE          PIC 9(3).
       01  WS-IMMO-CENTRE         PIC X(10).
       01  WS-IMMO-STATUT         PIC X.
       01  WS-IMMO-CUMUL          PIC 9(9)V99.
       01  WS-IMMO-VNC            PIC 9(9)V99.
       01  WS-DATE-CESSION        PIC 9(8).
       01  WS-DATE-CESSION-R REDEFINES WS-DATE-CESSION.
           05 WS-CES-ANNEE        PIC 9(4).
           05 WS-CES-MOIS         PIC 9(2).
           05 WS-CES-JOUR         PIC 9(2).
       01  WS-PRIX-CESSION        PIC 9(9)V99.
       01  WS-RESULTAT-CESSION    PIC S9(9)V99.
       01  WS-FF-STATUT           PIC X.
       01  WS-PERIODE-CESSION     PIC 9(6).
       01  WS-PERIODE-PRECEDENTE  PIC 9(6).
       01  WS-PERIODE-DEBUT-ANNEE PIC 9(6).
       01  WS-DERNIERE-PERIODE    PIC 9(6).
       01  WS-MOIS-ABSOLU         PIC 9(6).
       01  WS-MOIS-ACQ            PIC 9(6).
       01  WS-CALC-ANNEE          PIC 9(4).
       01  WS-ANNEES-ECOULEES     PIC 9(4).
       01  WS-CALC-MOIS           PIC 9(2).
       01  WS-CUMUL-AVANT-ANNEE   PIC 9(9)V99.
       01  WS-DOTATION            PIC 9(9)V99.
       01  WS-NB                  PIC 9(9).
       01  WS-CALCUL-DOTATION.
           05 CDT-METHODE         PIC X.
           05 CDT-COUT            PIC 9(9)V99.
           05 CDT-DUREE           PIC 9(3).
           05 CDT-RANG            PIC 9(4).
           05 CDT-JOUR-ACQ        PIC 9(2).
           05 CDT-JOUR-CESSION    PIC 9(2).
           05 CDT-VNC             PIC 9(9)V99.
           05 CDT-BASE-ANNEE      PIC 9(9)V99.
           05 CDT-DOTATION        PIC 9(9)V99.
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
       01  WS-D-MONTANT           PIC Z(8)9.99.
       01  WS-D-MONTANT-2         PIC Z(8)9.99.
       01  WS-D-MONTANT-3         PIC Z(8)9.99.
       01  WS-D-RESULTAT          PIC -(8)9.99.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'REGISTRE DES IMMOBILISATIONS'
           DISPLAY '=========================================='
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ACCEPT WS-ARG-ACTION FROM ARGUMENT-VALUE
           EVALUATE WS-ARG-ACTION
               WHEN 'LISTER'
               WHEN SPACES
                   PERFORM DAL-CONNECT
                   PERFORM LISTER-IMMOBILISATIONS
               WHEN 'CANDIDATS'
                   PERFORM DAL-CONNECT
                   PERFORM LISTER-CANDIDATS
               WHEN 'CREER'
                   ACCEPT WS-ARG-ID FROM ARGUMENT-VALUE
                   ACCEPT WS-ARG-METHODE FROM ARGUMENT-VALUE
                   ACCEPT WS-ARG-DUREE FROM ARGUMENT-VALUE
                   ACCEPT WS-ARG-CENTRE FROM ARGUMENT-VALUE
                   ACCEPT WS-ARG-OPERATEUR FROM ARGUMENT-VALUE
                   PERFORM CONTROLER-CREATION
                   PERFORM CONTROLER-AUTORISATION
                   PERFORM DAL-CONNECT
                   PERFORM CREER-IMMOBILISATION
               WHEN 'CEDER'
                   ACCEPT WS-ARG-ID FROM ARGUMENT-VALUE
                   ACCEPT WS-ARG-DATE FROM ARGUMENT-VALUE
                   ACCEPT WS-ARG-PRIX FROM ARGUMENT-VALUE
                   ACCEPT WS-ARG-OPERATEUR FROM ARGUMENT-VALUE
                   PERFORM CONTROLER-CESSION
                   PERFORM CONTROLER-AUTORISATION
                   PERFORM DAL-CONNECT
                   PERFORM CEDER-IMMOBILISATION
               WHEN OTHER
                   DISPLAY 'USAGE: LISTER | CANDIDATS |'
                   DISPLAY '       CREER ID-FACTURE-FRN L|D DUREE-MOIS'
                       ' CENTRE ID-OPERATEUR |'
                   DISPLAY '       CEDER ID-IMMO AAAAMMJJ PRIX-CESSION'
                       ' ID-OPERATEUR'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           PERFORM DAL-END
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
       CONTROLER-CREATION.
           IF WS-ARG-ID NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(WS-ARG-DUREE) NOT = 0
               OR WS-ARG-CENTRE = SPACES
               OR WS-ARG-OPERATEUR = SPACES
               DISPLAY 'ERREUR: CREER ID-FACTURE-FRN L|D DUREE-MOIS'
                   ' CENTRE ID-OPERATEUR'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ARG-METHODE NOT = 'L' AND WS-ARG-METHODE NOT = 'D'
               DISPLAY 'ERREUR: METHODE L (LINEAIRE) OU D (DEGRESSIF)'
                   ' ATTENDUE'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-ID TO WS-IMMO-FF-ID
           MOVE WS-ARG-METHODE TO WS-IMMO-METHODE
           COMPUTE WS-IMMO-DUREE = FUNCTION NUMVAL(WS-ARG-DUREE)
           MOVE WS-ARG-CENTRE TO WS-IMMO-CENTRE
           IF WS-IMMO-DUREE < 12
               DISPLAY 'ERREUR: DUREE D''UTILISATION MINIMALE 12 MOIS'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-IMMO-METHODE = 'D' AND WS-IMMO-DUREE < 36
               DISPLAY 'ERREUR: DEGRESSIF RESERVE AUX DUREES D''AU'
                   ' MOINS 36 MOIS'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
       CONTROLER-CESSION.
           IF WS-ARG-ID NOT NUMERIC OR WS-ARG-DATE NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(WS-ARG-PRIX) NOT = 0
               OR WS-ARG-OPERATEUR = SPACES
               DISPLAY 'ERREUR: CEDER ID-IMMO AAAAMMJJ PRIX-CESSION'
                   ' ID-OPERATEUR'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-ID TO WS-IMMO-ID
           MOVE WS-ARG-DATE TO WS-DATE-CESSION
           COMPUTE WS-PRIX-CESSION = FUNCTION NUMVAL(WS-ARG-PRIX)
           IF WS-CES-MOIS < 1 OR WS-CES-MOIS > 12
               OR WS-CES-JOUR < 1 OR WS-CES-JOUR > 31
               OR WS-DATE-CESSION > WS-RUN-DATE
               DISPLAY 'ERREUR: DATE DE CESSION INVALIDE '
                   WS-ARG-DATE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
       CONTROLER-AUTORISATION.
           MOVE WS-ARG-OPERATEUR TO WS-AUT-OPERATEUR
           MOVE 'IMMOBILIS' TO WS-AUT-OPERATION
           MOVE 'N' TO WS-AUT-DECISION
           CALL 'AUTORISATION-CHECK' USING WS-AUT-OPERATEUR
               WS-AUT-OPERATION WS-AUT-DECISION
           IF WS-AUT-DECISION NOT = 'Y'
               DISPLAY 'OPERATION REFUSEE: OPERATEUR '
                   WS-ARG-OPERATEUR ' NON HABILITE (IMMOBILIS)'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
       LISTER-IMMOBILISATIONS.
           EXEC SQL
               DECLARE C_IMMO CURSOR FOR
               SELECT i.IMMO_ID, i.IMMO_LIBELLE, i.IMMO_CATEGORIE,
                      i.IMMO_DATE_ACQ, i.IMMO_COUT, i.IMMO_METHODE,
                      i.IMMO_DUREE_MOIS, i.IMMO_CENTRE, i.IMMO_STATUT,
                      COALESCE((SELECT SUM(d.DOT_MONTANT)
                                FROM IMMO_DOTATION d
                                WHERE d.IMMO_ID = i.IMMO_ID), 0)
               FROM IMMOBILISATION i
               ORDER BY i.IMMO_CATEGORIE, i.IMMO_ID
           END-EXEC
           EXEC SQL OPEN C_IMMO END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_IMMO INTO
                       :WS-IMMO-ID, :WS-IMMO-LIBELLE,
                       :WS-IMMO-CATEGORIE, :WS-IMMO-DATE-ACQ,
                       :WS-IMMO-COUT, :WS-IMMO-METHODE,
                       :WS-IMMO-DUREE, :WS-IMMO-CENTRE,
                       :WS-IMMO-STATUT, :WS-IMMO-CUMUL
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-COUNT
                       COMPUTE WS-IMMO-VNC =
                           WS-IMMO-COUT - WS-IMMO-CUMUL
                       MOVE WS-IMMO-COUT TO WS-D-MONTANT
                       MOVE WS-IMMO-CUMUL TO WS-D-MONTANT-2
                       MOVE WS-IMMO-VNC TO WS-D-MONTANT-3
                       DISPLAY WS-IMMO-ID ' ' WS-IMMO-CATEGORIE ' '
                           WS-IMMO-LIBELLE ' STATUT ' WS-IMMO-STATUT
                       DISPLAY '    ACQUIS LE ' WS-IMMO-DATE-ACQ
                           ' ' WS-IMMO-METHODE ' ' WS-IMMO-DUREE
                           ' MOIS CENTRE ' WS-IMMO-CENTRE
                       DISPLAY '    BRUT ' WS-D-MONTANT ' AMORTI '
                           WS-D-MONTANT-2 ' VNC ' WS-D-MONTANT-3
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           DISPLAY 'IMMOBILISATIONS: ' WS-COUNT.
       LISTER-CANDIDATS.
           EXEC SQL
               DECLARE C_CAND CURSOR FOR
               SELECT f.FF_ID, f.SUP_ID, f.FF_DATE,
                      f.FF_QTE * f.FF_PRIX, p.PROD_NAME,
                      p.PROD_IMMO_CATEGORIE
               FROM FACTURE_FOURNISSEUR f
               INNER JOIN PURCHASE_ORDER po
                   ON po.PO_ID = f.PO_ID
               INNER JOIN PRODUCT p
                   ON p.PROD_ID = po.PROD_ID
               WHERE f.FF_STATUT IN ('A', 'P')
               AND COALESCE(TRIM(p.PROD_IMMO_CATEGORIE), '') <> ''
               AND NOT EXISTS (SELECT 1 FROM IMMOBILISATION i
                               WHERE i.IMMO_FF_ID = f.FF_ID)
               ORDER BY f.FF_DATE, f.FF_ID
           END-EXEC
           EXEC SQL OPEN C_CAND END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_CAND INTO
                       :WS-IMMO-FF-ID, :WS-IMMO-SUP-ID,
                       :WS-IMMO-DATE-ACQ, :WS-IMMO-COUT,
                       :WS-IMMO-LIBELLE, :WS-IMMO-CATEGORIE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-COUNT
                       MOVE WS-IMMO-COUT TO WS-D-MONTANT
                       DISPLAY 'FACTURE ' WS-IMMO-FF-ID ' DU '
                           WS-IMMO-DATE-ACQ ' FOURNISSEUR '
                           WS-IMMO-SUP-ID ' HT ' WS-D-MONTANT
                       DISPLAY '    ' WS-IMMO-CATEGORIE ' '
                           WS-IMMO-LIBELLE
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_CAND END-EXEC
           DISPLAY 'FACTURES IMMOBILISABLES NON ENREGISTREES: '
               WS-COUNT.
       CREER-IMMOBILISATION.
           MOVE SPACE TO WS-FF-STATUT
           EXEC SQL
               SELECT f.FF_STATUT, f.SUP_ID, f.FF_QTE * f.FF_PRIX,
                      COALESCE((SELECT MIN(gr.RECEIPT_DATE)
                                FROM GOODS_RECEIPT gr
                                WHERE gr.PO_ID = f.PO_ID
                                AND gr.RECEIPT_QTE > 0), f.FF_DATE),
                      COALESCE(p.PROD_NAME, ' '),
                      COALESCE(p.PROD_IMMO_CATEGORIE, ' ')
               INTO :WS-FF-STATUT, :WS-IMMO-SUP-ID,
                    :WS-IMMO-COUT, :WS-IMMO-DATE-ACQ,
                    :WS-IMMO-LIBELLE, :WS-IMMO-CATEGORIE
               FROM FACTURE_FOURNISSEUR f
               LEFT JOIN PURCHASE_ORDER po
                   ON po.PO_ID = f.PO_ID
               LEFT JOIN PRODUCT p
                   ON p.PROD_ID = po.PROD_ID
               WHERE f.FF_ID = :WS-IMMO-FF-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: FACTURE FOURNISSEUR ' WS-IMMO-FF-ID
                   ' INCONNUE'
               PERFORM ABANDONNER
           END-IF
           IF WS-FF-STATUT NOT = 'A' AND WS-FF-STATUT NOT = 'P'
               DISPLAY 'ERREUR: FACTURE ' WS-IMMO-FF-ID
                   ' NON APPROUVEE (STATUT ' WS-FF-STATUT ')'
               PERFORM ABANDONNER
           END-IF
           IF WS-IMMO-CATEGORIE = SPACES
               DISPLAY 'ERREUR: ARTICLE DE LA FACTURE ' WS-IMMO-FF-ID
                   ' SANS CATEGORIE D''IMMOBILISATION'
               PERFORM ABANDONNER
           END-IF
           IF WS-IMMO-COUT = ZERO
               DISPLAY 'ERREUR: FACTURE ' WS-IMMO-FF-ID
                   ' DE MONTANT NUL'
               PERFORM ABANDONNER
           END-IF
           MOVE 0 TO WS-NB
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB
               FROM IMMOBILISATION
               WHERE IMMO_FF_ID = :WS-IMMO-FF-ID
           END-EXEC
           IF WS-NB > ZERO
               DISPLAY 'ERREUR: FACTURE ' WS-IMMO-FF-ID
                   ' DEJA IMMOBILISEE'
               PERFORM ABANDONNER
           END-IF
           MOVE 0 TO WS-NB
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB
               FROM CENTRE_ANALYTIQUE
               WHERE CA_CODE = :WS-IMMO-CENTRE
               AND CA_ACTIF = 'O'
           END-EXEC
           IF WS-NB = ZERO
               DISPLAY 'ERREUR: CENTRE ANALYTIQUE ' WS-IMMO-CENTRE
                   ' INCONNU OU INACTIF'
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(IMMO_ID), 0) + 1
               INTO :WS-IMMO-ID
               FROM IMMOBILISATION
           END-EXEC
           EXEC SQL
               INSERT INTO IMMOBILISATION
               (IMMO_ID, IMMO_LIBELLE, IMMO_CATEGORIE, IMMO_FF_ID,
                IMMO_SUP_ID, IMMO_DATE_ACQ, IMMO_COUT, IMMO_METHODE,
                IMMO_DUREE_MOIS, IMMO_CENTRE, IMMO_STATUT,
                IMMO_EXPORTE_ACQ, IMMO_OPER_CREATION,
                IMMO_DATE_CREATION)
               VALUES
               (:WS-IMMO-ID, :WS-IMMO-LIBELLE, :WS-IMMO-CATEGORIE,
                :WS-IMMO-FF-ID, :WS-IMMO-SUP-ID, :WS-IMMO-DATE-ACQ,
                :WS-IMMO-COUT, :WS-IMMO-METHODE, :WS-IMMO-DUREE,
                :WS-IMMO-CENTRE, 'A', 'N', :WS-ARG-OPERATEUR,
                :WS-RUN-DATE)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT IMMOBILISATION: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'IMMOBILISAT' TO WS-JRN-ENTITE
           MOVE WS-IMMO-ID TO WS-JRN-CLE
           MOVE 'IMMO_STATUT' TO WS-JRN-CHAMP
           MOVE SPACES TO WS-JRN-AVANT
           MOVE SPACES TO WS-JRN-APRES
           MOVE WS-IMMO-COUT TO WS-D-MONTANT
           STRING 'A FF ' WS-IMMO-FF-ID ' ' WS-D-MONTANT ' '
               WS-IMMO-METHODE ' ' WS-IMMO-DUREE ' ' WS-IMMO-CENTRE
               DELIMITED BY SIZE INTO WS-JRN-APRES
           PERFORM JOURNALISER
           DISPLAY 'IMMOBILISATION ' WS-IMMO-ID ' CREEE: '
               WS-IMMO-CATEGORIE ' ' WS-IMMO-LIBELLE
           DISPLAY '    ACQUISITION ' WS-IMMO-DATE-ACQ ' COUT '
               WS-D-MONTANT ' ' WS-IMMO-METHODE ' '
               WS-IMMO-DUREE ' MOIS CENTRE ' WS-IMMO-CENTRE.
       CEDER-IMMOBILISATION.
           EXEC SQL
               SELECT IMMO_STATUT, IMMO_DATE_ACQ, IMMO_COUT,
                      IMMO_METHODE, IMMO_DUREE_MOIS
               INTO :WS-IMMO-STATUT, :WS-IMMO-DATE-ACQ,
                    :WS-IMMO-COUT, :WS-IMMO-METHODE, :WS-IMMO-DUREE
               FROM IMMOBILISATION
               WHERE IMMO_ID = :WS-IMMO-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: IMMOBILISATION ' WS-IMMO-ID
                   ' INCONNUE'
               PERFORM ABANDONNER
           END-IF
           IF WS-IMMO-STATUT NOT = 'A'
               DISPLAY 'ERREUR: IMMOBILISATION ' WS-IMMO-ID
                   ' DEJA SORTIE DE L''ACTIF'
               PERFORM ABANDONNER
           END-IF
           IF WS-DATE-CESSION < WS-IMMO-DATE-ACQ
               DISPLAY 'ERREUR: CESSION ANTERIEURE A L''ACQUISITION '
                   WS-IMMO-DATE-ACQ
               PERFORM ABANDONNER
           END-IF
           COMPUTE WS-PERIODE-CESSION = WS-DATE-CESSION / 100
           MOVE 0 TO WS-NB
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB
               FROM IMMO_DOTATION
               WHERE IMMO_ID = :WS-IMMO-ID
               AND DOT_PERIODE >= :WS-PERIODE-CESSION
               AND DOT_EXPORTE = 'O'
           END-EXEC
           IF WS-NB > ZERO
               DISPLAY 'ERREUR: AMORTISSEMENTS DE ' WS-PERIODE-CESSION
                   ' OU POSTERIEURS DEJA COMPTABILISES'
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               DELETE FROM IMMO_DOTATION
               WHERE IMMO_ID = :WS-IMMO-ID
               AND DOT_PERIODE >= :WS-PERIODE-CESSION
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR PURGE DOTATIONS: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               SELECT COALESCE(SUM(DOT_MONTANT), 0),
                      COALESCE(MAX(DOT_PERIODE), 0)
               INTO :WS-IMMO-CUMUL, :WS-DERNIERE-PERIODE
               FROM IMMO_DOTATION
               WHERE IMMO_ID = :WS-IMMO-ID
           END-EXEC
           COMPUTE WS-IMMO-VNC = WS-IMMO-COUT - WS-IMMO-CUMUL
           COMPUTE WS-MOIS-ACQ = WS-ACQ-ANNEE * 12 + WS-ACQ-MOIS - 1
           COMPUTE WS-MOIS-ABSOLU =
               WS-CES-ANNEE * 12 + WS-CES-MOIS - 1
           IF WS-MOIS-ABSOLU > WS-MOIS-ACQ AND WS-IMMO-VNC > ZERO
               COMPUTE WS-MOIS-ABSOLU = WS-MOIS-ABSOLU - 1
               PERFORM CONVERTIR-MOIS
               COMPUTE WS-PERIODE-PRECEDENTE =
                   WS-CALC-ANNEE * 100 + WS-CALC-MOIS
               IF WS-DERNIERE-PERIODE < WS-PERIODE-PRECEDENTE
                   DISPLAY 'ERREUR: AMORTISSEMENTS A CALCULER JUSQU'''
                       'A ' WS-PERIODE-PRECEDENTE ' AVANT LA CESSION'
                   DISPLAY '       (DERNIERE PERIODE CALCULEE: '
                       WS-DERNIERE-PERIODE ')'
                   PERFORM ABANDONNER
               END-IF
               COMPUTE WS-MOIS-ABSOLU = WS-MOIS-ABSOLU + 1
           END-IF
           PERFORM CALCULER-DOTATION-CESSION
           COMPUTE WS-RESULTAT-CESSION =
               WS-PRIX-CESSION - WS-IMMO-VNC
           EXEC SQL
               UPDATE IMMOBILISATION
               SET IMMO_STATUT = 'C',
                   IMMO_DATE_CESSION = :WS-DATE-CESSION,
                   IMMO_PRIX_CESSION = :WS-PRIX-CESSION,
                   IMMO_CUMUL_CESSION = :WS-IMMO-CUMUL,
                   IMMO_EXPORTE_CESSION = 'N',
                   IMMO_OPER_CESSION = :WS-ARG-OPERATEUR
               WHERE IMMO_ID = :WS-IMMO-ID
               AND IMMO_STATUT = 'A'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO OR SQLERRD(3) EQUAL ZERO
               DISPLAY 'ERREUR MAJ IMMOBILISATION: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'IMMOBILISAT' TO WS-JRN-ENTITE
           MOVE WS-IMMO-ID TO WS-JRN-CLE
           MOVE 'IMMO_STATUT' TO WS-JRN-CHAMP
           MOVE 'A' TO WS-JRN-AVANT
           MOVE SPACES TO WS-JRN-APRES
           MOVE WS-PRIX-CESSION TO WS-D-MONTANT
           STRING 'C ' WS-DATE-CESSION ' ' WS-D-MONTANT
               DELIMITED BY SIZE INTO WS-JRN-APRES
           PERFORM JOURNALISER
           MOVE WS-IMMO-COUT TO WS-D-MONTANT
           MOVE WS-IMMO-CUMUL TO WS-D-MONTANT-2
           MOVE WS-IMMO-VNC TO WS-D-MONTANT-3
           DISPLAY 'IMMOBILISATION ' WS-IMMO-ID ' CEDEE LE '
               WS-DATE-CESSION
           DISPLAY '    VALEUR BRUTE        : ' WS-D-MONTANT
           DISPLAY '    AMORTISSEMENTS      : ' WS-D-MONTANT-2
           DISPLAY '    VALEUR NETTE        : ' WS-D-MONTANT-3
           MOVE WS-PRIX-CESSION TO WS-D-MONTANT
           DISPLAY '    PRIX DE CESSION     : ' WS-D-MONTANT
           MOVE WS-RESULTAT-CESSION TO WS-D-RESULTAT
           IF WS-RESULTAT-CESSION < ZERO
               DISPLAY '    MOINS-VALUE         : ' WS-D-RESULTAT
           ELSE
               DISPLAY '    PLUS-VALUE          : ' WS-D-RESULTAT
           END-IF.
       CALCULER-DOTATION-CESSION.
           IF WS-IMMO-VNC = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IMMO-COUT TO CDT-BASE-ANNEE
           IF WS-IMMO-METHODE = 'D'
               COMPUTE WS-ANNEES-ECOULEES =
                   (WS-MOIS-ABSOLU - WS-MOIS-ACQ) / 12
               COMPUTE WS-MOIS-ABSOLU =
                   WS-MOIS-ACQ + 12 * WS-ANNEES-ECOULEES
               PERFORM CONVERTIR-MOIS
               COMPUTE WS-PERIODE-DEBUT-ANNEE =
                   WS-CALC-ANNEE * 100 + WS-CALC-MOIS
               EXEC SQL
                   SELECT COALESCE(SUM(DOT_MONTANT), 0)
                   INTO :WS-CUMUL-AVANT-ANNEE
                   FROM IMMO_DOTATION
                   WHERE IMMO_ID = :WS-IMMO-ID
                   AND DOT_PERIODE < :WS-PERIODE-DEBUT-ANNEE
               END-EXEC
               COMPUTE CDT-BASE-ANNEE =
                   WS-IMMO-COUT - WS-CUMUL-AVANT-ANNEE
               COMPUTE WS-MOIS-ABSOLU =
                   WS-CES-ANNEE * 12 + WS-CES-MOIS - 1
           END-IF
           MOVE WS-IMMO-METHODE TO CDT-METHODE
           MOVE WS-IMMO-COUT TO CDT-COUT
           MOVE WS-IMMO-DUREE TO CDT-DUREE
           COMPUTE CDT-RANG = WS-MOIS-ABSOLU - WS-MOIS-ACQ
           MOVE WS-ACQ-JOUR TO CDT-JOUR-ACQ
           MOVE WS-CES-JOUR TO CDT-JOUR-CESSION
           MOVE WS-IMMO-VNC TO CDT-VNC
           CALL 'IMMO-DOTATION-CALC' USING WS-CALCUL-DOTATION
           MOVE CDT-DOTATION TO WS-DOTATION
           IF WS-DOTATION = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD WS-DOTATION TO WS-IMMO-CUMUL
           SUBTRACT WS-DOTATION FROM WS-IMMO-VNC
           EXEC SQL
               INSERT INTO IMMO_DOTATION
               (IMMO_ID, DOT_PERIODE, DOT_TYPE, DOT_MONTANT,
                DOT_CUMUL, DOT_VNC, DOT_DATE_CALCUL, DOT_EXPORTE)
               VALUES
               (:WS-IMMO-ID, :WS-PERIODE-CESSION, 'C', :WS-DOTATION,
                :WS-IMMO-CUMUL, :WS-IMMO-VNC, :WS-RUN-DATE, 'N')
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT IMMO_DOTATION: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE WS-DOTATION TO WS-D-MONTANT
           DISPLAY 'DOTATION COMPLEMENTAIRE ' WS-PERIODE-CESSION
               ' : ' WS-D-MONTANT.
       CONVERTIR-MOIS.
           DIVIDE WS-MOIS-ABSOLU BY 12 GIVING WS-CALC-ANNEE
               REMAINDER WS-CALC-MOIS
           ADD 1 TO WS-CALC-MOIS.
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
               EXEC SQL CLOSE C_IMMO END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
