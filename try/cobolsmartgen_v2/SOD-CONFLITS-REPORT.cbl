       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-CONFLITS-REPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLE-FILE ASSIGN TO "VIREMENTS-CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROLE-FILE.
       01  CONTROLE-RECORD        PIC X(40).
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
       01  WS-CTL-EOF             PIC X VALUE 'N'.
       77  WS-CONTROLE-STATUS     PIC X(2) VALUE '00'.
       77  WS-ARG-DEBUT           PIC X(8) VALUE SPACES.
       77  WS-ARG-FIN             PIC X(8) VALUE SPACES.
       01  WS-DATE-DEBUT          PIC 9(8).
       01  WS-DATE-FIN            PIC 9(8).
       01  WS-ISO-DEBUT           PIC X(10).
       01  WS-ISO-FIN             PIC X(10).
       01  WS-CONTROLE-LIGNE.
           05 CTL-PERIODE         PIC X(6).
           05 FILLER              PIC X.
           05 CTL-DATE            PIC X(8).
           05 FILLER              PIC X.
           05 CTL-OPERATEUR       PIC X(9).
           05 FILLER              PIC X(15).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-TS-DEBUT            PIC X(14).
       01  WS-TS-FIN              PIC X(14).
       01  WS-DATE-FENETRE        PIC 9(8).
       01  WS-REGLES-ACTIVES.
           05 WS-R-PO-CREA-APPR   PIC X VALUE 'N'.
           05 WS-R-PO-APPR-FACT   PIC X VALUE 'N'.
           05 WS-R-FF-SAIS-PAIE   PIC X VALUE 'N'.
           05 WS-R-RIB-VIREMENT   PIC X VALUE 'N'.
       01  WS-FENETRE-RIB         PIC 9(3) VALUE 35.
       01  WS-SOD-CODE            PIC X(12).
       01  WS-SOD-FENETRE         PIC 9(3).
       01  WS-NB-REGLES           PIC 9(4) VALUE 0.
       01  WS-CF-ID               PIC 9(9).
       01  WS-CF-REF              PIC 9(9).
       01  WS-CF-OPERATEUR        PIC X(9).
       01  WS-CF-DATE             PIC X(10).
       01  WS-CF-MONTANT          PIC S9(11)V99.
       01  WS-CF-LIBELLE          PIC X(40).
       01  WS-CF-STATUT           PIC X(10).
       01  WS-CF-TS               PIC X(14).
       01  WS-CF-EMPID            PIC 9(4).
       01  WS-CF-EMPNOM           PIC X(30).
       01  WS-CF-SALNET           PIC 9(6)V99.
       01  WS-REGLE-COURANTE      PIC X(12).
       77  WS-COUNT-REGLE         PIC 9(6) VALUE 0.
       01  WS-MONTANT-REGLE       PIC S9(11)V99 VALUE 0.
       77  WS-COUNT-CONFLITS      PIC 9(6) VALUE 0.
       01  WS-MONTANT-TOTAL       PIC S9(11)V99 VALUE 0.
       77  WS-COUNT-SANS-OPER     PIC 9(6) VALUE 0.
       77  WS-CODE-RETOUR         PIC S9(4) VALUE 0.
       01  WS-SPOOL-OP            PIC X(4).
       01  WS-SPOOL-TITRE         PIC X(60).
       01  WS-SPOOL-LIGNE         PIC X(132).
       01  WS-ENTETE-COLONNES.
           05 FILLER PIC X(13) VALUE 'REGLE'.
           05 FILLER PIC X(10) VALUE 'OPERATEUR'.
           05 FILLER PIC X(21) VALUE 'TRANSACTION'.
           05 FILLER PIC X(11) VALUE 'DATE'.
           05 FILLER PIC X(17) VALUE '          MONTANT'.
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(40) VALUE 'DETAIL'.
       01  WS-LIGNE-DETAIL.
           05 LD-REGLE            PIC X(12).
           05 FILLER              PIC X.
           05 LD-OPERATEUR        PIC X(9).
           05 FILLER              PIC X.
           05 LD-OBJET            PIC X(20).
           05 FILLER              PIC X.
           05 LD-DATE             PIC X(10).
           05 FILLER              PIC X.
           05 LD-MONTANT          PIC Z(12)9.99-.
           05 FILLER              PIC X.
           05 LD-DETAIL           PIC X(40).
       01  WS-LIGNE-TOTAL.
           05 LT-LIBELLE          PIC X(55).
           05 LT-MONTANT          PIC Z(12)9.99-.
           05 FILLER              PIC X.
           05 LT-NB               PIC Z(5)9.
           05 LT-SUFFIXE          PIC X(9).
       01  WS-D-ID                PIC Z(8)9.
       01  WS-D-MONTANT           PIC Z(12)9.99-.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'CONFLITS DE SEPARATION DES TACHES'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-DEBUT FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-FIN FROM ARGUMENT-VALUE
           IF WS-ARG-DEBUT NOT NUMERIC OR WS-ARG-FIN NOT NUMERIC
               DISPLAY 'USAGE: DATE-DEBUT DATE-FIN (AAAAMMJJ)'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-DEBUT TO WS-DATE-DEBUT
           MOVE WS-ARG-FIN TO WS-DATE-FIN
           IF WS-DATE-FIN < WS-DATE-DEBUT
               DISPLAY 'ERREUR: DATE-FIN ANTERIEURE A DATE-DEBUT'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-ISO-DEBUT WS-ISO-FIN
           STRING WS-ARG-DEBUT(1:4) '-' WS-ARG-DEBUT(5:2) '-'
               WS-ARG-DEBUT(7:2) DELIMITED BY SIZE INTO WS-ISO-DEBUT
           STRING WS-ARG-FIN(1:4) '-' WS-ARG-FIN(5:2) '-'
               WS-ARG-FIN(7:2) DELIMITED BY SIZE INTO WS-ISO-FIN
           PERFORM DAL-CONNECT
           PERFORM CHARGER-REGLES
           IF WS-NB-REGLES = ZERO
               DISPLAY 'AUCUNE REGLE ACTIVE DANS SOD_REGLE'
                   ' (SOD-REGLE-MAINT INIT)'
               PERFORM DAL-END
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'SOD-CONFLITS-REPORT' TO WS-SPOOL-TITRE
           PERFORM OUVRIR-SPOOL
           IF WS-R-PO-CREA-APPR = 'Y'
               PERFORM REGLE-PO-CREA-APPR
           END-IF
           IF WS-R-PO-APPR-FACT = 'Y'
               PERFORM REGLE-PO-APPR-FACT
           END-IF
           IF WS-R-FF-SAIS-PAIE = 'Y'
               PERFORM REGLE-FF-SAIS-PAIE
           END-IF
           IF WS-R-RIB-VIREMENT = 'Y'
               PERFORM REGLE-RIB-VIREMENT
           END-IF
           PERFORM DAL-END
           MOVE SPACES TO WS-LIGNE-TOTAL
           MOVE 'TOTAL DES CONFLITS' TO LT-LIBELLE
           MOVE WS-MONTANT-TOTAL TO LT-MONTANT
           MOVE WS-COUNT-CONFLITS TO LT-NB
           MOVE ' CONFLITS' TO LT-SUFFIXE
           MOVE WS-LIGNE-TOTAL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-TOTAL
           PERFORM FERMER-SPOOL
           MOVE WS-MONTANT-TOTAL TO WS-D-MONTANT
           DISPLAY 'PERIODE           : ' WS-DATE-DEBUT ' - '
               WS-DATE-FIN
           DISPLAY 'CONFLITS RELEVES  : ' WS-COUNT-CONFLITS
           DISPLAY 'MONTANT CONCERNE  : ' WS-D-MONTANT
           IF WS-COUNT-SANS-OPER > ZERO
               DISPLAY 'VIREMENTS SANS OPERATEUR TRACE: '
                   WS-COUNT-SANS-OPER
           END-IF
           DISPLAY '=========================================='
           IF WS-COUNT-CONFLITS > ZERO
               MOVE 4 TO WS-CODE-RETOUR
           END-IF
           MOVE WS-CODE-RETOUR TO RETURN-CODE
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
       CHARGER-REGLES.
           EXEC SQL
               DECLARE C_SOD_REGLE CURSOR FOR
               SELECT SOD_CODE, COALESCE(SOD_FENETRE_JOURS, 0)
               FROM SOD_REGLE
               WHERE SOD_ACTIF = 'O'
           END-EXEC
           EXEC SQL OPEN C_SOD_REGLE END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN SOD_REGLE: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_SOD_REGLE INTO :WS-SOD-CODE,
                       :WS-SOD-FENETRE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-NB-REGLES
                       EVALUATE WS-SOD-CODE
                           WHEN 'PO-CREA-APPR'
                               MOVE 'Y' TO WS-R-PO-CREA-APPR
                           WHEN 'PO-APPR-FACT'
                               MOVE 'Y' TO WS-R-PO-APPR-FACT
                           WHEN 'FF-SAIS-PAIE'
                               MOVE 'Y' TO WS-R-FF-SAIS-PAIE
                           WHEN 'RIB-VIREMENT'
                               MOVE 'Y' TO WS-R-RIB-VIREMENT
                               IF WS-SOD-FENETRE > ZERO
                                   MOVE WS-SOD-FENETRE
                                       TO WS-FENETRE-RIB
                               END-IF
                           WHEN OTHER
                               SUBTRACT 1 FROM WS-NB-REGLES
                               DISPLAY 'REGLE NON GEREE IGNOREE: '
                                   WS-SOD-CODE
                       END-EVALUATE
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_SOD_REGLE END-EXEC.
       REGLE-PO-CREA-APPR.
           MOVE 'PO-CREA-APPR' TO WS-REGLE-COURANTE
           PERFORM DEBUT-REGLE
           EXEC SQL
               DECLARE C_SOD_PO CURSOR FOR
               SELECT PO_ID, PO_OPER_CREATION,
                      CAST(ORDER_DATE AS VARCHAR(10)),
                      QUANTITY * COALESCE(PO_UNIT_PRICE, 0),
                      COALESCE(STATUS, ' ')
               FROM PURCHASE_ORDER
               WHERE PO_OPER_CREATION = PO_OPER_APPROBATION
               AND COALESCE(PO_OPER_CREATION, ' ') <> ' '
               AND CAST(ORDER_DATE AS VARCHAR(10))
                   BETWEEN :WS-ISO-DEBUT AND :WS-ISO-FIN
               ORDER BY PO_OPER_CREATION, PO_ID
           END-EXEC
           EXEC SQL OPEN C_SOD_PO END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN PURCHASE_ORDER: SQLCODE=' SQLCODE
               MOVE 4 TO WS-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_SOD_PO INTO :WS-CF-ID, :WS-CF-OPERATEUR,
                       :WS-CF-DATE, :WS-CF-MONTANT, :WS-CF-STATUT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE WS-CF-ID TO WS-D-ID
                       MOVE SPACES TO LD-OBJET LD-DETAIL
                       STRING 'COMMANDE ' WS-D-ID
                           DELIMITED BY SIZE INTO LD-OBJET
                       STRING 'CREEE ET APPROUVEE - STATUT '
                           WS-CF-STATUT
                           DELIMITED BY SIZE INTO LD-DETAIL
                       PERFORM EMETTRE-CONFLIT
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       PERFORM ERREUR-FETCH
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_SOD_PO END-EXEC
           PERFORM FIN-REGLE.
       REGLE-PO-APPR-FACT.
           MOVE 'PO-APPR-FACT' TO WS-REGLE-COURANTE
           PERFORM DEBUT-REGLE
           EXEC SQL
               DECLARE C_SOD_POFF CURSOR FOR
               SELECT f.FF_ID, f.PO_ID, f.FF_OPER_SAISIE,
                      CAST(f.FF_DATE AS VARCHAR(10)),
                      f.FF_QTE * f.FF_PRIX
               FROM FACTURE_FOURNISSEUR f
               INNER JOIN PURCHASE_ORDER p
                   ON p.PO_ID = f.PO_ID
               WHERE f.FF_OPER_SAISIE = p.PO_OPER_APPROBATION
               AND COALESCE(f.FF_OPER_SAISIE, ' ') <> ' '
               AND f.FF_DATE BETWEEN :WS-DATE-DEBUT AND :WS-DATE-FIN
               ORDER BY f.FF_OPER_SAISIE, f.FF_ID
           END-EXEC
           EXEC SQL OPEN C_SOD_POFF END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN FACTURE_FOURNISSEUR: SQLCODE='
                   SQLCODE
               MOVE 4 TO WS-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_SOD_POFF INTO :WS-CF-ID, :WS-CF-REF,
                       :WS-CF-OPERATEUR, :WS-CF-DATE, :WS-CF-MONTANT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE WS-CF-ID TO WS-D-ID
                       MOVE SPACES TO LD-OBJET LD-DETAIL
                       STRING 'FACTURE ' WS-D-ID
                           DELIMITED BY SIZE INTO LD-OBJET
                       MOVE WS-CF-REF TO WS-D-ID
                       STRING 'A APPROUVE LA COMMANDE ' WS-D-ID
                           DELIMITED BY SIZE INTO LD-DETAIL
                       PERFORM EMETTRE-CONFLIT
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       PERFORM ERREUR-FETCH
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_SOD_POFF END-EXEC
           PERFORM FIN-REGLE.
       REGLE-FF-SAIS-PAIE.
           MOVE 'FF-SAIS-PAIE' TO WS-REGLE-COURANTE
           PERFORM DEBUT-REGLE
           EXEC SQL
               DECLARE C_SOD_FF CURSOR FOR
               SELECT f.FF_ID, f.SUP_ID, f.FF_OPER_SAISIE,
                      CAST(f.FF_DATE AS VARCHAR(10)),
                      f.FF_QTE * f.FF_PRIX
               FROM FACTURE_FOURNISSEUR f
               WHERE f.FF_OPER_SAISIE = f.FF_OPER_PAIEMENT
               AND COALESCE(f.FF_OPER_SAISIE, ' ') <> ' '
               AND f.FF_DATE BETWEEN :WS-DATE-DEBUT AND :WS-DATE-FIN
               ORDER BY f.FF_OPER_SAISIE, f.FF_ID
           END-EXEC
           EXEC SQL OPEN C_SOD_FF END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN FACTURE_FOURNISSEUR: SQLCODE='
                   SQLCODE
               MOVE 4 TO WS-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_SOD_FF INTO :WS-CF-ID, :WS-CF-REF,
                       :WS-CF-OPERATEUR, :WS-CF-DATE, :WS-CF-MONTANT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE WS-CF-ID TO WS-D-ID
                       MOVE SPACES TO LD-OBJET LD-DETAIL
                       STRING 'FACTURE ' WS-D-ID
                           DELIMITED BY SIZE INTO LD-OBJET
                       MOVE WS-CF-REF TO WS-D-ID
                       STRING 'SAISIE ET PAYEE - FOURNISSEUR ' WS-D-ID
                           DELIMITED BY SIZE INTO LD-DETAIL
                       PERFORM EMETTRE-CONFLIT
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       PERFORM ERREUR-FETCH
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_SOD_FF END-EXEC
           PERFORM FIN-REGLE.
       REGLE-RIB-VIREMENT.
           MOVE 'RIB-VIREMENT' TO WS-REGLE-COURANTE
           PERFORM DEBUT-REGLE
           EXEC SQL
               DECLARE C_SOD_RIB CURSOR FOR
               SELECT e.EMP_ID, e.EMP_NAME,
                      COALESCE(e.SALARY_NET, 0), j.JRN_TIMESTAMP
               FROM CHANGE_JOURNAL j
               INNER JOIN EMPLOYEE e
                   ON e.EMP_ID = j.JRN_CLE
               WHERE j.JRN_ENTITE = 'EMPLOYEE'
               AND j.JRN_CHAMP = 'EMP_IBAN'
               AND j.JRN_OPERATEUR = :WS-CF-OPERATEUR
               AND j.JRN_TIMESTAMP BETWEEN :WS-TS-DEBUT
                   AND :WS-TS-FIN
               ORDER BY j.JRN_TIMESTAMP, e.EMP_ID
           END-EXEC
           OPEN INPUT CONTROLE-FILE
           IF WS-CONTROLE-STATUS NOT = '00'
               PERFORM FIN-REGLE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CTL-EOF
           PERFORM UNTIL WS-CTL-EOF = 'Y'
               READ CONTROLE-FILE
                   AT END
                       MOVE 'Y' TO WS-CTL-EOF
                   NOT AT END
                       MOVE CONTROLE-RECORD TO WS-CONTROLE-LIGNE
                       PERFORM CONTROLER-VIREMENT
               END-READ
           END-PERFORM
           CLOSE CONTROLE-FILE
           PERFORM FIN-REGLE.
       CONTROLER-VIREMENT.
           IF CTL-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE CTL-DATE TO WS-RUN-DATE
           IF WS-RUN-DATE < WS-DATE-DEBUT OR WS-RUN-DATE > WS-DATE-FIN
               EXIT PARAGRAPH
           END-IF
           IF CTL-OPERATEUR = SPACES
               ADD 1 TO WS-COUNT-SANS-OPER
               EXIT PARAGRAPH
           END-IF
           MOVE CTL-OPERATEUR TO WS-CF-OPERATEUR
           COMPUTE WS-DATE-FENETRE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-FENETRE-RIB)
           MOVE SPACES TO WS-TS-DEBUT WS-TS-FIN
           STRING WS-DATE-FENETRE '000000'
               DELIMITED BY SIZE INTO WS-TS-DEBUT
           STRING WS-RUN-DATE '235959'
               DELIMITED BY SIZE INTO WS-TS-FIN
           EXEC SQL OPEN C_SOD_RIB END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN CHANGE_JOURNAL: SQLCODE=' SQLCODE
               MOVE 4 TO WS-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_SOD_RIB INTO :WS-CF-EMPID, :WS-CF-EMPNOM,
                       :WS-CF-SALNET, :WS-CF-TS
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE WS-CF-SALNET TO WS-CF-MONTANT
                       MOVE SPACES TO WS-CF-DATE LD-OBJET LD-DETAIL
                       STRING CTL-DATE(1:4) '-' CTL-DATE(5:2) '-'
                           CTL-DATE(7:2)
                           DELIMITED BY SIZE INTO WS-CF-DATE
                       STRING 'VIREMENTS ' CTL-PERIODE
                           DELIMITED BY SIZE INTO LD-OBJET
                       STRING 'RIB EMPLOYE ' WS-CF-EMPID ' MODIFIE LE '
                           WS-CF-TS(1:8) ' ' WS-CF-EMPNOM
                           DELIMITED BY SIZE INTO LD-DETAIL
                       PERFORM EMETTRE-CONFLIT
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       PERFORM ERREUR-FETCH
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_SOD_RIB END-EXEC.
       DEBUT-REGLE.
           MOVE 0 TO WS-COUNT-REGLE
           MOVE 0 TO WS-MONTANT-REGLE.
       EMETTRE-CONFLIT.
           MOVE WS-REGLE-COURANTE TO LD-REGLE
           MOVE WS-CF-OPERATEUR TO LD-OPERATEUR
           MOVE WS-CF-DATE TO LD-DATE
           MOVE WS-CF-MONTANT TO LD-MONTANT
           MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           ADD 1 TO WS-COUNT-REGLE
           ADD WS-CF-MONTANT TO WS-MONTANT-REGLE
           ADD 1 TO WS-COUNT-CONFLITS
           ADD WS-CF-MONTANT TO WS-MONTANT-TOTAL.
       FIN-REGLE.
           MOVE SPACES TO WS-LIGNE-TOTAL
           STRING 'SOUS-TOTAL ' WS-REGLE-COURANTE
               DELIMITED BY SIZE INTO LT-LIBELLE
           MOVE WS-MONTANT-REGLE TO LT-MONTANT
           MOVE WS-COUNT-REGLE TO LT-NB
           MOVE ' CONFLITS' TO LT-SUFFIXE
           MOVE WS-LIGNE-TOTAL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-TOTAL.
       ERREUR-FETCH.
           DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
           MOVE 4 TO WS-CODE-RETOUR
           MOVE 'Y' TO WS-END-OF-FILE.
       DAL-END.
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
