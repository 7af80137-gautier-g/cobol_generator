       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTIVITE-ANNULATION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANOMALIE-AUDIT-FILE ASSIGN TO "ANOMALIE-AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT COMMANDE-FILE ASSIGN TO "REPAS-COMMANDES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMANDE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ANOMALIE-AUDIT-FILE.
       01  ANOMALIE-AUDIT-RECORD  PIC X(150).
       FD  COMMANDE-FILE.
       01  COMMANDE-RECORD        PIC X(160).
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
       77  WS-ARG-ACTIVITE        PIC X(9) VALUE SPACES.
       77  WS-ARG-MOTIF           PIC X(12) VALUE SPACES.
       77  WS-AUDIT-STATUS        PIC X(2) VALUE '00'.
       77  WS-COMMANDE-STATUS     PIC X(2) VALUE '00'.
       01  WS-MOTIF-LIB.
           05 PIC X(12)           VALUE 'METEO'.
           05 PIC X(12)           VALUE 'EFFECTIF'.
           05 PIC X(12)           VALUE 'ANIMATEUR'.
           05 PIC X(12)           VALUE 'PRESTATAIRE'.
           05 PIC X(12)           VALUE 'SECURITE'.
           05 PIC X(12)           VALUE 'SANITAIRE'.
           05 PIC X(12)           VALUE 'AUTRE'.
       01  WS-MOTIF-TAB REDEFINES WS-MOTIF-LIB.
           05 WS-MOTIF            OCCURS 7 TIMES PIC X(12).
       77  WS-MOTIF-IDX           PIC 9 COMP-5.
       77  WS-MOTIF-OK            PIC X.
       01  WS-DATE-JOUR           PIC 9(8).
       01  WS-DATE-JOUR-X         PIC X(10).
       01  WS-ACT-ID              PIC 9(9).
       01  WS-ACT-NOM             PIC X(50).
       01  WS-ACT-DATE            PIC 9(8).
       01  WS-ACT-STATUT          PIC X.
       01  WS-ACT-LIEU            PIC X(100).
       01  WS-ACT-REPAS           PIC 9(1).
       01  WS-ACT-IDANTENNE       PIC 9(9).
       01  WS-ACT-EMPREINTE       PIC S9(9)V9(4).
       01  WS-ACT-PREST-REPAS     PIC 9(9).
       01  WS-CLOTURE-COUNT       PIC 9(4).
       01  WS-NB-INSCRITS         PIC 9(6) VALUE 0.
       01  WS-NB-ATTENTE          PIC 9(6) VALUE 0.
       01  WS-NB-PRESENTS         PIC 9(6) VALUE 0.
       01  WS-NB-PARTICIPATIONS   PIC 9(6) VALUE 0.
       01  WS-NB-RESERVATIONS     PIC 9(6) VALUE 0.
       01  WS-NB-AVOIRS           PIC 9(6) VALUE 0.
       01  WS-NB-AVOIRS-KO        PIC 9(6) VALUE 0.
       01  WS-MONTANT-AVOIRS      PIC 9(7)V99 VALUE 0.
       01  WS-AVO-MOTIF           PIC X(60).
       01  WS-NB-NOTIFIES         PIC 9(6) VALUE 0.
       01  WS-NB-NON-NOTIFIES     PIC 9(6) VALUE 0.
       01  WS-NB-PREST-NOTIFIES   PIC 9(6) VALUE 0.
       01  WS-NB-DEST-IGNORES     PIC 9(6) VALUE 0.
       01  WS-DEST-NB             PIC 9(4) VALUE 0.
       01  WS-DEST-TABLE.
           05 WS-DEST-ENTRY OCCURS 500 TIMES.
               10 WS-DEST-USER    PIC 9(9).
               10 WS-DEST-MAIL    PIC X(80).
       77  WS-DEST-IDX            PIC 9(4) COMP-5.
       01  WS-PREST-NB            PIC 9(4) VALUE 0.
       01  WS-PREST-TABLE.
           05 WS-PREST-ID         OCCURS 20 TIMES PIC 9(9).
       77  WS-PREST-IDX           PIC 9(4) COMP-5.
       01  WS-PART-USER           PIC 9(9).
       01  WS-PART-MAIL           PIC X(80).
       01  WS-PRESTATAIRE         PIC 9(9).
       01  WS-FAC-INV-ID          PIC 9(9).
       01  WS-FAC-CUST-ID         PIC 9(9).
       01  WS-FAC-MONTANT         PIC 9(7)V99.
       01  WS-AVO-ID              PIC 9(9).
       01  WS-AVO-TTC             PIC 9(7)V99.
       01  WS-AVO-LIGNE-ID        PIC 9(9).
       01  WS-TVA-TAUX            PIC 9V999 VALUE 1.200.
       01  WS-NUMEROTATION.
           05 WS-NUM-SERIE        PIC X(3).
           05 WS-NUM-ANNEE        PIC 9(4).
           05 WS-NUM-ATTRIBUE     PIC 9(9).
           05 WS-NUM-RETOUR       PIC X.
       01  WS-CONSENTEMENT.
           05 WS-CONS-USER-ID     PIC 9(9).
           05 WS-CONS-CANAL       PIC X(10).
           05 WS-CONS-FINALITE    PIC X(12).
           05 WS-CONS-DECISION    PIC X.
       01  WS-MAIL-DEMANDE.
           05 WS-MQ-CANAL         PIC X(10).
           05 WS-MQ-DESTINATAIRE  PIC X(80).
           05 WS-MQ-TEMPLATE      PIC X(12).
           05 WS-MQ-VARIABLES     PIC X(120).
           05 WS-MQ-RETOUR        PIC X.
       01  WS-COMMANDE-LINE.
           05 CMD-PRESTATAIRE     PIC 9(9).
           05 FILLER              PIC X VALUE ';'.
           05 CMD-ACTIVITE        PIC 9(9).
           05 FILLER              PIC X VALUE ';'.
           05 CMD-DATE            PIC 9(8).
           05 FILLER              PIC X VALUE ';'.
           05 CMD-LIEU            PIC X(100).
           05 FILLER              PIC X VALUE ';'.
           05 CMD-NB-REPAS        PIC 9(9).
       01  WS-AUDIT-LINE.
           05 WS-AUDIT-PROGRAM    PIC X(20)
               VALUE 'ACTIVITE-ANNULATION'.
           05 FILLER              PIC X VALUE ';'.
           05 WS-AUDIT-KEY        PIC 9(9).
           05 FILLER              PIC X VALUE ';'.
           05 WS-AUDIT-FIELD      PIC X(20).
           05 FILLER              PIC X VALUE ';'.
           05 WS-AUDIT-OLD-VALUE  PIC -(9)9.9999.
           05 FILLER              PIC X VALUE ';'.
           05 WS-AUDIT-NEW-VALUE  PIC -(9)9.9999.
           05 FILLER              PIC X VALUE ';'.
           05 WS-AUDIT-TIMESTAMP  PIC X(14).
       01  WS-EMPREINTE-DISPLAY   PIC -(9)9.9999.
       01  WS-MONTANT-DISPLAY     PIC Z(6)9.99.
       01  WS-RUN-RECORD.
           05 WS-RUN-PROGRAMME    PIC X(20)
               VALUE 'ACTIVITE-ANNULATION'.
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
           DISPLAY 'ANNULATION D''UNE ACTIVITE'
           DISPLAY '=========================================='
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-DEBUT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
           STRING WS-DATE-JOUR(1:4) '-' WS-DATE-JOUR(5:2) '-'
               WS-DATE-JOUR(7:2)
               DELIMITED BY SIZE INTO WS-DATE-JOUR-X
           ACCEPT WS-ARG-ACTIVITE FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-MOTIF FROM ARGUMENT-VALUE
           IF WS-ARG-ACTIVITE = SPACES OR WS-ARG-MOTIF = SPACES
               OR WS-ARG-ACTIVITE NOT NUMERIC
               DISPLAY 'USAGE: ID-ACTIVITE MOTIF'
               DISPLAY 'MOTIFS: METEO EFFECTIF ANIMATEUR PRESTATAIRE'
                   ' SECURITE SANITAIRE AUTRE'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WS-MOTIF-OK
           PERFORM VARYING WS-MOTIF-IDX FROM 1 BY 1
                   UNTIL WS-MOTIF-IDX > 7
               IF WS-ARG-MOTIF = WS-MOTIF(WS-MOTIF-IDX)
                   MOVE 'Y' TO WS-MOTIF-OK
               END-IF
           END-PERFORM
           IF WS-MOTIF-OK = 'N'
               DISPLAY 'ERREUR: Motif inconnu: ' WS-ARG-MOTIF
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-ACTIVITE TO WS-ACT-ID
           PERFORM DAL-CONNECT
           PERFORM LIRE-ACTIVITE
           PERFORM VERIFIER-CLOTURE
           PERFORM CHARGER-DESTINATAIRES
           PERFORM CHARGER-PRESTATAIRES
           PERFORM EMETTRE-AVOIRS
           PERFORM ANNULER-PARTICIPATIONS
           PERFORM LIBERER-RESERVATIONS
           PERFORM RETIRER-EMPREINTE
           PERFORM ENREGISTRER-ANNULATION
           PERFORM DAL-END
           PERFORM ANNULER-COMMANDE-REPAS
           PERFORM ECRIRE-AUDIT-ANNULATION
           PERFORM NOTIFIER-PARTICIPANTS
           PERFORM NOTIFIER-PRESTATAIRES
           PERFORM EDITER-RECAPITULATIF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-FIN
           MOVE WS-NB-PARTICIPATIONS TO WS-RUN-LUES
           COMPUTE WS-RUN-SAUVEES = WS-NB-PARTICIPATIONS
               + WS-NB-RESERVATIONS + WS-NB-AVOIRS
           MOVE WS-NB-AVOIRS-KO TO WS-RUN-ERREURS
           IF WS-NB-AVOIRS-KO > ZERO
               MOVE 4 TO WS-RUN-CODE-RETOUR
           ELSE
               MOVE 0 TO WS-RUN-CODE-RETOUR
           END-IF
           CALL 'BATCH-RUN-LOG' USING WS-RUN-RECORD
           MOVE WS-RUN-CODE-RETOUR TO RETURN-CODE
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
       LIRE-ACTIVITE.
           EXEC SQL
               SELECT ACTIVITE_NOM, ACTIVITE_DATE,
                      COALESCE(ACTIVITE_STATUT, 'A'),
                      COALESCE(ACTIVITE_LIEU, ' '),
                      COALESCE(ACTIVITE_REPASPREVU, 0),
                      ACTIVITE_IDANTENNE,
                      COALESCE(ACTIVITE_EMPREINTETOTALE, 0),
                      COALESCE((SELECT MAX(h.HEBERGEMENT_PRESTATAIRE)
                                FROM HEBERGEMENT h
                                WHERE h.HEBERGEMENT_ID_ACTIVITE =
                                    ACTIVITE.ACTIVITE_ID), 0)
               INTO :WS-ACT-NOM, :WS-ACT-DATE, :WS-ACT-STATUT,
                    :WS-ACT-LIEU, :WS-ACT-REPAS, :WS-ACT-IDANTENNE,
                    :WS-ACT-EMPREINTE, :WS-ACT-PREST-REPAS
               FROM ACTIVITE
               WHERE ACTIVITE_ID = :WS-ACT-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'AUCUNE ACTIVITE AVEC ID ' WS-ACT-ID
               PERFORM ABANDONNER
           END-IF
           IF WS-ACT-STATUT NOT = 'A' AND WS-ACT-STATUT NOT = 'S'
               DISPLAY 'ANNULATION IMPOSSIBLE: ACTIVITE ' WS-ACT-ID
                   ' AU STATUT ' WS-ACT-STATUT
               PERFORM ABANDONNER
           END-IF
           DISPLAY 'ACTIVITE    : ' WS-ACT-ID ' ' WS-ACT-NOM
           DISPLAY 'DATE        : ' WS-ACT-DATE
           DISPLAY 'MOTIF       : ' WS-ARG-MOTIF.
       VERIFIER-CLOTURE.
           MOVE 0 TO WS-CLOTURE-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CLOTURE-COUNT
               FROM PERIODE_CLOTURE
               WHERE :WS-ACT-DATE BETWEEN CLOTURE_DATE_DEBUT
                   AND CLOTURE_DATE_FIN
               AND CLOTURE_STATUT = 'V'
           END-EXEC
           IF SQLCODE EQUAL ZERO AND WS-CLOTURE-COUNT > ZERO
               DISPLAY 'ANNULATION IMPOSSIBLE: PERIODE CARBONE '
                   'CLOTUREE POUR LE ' WS-ACT-DATE
               PERFORM ABANDONNER
           END-IF.
       CHARGER-DESTINATAIRES.
           EXEC SQL
               SELECT
                   COALESCE(SUM(CASE WHEN PARTICIPATION_STATUT = 'I'
                       THEN 1 ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN PARTICIPATION_STATUT = 'A'
                       THEN 1 ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN PARTICIPATION_STATUT = 'P'
                       THEN 1 ELSE 0 END), 0)
               INTO :WS-NB-INSCRITS, :WS-NB-ATTENTE, :WS-NB-PRESENTS
               FROM PARTICIPATION
               WHERE PARTICIPATION_ID_ACTIVITE = :WS-ACT-ID
           END-EXEC
           EXEC SQL
               DECLARE C_ANN_PART CURSOR FOR
               SELECT p.PARTICIPATION_ID_USER,
                      COALESCE(u.USER_MAIL, ' ')
               FROM PARTICIPATION p
               LEFT JOIN UTILISATEUR u
                   ON u.USER_ID = p.PARTICIPATION_ID_USER
               WHERE p.PARTICIPATION_ID_ACTIVITE = :WS-ACT-ID
               AND p.PARTICIPATION_STATUT IN ('I', 'A', 'P')
               ORDER BY p.PARTICIPATION_ID_USER
           END-EXEC
           EXEC SQL OPEN C_ANN_PART END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_ANN_PART INTO :WS-PART-USER, :WS-PART-MAIL
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       IF WS-DEST-NB < 500
                           ADD 1 TO WS-DEST-NB
                           MOVE WS-PART-USER TO WS-DEST-USER(WS-DEST-NB)
                           MOVE WS-PART-MAIL TO WS-DEST-MAIL(WS-DEST-NB)
                       ELSE
                           ADD 1 TO WS-NB-DEST-IGNORES
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       PERFORM ABANDONNER
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_ANN_PART END-EXEC.
       CHARGER-PRESTATAIRES.
           EXEC SQL
               DECLARE C_ANN_PREST CURSOR FOR
               SELECT r.RESA_PRESTATAIRE
               FROM RESERVATION_HEBERGEMENT r
               WHERE r.RESA_ID_ACTIVITE = :WS-ACT-ID
               AND r.RESA_STATUT IN ('C', 'W')
               UNION
               SELECT h.HEBERGEMENT_PRESTATAIRE
               FROM HEBERGEMENT h
               WHERE h.HEBERGEMENT_ID_ACTIVITE = :WS-ACT-ID
               AND COALESCE(h.HEBERGEMENT_PRESTATAIRE, 0) > 0
               ORDER BY 1
           END-EXEC
           EXEC SQL OPEN C_ANN_PREST END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_ANN_PREST INTO :WS-PRESTATAIRE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       IF WS-PREST-NB < 20
                           ADD 1 TO WS-PREST-NB
                           MOVE WS-PRESTATAIRE
                               TO WS-PREST-ID(WS-PREST-NB)
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       PERFORM ABANDONNER
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_ANN_PREST END-EXEC.
       EMETTRE-AVOIRS.
           EXEC SQL
               DECLARE C_ANN_FAC CURSOR FOR
               SELECT i.INV_ID, i.CUST_ID,
                      SUM(il.LINE_QTY * il.LINE_PRICE)
               FROM INVOICE_LINE il
               INNER JOIN INVOICE i
                   ON i.INV_ID = il.INV_ID
               WHERE il.PROD_ID = :WS-ACT-ID
               AND COALESCE(i.INV_TYPE, 'FAC') = 'FAC'
               AND i.CUST_ID IN
                   (SELECT COALESCE(f.FOYER_CHEF,
                               p.PARTICIPATION_ID_USER)
                    FROM PARTICIPATION p
                    LEFT JOIN FOYER_MEMBRE fm
                        ON fm.FOYER_ID_USER = p.PARTICIPATION_ID_USER
                    LEFT JOIN FOYER f
                        ON f.FOYER_ID = fm.FOYER_ID
                    WHERE p.PARTICIPATION_ID_ACTIVITE = :WS-ACT-ID
                    AND p.PARTICIPATION_FACTUREE = 'O')
               GROUP BY i.INV_ID, i.CUST_ID
               ORDER BY i.INV_ID
           END-EXEC
           EXEC SQL OPEN C_ANN_FAC END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_ANN_FAC INTO
                       :WS-FAC-INV-ID, :WS-FAC-CUST-ID,
                       :WS-FAC-MONTANT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       IF WS-FAC-MONTANT > ZERO
                           PERFORM CREER-AVOIR
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       PERFORM ABANDONNER
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_ANN_FAC END-EXEC
           EXEC SQL
               UPDATE PARTICIPATION
               SET PARTICIPATION_FACTUREE = 'A'
               WHERE PARTICIPATION_ID_ACTIVITE = :WS-ACT-ID
               AND PARTICIPATION_FACTUREE = 'O'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR MARQUAGE AVOIR: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF.
       CREER-AVOIR.
           INITIALIZE WS-NUMEROTATION
           MOVE 'AVR' TO WS-NUM-SERIE
           CALL 'NUMEROTATION-FACTURE' USING WS-NUMEROTATION
           IF WS-NUM-RETOUR NOT = 'Y'
               DISPLAY 'ERREUR ATTRIBUTION NUMERO D''AVOIR - FACTURE '
                   WS-FAC-INV-ID ' NON CREDITEE'
               ADD 1 TO WS-NB-AVOIRS-KO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-ATTRIBUE TO WS-AVO-ID
           COMPUTE WS-AVO-TTC ROUNDED = WS-FAC-MONTANT * WS-TVA-TAUX
           MOVE SPACES TO WS-AVO-MOTIF
           STRING 'ANNULATION ACTIVITE ' WS-ACT-ID ' - '
               WS-ARG-MOTIF DELIMITED BY SIZE
               INTO WS-AVO-MOTIF
           END-STRING
           EXEC SQL
               INSERT INTO INVOICE
               (INV_ID, INV_DATE, TOTAL_HT, TOTAL_TTC, CUST_ID,
                INV_CURRENCY, INV_TYPE, INV_REF_ID, INV_MOTIF)
               VALUES
               (:WS-AVO-ID, :WS-DATE-JOUR-X, :WS-FAC-MONTANT,
                :WS-AVO-TTC, :WS-FAC-CUST-ID, 'EUR', 'AVR',
                :WS-FAC-INV-ID, :WS-AVO-MOTIF)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT AVOIR: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(LINE_ID), 0) + 1
               INTO :WS-AVO-LIGNE-ID
               FROM INVOICE_LINE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR NUMEROTATION LIGNE AVOIR: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               INSERT INTO INVOICE_LINE
               (LINE_ID, INV_ID, PROD_ID, LINE_QTY, LINE_PRICE,
                LINE_GROSS_PRICE)
               VALUES
               (:WS-AVO-LIGNE-ID, :WS-AVO-ID, :WS-ACT-ID, 1,
                :WS-FAC-MONTANT, :WS-FAC-MONTANT)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT LIGNE AVOIR: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           ADD 1 TO WS-NB-AVOIRS
           ADD WS-FAC-MONTANT TO WS-MONTANT-AVOIRS
           MOVE WS-FAC-MONTANT TO WS-MONTANT-DISPLAY
           DISPLAY 'AVOIR ' WS-AVO-ID ' SUR FACTURE ' WS-FAC-INV-ID
               ' MEMBRE ' WS-FAC-CUST-ID ' MONTANT HT '
               WS-MONTANT-DISPLAY.
       ANNULER-PARTICIPATIONS.
           EXEC SQL
               UPDATE PARTICIPATION
               SET PARTICIPATION_STATUT = 'X'
               WHERE PARTICIPATION_ID_ACTIVITE = :WS-ACT-ID
               AND PARTICIPATION_STATUT IN ('I', 'A', 'P')
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR ANNULATION INSCRIPTIONS: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           IF SQLCODE EQUAL ZERO
               MOVE SQLERRD(3) TO WS-NB-PARTICIPATIONS
           END-IF.
       LIBERER-RESERVATIONS.
           EXEC SQL
               UPDATE RESERVATION_HEBERGEMENT
               SET RESA_STATUT = 'L'
               WHERE RESA_ID_ACTIVITE = :WS-ACT-ID
               AND RESA_STATUT IN ('C', 'W')
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR LIBERATION RESERVATIONS: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           IF SQLCODE EQUAL ZERO
               MOVE SQLERRD(3) TO WS-NB-RESERVATIONS
           END-IF.
       RETIRER-EMPREINTE.
           EXEC SQL
               UPDATE ACTIVITE
               SET ACTIVITE_STATUT = 'X',
                   ACTIVITE_EMPREINTETOTALE = 0,
                   ACTIVITE_PROCESSED = 'Y',
                   ACTIVITE_VERSION = COALESCE(ACTIVITE_VERSION, 0) + 1
               WHERE ACTIVITE_ID = :WS-ACT-ID
               AND COALESCE(ACTIVITE_STATUT, 'A') = :WS-ACT-STATUT
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR UPDATE ACTIVITE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           IF SQLERRD(3) EQUAL ZERO
               DISPLAY 'ACTIVITE ' WS-ACT-ID
                   ' MODIFIEE PAR UN AUTRE TRAITEMENT'
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               DELETE FROM ACTIVITE_EMPREINTE_SCOPE
               WHERE AES_ACTIVITE_ID = :WS-ACT-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR DELETE EMPREINTE SCOPE: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               UPDATE REPAS
               SET REPAS_PROCESSED = 'Y'
               WHERE REPAS_ID_ACTIVITE = :WS-ACT-ID
           END-EXEC
           EXEC SQL
               UPDATE REPAS_COMMANDE
               SET RC_NB_REPAS = 0
               WHERE RC_ID_ACTIVITE = :WS-ACT-ID
           END-EXEC
           EXEC SQL
               UPDATE HEBERGEMENT
               SET HEBERGEMENT_PROCESSED = 'Y'
               WHERE HEBERGEMENT_ID_ACTIVITE = :WS-ACT-ID
           END-EXEC
           EXEC SQL
               UPDATE ACTIVITE_JOUR
               SET ACTJOUR_REPAS_PROCESSED = 'Y',
                   ACTJOUR_NUITS_PROCESSED = 'Y'
               WHERE ACTJOUR_ID_ACTIVITE = :WS-ACT-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR UPDATE ACTIVITE_JOUR: SQLCODE='
                   SQLCODE
               PERFORM ABANDONNER
           END-IF.
       ENREGISTRER-ANNULATION.
           EXEC SQL
               INSERT INTO ANNULATION_ACTIVITE
               (ANNUL_ACTIVITE_ID, ANNUL_MOTIF, ANNUL_DATE,
                ANNUL_STATUT_ORIGINE, ANNUL_EMPREINTE_RETIREE,
                ANNUL_NB_PARTICIPATIONS, ANNUL_NB_RESERVATIONS,
                ANNUL_NB_AVOIRS, ANNUL_MONTANT_AVOIRS,
                ANNUL_TIMESTAMP)
               VALUES
               (:WS-ACT-ID, :WS-ARG-MOTIF, :WS-DATE-JOUR,
                :WS-ACT-STATUT, :WS-ACT-EMPREINTE,
                :WS-NB-PARTICIPATIONS, :WS-NB-RESERVATIONS,
                :WS-NB-AVOIRS, :WS-MONTANT-AVOIRS,
                :WS-RUN-DEBUT)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT ANNULATION: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF.
       ANNULER-COMMANDE-REPAS.
           IF WS-ACT-REPAS NOT = 1 OR WS-ACT-DATE < WS-DATE-JOUR
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND COMMANDE-FILE
           IF WS-COMMANDE-STATUS = '35'
               OPEN OUTPUT COMMANDE-FILE
           END-IF
           IF WS-COMMANDE-STATUS NOT = '00'
               DISPLAY 'ERREUR ECRITURE REPAS-COMMANDES.DAT: '
                   WS-COMMANDE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACT-PREST-REPAS TO CMD-PRESTATAIRE
           MOVE WS-ACT-ID TO CMD-ACTIVITE
           MOVE WS-ACT-DATE TO CMD-DATE
           MOVE WS-ACT-LIEU TO CMD-LIEU
           MOVE ZERO TO CMD-NB-REPAS
           MOVE WS-COMMANDE-LINE TO COMMANDE-RECORD
           WRITE COMMANDE-RECORD
           CLOSE COMMANDE-FILE
           DISPLAY 'COMMANDE REPAS ANNULEE (0 REPAS) PRESTATAIRE '
               WS-ACT-PREST-REPAS.
       ECRIRE-AUDIT-ANNULATION.
           OPEN EXTEND ANOMALIE-AUDIT-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT ANOMALIE-AUDIT-FILE
           END-IF
           MOVE WS-ACT-ID TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-FIELD
           STRING 'ANNUL-' DELIMITED BY SIZE
               WS-ARG-MOTIF DELIMITED BY SPACE
               INTO WS-AUDIT-FIELD
           END-STRING
           MOVE WS-ACT-EMPREINTE TO WS-AUDIT-OLD-VALUE
           MOVE ZERO TO WS-AUDIT-NEW-VALUE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-TIMESTAMP
           MOVE WS-AUDIT-LINE TO ANOMALIE-AUDIT-RECORD
           WRITE ANOMALIE-AUDIT-RECORD
           CLOSE ANOMALIE-AUDIT-FILE.
       NOTIFIER-PARTICIPANTS.
           PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
                   UNTIL WS-DEST-IDX > WS-DEST-NB
               INITIALIZE WS-CONSENTEMENT
               MOVE WS-DEST-USER(WS-DEST-IDX) TO WS-CONS-USER-ID
               MOVE 'MAIL' TO WS-CONS-CANAL
               MOVE 'NOTIFICATION' TO WS-CONS-FINALITE
               CALL 'CONSENTEMENT-CHECK' USING WS-CONSENTEMENT
               IF WS-CONS-DECISION = 'Y'
                   AND WS-DEST-MAIL(WS-DEST-IDX) NOT = SPACES
                   INITIALIZE WS-MAIL-DEMANDE
                   MOVE 'MAIL' TO WS-MQ-CANAL
                   MOVE WS-DEST-MAIL(WS-DEST-IDX)
                       TO WS-MQ-DESTINATAIRE
                   MOVE 'ANNULACTIV' TO WS-MQ-TEMPLATE
                   PERFORM PREPARER-VARIABLES
                   CALL 'MAIL-QUEUE-WRITER' USING WS-MAIL-DEMANDE
                   IF WS-MQ-RETOUR = 'Y'
                       ADD 1 TO WS-NB-NOTIFIES
                   ELSE
                       ADD 1 TO WS-NB-NON-NOTIFIES
                   END-IF
               ELSE
                   ADD 1 TO WS-NB-NON-NOTIFIES
               END-IF
           END-PERFORM
           ADD WS-NB-DEST-IGNORES TO WS-NB-NON-NOTIFIES.
       NOTIFIER-PRESTATAIRES.
           PERFORM VARYING WS-PREST-IDX FROM 1 BY 1
                   UNTIL WS-PREST-IDX > WS-PREST-NB
               INITIALIZE WS-MAIL-DEMANDE
               MOVE 'MAIL' TO WS-MQ-CANAL
               STRING 'PRESTATAIRE:' DELIMITED BY SIZE
                   WS-PREST-ID(WS-PREST-IDX) DELIMITED BY SIZE
                   INTO WS-MQ-DESTINATAIRE
               END-STRING
               MOVE 'ANNULPREST' TO WS-MQ-TEMPLATE
               PERFORM PREPARER-VARIABLES
               CALL 'MAIL-QUEUE-WRITER' USING WS-MAIL-DEMANDE
               IF WS-MQ-RETOUR = 'Y'
                   ADD 1 TO WS-NB-PREST-NOTIFIES
               END-IF
           END-PERFORM.
       PREPARER-VARIABLES.
           MOVE SPACES TO WS-MQ-VARIABLES
           STRING WS-ACT-NOM DELIMITED BY '  '
               '|' DELIMITED BY SIZE
               WS-ACT-DATE DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-ARG-MOTIF DELIMITED BY SPACE
               INTO WS-MQ-VARIABLES
           END-STRING.
       EDITER-RECAPITULATIF.
           MOVE WS-ACT-EMPREINTE TO WS-EMPREINTE-DISPLAY
           MOVE WS-MONTANT-AVOIRS TO WS-MONTANT-DISPLAY
           DISPLAY '=========================================='
           DISPLAY 'RECAPITULATIF ANNULATION ACTIVITE ' WS-ACT-ID
           DISPLAY '=========================================='
           DISPLAY 'INSCRIPTIONS ANNULEES    : ' WS-NB-INSCRITS
           DISPLAY 'LISTE D''ATTENTE ANNULEE  : ' WS-NB-ATTENTE
           DISPLAY 'PRESENCES ANNULEES       : ' WS-NB-PRESENTS
           DISPLAY 'RESERVATIONS LIBEREES    : ' WS-NB-RESERVATIONS
           DISPLAY 'AVOIRS EMIS              : ' WS-NB-AVOIRS
           DISPLAY 'MONTANT AVOIRS HT        : ' WS-MONTANT-DISPLAY
           DISPLAY 'AVOIRS EN ECHEC          : ' WS-NB-AVOIRS-KO
           DISPLAY 'EMPREINTE RETIREE (KG)   : ' WS-EMPREINTE-DISPLAY
           DISPLAY 'PARTICIPANTS NOTIFIES    : ' WS-NB-NOTIFIES
           DISPLAY 'PARTICIPANTS NON NOTIFIES: ' WS-NB-NON-NOTIFIES
           DISPLAY 'PRESTATAIRES NOTIFIES    : ' WS-NB-PREST-NOTIFIES
           DISPLAY '=========================================='.
       ABANDONNER.
           EXEC SQL ROLLBACK END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF
           DISPLAY 'ANNULATION NON EFFECTUEE'
           DISPLAY '=========================================='
           MOVE 1 TO RETURN-CODE
           GOBACK.
       DAL-END.
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR COMMIT: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
