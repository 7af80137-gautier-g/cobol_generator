       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMISSION-ACHATS-LOGIC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJET-FILE ASSIGN TO "EMISSION-ACHATS-REJETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJET-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REJET-FILE.
       01  REJET-RECORD           PIC X(132).
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-CURSOR-OPEN-FLAG    PIC X VALUE 'N'.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
       77  WS-REJET-STATUS        PIC X(2) VALUE '00'.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-TIMESTAMP           PIC X(14).
       01  WS-PARAM-VALEUR        PIC X(20).
       01  WS-ANTENNE-DEFAUT      PIC 9(9) VALUE 0.
       01  WS-FF-ID               PIC 9(9).
       01  WS-FF-DATE             PIC 9(8).
       01  WS-FF-MONTANT          PIC 9(11)V99.
       01  WS-FF-IDANTENNE        PIC 9(9).
       01  WS-FF-PROJ             PIC 9(9).
       01  WS-SUP-ID              PIC 9(9).
       01  WS-SUP-CATEGORY        PIC X(20).
       01  WS-FACT-CODE           PIC 9(2).
       01  WS-FACT-VALEUR         PIC 9(3)V9(4).
       01  WS-EA-EMPREINTE        PIC S9(11)V9(4).
       01  WS-TOTAL-EMPREINTE     PIC S9(11)V9(4) VALUE 0.
       77  WS-COUNT-LUES          PIC 9(6) VALUE 0.
       77  WS-COUNT-SAUVEES       PIC 9(6) VALUE 0.
       77  WS-COUNT-REJETEES      PIC 9(6) VALUE 0.
       77  WS-COUNT-SANS-IMPUT    PIC 9(6) VALUE 0.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       01  WS-D-EMPREINTE         PIC Z(9)9.9999-.
       01  WS-REJET-LINE.
           05 RJ-FF-ID            PIC 9(9).
           05 FILLER              PIC X VALUE ';'.
           05 RJ-SUP-ID           PIC 9(9).
           05 FILLER              PIC X VALUE ';'.
           05 RJ-CATEGORIE        PIC X(20).
           05 FILLER              PIC X VALUE ';'.
           05 RJ-MOTIF            PIC X(60).
       01  WS-RUN-RECORD.
           05 WS-RUN-PROGRAMME    PIC X(20)
               VALUE 'EMISSION-ACHATS'.
           05 WS-RUN-DEBUT        PIC X(14).
           05 WS-RUN-FIN          PIC X(14).
           05 WS-RUN-LUES         PIC 9(6).
           05 WS-RUN-SAUVEES      PIC 9(6).
           05 WS-RUN-ERREURS      PIC 9(6).
           05 WS-RUN-CODE-RETOUR  PIC S9(4).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'EMISSIONS INDIRECTES DES ACHATS FOURNISSEURS'
           DISPLAY '=========================================='
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-DEBUT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN OUTPUT REJET-FILE
           IF WS-REJET-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE EMISSION-ACHATS-REJETS.DAT: '
                   WS-REJET-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM DAL-CONNECT
           PERFORM LIRE-ANTENNE-DEFAUT
           PERFORM OPEN-FACTURE-CURSOR
           PERFORM FETCH-FACTURE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               ADD 1 TO WS-COUNT-LUES
               PERFORM TRAITER-FACTURE
               PERFORM FETCH-FACTURE
           END-PERFORM
           PERFORM DAL-END
           CLOSE REJET-FILE
           MOVE WS-TOTAL-EMPREINTE TO WS-D-EMPREINTE
           DISPLAY '=========================================='
           DISPLAY 'FACTURES LUES        : ' WS-COUNT-LUES
           DISPLAY 'EMISSIONS ENREGISTREES: ' WS-COUNT-SAUVEES
           DISPLAY 'FACTURES REJETEES    : ' WS-COUNT-REJETEES
           DISPLAY 'SANS ANTENNE NI PROJET: ' WS-COUNT-SANS-IMPUT
           DISPLAY 'TOTAL EMISSIONS ACHATS: ' WS-D-EMPREINTE ' KGCO2'
           DISPLAY '=========================================='
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-FIN
           MOVE WS-COUNT-LUES TO WS-RUN-LUES
           MOVE WS-COUNT-SAUVEES TO WS-RUN-SAUVEES
           MOVE WS-COUNT-REJETEES TO WS-RUN-ERREURS
           IF WS-COUNT-REJETEES > ZERO
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
       LIRE-ANTENNE-DEFAUT.
           MOVE SPACES TO WS-PARAM-VALEUR
           EXEC SQL
               SELECT PARAM_VALEUR
               INTO :WS-PARAM-VALEUR
               FROM PARAMETRE
               WHERE PARAM_DOMAINE = 'ACHATS'
               AND PARAM_CLE = 'ANTENNE_DEFAUT'
               AND PARAM_DATE_EFFET <= :WS-RUN-DATE
               ORDER BY PARAM_DATE_EFFET DESC
               LIMIT 1
           END-EXEC
           IF SQLCODE = ZERO
               AND FUNCTION TEST-NUMVAL(WS-PARAM-VALEUR) = 0
               COMPUTE WS-ANTENNE-DEFAUT =
                   FUNCTION NUMVAL(WS-PARAM-VALEUR)
           END-IF
           DISPLAY 'ANTENNE D IMPUTATION PAR DEFAUT: '
               WS-ANTENNE-DEFAUT.
       OPEN-FACTURE-CURSOR.
           EXEC SQL
               DECLARE C_FF_EMIS CURSOR FOR
               SELECT f.FF_ID, f.FF_DATE,
                      f.FF_QTE * f.FF_PRIX,
                      COALESCE(f.FF_IDANTENNE, 0),
                      COALESCE(f.FF_PROJ_ID, 0),
                      f.SUP_ID,
                      COALESCE(s.SUP_CATEGORY, ' ')
               FROM FACTURE_FOURNISSEUR f
               INNER JOIN SUPPLIER s
                   ON s.SUP_ID = f.SUP_ID
               WHERE f.FF_STATUT IN ('A', 'P')
               AND NOT EXISTS
                   (SELECT 1 FROM EMISSION_ACHAT e
                    WHERE e.EA_FF_ID = f.FF_ID)
               ORDER BY f.FF_ID
           END-EXEC
           EXEC SQL OPEN C_FF_EMIS END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG.
       FETCH-FACTURE.
           EXEC SQL
               FETCH C_FF_EMIS INTO
                   :WS-FF-ID, :WS-FF-DATE, :WS-FF-MONTANT,
                   :WS-FF-IDANTENNE, :WS-FF-PROJ,
                   :WS-SUP-ID, :WS-SUP-CATEGORY
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN 100
                   MOVE 'Y' TO WS-END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                   MOVE 'Y' TO WS-END-OF-FILE
           END-EVALUATE.
       TRAITER-FACTURE.
           IF WS-SUP-CATEGORY = SPACES
               MOVE 'FOURNISSEUR SANS CATEGORIE' TO RJ-MOTIF
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PARAM-VALEUR
           EXEC SQL
               SELECT PARAM_VALEUR
               INTO :WS-PARAM-VALEUR
               FROM PARAMETRE
               WHERE PARAM_DOMAINE = 'ACHATS-CATEG'
               AND PARAM_CLE = :WS-SUP-CATEGORY
               AND PARAM_DATE_EFFET <= :WS-FF-DATE
               ORDER BY PARAM_DATE_EFFET DESC
               LIMIT 1
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               OR WS-PARAM-VALEUR(1:2) NOT NUMERIC
               MOVE 'CATEGORIE NON RATTACHEE A UN FACTEUR ACHATS'
                   TO RJ-MOTIF
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PARAM-VALEUR(1:2) TO WS-FACT-CODE
           EXEC SQL
               SELECT FACT_VALEUR
               INTO :WS-FACT-VALEUR
               FROM FACTEUR_EMISSION
               WHERE FACT_DOMAINE = 'ACHATS'
               AND FACT_CODE = :WS-FACT-CODE
               AND FACT_DEBUT <= :WS-FF-DATE
               AND FACT_FIN >= :WS-FF-DATE
               ORDER BY FACT_DEBUT DESC
               LIMIT 1
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               MOVE 'AUCUN FACTEUR ACHATS VALIDE A LA DATE FACTURE'
                   TO RJ-MOTIF
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF
           IF WS-FF-IDANTENNE = ZERO AND WS-FF-PROJ = ZERO
               MOVE WS-ANTENNE-DEFAUT TO WS-FF-IDANTENNE
               IF WS-FF-IDANTENNE = ZERO
                   ADD 1 TO WS-COUNT-SANS-IMPUT
               END-IF
           END-IF
           COMPUTE WS-EA-EMPREINTE ROUNDED =
               WS-FF-MONTANT * WS-FACT-VALEUR
           PERFORM ENREGISTRER-EMISSION.
       ENREGISTRER-EMISSION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           EXEC SQL
               INSERT INTO EMISSION_ACHAT
               (EA_FF_ID, EA_IDANTENNE, EA_PROJ_ID, EA_DATE,
                EA_MONTANT, EA_FACT_CODE, EA_FACTEUR,
                EA_EMPREINTE, EA_TIMESTAMP)
               VALUES
               (:WS-FF-ID, :WS-FF-IDANTENNE, :WS-FF-PROJ,
                :WS-FF-DATE, :WS-FF-MONTANT, :WS-FACT-CODE,
                :WS-FACT-VALEUR, :WS-EA-EMPREINTE, :WS-TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT EMISSION_ACHAT: SQLCODE='
                   SQLCODE
               MOVE 'ERREUR ENREGISTREMENT EMISSION' TO RJ-MOTIF
               PERFORM ECRIRE-REJET
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COUNT-SAUVEES
           ADD WS-EA-EMPREINTE TO WS-TOTAL-EMPREINTE
           MOVE WS-EA-EMPREINTE TO WS-D-EMPREINTE
           DISPLAY 'FACTURE ' WS-FF-ID ' CATEGORIE ' WS-SUP-CATEGORY
               ' : ' WS-D-EMPREINTE ' KGCO2'.
       ECRIRE-REJET.
           ADD 1 TO WS-COUNT-REJETEES
           MOVE WS-FF-ID TO RJ-FF-ID
           MOVE WS-SUP-ID TO RJ-SUP-ID
           MOVE WS-SUP-CATEGORY TO RJ-CATEGORIE
           MOVE WS-REJET-LINE TO REJET-RECORD
           WRITE REJET-RECORD.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_FF_EMIS END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
