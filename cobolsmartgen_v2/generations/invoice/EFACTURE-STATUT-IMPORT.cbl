       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFACTURE-STATUT-IMPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUT-FILE ASSIGN TO "EFACTURE-STATUTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STATUT-FILE.
       01  STATUT-RECORD          PIC X(200).
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
       77  WS-STATUT-STATUS       PIC X(2) VALUE '00'.
       77  WS-ARG-ACTION          PIC X(10) VALUE SPACES.
       77  WS-ARG-ANOMALIE        PIC X(9) VALUE SPACES.
       01  WS-DATE-JOUR           PIC 9(8).
       01  WS-OPERATEUR           PIC X(9).
       01  WS-MESSAGE.
           05 WS-MSG-FACTURE      PIC X(12).
           05 WS-MSG-CODE         PIC X(12).
           05 WS-MSG-DATE         PIC X(8).
           05 WS-MSG-MOTIF        PIC X(100).
       01  WS-INV-ID              PIC 9(9).
       01  WS-NOUVEAU-STATUT      PIC X(10).
       01  WS-ACTUEL-STATUT       PIC X(10).
       01  WS-STATUT-DATE         PIC 9(8).
       01  WS-RANG-STATUT         PIC 9.
       01  WS-RANG-STATUT-CODE    PIC X(10).
       01  WS-RANG-NOUVEAU        PIC 9.
       01  WS-RANG-ACTUEL         PIC 9.
       01  WS-ANOMALIE.
           05 WS-ANO-ID           PIC 9(9).
           05 WS-ANO-INV-ID       PIC 9(9).
           05 WS-ANO-SOURCE       PIC X(6).
           05 WS-ANO-CODE         PIC X(10).
           05 WS-ANO-MOTIF        PIC X(100).
           05 WS-ANO-DATE         PIC 9(8).
           05 WS-ANO-STATUT       PIC X.
       77  WS-COUNT-LUES          PIC 9(6) VALUE 0.
       77  WS-COUNT-APPLIQUES     PIC 9(6) VALUE 0.
       77  WS-COUNT-IGNORES       PIC 9(6) VALUE 0.
       77  WS-COUNT-REJETS        PIC 9(6) VALUE 0.
       77  WS-COUNT-INVALIDES     PIC 9(6) VALUE 0.
       77  WS-COUNT               PIC 9(6) VALUE 0.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'CYCLE DE VIE DES FACTURES ELECTRONIQUES'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-ACTION FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-ANOMALIE FROM ARGUMENT-VALUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT 'CARBONTRACK_OPERATEUR'
           IF WS-OPERATEUR = SPACES
               MOVE 'BATCH' TO WS-OPERATEUR
           END-IF
           EVALUATE WS-ARG-ACTION
               WHEN 'IMPORTER'
               WHEN SPACES
                   PERFORM DAL-CONNECT
                   PERFORM IMPORTER-STATUTS
               WHEN 'LISTER'
                   PERFORM DAL-CONNECT
                   PERFORM LISTER-ANOMALIES
               WHEN 'CLORE'
                   PERFORM DAL-CONNECT
                   PERFORM CLORE-ANOMALIE
               WHEN OTHER
                   DISPLAY 'USAGE: [IMPORTER] | LISTER | CLORE'
                       ' ID-ANOMALIE'
                   MOVE 1 TO RETURN-CODE
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
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CONNECTED-FLAG.
       IMPORTER-STATUTS.
           OPEN INPUT STATUT-FILE
           IF WS-STATUT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE EFACTURE-STATUTS.DAT STATUS='
                   WS-STATUT-STATUS
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           READ STATUT-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               IF STATUT-RECORD NOT = SPACES
                   ADD 1 TO WS-COUNT-LUES
                   PERFORM TRAITER-MESSAGE
               END-IF
               READ STATUT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
           END-PERFORM
           CLOSE STATUT-FILE
           DISPLAY 'MESSAGES LUS          : ' WS-COUNT-LUES
           DISPLAY 'STATUTS APPLIQUES     : ' WS-COUNT-APPLIQUES
           DISPLAY 'HORS SEQUENCE IGNORES : ' WS-COUNT-IGNORES
           DISPLAY 'REJETS A TRAITER      : ' WS-COUNT-REJETS
           DISPLAY 'MESSAGES INVALIDES    : ' WS-COUNT-INVALIDES
           MOVE 0 TO RETURN-CODE
           IF WS-COUNT-REJETS > 0 OR WS-COUNT-INVALIDES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       TRAITER-MESSAGE.
           MOVE SPACES TO WS-MESSAGE
           UNSTRING STATUT-RECORD DELIMITED BY ';'
               INTO WS-MSG-FACTURE, WS-MSG-CODE, WS-MSG-DATE,
                    WS-MSG-MOTIF
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-MSG-FACTURE) NOT = 0
               ADD 1 TO WS-COUNT-INVALIDES
               DISPLAY 'MESSAGE INVALIDE: ' STATUT-RECORD(1:60)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INV-ID = FUNCTION NUMVAL(WS-MSG-FACTURE)
           EVALUATE WS-MSG-CODE
               WHEN '200'
               WHEN 'DEPOSEE'
                   MOVE 'DEPOSEE' TO WS-NOUVEAU-STATUT
               WHEN '210'
               WHEN '213'
               WHEN 'REFUSEE'
               WHEN 'REJETEE'
                   MOVE 'REJETEE' TO WS-NOUVEAU-STATUT
               WHEN '205'
               WHEN 'APPROUVEE'
                   MOVE 'APPROUVEE' TO WS-NOUVEAU-STATUT
               WHEN '212'
               WHEN 'PAYEE'
               WHEN 'ENCAISSEE'
                   MOVE 'PAYEE' TO WS-NOUVEAU-STATUT
               WHEN OTHER
                   ADD 1 TO WS-COUNT-INVALIDES
                   DISPLAY 'CODE STATUT INCONNU: ' WS-MSG-CODE
                       ' FACTURE ' WS-INV-ID
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-MSG-DATE IS NUMERIC
               MOVE WS-MSG-DATE TO WS-STATUT-DATE
           ELSE
               MOVE WS-DATE-JOUR TO WS-STATUT-DATE
           END-IF
           EXEC SQL
               SELECT COALESCE(INV_EI_STATUT, ' ')
               INTO :WS-ACTUEL-STATUT
               FROM INVOICE
               WHERE INV_ID = :WS-INV-ID
           END-EXEC
           IF SQLCODE = 100
               MOVE WS-INV-ID TO WS-ANO-INV-ID
               MOVE 'INCONNUE' TO WS-ANO-CODE
               MOVE SPACES TO WS-ANO-MOTIF
               STRING 'STATUT ' DELIMITED BY SIZE
                   WS-NOUVEAU-STATUT DELIMITED BY SPACE
                   ' RECU POUR UNE FACTURE INCONNUE'
                   DELIMITED BY SIZE INTO WS-ANO-MOTIF
               END-STRING
               PERFORM CREER-ANOMALIE
               ADD 1 TO WS-COUNT-INVALIDES
               EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR SELECT FACTURE ' WS-INV-ID
                   ': SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE WS-ACTUEL-STATUT TO WS-RANG-STATUT-CODE
           PERFORM RANG-STATUT
           MOVE WS-RANG-STATUT TO WS-RANG-ACTUEL
           MOVE WS-NOUVEAU-STATUT TO WS-RANG-STATUT-CODE
           PERFORM RANG-STATUT
           MOVE WS-RANG-STATUT TO WS-RANG-NOUVEAU
           IF WS-RANG-NOUVEAU < WS-RANG-ACTUEL
               OR (WS-RANG-NOUVEAU = WS-RANG-ACTUEL
                   AND WS-NOUVEAU-STATUT NOT = 'REJETEE')
               ADD 1 TO WS-COUNT-IGNORES
               DISPLAY 'FACTURE ' WS-INV-ID ' DEJA ' WS-ACTUEL-STATUT
                   ' - STATUT ' WS-NOUVEAU-STATUT ' IGNORE'
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE INVOICE
               SET INV_EI_STATUT = :WS-NOUVEAU-STATUT,
                   INV_EI_DATE = :WS-STATUT-DATE
               WHERE INV_ID = :WS-INV-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR UPDATE FACTURE ' WS-INV-ID
                   ': SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           ADD 1 TO WS-COUNT-APPLIQUES
           DISPLAY 'FACTURE ' WS-INV-ID ' : ' WS-NOUVEAU-STATUT
               ' AU ' WS-STATUT-DATE
           IF WS-NOUVEAU-STATUT = 'REJETEE'
               MOVE WS-INV-ID TO WS-ANO-INV-ID
               MOVE WS-MSG-CODE TO WS-ANO-CODE
               MOVE WS-MSG-MOTIF TO WS-ANO-MOTIF
               IF WS-ANO-MOTIF = SPACES
                   MOVE 'REJET SANS MOTIF COMMUNIQUE' TO WS-ANO-MOTIF
               END-IF
               PERFORM CREER-ANOMALIE
               ADD 1 TO WS-COUNT-REJETS
           END-IF.
       RANG-STATUT.
           EVALUATE WS-RANG-STATUT-CODE
               WHEN 'EMISE'
                   MOVE 1 TO WS-RANG-STATUT
               WHEN 'DEPOSEE'
                   MOVE 2 TO WS-RANG-STATUT
               WHEN 'REJETEE'
                   MOVE 3 TO WS-RANG-STATUT
               WHEN 'APPROUVEE'
                   MOVE 3 TO WS-RANG-STATUT
               WHEN 'PAYEE'
                   MOVE 4 TO WS-RANG-STATUT
               WHEN OTHER
                   MOVE 0 TO WS-RANG-STATUT
           END-EVALUATE.
       CREER-ANOMALIE.
           EXEC SQL
               SELECT COALESCE(MAX(ANO_ID), 0) + 1 INTO :WS-ANO-ID
               FROM FACTURE_EI_ANOMALIE
           END-EXEC
           EXEC SQL
               INSERT INTO FACTURE_EI_ANOMALIE
               (ANO_ID, INV_ID, ANO_SOURCE, ANO_CODE, ANO_MOTIF,
                ANO_DATE, ANO_STATUT, ANO_OPERATEUR)
               VALUES
               (:WS-ANO-ID, :WS-ANO-INV-ID, 'PDP', :WS-ANO-CODE,
                :WS-ANO-MOTIF, :WS-STATUT-DATE, 'O', :WS-OPERATEUR)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT ANOMALIE: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           DISPLAY 'ANOMALIE ' WS-ANO-ID ' FACTURE ' WS-ANO-INV-ID
               ' : ' WS-ANO-MOTIF(1:50).
       LISTER-ANOMALIES.
           EXEC SQL
               DECLARE C_ANO CURSOR FOR
               SELECT ANO_ID, INV_ID, ANO_SOURCE, ANO_CODE,
                      ANO_MOTIF, ANO_DATE, ANO_STATUT
               FROM FACTURE_EI_ANOMALIE
               WHERE ANO_STATUT = 'O'
               ORDER BY ANO_DATE, ANO_ID
           END-EXEC
           EXEC SQL OPEN C_ANO END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_ANO INTO
                       :WS-ANO-ID, :WS-ANO-INV-ID, :WS-ANO-SOURCE,
                       :WS-ANO-CODE, :WS-ANO-MOTIF, :WS-ANO-DATE,
                       :WS-ANO-STATUT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-COUNT
                       DISPLAY 'ANOMALIE ' WS-ANO-ID ' DU '
                           WS-ANO-DATE ' FACTURE ' WS-ANO-INV-ID
                           ' ' WS-ANO-SOURCE ' ' WS-ANO-CODE
                       DISPLAY '  ' WS-ANO-MOTIF(1:70)
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_ANO END-EXEC
           DISPLAY 'ANOMALIES OUVERTES: ' WS-COUNT
           MOVE 0 TO RETURN-CODE.
       CLORE-ANOMALIE.
           IF WS-ARG-ANOMALIE NOT NUMERIC
               DISPLAY 'ERREUR: ID-ANOMALIE REQUIS'
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-ANOMALIE TO WS-ANO-ID
           EXEC SQL
               UPDATE FACTURE_EI_ANOMALIE
               SET ANO_STATUT = 'C',
                   ANO_DATE_CLOTURE = :WS-DATE-JOUR,
                   ANO_OPER_CLOTURE = :WS-OPERATEUR
               WHERE ANO_ID = :WS-ANO-ID
               AND ANO_STATUT = 'O'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ANOMALIE ' WS-ANO-ID ' INTROUVABLE OU DEJA'
                   ' CLOSE'
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY 'ANOMALIE ' WS-ANO-ID ' CLOSE PAR ' WS-OPERATEUR
           MOVE 0 TO RETURN-CODE.
       ABANDONNER.
           EXEC SQL ROLLBACK END-EXEC
           EXEC SQL DISCONNECT ALL END-EXEC
           MOVE 'N' TO WS-CONNECTED-FLAG
           MOVE 1 TO RETURN-CODE
           GOBACK.
       DAL-END.
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
