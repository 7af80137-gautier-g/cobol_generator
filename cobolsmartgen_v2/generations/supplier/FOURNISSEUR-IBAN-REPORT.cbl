       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOURNISSEUR-IBAN-REPORT.
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
       77  WS-ARG-JOURS           PIC X(3) VALUE SPACES.
       01  WS-JOURS               PIC 9(3) VALUE 7.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-DATE-DEBUT          PIC 9(8).
       01  WS-SIC-ID              PIC 9(9).
       01  WS-SUP-ID              PIC 9(9).
       01  WS-SUP-NAME            PIC X(40).
       01  WS-IBAN-AVANT          PIC X(34).
       01  WS-IBAN-NOUVEAU        PIC X(34).
       01  WS-SIC-STATUT          PIC X.
       01  WS-OPER-DEMANDE        PIC X(9).
       01  WS-DATE-DEMANDE        PIC 9(8).
       01  WS-OPER-VALIDATION     PIC X(9).
       01  WS-DATE-VALIDATION     PIC 9(8).
       01  WS-NB-FACTURES         PIC 9(6).
       77  WS-COUNT-ATTENTE       PIC 9(6) VALUE 0.
       77  WS-COUNT-VALIDEES      PIC 9(6) VALUE 0.
       77  WS-COUNT-REFUSEES      PIC 9(6) VALUE 0.
       01  WS-SPOOL-OP            PIC X(4).
       01  WS-SPOOL-TITRE         PIC X(60).
       01  WS-SPOOL-LIGNE         PIC X(132).
       01  WS-ENTETE-COLONNES.
           05 FILLER PIC X(10) VALUE 'DEMANDE'.
           05 FILLER PIC X(8)  VALUE 'STATUT'.
           05 FILLER PIC X(11) VALUE 'FOURNISS.'.
           05 FILLER PIC X(36) VALUE 'ANCIEN IBAN'.
           05 FILLER PIC X(36) VALUE 'NOUVEL IBAN'.
           05 FILLER PIC X(10) VALUE 'DEMANDEUR'.
           05 FILLER PIC X(10) VALUE 'LE'.
           05 FILLER PIC X(10) VALUE 'VALIDEUR'.
       01  WS-LIGNE-DETAIL.
           05 LD-SIC-ID           PIC Z(8)9.
           05 FILLER              PIC X(1).
           05 LD-STATUT           PIC X(7).
           05 FILLER              PIC X(1).
           05 LD-SUP-ID           PIC Z(8)9.
           05 FILLER              PIC X(2).
           05 LD-IBAN-AVANT       PIC X(34).
           05 FILLER              PIC X(2).
           05 LD-IBAN-NOUVEAU     PIC X(34).
           05 FILLER              PIC X(2).
           05 LD-OPER-DEMANDE     PIC X(9).
           05 FILLER              PIC X(1).
           05 LD-DATE-DEMANDE     PIC 9(8).
           05 FILLER              PIC X(2).
           05 LD-OPER-VALIDATION  PIC X(9).
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'MODIFICATIONS IBAN FOURNISSEURS'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-JOURS FROM ARGUMENT-VALUE
           IF WS-ARG-JOURS NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-ARG-JOURS) NOT = 0
                   DISPLAY 'USAGE: FOURNISSEUR-IBAN-REPORT [JOURS]'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE WS-JOURS = FUNCTION NUMVAL(WS-ARG-JOURS)
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-DATE-DEBUT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-JOURS)
           DISPLAY 'DATE: ' WS-RUN-DATE
               '  TRAITEES DEPUIS LE: ' WS-DATE-DEBUT
           MOVE SPACES TO WS-SPOOL-TITRE
           STRING 'MODIFICATIONS-IBAN-FRN-' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-TITRE
           PERFORM OUVRIR-SPOOL
           PERFORM DAL-CONNECT
           PERFORM LISTER-MODIFICATIONS
           PERFORM DAL-END
           MOVE SPACES TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-SPOOL-LIGNE
           STRING 'EN ATTENTE: ' WS-COUNT-ATTENTE
               '  VALIDEES: ' WS-COUNT-VALIDEES
               '  REFUSEES: ' WS-COUNT-REFUSEES
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           END-STRING
           PERFORM ECRIRE-SPOOL-LIGNE
           PERFORM FERMER-SPOOL
           DISPLAY 'EN ATTENTE DE VALIDATION: ' WS-COUNT-ATTENTE
           DISPLAY 'VALIDEES SUR LA PERIODE:  ' WS-COUNT-VALIDEES
           DISPLAY 'REFUSEES SUR LA PERIODE:  ' WS-COUNT-REFUSEES
           DISPLAY '=========================================='
           IF WS-COUNT-ATTENTE > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
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
       LISTER-MODIFICATIONS.
           EXEC SQL
               DECLARE C_SIC_RPT CURSOR FOR
               SELECT c.SIC_ID, c.SUP_ID, COALESCE(s.SUP_NAME, ' '),
                      COALESCE(c.SIC_IBAN_AVANT, ' '),
                      c.SIC_IBAN_NOUVEAU, c.SIC_STATUT,
                      c.SIC_OPER_DEMANDE, c.SIC_DATE_DEMANDE,
                      COALESCE(c.SIC_OPER_VALIDATION, ' '),
                      COALESCE(c.SIC_DATE_VALIDATION, 0),
                      (SELECT COUNT(*) FROM FACTURE_FOURNISSEUR f
                       WHERE f.SUP_ID = c.SUP_ID
                       AND f.FF_STATUT = 'A')
               FROM SUPPLIER_IBAN_CHANGE c
               LEFT JOIN SUPPLIER s
                   ON s.SUP_ID = c.SUP_ID
               WHERE c.SIC_STATUT = 'E'
               OR (c.SIC_STATUT IN ('V', 'R')
                   AND c.SIC_DATE_VALIDATION >= :WS-DATE-DEBUT)
               ORDER BY CASE WHEN c.SIC_STATUT = 'E' THEN 0 ELSE 1 END,
                        c.SIC_DATE_DEMANDE, c.SIC_ID
           END-EXEC
           EXEC SQL OPEN C_SIC_RPT END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_SIC_RPT INTO
                       :WS-SIC-ID, :WS-SUP-ID, :WS-SUP-NAME,
                       :WS-IBAN-AVANT, :WS-IBAN-NOUVEAU,
                       :WS-SIC-STATUT, :WS-OPER-DEMANDE,
                       :WS-DATE-DEMANDE, :WS-OPER-VALIDATION,
                       :WS-DATE-VALIDATION, :WS-NB-FACTURES
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM EDITER-MODIFICATION
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM.
       EDITER-MODIFICATION.
           MOVE SPACES TO WS-LIGNE-DETAIL
           MOVE WS-SIC-ID TO LD-SIC-ID
           MOVE WS-SUP-ID TO LD-SUP-ID
           MOVE WS-IBAN-AVANT TO LD-IBAN-AVANT
           MOVE WS-IBAN-NOUVEAU TO LD-IBAN-NOUVEAU
           MOVE WS-OPER-DEMANDE TO LD-OPER-DEMANDE
           MOVE WS-DATE-DEMANDE TO LD-DATE-DEMANDE
           MOVE WS-OPER-VALIDATION TO LD-OPER-VALIDATION
           EVALUATE WS-SIC-STATUT
               WHEN 'E'
                   MOVE 'ATTENTE' TO LD-STATUT
                   ADD 1 TO WS-COUNT-ATTENTE
               WHEN 'V'
                   MOVE 'VALIDEE' TO LD-STATUT
                   ADD 1 TO WS-COUNT-VALIDEES
               WHEN OTHER
                   MOVE 'REFUSEE' TO LD-STATUT
                   ADD 1 TO WS-COUNT-REFUSEES
           END-EVALUATE
           MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-SPOOL-LIGNE
           IF WS-SIC-STATUT = 'E'
               STRING '          ' WS-SUP-NAME
                   '  FACTURES BLOQUEES: ' WS-NB-FACTURES
                   DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
               END-STRING
           ELSE
               STRING '          ' WS-SUP-NAME
                   '  TRAITEE LE: ' WS-DATE-VALIDATION
                   DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
               END-STRING
           END-IF
           PERFORM ECRIRE-SPOOL-LIGNE.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_SIC_RPT END-EXEC
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
