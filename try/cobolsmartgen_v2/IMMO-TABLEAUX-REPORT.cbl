       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMMO-TABLEAUX-REPORT.
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
       01  WS-ARG-ANNEE           PIC X(4).
       01  WS-ANNEE               PIC 9(4).
       01  WS-DATE-DEBUT          PIC 9(8).
       01  WS-DATE-FIN            PIC 9(8).
       01  WS-PERIODE-DEBUT       PIC 9(6).
       01  WS-PERIODE-FIN         PIC 9(6).
       01  WS-CATEGORIE           PIC X(12).
       01  WS-NB-IMMO             PIC 9(6).
       01  WS-BRUT-DEBUT          PIC 9(11)V99.
       01  WS-ACQUISITIONS        PIC 9(11)V99.
       01  WS-CESSIONS            PIC 9(11)V99.
       01  WS-BRUT-FIN            PIC 9(11)V99.
       01  WS-AMORT-DEBUT         PIC 9(11)V99.
       01  WS-DOTATIONS           PIC 9(11)V99.
       01  WS-REPRISES            PIC 9(11)V99.
       01  WS-AMORT-FIN           PIC 9(11)V99.
       01  WS-VNC-FIN             PIC S9(11)V99.
       77  WS-CAT-COUNT           PIC 9(3) VALUE 0.
       77  WS-CAT-IDX             PIC 9(3) VALUE 0.
       77  WS-COUNT-IMMO          PIC 9(6) VALUE 0.
       01  WS-TABLE-CATEGORIES.
           05 WS-CAT OCCURS 100 TIMES.
               10 WS-CAT-CODE        PIC X(12).
               10 WS-CAT-NB          PIC 9(6).
               10 WS-CAT-BRUT-DEBUT  PIC 9(11)V99.
               10 WS-CAT-ACQ         PIC 9(11)V99.
               10 WS-CAT-CES         PIC 9(11)V99.
               10 WS-CAT-BRUT-FIN    PIC 9(11)V99.
               10 WS-CAT-AMO-DEBUT   PIC 9(11)V99.
               10 WS-CAT-DOT         PIC 9(11)V99.
               10 WS-CAT-REP         PIC 9(11)V99.
               10 WS-CAT-AMO-FIN     PIC 9(11)V99.
       01  WS-TOTAUX.
           05 WS-TOT-BRUT-DEBUT   PIC 9(11)V99 VALUE 0.
           05 WS-TOT-ACQ          PIC 9(11)V99 VALUE 0.
           05 WS-TOT-CES          PIC 9(11)V99 VALUE 0.
           05 WS-TOT-BRUT-FIN     PIC 9(11)V99 VALUE 0.
           05 WS-TOT-AMO-DEBUT    PIC 9(11)V99 VALUE 0.
           05 WS-TOT-DOT          PIC 9(11)V99 VALUE 0.
           05 WS-TOT-REP          PIC 9(11)V99 VALUE 0.
           05 WS-TOT-AMO-FIN      PIC 9(11)V99 VALUE 0.
       01  WS-SPOOL-OP            PIC X(4).
       01  WS-SPOOL-TITRE         PIC X(60).
       01  WS-SPOOL-LIGNE         PIC X(132).
       01  WS-ENTETE-COLONNES.
           05 FILLER PIC X(13) VALUE 'CATEGORIE'.
           05 FILLER PIC X(7)  VALUE '    NB'.
           05 FILLER PIC X(16) VALUE '  VALEUR DEBUT'.
           05 FILLER PIC X(16) VALUE '   AUGMENTATION'.
           05 FILLER PIC X(16) VALUE '    DIMINUTION'.
           05 FILLER PIC X(16) VALUE '    VALEUR FIN'.
       01  WS-ENTETE-AMORT.
           05 FILLER PIC X(13) VALUE 'CATEGORIE'.
           05 FILLER PIC X(7)  VALUE SPACES.
           05 FILLER PIC X(16) VALUE '   CUMUL DEBUT'.
           05 FILLER PIC X(16) VALUE '     DOTATIONS'.
           05 FILLER PIC X(16) VALUE '   REPRISES CES'.
           05 FILLER PIC X(16) VALUE '     CUMUL FIN'.
           05 FILLER PIC X(16) VALUE '     VNC FIN'.
       01  WS-LIGNE-DETAIL.
           05 LD-CATEGORIE        PIC X(12).
           05 FILLER              PIC X(1).
           05 LD-NB               PIC Z(5)9.
           05 FILLER              PIC X(1).
           05 LD-MONTANT-1        PIC Z(11)9.99.
           05 FILLER              PIC X(1).
           05 LD-MONTANT-2        PIC Z(11)9.99.
           05 FILLER              PIC X(1).
           05 LD-MONTANT-3        PIC Z(11)9.99.
           05 FILLER              PIC X(1).
           05 LD-MONTANT-4        PIC Z(11)9.99.
           05 FILLER              PIC X(1).
           05 LD-MONTANT-5        PIC -(11)9.99.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'TABLEAUX DES IMMOBILISATIONS ET AMORTISSEMENTS'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-ANNEE FROM ARGUMENT-VALUE
           IF WS-ARG-ANNEE = SPACES
               OR WS-ARG-ANNEE NOT NUMERIC
               DISPLAY 'USAGE: EXERCICE A EDITER (AAAA)'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-ANNEE TO WS-ANNEE
           COMPUTE WS-DATE-DEBUT = WS-ANNEE * 10000 + 101
           COMPUTE WS-DATE-FIN = WS-ANNEE * 10000 + 1231
           COMPUTE WS-PERIODE-DEBUT = WS-ANNEE * 100 + 1
           COMPUTE WS-PERIODE-FIN = WS-ANNEE * 100 + 12
           DISPLAY 'EXERCICE: ' WS-ANNEE
           PERFORM DAL-CONNECT
           PERFORM CHARGER-CATEGORIES
           PERFORM DAL-END
           MOVE SPACES TO WS-SPOOL-TITRE
           STRING 'TABLEAUX-IMMO-' WS-ANNEE
               DELIMITED BY SIZE INTO WS-SPOOL-TITRE
           PERFORM OUVRIR-SPOOL
           PERFORM EDITER-TABLEAU-IMMO
           PERFORM EDITER-TABLEAU-AMORT
           PERFORM FERMER-SPOOL
           DISPLAY 'CATEGORIES EDITEES   : ' WS-CAT-COUNT
           DISPLAY 'IMMOBILISATIONS      : ' WS-COUNT-IMMO
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
       CHARGER-CATEGORIES.
           EXEC SQL
               DECLARE C_TABLEAUX CURSOR FOR
               SELECT i.IMMO_CATEGORIE,
                   SUM(CASE WHEN i.IMMO_DATE_ACQ <= :WS-DATE-FIN
                       AND (i.IMMO_STATUT <> 'C'
                       OR i.IMMO_DATE_CESSION >= :WS-DATE-DEBUT)
                       THEN 1 ELSE 0 END),
                   SUM(CASE WHEN i.IMMO_DATE_ACQ < :WS-DATE-DEBUT
                       AND (i.IMMO_STATUT <> 'C'
                       OR i.IMMO_DATE_CESSION >= :WS-DATE-DEBUT)
                       THEN i.IMMO_COUT ELSE 0 END),
                   SUM(CASE WHEN i.IMMO_DATE_ACQ >= :WS-DATE-DEBUT
                       AND i.IMMO_DATE_ACQ <= :WS-DATE-FIN
                       THEN i.IMMO_COUT ELSE 0 END),
                   SUM(CASE WHEN i.IMMO_STATUT = 'C'
                       AND i.IMMO_DATE_CESSION >= :WS-DATE-DEBUT
                       AND i.IMMO_DATE_CESSION <= :WS-DATE-FIN
                       THEN i.IMMO_COUT ELSE 0 END),
                   SUM(CASE WHEN i.IMMO_DATE_ACQ <= :WS-DATE-FIN
                       AND (i.IMMO_STATUT <> 'C'
                       OR i.IMMO_DATE_CESSION > :WS-DATE-FIN)
                       THEN i.IMMO_COUT ELSE 0 END),
                   SUM(CASE WHEN i.IMMO_DATE_ACQ < :WS-DATE-DEBUT
                       AND (i.IMMO_STATUT <> 'C'
                       OR i.IMMO_DATE_CESSION >= :WS-DATE-DEBUT)
                       THEN COALESCE(d.DOT_AVANT, 0) ELSE 0 END),
                   SUM(COALESCE(d.DOT_EXERCICE, 0)),
                   SUM(CASE WHEN i.IMMO_STATUT = 'C'
                       AND i.IMMO_DATE_CESSION >= :WS-DATE-DEBUT
                       AND i.IMMO_DATE_CESSION <= :WS-DATE-FIN
                       THEN COALESCE(d.DOT_AVANT, 0)
                           + COALESCE(d.DOT_EXERCICE, 0)
                       ELSE 0 END),
                   SUM(CASE WHEN i.IMMO_DATE_ACQ <= :WS-DATE-FIN
                       AND (i.IMMO_STATUT <> 'C'
                       OR i.IMMO_DATE_CESSION > :WS-DATE-FIN)
                       THEN COALESCE(d.DOT_AVANT, 0)
                           + COALESCE(d.DOT_EXERCICE, 0)
                       ELSE 0 END)
               FROM IMMOBILISATION i
               LEFT JOIN (SELECT IMMO_ID,
                       SUM(CASE WHEN DOT_PERIODE < :WS-PERIODE-DEBUT
                           THEN DOT_MONTANT ELSE 0 END) AS DOT_AVANT,
                       SUM(CASE WHEN DOT_PERIODE >= :WS-PERIODE-DEBUT
                           AND DOT_PERIODE <= :WS-PERIODE-FIN
                           THEN DOT_MONTANT ELSE 0 END)
                           AS DOT_EXERCICE
                   FROM IMMO_DOTATION
                   GROUP BY IMMO_ID) d
                   ON d.IMMO_ID = i.IMMO_ID
               WHERE i.IMMO_DATE_ACQ <= :WS-DATE-FIN
               AND (i.IMMO_STATUT <> 'C'
                   OR i.IMMO_DATE_CESSION >= :WS-DATE-DEBUT)
               GROUP BY i.IMMO_CATEGORIE
               ORDER BY i.IMMO_CATEGORIE
           END-EXEC
           EXEC SQL OPEN C_TABLEAUX END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN C_TABLEAUX: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_TABLEAUX INTO
                       :WS-CATEGORIE, :WS-NB-IMMO, :WS-BRUT-DEBUT,
                       :WS-ACQUISITIONS, :WS-CESSIONS, :WS-BRUT-FIN,
                       :WS-AMORT-DEBUT, :WS-DOTATIONS, :WS-REPRISES,
                       :WS-AMORT-FIN
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM STOCKER-CATEGORIE
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH C_TABLEAUX: SQLCODE='
                           SQLCODE
                       PERFORM ABANDONNER
               END-EVALUATE
           END-PERFORM.
       STOCKER-CATEGORIE.
           IF WS-CAT-COUNT >= 100
               DISPLAY 'ATTENTION: CATEGORIE ' WS-CATEGORIE
                   ' IGNOREE - TABLE PLEINE'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CAT-COUNT
           ADD WS-NB-IMMO TO WS-COUNT-IMMO
           MOVE WS-CATEGORIE TO WS-CAT-CODE(WS-CAT-COUNT)
           MOVE WS-NB-IMMO TO WS-CAT-NB(WS-CAT-COUNT)
           MOVE WS-BRUT-DEBUT TO WS-CAT-BRUT-DEBUT(WS-CAT-COUNT)
           MOVE WS-ACQUISITIONS TO WS-CAT-ACQ(WS-CAT-COUNT)
           MOVE WS-CESSIONS TO WS-CAT-CES(WS-CAT-COUNT)
           MOVE WS-BRUT-FIN TO WS-CAT-BRUT-FIN(WS-CAT-COUNT)
           MOVE WS-AMORT-DEBUT TO WS-CAT-AMO-DEBUT(WS-CAT-COUNT)
           MOVE WS-DOTATIONS TO WS-CAT-DOT(WS-CAT-COUNT)
           MOVE WS-REPRISES TO WS-CAT-REP(WS-CAT-COUNT)
           MOVE WS-AMORT-FIN TO WS-CAT-AMO-FIN(WS-CAT-COUNT)
           ADD WS-BRUT-DEBUT TO WS-TOT-BRUT-DEBUT
           ADD WS-ACQUISITIONS TO WS-TOT-ACQ
           ADD WS-CESSIONS TO WS-TOT-CES
           ADD WS-BRUT-FIN TO WS-TOT-BRUT-FIN
           ADD WS-AMORT-DEBUT TO WS-TOT-AMO-DEBUT
           ADD WS-DOTATIONS TO WS-TOT-DOT
           ADD WS-REPRISES TO WS-TOT-REP
           ADD WS-AMORT-FIN TO WS-TOT-AMO-FIN.
       EDITER-TABLEAU-IMMO.
           MOVE SPACES TO WS-SPOOL-LIGNE
           STRING 'TABLEAU DES IMMOBILISATIONS - EXERCICE '
               WS-ANNEE DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               MOVE SPACES TO WS-LIGNE-DETAIL
               MOVE WS-CAT-CODE(WS-CAT-IDX) TO LD-CATEGORIE
               MOVE WS-CAT-NB(WS-CAT-IDX) TO LD-NB
               MOVE WS-CAT-BRUT-DEBUT(WS-CAT-IDX) TO LD-MONTANT-1
               MOVE WS-CAT-ACQ(WS-CAT-IDX) TO LD-MONTANT-2
               MOVE WS-CAT-CES(WS-CAT-IDX) TO LD-MONTANT-3
               MOVE WS-CAT-BRUT-FIN(WS-CAT-IDX) TO LD-MONTANT-4
               MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE
               PERFORM ECRIRE-SPOOL-LIGNE
           END-PERFORM
           MOVE SPACES TO WS-LIGNE-DETAIL
           MOVE 'TOTAL' TO LD-CATEGORIE
           MOVE WS-COUNT-IMMO TO LD-NB
           MOVE WS-TOT-BRUT-DEBUT TO LD-MONTANT-1
           MOVE WS-TOT-ACQ TO LD-MONTANT-2
           MOVE WS-TOT-CES TO LD-MONTANT-3
           MOVE WS-TOT-BRUT-FIN TO LD-MONTANT-4
           MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE.
       EDITER-TABLEAU-AMORT.
           MOVE SPACES TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-SPOOL-LIGNE
           STRING 'TABLEAU DES AMORTISSEMENTS - EXERCICE '
               WS-ANNEE DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE WS-ENTETE-AMORT TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               MOVE SPACES TO WS-LIGNE-DETAIL
               MOVE WS-CAT-CODE(WS-CAT-IDX) TO LD-CATEGORIE
               MOVE WS-CAT-AMO-DEBUT(WS-CAT-IDX) TO LD-MONTANT-1
               MOVE WS-CAT-DOT(WS-CAT-IDX) TO LD-MONTANT-2
               MOVE WS-CAT-REP(WS-CAT-IDX) TO LD-MONTANT-3
               MOVE WS-CAT-AMO-FIN(WS-CAT-IDX) TO LD-MONTANT-4
               COMPUTE WS-VNC-FIN = WS-CAT-BRUT-FIN(WS-CAT-IDX)
                   - WS-CAT-AMO-FIN(WS-CAT-IDX)
               MOVE WS-VNC-FIN TO LD-MONTANT-5
               MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE
               PERFORM ECRIRE-SPOOL-LIGNE
           END-PERFORM
           MOVE SPACES TO WS-LIGNE-DETAIL
           MOVE 'TOTAL' TO LD-CATEGORIE
           MOVE WS-TOT-AMO-DEBUT TO LD-MONTANT-1
           MOVE WS-TOT-DOT TO LD-MONTANT-2
           MOVE WS-TOT-REP TO LD-MONTANT-3
           MOVE WS-TOT-AMO-FIN TO LD-MONTANT-4
           COMPUTE WS-VNC-FIN = WS-TOT-BRUT-FIN - WS-TOT-AMO-FIN
           MOVE WS-VNC-FIN TO LD-MONTANT-5
           MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE.
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
               EXEC SQL CLOSE C_TABLEAUX END-EXEC
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
