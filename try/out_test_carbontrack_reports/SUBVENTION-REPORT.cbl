       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBVENTION-REPORT.
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
       77  WS-ARG-SUBVENTION      PIC X(9) VALUE SPACES.
       01  WS-SUBV-ID             PIC 9(9).
       01  WS-SUBV-FINANCEUR      PIC X(50).
       01  WS-SUBV-MONTANT        PIC 9(9)V99.
       01  WS-SUBV-DATE-DEBUT     PIC 9(8).
       01  WS-SUBV-DATE-FIN       PIC 9(8).
       01  WS-ACTIVITE-ID         PIC 9(9).
       01  WS-ACTIVITE-NOM        PIC X(50).
       01  WS-ACTIVITE-DATE       PIC 9(8).
       01  WS-NB-INSCRITS         PIC 9(9).
       01  WS-NB-PRESENTS         PIC 9(9).
       01  WS-HEURES              PIC 9(7)V99.
       01  WS-EMPREINTE           PIC S9(9)V9(4).
       01  WS-COUT                PIC 9(9)V99.
       01  WS-NB-FACT-HORS        PIC 9(9).
       01  WS-NB-ACTIVITES        PIC 9(9) VALUE 0.
       01  WS-TOT-INSCRITS        PIC 9(9) VALUE 0.
       01  WS-TOT-PRESENTS        PIC 9(9) VALUE 0.
       01  WS-TOT-HEURES          PIC 9(9)V99 VALUE 0.
       01  WS-TOT-EMPREINTE       PIC S9(11)V9(4) VALUE 0.
       01  WS-TOT-COUT            PIC 9(11)V99 VALUE 0.
       01  WS-NB-ALERTES          PIC 9(6) VALUE 0.
       01  WS-D-MONTANT           PIC Z(10)9.99.
       01  WS-D-COUT              PIC Z(10)9.99.
       01  WS-SPOOL-OP            PIC X(4).
       01  WS-SPOOL-TITRE         PIC X(60).
       01  WS-SPOOL-LIGNE         PIC X(132).
       01  WS-ENTETE-COLONNES.
           05 FILLER PIC X(10) VALUE 'ACTIVITE'.
           05 FILLER PIC X(9)  VALUE 'DATE'.
           05 FILLER PIC X(31) VALUE 'NOM'.
           05 FILLER PIC X(8)  VALUE ' INSCRIT'.
           05 FILLER PIC X(8)  VALUE ' PRESENT'.
           05 FILLER PIC X(12) VALUE '  H BENEVOLE'.
           05 FILLER PIC X(17) VALUE '    EMPREINTE KG'.
           05 FILLER PIC X(16) VALUE '        COUT EUR'.
       01  WS-LIGNE-DETAIL.
           05 LD-ID               PIC 9(9).
           05 FILLER              PIC X.
           05 LD-DATE             PIC 9(8).
           05 FILLER              PIC X.
           05 LD-NOM              PIC X(30).
           05 FILLER              PIC X.
           05 LD-INSCRITS         PIC Z(6)9.
           05 FILLER              PIC X.
           05 LD-PRESENTS         PIC Z(6)9.
           05 FILLER              PIC X.
           05 LD-HEURES           PIC Z(7)9.99.
           05 FILLER              PIC X.
           05 LD-EMPREINTE        PIC Z(9)9.9999-.
           05 FILLER              PIC X.
           05 LD-COUT             PIC Z(11)9.99.
       01  WS-LIGNE-TOTAL.
           05 FILLER              PIC X(10) VALUE 'TOTAL'.
           05 LT-NB               PIC Z(8)9.
           05 FILLER              PIC X(31) VALUE ' ACTIVITE(S)'.
           05 LT-INSCRITS         PIC Z(6)9.
           05 FILLER              PIC X.
           05 LT-PRESENTS         PIC Z(6)9.
           05 FILLER              PIC X.
           05 LT-HEURES           PIC Z(7)9.99.
           05 FILLER              PIC X.
           05 LT-EMPREINTE        PIC Z(9)9.9999-.
           05 FILLER              PIC X.
           05 LT-COUT             PIC Z(11)9.99.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'RAPPORT FINANCEUR D''UNE SUBVENTION'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-SUBVENTION FROM ARGUMENT-VALUE
           IF WS-ARG-SUBVENTION NOT NUMERIC
               DISPLAY 'USAGE: ID-SUBVENTION'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-SUBVENTION TO WS-SUBV-ID
           PERFORM DAL-CONNECT
           PERFORM LIRE-SUBVENTION
           MOVE WS-SUBV-MONTANT TO WS-D-MONTANT
           DISPLAY 'SUBVENTION ' WS-SUBV-ID ' - ' WS-SUBV-FINANCEUR
           DISPLAY 'MONTANT ' WS-D-MONTANT ' EUR DU '
               WS-SUBV-DATE-DEBUT ' AU ' WS-SUBV-DATE-FIN
           MOVE SPACES TO WS-SPOOL-TITRE
           STRING 'SUBVENTION ' WS-SUBV-ID ' - ' WS-SUBV-FINANCEUR
               DELIMITED BY SIZE INTO WS-SPOOL-TITRE
           PERFORM OUVRIR-SPOOL
           MOVE SPACES TO WS-SPOOL-LIGNE
           STRING 'MONTANT ACCORDE ' WS-D-MONTANT ' EUR - PERIODE DU '
               WS-SUBV-DATE-DEBUT ' AU ' WS-SUBV-DATE-FIN
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           PERFORM OPEN-ACTIVITE-CURSOR
           PERFORM FETCH-ACTIVITE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               PERFORM EDITER-LIGNE-ACTIVITE
               PERFORM FETCH-ACTIVITE
           END-PERFORM
           PERFORM DAL-END
           MOVE WS-NB-ACTIVITES TO LT-NB
           MOVE WS-TOT-INSCRITS TO LT-INSCRITS
           MOVE WS-TOT-PRESENTS TO LT-PRESENTS
           MOVE WS-TOT-HEURES TO LT-HEURES
           MOVE WS-TOT-EMPREINTE TO LT-EMPREINTE
           MOVE WS-TOT-COUT TO LT-COUT
           MOVE WS-LIGNE-TOTAL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-TOTAL
           DISPLAY WS-LIGNE-TOTAL
           IF WS-TOT-COUT > WS-SUBV-MONTANT
               MOVE WS-TOT-COUT TO WS-D-COUT
               MOVE SPACES TO WS-SPOOL-LIGNE
               STRING 'ALERTE: DEPENSES ' WS-D-COUT
                   ' EUR SUPERIEURES AU MONTANT ACCORDE '
                   WS-D-MONTANT ' EUR'
                   DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
               PERFORM ECRIRE-ALERTE
           END-IF
           PERFORM FERMER-SPOOL
           DISPLAY 'ALERTES: ' WS-NB-ALERTES
           DISPLAY '=========================================='
           IF WS-NB-ALERTES > ZERO
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
       LIRE-SUBVENTION.
           EXEC SQL
               SELECT SUBV_FINANCEUR, SUBV_MONTANT,
                      SUBV_DATE_DEBUT, SUBV_DATE_FIN
               INTO :WS-SUBV-FINANCEUR, :WS-SUBV-MONTANT,
                    :WS-SUBV-DATE-DEBUT, :WS-SUBV-DATE-FIN
               FROM SUBVENTION
               WHERE SUBV_ID = :WS-SUBV-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR: SUBVENTION INCONNUE ' WS-SUBV-ID
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
       OPEN-ACTIVITE-CURSOR.
           EXEC SQL
               DECLARE C_SUBV_ACT CURSOR FOR
               SELECT a.ACTIVITE_ID, a.ACTIVITE_NOM, a.ACTIVITE_DATE,
                      (SELECT COUNT(*) FROM PARTICIPATION p
                       WHERE p.PARTICIPATION_ID_ACTIVITE = a.ACTIVITE_ID
                       AND p.PARTICIPATION_STATUT IN ('I', 'P')),
                      (SELECT COUNT(*) FROM PARTICIPATION p
                       WHERE p.PARTICIPATION_ID_ACTIVITE = a.ACTIVITE_ID
                       AND p.PARTICIPATION_STATUT = 'P'),
                      (SELECT COALESCE(SUM(b.BH_HEURES), 0)
                       FROM BENEVOLAT_HEURES b
                       WHERE b.BH_ID_ACTIVITE = a.ACTIVITE_ID),
                      COALESCE(a.ACTIVITE_EMPREINTETOTALE, 0),
                      (SELECT COALESCE(SUM(f.FF_QTE * f.FF_PRIX), 0)
                       FROM FACTURE_FOURNISSEUR f
                       WHERE f.FF_ID_ACTIVITE = a.ACTIVITE_ID
                       AND COALESCE(f.FF_STATUT, ' ') <> 'D'),
                      (SELECT COUNT(*) FROM FACTURE_FOURNISSEUR f
                       WHERE f.FF_ID_ACTIVITE = a.ACTIVITE_ID
                       AND COALESCE(f.FF_STATUT, ' ') <> 'D'
                       AND (f.FF_DATE < :WS-SUBV-DATE-DEBUT
                            OR f.FF_DATE > :WS-SUBV-DATE-FIN))
               FROM ACTIVITE a
               WHERE a.ACTIVITE_ID_SUBVENTION = :WS-SUBV-ID
               ORDER BY a.ACTIVITE_DATE, a.ACTIVITE_ID
           END-EXEC
           EXEC SQL OPEN C_SUBV_ACT END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG.
       FETCH-ACTIVITE.
           EXEC SQL
               FETCH C_SUBV_ACT INTO
                   :WS-ACTIVITE-ID, :WS-ACTIVITE-NOM,
                   :WS-ACTIVITE-DATE, :WS-NB-INSCRITS,
                   :WS-NB-PRESENTS, :WS-HEURES, :WS-EMPREINTE,
                   :WS-COUT, :WS-NB-FACT-HORS
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
       EDITER-LIGNE-ACTIVITE.
           ADD 1 TO WS-NB-ACTIVITES
           ADD WS-NB-INSCRITS TO WS-TOT-INSCRITS
           ADD WS-NB-PRESENTS TO WS-TOT-PRESENTS
           ADD WS-HEURES TO WS-TOT-HEURES
           ADD WS-EMPREINTE TO WS-TOT-EMPREINTE
           ADD WS-COUT TO WS-TOT-COUT
           MOVE WS-ACTIVITE-ID TO LD-ID
           MOVE WS-ACTIVITE-DATE TO LD-DATE
           MOVE WS-ACTIVITE-NOM TO LD-NOM
           MOVE WS-NB-INSCRITS TO LD-INSCRITS
           MOVE WS-NB-PRESENTS TO LD-PRESENTS
           MOVE WS-HEURES TO LD-HEURES
           MOVE WS-EMPREINTE TO LD-EMPREINTE
           MOVE WS-COUT TO LD-COUT
           MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           DISPLAY WS-LIGNE-DETAIL
           IF WS-ACTIVITE-DATE < WS-SUBV-DATE-DEBUT
               OR WS-ACTIVITE-DATE > WS-SUBV-DATE-FIN
               MOVE SPACES TO WS-SPOOL-LIGNE
               STRING 'ALERTE: ACTIVITE ' WS-ACTIVITE-ID ' DU '
                   WS-ACTIVITE-DATE ' HORS PERIODE DE LA SUBVENTION'
                   DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
               PERFORM ECRIRE-ALERTE
           END-IF
           IF WS-NB-FACT-HORS > ZERO
               MOVE SPACES TO WS-SPOOL-LIGNE
               STRING 'ALERTE: ACTIVITE ' WS-ACTIVITE-ID ' - '
                   WS-NB-FACT-HORS ' FACTURE(S) DATEE(S) HORS PERIODE'
                   ' DE LA SUBVENTION'
                   DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
               PERFORM ECRIRE-ALERTE
           END-IF.
       ECRIRE-ALERTE.
           ADD 1 TO WS-NB-ALERTES
           DISPLAY WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_SUBV_ACT END-EXEC
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
