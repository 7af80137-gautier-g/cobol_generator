       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATERIEL-UTILISATION-REPORT.
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
       77  WS-ARG-PERIODE         PIC X(6) VALUE SPACES.
       01  WS-PERIODE             PIC 9(6).
       01  WS-DATE-DEBUT          PIC 9(8).
       01  WS-DATE-FIN            PIC 9(8).
       01  WS-DATE-SUIVANT        PIC 9(8).
       01  WS-JOURS-MOIS          PIC 9(3).
       01  WS-MAT-ID              PIC 9(9).
       01  WS-MAT-IDANTENNE       PIC 9(9).
       01  WS-MAT-LIBELLE         PIC X(50).
       01  WS-MAT-QUANTITE        PIC 9(5).
       01  WS-MAT-STATUT          PIC X.
       01  WS-NB-RESERVATIONS     PIC 9(9).
       01  WS-UNITES-JOURS        PIC 9(9).
       01  WS-NB-ATTENTE          PIC 9(9).
       01  WS-NB-PRETS-EXTERNES   PIC 9(9).
       01  WS-QTE-ENDOMMAGEE      PIC 9(9).
       01  WS-QTE-MANQUANTE       PIC 9(9).
       01  WS-CAPACITE            PIC 9(9).
       01  WS-TAUX                PIC 9(5)V9.
       77  WS-COUNT-ARTICLES      PIC 9(6) VALUE 0.
       77  WS-COUNT-ALERTES       PIC 9(6) VALUE 0.
       01  WS-SPOOL-OP            PIC X(4).
       01  WS-SPOOL-TITRE         PIC X(60).
       01  WS-SPOOL-LIGNE         PIC X(132).
       01  WS-ENTETE-COLONNES.
           05 FILLER PIC X(10) VALUE 'ARTICLE'.
           05 FILLER PIC X(10) VALUE 'ANTENNE'.
           05 FILLER PIC X(31) VALUE 'LIBELLE'.
           05 FILLER PIC X(6)  VALUE '   QTE'.
           05 FILLER PIC X(2)  VALUE ' S'.
           05 FILLER PIC X(7)  VALUE '   RESA'.
           05 FILLER PIC X(9)  VALUE ' UNIT-JRS'.
           05 FILLER PIC X(8)  VALUE '  UTIL %'.
           05 FILLER PIC X(8)  VALUE ' ATTENTE'.
           05 FILLER PIC X(7)  VALUE '  PRETS'.
           05 FILLER PIC X(7)  VALUE '  ENDOM'.
           05 FILLER PIC X(7)  VALUE '  MANQ.'.
       01  WS-LIGNE-DETAIL.
           05 LD-ARTICLE          PIC 9(9).
           05 FILLER              PIC X.
           05 LD-ANTENNE          PIC 9(9).
           05 FILLER              PIC X.
           05 LD-LIBELLE          PIC X(30).
           05 FILLER              PIC X.
           05 LD-QUANTITE         PIC Z(5)9.
           05 FILLER              PIC X.
           05 LD-STATUT           PIC X.
           05 LD-RESERVATIONS     PIC Z(6)9.
           05 LD-UNITES-JOURS     PIC Z(8)9.
           05 FILLER              PIC X.
           05 LD-TAUX             PIC Z(4)9.9.
           05 LD-ATTENTE          PIC Z(7)9.
           05 LD-PRETS            PIC Z(6)9.
           05 LD-ENDOMMAGEE       PIC Z(6)9.
           05 LD-MANQUANTE        PIC Z(6)9.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'UTILISATION MENSUELLE DU MATERIEL PARTAGE'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-PERIODE FROM ARGUMENT-VALUE
           IF WS-ARG-PERIODE NOT NUMERIC
               DISPLAY 'USAGE: PERIODE (AAAAMM)'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-PERIODE TO WS-PERIODE
           IF WS-PERIODE(5:2) < '01' OR WS-PERIODE(5:2) > '12'
               DISPLAY 'ERREUR: MOIS INVALIDE ' WS-PERIODE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-DATE-DEBUT = WS-PERIODE * 100 + 1
           IF WS-PERIODE(5:2) = '12'
               COMPUTE WS-DATE-SUIVANT =
                   (WS-PERIODE / 100 + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATE-SUIVANT = (WS-PERIODE + 1) * 100 + 1
           END-IF
           COMPUTE WS-JOURS-MOIS =
               FUNCTION INTEGER-OF-DATE(WS-DATE-SUIVANT)
               - FUNCTION INTEGER-OF-DATE(WS-DATE-DEBUT)
           COMPUTE WS-DATE-FIN =
               WS-DATE-DEBUT + WS-JOURS-MOIS - 1
           DISPLAY 'PERIODE ' WS-DATE-DEBUT ' - ' WS-DATE-FIN
           MOVE SPACES TO WS-SPOOL-TITRE
           STRING 'UTILISATION MATERIEL ' WS-PERIODE
               DELIMITED BY SIZE INTO WS-SPOOL-TITRE
           PERFORM OUVRIR-SPOOL
           PERFORM DAL-CONNECT
           PERFORM TRAITER-ARTICLES
           PERFORM DAL-END
           PERFORM FERMER-SPOOL
           DISPLAY '=========================================='
           DISPLAY 'ARTICLES EDITES:        ' WS-COUNT-ARTICLES
           DISPLAY 'ARTICLES EN ALERTE:     ' WS-COUNT-ALERTES
           DISPLAY '=========================================='
           IF WS-COUNT-ALERTES > ZERO
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
               PERFORM FERMER-SPOOL
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CONNECTED-FLAG.
       TRAITER-ARTICLES.
           EXEC SQL
               DECLARE C_MAT_UTIL CURSOR FOR
               SELECT m.MAT_ID, m.MAT_IDANTENNE, m.MAT_LIBELLE,
                      m.MAT_QUANTITE, m.MAT_STATUT,
                      COUNT(CASE WHEN r.RM_STATUT IN ('C', 'R')
                            THEN 1 END),
                      COALESCE(SUM(CASE WHEN r.RM_STATUT IN ('C', 'R')
                          THEN r.RM_QUANTITE *
                               ((TO_DATE(CAST(LEAST(r.RM_DATE_FIN,
                                    :WS-DATE-FIN) AS TEXT),
                                    'YYYYMMDD')
                               - TO_DATE(CAST(GREATEST(r.RM_DATE_DEBUT,
                                    :WS-DATE-DEBUT) AS TEXT),
                                    'YYYYMMDD')) + 1)
                          ELSE 0 END), 0),
                      COUNT(CASE WHEN r.RM_STATUT = 'W' THEN 1 END),
                      COUNT(CASE WHEN r.RM_STATUT IN ('C', 'R')
                            AND a.ACTIVITE_IDANTENNE <> m.MAT_IDANTENNE
                            THEN 1 END),
                      COALESCE(SUM(CASE WHEN r.RM_STATUT = 'R'
                          THEN r.RM_QTE_ENDOMMAGEE ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN r.RM_STATUT = 'R'
                          THEN r.RM_QTE_MANQUANTE ELSE 0 END), 0)
               FROM MATERIEL m
               LEFT JOIN RESERVATION_MATERIEL r
                   ON r.RM_ID_MATERIEL = m.MAT_ID
                   AND r.RM_DATE_DEBUT <= :WS-DATE-FIN
                   AND r.RM_DATE_FIN >= :WS-DATE-DEBUT
               LEFT JOIN ACTIVITE a
                   ON a.ACTIVITE_ID = r.RM_ID_ACTIVITE
               GROUP BY m.MAT_ID, m.MAT_IDANTENNE, m.MAT_LIBELLE,
                        m.MAT_QUANTITE, m.MAT_STATUT
               ORDER BY m.MAT_IDANTENNE, m.MAT_ID
           END-EXEC
           EXEC SQL OPEN C_MAT_UTIL END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               PERFORM DAL-END
               PERFORM FERMER-SPOOL
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_MAT_UTIL INTO
                       :WS-MAT-ID, :WS-MAT-IDANTENNE, :WS-MAT-LIBELLE,
                       :WS-MAT-QUANTITE, :WS-MAT-STATUT,
                       :WS-NB-RESERVATIONS, :WS-UNITES-JOURS,
                       :WS-NB-ATTENTE, :WS-NB-PRETS-EXTERNES,
                       :WS-QTE-ENDOMMAGEE, :WS-QTE-MANQUANTE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM EDITER-ARTICLE
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_MAT_UTIL END-EXEC
           MOVE 'N' TO WS-CURSOR-OPEN-FLAG.
       EDITER-ARTICLE.
           ADD 1 TO WS-COUNT-ARTICLES
           COMPUTE WS-CAPACITE = WS-MAT-QUANTITE * WS-JOURS-MOIS
           MOVE ZERO TO WS-TAUX
           IF WS-CAPACITE > ZERO
               COMPUTE WS-TAUX ROUNDED =
                   WS-UNITES-JOURS * 100 / WS-CAPACITE
           END-IF
           MOVE WS-MAT-ID TO LD-ARTICLE
           MOVE WS-MAT-IDANTENNE TO LD-ANTENNE
           MOVE WS-MAT-LIBELLE TO LD-LIBELLE
           MOVE WS-MAT-QUANTITE TO LD-QUANTITE
           MOVE WS-MAT-STATUT TO LD-STATUT
           MOVE WS-NB-RESERVATIONS TO LD-RESERVATIONS
           MOVE WS-UNITES-JOURS TO LD-UNITES-JOURS
           MOVE WS-TAUX TO LD-TAUX
           MOVE WS-NB-ATTENTE TO LD-ATTENTE
           MOVE WS-NB-PRETS-EXTERNES TO LD-PRETS
           MOVE WS-QTE-ENDOMMAGEE TO LD-ENDOMMAGEE
           MOVE WS-QTE-MANQUANTE TO LD-MANQUANTE
           MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           DISPLAY WS-LIGNE-DETAIL
           IF WS-NB-ATTENTE > ZERO
               OR WS-QTE-ENDOMMAGEE > ZERO
               OR WS-QTE-MANQUANTE > ZERO
               ADD 1 TO WS-COUNT-ALERTES
               DISPLAY '    ALERTE: CONFLITS ' WS-NB-ATTENTE
                   ' ENDOMMAGES ' WS-QTE-ENDOMMAGEE
                   ' MANQUANTS ' WS-QTE-MANQUANTE
           END-IF.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_MAT_UTIL END-EXEC
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
