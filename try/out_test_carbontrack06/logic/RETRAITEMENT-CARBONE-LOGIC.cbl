       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETRAITEMENT-CARBONE-LOGIC.
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
       77  WS-ARG-ANNEE           PIC X(4) VALUE SPACES.
       01  WS-ANNEE               PIC 9(4).
       01  WS-DATE-DEBUT          PIC 9(8).
       01  WS-DATE-FIN            PIC 9(8).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-TIMESTAMP           PIC X(14).
       01  WS-PERIODE-CLOSE       PIC 9(9).
       01  WS-Q-ACTIVITE-ID       PIC 9(9).
       01  WS-Q-IDANTENNE         PIC 9(9).
       01  WS-Q-DECLAREE          PIC S9(11)V9(4).
       01  WS-Q-DOMAINE           PIC X(12).
       01  WS-Q-CODE              PIC S9(2).
       01  WS-Q-DATE              PIC 9(8).
       01  WS-Q-QUANTITE          PIC S9(13)V9(4).
       01  WS-FACT-CODE           PIC 9(2).
       01  WS-FACT-DATE           PIC 9(8).
       01  WS-FACT-VALEUR         PIC 9(3)V9(4).
       01  WS-FACT-ORIGINE        PIC 9(3)V9(4).
       01  WS-FACT-ACTUEL         PIC 9(3)V9(4).
       01  WS-ACT-COURANTE        PIC 9(9) VALUE 0.
       01  WS-ACT-IDANTENNE       PIC 9(9).
       01  WS-ACT-DECLAREE        PIC S9(11)V9(4).
       01  WS-ACT-RETRAITEE       PIC S9(11)V9(4).
       01  WS-TOTAL-DECLAREE      PIC S9(13)V9(4) VALUE 0.
       01  WS-TOTAL-RETRAITEE     PIC S9(13)V9(4) VALUE 0.
       77  WS-COUNT-ACTIVITES     PIC 9(6) VALUE 0.
       77  WS-COUNT-LIGNES        PIC 9(6) VALUE 0.
       77  WS-COUNT-ERREURS       PIC 9(6) VALUE 0.
       77  WS-COUNT-DEFAUT        PIC 9(6) VALUE 0.
       01  WS-TRANS-FACTOR-LIB.
           05 PIC 9(3)V9(4)       VALUE 0.0000.
           05 PIC 9(3)V9(4)       VALUE 0.1930.
           05 PIC 9(3)V9(4)       VALUE 0.1030.
           05 PIC 9(3)V9(4)       VALUE 0.0140.
           05 PIC 9(3)V9(4)       VALUE 0.1350.
           05 PIC 9(3)V9(4)       VALUE 0.0680.
       01  WS-TRANS-FACTOR-TAB REDEFINES WS-TRANS-FACTOR-LIB.
           05 WS-TRANS-FACTOR     OCCURS 6 TIMES PIC 9(3)V9(4).
       01  WS-REPAS-FACTOR-LIB.
           05 PIC 9(3)V9(4)       VALUE 0.50.
           05 PIC 9(3)V9(4)       VALUE 2.50.
           05 PIC 9(3)V9(4)       VALUE 2.00.
           05 PIC 9(3)V9(4)       VALUE 0.30.
           05 PIC 9(3)V9(4)       VALUE 1.00.
       01  WS-REPAS-FACTOR-TAB REDEFINES WS-REPAS-FACTOR-LIB.
           05 WS-REPAS-FACTOR     OCCURS 5 TIMES PIC 9(3)V9(4).
       01  WS-HEBERG-FACTOR-LIB.
           05 PIC 9(3)V9(4)        VALUE 12.50.
           05 PIC 9(3)V9(4)        VALUE 4.00.
           05 PIC 9(3)V9(4)        VALUE 1.50.
           05 PIC 9(3)V9(4)        VALUE 3.00.
       01  WS-HEBERG-FACTOR-TAB REDEFINES WS-HEBERG-FACTOR-LIB.
           05 WS-HEBERG-FACTOR     OCCURS 4 TIMES PIC 9(3)V9(4).
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       01  WS-D-DECLAREE          PIC Z(11)9.9999-.
       01  WS-D-RETRAITEE         PIC Z(11)9.9999-.
       01  WS-RUN-RECORD.
           05 WS-RUN-PROGRAMME    PIC X(20)
               VALUE 'RETRAITEMENT-CARBONE'.
           05 WS-RUN-DEBUT        PIC X(14).
           05 WS-RUN-FIN          PIC X(14).
           05 WS-RUN-LUES         PIC 9(6).
           05 WS-RUN-SAUVEES      PIC 9(6).
           05 WS-RUN-ERREURS      PIC 9(6).
           05 WS-RUN-CODE-RETOUR  PIC S9(4).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'RETRAITEMENT PERIODE CARBONE CLOTUREE'
           DISPLAY '=========================================='
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-DEBUT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ACCEPT WS-ARG-ANNEE FROM ARGUMENT-VALUE
           IF WS-ARG-ANNEE = SPACES OR WS-ARG-ANNEE NOT NUMERIC
               DISPLAY 'ERREUR: Annee a retraiter requise en parametre'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-ANNEE TO WS-ANNEE
           COMPUTE WS-DATE-DEBUT = WS-ANNEE * 10000 + 101
           COMPUTE WS-DATE-FIN = WS-ANNEE * 10000 + 1231
           PERFORM DAL-CONNECT
           PERFORM CHECK-PERIODE-CLOSE
           PERFORM PURGER-RETRAITEMENT
           PERFORM OPEN-QUANTITE-CURSOR
           PERFORM FETCH-QUANTITE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               ADD 1 TO WS-COUNT-LIGNES
               PERFORM TRAITER-QUANTITE
               PERFORM FETCH-QUANTITE
           END-PERFORM
           IF WS-ACT-COURANTE NOT = ZERO
               PERFORM ECRIRE-RETRAITEMENT
           END-IF
           PERFORM DAL-END
           MOVE WS-TOTAL-DECLAREE TO WS-D-DECLAREE
           MOVE WS-TOTAL-RETRAITEE TO WS-D-RETRAITEE
           DISPLAY '=========================================='
           DISPLAY 'RETRAITEMENT ' WS-ANNEE ' TERMINE'
           DISPLAY 'Activites retraitees : ' WS-COUNT-ACTIVITES
           DISPLAY 'Facteurs par defaut  : ' WS-COUNT-DEFAUT
           DISPLAY 'Erreurs              : ' WS-COUNT-ERREURS
           DISPLAY 'Empreinte declaree   : ' WS-D-DECLAREE
           DISPLAY 'Empreinte retraitee  : ' WS-D-RETRAITEE
           DISPLAY '=========================================='
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-FIN
           MOVE WS-COUNT-LIGNES TO WS-RUN-LUES
           MOVE WS-COUNT-ACTIVITES TO WS-RUN-SAUVEES
           MOVE WS-COUNT-ERREURS TO WS-RUN-ERREURS
           IF WS-COUNT-ERREURS > ZERO
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
       CHECK-PERIODE-CLOSE.
           MOVE 0 TO WS-PERIODE-CLOSE
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-PERIODE-CLOSE
               FROM PERIODE_CLOTURE
               WHERE CLOTURE_DATE_DEBUT = :WS-DATE-DEBUT
               AND CLOTURE_DATE_FIN = :WS-DATE-FIN
               AND CLOTURE_STATUT = 'V'
           END-EXEC
           IF WS-PERIODE-CLOSE = ZERO
               DISPLAY 'ERREUR: La periode ' WS-ANNEE
                   ' n est pas cloturee - pas de retraitement'
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
       PURGER-RETRAITEMENT.
           EXEC SQL
               DELETE FROM ACTIVITE_RETRAITEMENT
               WHERE RET_ANNEE = :WS-ANNEE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR DELETE RETRAITEMENT: SQLCODE=' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
       OPEN-QUANTITE-CURSOR.
           EXEC SQL
               DECLARE C_RET_QTE CURSOR FOR
               SELECT q.Q_ACT, q.Q_ANT, q.Q_DECL, q.Q_DOM,
                      q.Q_CODE, q.Q_DATE, q.Q_QTE
               FROM
                 (SELECT a.ACTIVITE_ID AS Q_ACT,
                         a.ACTIVITE_IDANTENNE AS Q_ANT,
                         COALESCE(a.ACTIVITE_EMPREINTETOTALE, 0)
                             AS Q_DECL,
                         'ACTIVITE' AS Q_DOM, 0 AS Q_CODE,
                         a.ACTIVITE_DATE AS Q_DATE, 0 AS Q_QTE,
                         0 AS Q_ORDRE
                  FROM ACTIVITE a
                  WHERE a.ACTIVITE_DATE BETWEEN :WS-DATE-DEBUT
                      AND :WS-DATE-FIN
                  AND a.ACTIVITE_PROCESSED = 'Y'
                  UNION ALL
                  SELECT a.ACTIVITE_ID, a.ACTIVITE_IDANTENNE, 0,
                         'TRANSPORT',
                         CASE WHEN p.PARTICIPATION_MODE_TRANSPORT
                                  BETWEEN 0 AND 5
                              THEN p.PARTICIPATION_MODE_TRANSPORT
                              ELSE a.ACTIVITE_MODETRANSPORT END,
                         a.ACTIVITE_DATE,
                         COALESCE(NULLIF(p.PARTICIPATION_DISTANCE, 0),
                             NULLIF(
                             (SELECT SUM(j.ACTJOUR_DISTANCE)
                              FROM ACTIVITE_JOUR j
                              WHERE j.ACTJOUR_ID_ACTIVITE =
                                  a.ACTIVITE_ID), 0),
                             a.ACTIVITE_DISTANCE, 0),
                         1
                  FROM ACTIVITE a
                  INNER JOIN PARTICIPATION p
                      ON p.PARTICIPATION_ID_ACTIVITE = a.ACTIVITE_ID
                      AND p.PARTICIPATION_STATUT IN ('I', 'P')
                  WHERE a.ACTIVITE_DATE BETWEEN :WS-DATE-DEBUT
                      AND :WS-DATE-FIN
                  AND a.ACTIVITE_PROCESSED = 'Y'
                  UNION ALL
                  SELECT a.ACTIVITE_ID, a.ACTIVITE_IDANTENNE, 0,
                         'TRANSPORT', a.ACTIVITE_MODETRANSPORT,
                         a.ACTIVITE_DATE,
                         COALESCE(NULLIF(
                             (SELECT SUM(j.ACTJOUR_DISTANCE)
                              FROM ACTIVITE_JOUR j
                              WHERE j.ACTJOUR_ID_ACTIVITE =
                                  a.ACTIVITE_ID), 0),
                             a.ACTIVITE_DISTANCE, 0)
                             * COALESCE(a.ACTIVITE_NBPARTICIPANTS, 0),
                         1
                  FROM ACTIVITE a
                  WHERE a.ACTIVITE_DATE BETWEEN :WS-DATE-DEBUT
                      AND :WS-DATE-FIN
                  AND a.ACTIVITE_PROCESSED = 'Y'
                  AND NOT EXISTS
                      (SELECT 1 FROM PARTICIPATION p
                       WHERE p.PARTICIPATION_ID_ACTIVITE =
                           a.ACTIVITE_ID
                       AND p.PARTICIPATION_STATUT IN ('I', 'P'))
                  UNION ALL
                  SELECT a.ACTIVITE_ID, a.ACTIVITE_IDANTENNE, 0,
                         'REPAS', r.REPAS_TYPE, a.ACTIVITE_DATE,
                         r.REPAS_NBREPAS, 2
                  FROM REPAS r
                  INNER JOIN ACTIVITE a
                      ON a.ACTIVITE_ID = r.REPAS_ID_ACTIVITE
                  WHERE a.ACTIVITE_DATE BETWEEN :WS-DATE-DEBUT
                      AND :WS-DATE-FIN
                  AND r.REPAS_PROCESSED = 'Y'
                  AND r.REPAS_NBREPAS > 0
                  UNION ALL
                  SELECT a.ACTIVITE_ID, a.ACTIVITE_IDANTENNE, 0,
                         'REPAS', 5, j.ACTJOUR_DATE,
                         j.ACTJOUR_NBREPAS, 2
                  FROM ACTIVITE_JOUR j
                  INNER JOIN ACTIVITE a
                      ON a.ACTIVITE_ID = j.ACTJOUR_ID_ACTIVITE
                  WHERE a.ACTIVITE_DATE BETWEEN :WS-DATE-DEBUT
                      AND :WS-DATE-FIN
                  AND j.ACTJOUR_REPAS_PROCESSED = 'Y'
                  AND j.ACTJOUR_NBREPAS > 0
                  UNION ALL
                  SELECT a.ACTIVITE_ID, a.ACTIVITE_IDANTENNE, 0,
                         'HEBERGEMENT', h.HEBERGEMENT_TYPE,
                         a.ACTIVITE_DATE, h.HEBERGEMENT_NBNUIT, 3
                  FROM HEBERGEMENT h
                  INNER JOIN ACTIVITE a
                      ON a.ACTIVITE_ID = h.HEBERGEMENT_ID_ACTIVITE
                  WHERE a.ACTIVITE_DATE BETWEEN :WS-DATE-DEBUT
                      AND :WS-DATE-FIN
                  AND h.HEBERGEMENT_PROCESSED = 'Y'
                  AND h.HEBERGEMENT_NBNUIT > 0
                  UNION ALL
                  SELECT a.ACTIVITE_ID, a.ACTIVITE_IDANTENNE, 0,
                         'HEBERGEMENT',
                         CASE WHEN a.ACTIVITE_HEBERGEMENT
                                  BETWEEN 1 AND 4
                              THEN a.ACTIVITE_HEBERGEMENT
                              ELSE 3 END,
                         j.ACTJOUR_DATE, j.ACTJOUR_NBNUITS, 3
                  FROM ACTIVITE_JOUR j
                  INNER JOIN ACTIVITE a
                      ON a.ACTIVITE_ID = j.ACTJOUR_ID_ACTIVITE
                  WHERE a.ACTIVITE_DATE BETWEEN :WS-DATE-DEBUT
                      AND :WS-DATE-FIN
                  AND j.ACTJOUR_NUITS_PROCESSED = 'Y'
                  AND j.ACTJOUR_NBNUITS > 0) q
               ORDER BY q.Q_ACT, q.Q_ORDRE
           END-EXEC
           EXEC SQL OPEN C_RET_QTE END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG.
       FETCH-QUANTITE.
           EXEC SQL
               FETCH C_RET_QTE INTO
                   :WS-Q-ACTIVITE-ID, :WS-Q-IDANTENNE,
                   :WS-Q-DECLAREE, :WS-Q-DOMAINE, :WS-Q-CODE,
                   :WS-Q-DATE, :WS-Q-QUANTITE
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN 100
                   MOVE 'Y' TO WS-END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                   ADD 1 TO WS-COUNT-ERREURS
                   MOVE 'Y' TO WS-END-OF-FILE
           END-EVALUATE.
       TRAITER-QUANTITE.
           IF WS-Q-DOMAINE = 'ACTIVITE'
               IF WS-ACT-COURANTE NOT = ZERO
                   PERFORM ECRIRE-RETRAITEMENT
               END-IF
               MOVE WS-Q-ACTIVITE-ID TO WS-ACT-COURANTE
               MOVE WS-Q-IDANTENNE TO WS-ACT-IDANTENNE
               MOVE WS-Q-DECLAREE TO WS-ACT-DECLAREE
               MOVE WS-Q-DECLAREE TO WS-ACT-RETRAITEE
               EXIT PARAGRAPH
           END-IF
           IF WS-Q-ACTIVITE-ID NOT = WS-ACT-COURANTE
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-Q-DOMAINE = 'TRANSPORT'
                   AND WS-Q-CODE >= 0 AND WS-Q-CODE <= 5
                   CONTINUE
               WHEN WS-Q-DOMAINE = 'REPAS'
                   AND WS-Q-CODE >= 1 AND WS-Q-CODE <= 5
                   CONTINUE
               WHEN WS-Q-DOMAINE = 'HEBERGEMENT'
                   AND WS-Q-CODE >= 1 AND WS-Q-CODE <= 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ANOMALIE: Code facteur hors table '
                       WS-Q-DOMAINE ' ' WS-Q-CODE
                       ' (ACTIVITE ' WS-Q-ACTIVITE-ID ')'
                   ADD 1 TO WS-COUNT-ERREURS
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-Q-CODE TO WS-FACT-CODE
           MOVE WS-Q-DATE TO WS-FACT-DATE
           PERFORM LIRE-FACTEUR
           MOVE WS-FACT-VALEUR TO WS-FACT-ORIGINE
           MOVE WS-RUN-DATE TO WS-FACT-DATE
           PERFORM LIRE-FACTEUR
           MOVE WS-FACT-VALEUR TO WS-FACT-ACTUEL
           COMPUTE WS-ACT-RETRAITEE = WS-ACT-RETRAITEE
               + WS-Q-QUANTITE * (WS-FACT-ACTUEL - WS-FACT-ORIGINE).
       LIRE-FACTEUR.
           EXEC SQL
               SELECT FACT_VALEUR
               INTO :WS-FACT-VALEUR
               FROM FACTEUR_EMISSION
               WHERE FACT_DOMAINE = :WS-Q-DOMAINE
               AND FACT_CODE = :WS-FACT-CODE
               AND FACT_DEBUT <= :WS-FACT-DATE
               AND FACT_FIN >= :WS-FACT-DATE
               ORDER BY FACT_DEBUT DESC
               LIMIT 1
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               ADD 1 TO WS-COUNT-DEFAUT
               EVALUATE WS-Q-DOMAINE
                   WHEN 'TRANSPORT'
                       MOVE WS-TRANS-FACTOR(WS-FACT-CODE + 1)
                           TO WS-FACT-VALEUR
                   WHEN 'REPAS'
                       MOVE WS-REPAS-FACTOR(WS-FACT-CODE)
                           TO WS-FACT-VALEUR
                   WHEN OTHER
                       MOVE WS-HEBERG-FACTOR(WS-FACT-CODE)
                           TO WS-FACT-VALEUR
               END-EVALUATE
           END-IF.
       ECRIRE-RETRAITEMENT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           EXEC SQL
               INSERT INTO ACTIVITE_RETRAITEMENT
               (RET_ANNEE, RET_ACTIVITE_ID, RET_IDANTENNE,
                RET_EMPREINTE_DECLAREE, RET_EMPREINTE_RETRAITEE,
                RET_DATE_FACTEURS, RET_TIMESTAMP)
               VALUES
               (:WS-ANNEE, :WS-ACT-COURANTE, :WS-ACT-IDANTENNE,
                :WS-ACT-DECLAREE, :WS-ACT-RETRAITEE,
                :WS-RUN-DATE, :WS-TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT RETRAITEMENT: SQLCODE=' SQLCODE
                   ' (ACTIVITE ' WS-ACT-COURANTE ')'
               ADD 1 TO WS-COUNT-ERREURS
           ELSE
               ADD 1 TO WS-COUNT-ACTIVITES
               ADD WS-ACT-DECLAREE TO WS-TOTAL-DECLAREE
               ADD WS-ACT-RETRAITEE TO WS-TOTAL-RETRAITEE
           END-IF
           MOVE ZERO TO WS-ACT-COURANTE.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_RET_QTE END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
