       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-SCORING.
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
       01  WS-DATE-JOUR           PIC 9(8).
       01  WS-FIN-8               PIC 9(8).
       01  WS-DEBUT-8             PIC 9(8).
       01  WS-TRIM-8              PIC 9(8).
       01  WS-FIN-ISO             PIC X(10).
       01  WS-DEBUT-ISO           PIC X(10).
       01  WS-TRIM-ISO            PIC X(10).
       01  WS-DATE-TRAVAIL        PIC 9(8).
       01  WS-MOIS-SUIVANT        PIC 9(8).
       01  WS-PARAMETRE.
           05 PARAM-DOMAINE       PIC X(12).
           05 PARAM-CLE           PIC X(20).
           05 PARAM-VALEUR        PIC X(20).
           05 PARAM-TROUVE        PIC X.
       01  WS-COEF-TABLE.
           05 WS-COEF-ENTRY       OCCURS 5 TIMES.
               10 WS-COEF-GRADE   PIC X.
               10 WS-COEF-VALEUR  PIC 9V99.
       77  WS-COEF-IDX            PIC 9(2) COMP.
       01  WS-CLIENT.
           05 WS-CUST-ID          PIC 9(9).
           05 WS-CUST-LIMITE      PIC 9(7)V99.
           05 WS-CUST-IMPAYE      PIC X.
           05 WS-NET-JOURS        PIC 9(3).
           05 WS-DELAI-MOYEN      PIC S9(5).
           05 WS-ENCOURS          PIC S9(9)V99.
           05 WS-CA-TRIMESTRE     PIC 9(9)V99.
           05 WS-CA-ANNUEL        PIC 9(9)V99.
           05 WS-NB-RELANCES      PIC 9(5).
           05 WS-NIVEAU-MAX       PIC 9.
           05 WS-NB-REJETS        PIC 9(5).
       01  WS-RETARD              PIC S9(5).
       01  WS-DSO                 PIC 9(3).
       01  WS-DSO-CALCUL          PIC 9(9).
       01  WS-SCORE               PIC S9(4).
       01  WS-PENALITE            PIC 9(4).
       01  WS-GRADE               PIC X.
       01  WS-LIMITE-PROPOSEE     PIC 9(7)V99.
       01  WS-LIMITE-CALCUL       PIC 9(9)V99.
       01  WS-LIMITE-CENTAINES    PIC 9(7).
       01  WS-PROP-ID             PIC 9(9).
       01  WS-PROP-STATUT         PIC X.
       01  WS-PROP-DELAI          PIC 9(4).
       01  WS-PROP-SCORE          PIC 9(3).
       77  WS-COUNT-CLIENTS       PIC 9(6) VALUE 0.
       77  WS-COUNT-PROPOSITIONS  PIC 9(6) VALUE 0.
       77  WS-COUNT-INCHANGES     PIC 9(6) VALUE 0.
       77  WS-COUNT-ERREURS       PIC 9(6) VALUE 0.
       01  WS-GRADE-COMPTEURS.
           05 WS-NB-GRADE         PIC 9(6) OCCURS 6 TIMES.
       01  WS-GRADE-LIBELLES      PIC X(6) VALUE 'ABCDEN'.
       77  WS-GRADE-IDX           PIC 9(2) COMP.
       01  WS-D-LIMITE            PIC Z(6)9.99.
       01  WS-D-PROPOSEE          PIC Z(6)9.99.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'NOTATION DU COMPORTEMENT DE PAIEMENT CLIENTS'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-PERIODE FROM ARGUMENT-VALUE
           IF WS-ARG-PERIODE NOT NUMERIC
               OR WS-ARG-PERIODE(5:2) < '01'
               OR WS-ARG-PERIODE(5:2) > '12'
               DISPLAY 'USAGE: PERIODE (AAAAMM)'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-PERIODE TO WS-PERIODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
           PERFORM CALCULER-FENETRES
           PERFORM CHARGER-COEFFICIENTS
           MOVE ZEROS TO WS-GRADE-COMPTEURS
           PERFORM DAL-CONNECT
           PERFORM PURGER-PROPOSITIONS
           PERFORM NOTER-CLIENTS
           PERFORM DAL-END
           DISPLAY '------------------------------------------'
           PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
                   UNTIL WS-GRADE-IDX > 6
               DISPLAY 'CLIENTS DE NOTE '
                   WS-GRADE-LIBELLES(WS-GRADE-IDX:1) ' : '
                   WS-NB-GRADE(WS-GRADE-IDX)
           END-PERFORM
           DISPLAY '------------------------------------------'
           DISPLAY 'CLIENTS NOTES          : ' WS-COUNT-CLIENTS
           DISPLAY 'PROPOSITIONS DE LIMITE : ' WS-COUNT-PROPOSITIONS
           DISPLAY 'LIMITES INCHANGEES     : ' WS-COUNT-INCHANGES
           DISPLAY 'ERREURS                : ' WS-COUNT-ERREURS
           DISPLAY '=========================================='
           MOVE 0 TO RETURN-CODE
           IF WS-COUNT-ERREURS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
       CALCULER-FENETRES.
           COMPUTE WS-DATE-TRAVAIL = WS-PERIODE * 100 + 1
           IF WS-PERIODE(5:2) = '12'
               COMPUTE WS-MOIS-SUIVANT =
                   (WS-PERIODE + 89) * 100 + 1
           ELSE
               COMPUTE WS-MOIS-SUIVANT =
                   (WS-PERIODE + 1) * 100 + 1
           END-IF
           COMPUTE WS-FIN-8 = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MOIS-SUIVANT) - 1)
           COMPUTE WS-DEBUT-8 = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FIN-8) - 364)
           COMPUTE WS-TRIM-8 = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FIN-8) - 89)
           MOVE WS-FIN-8 TO WS-DATE-TRAVAIL
           PERFORM FORMATER-ISO
           MOVE WS-TRIM-ISO TO WS-FIN-ISO
           MOVE WS-DEBUT-8 TO WS-DATE-TRAVAIL
           PERFORM FORMATER-ISO
           MOVE WS-TRIM-ISO TO WS-DEBUT-ISO
           MOVE WS-TRIM-8 TO WS-DATE-TRAVAIL
           PERFORM FORMATER-ISO
           DISPLAY 'PERIODE ANALYSEE: ' WS-DEBUT-ISO ' AU '
               WS-FIN-ISO.
       FORMATER-ISO.
           MOVE SPACES TO WS-TRIM-ISO
           STRING WS-DATE-TRAVAIL(1:4) '-' WS-DATE-TRAVAIL(5:2) '-'
               WS-DATE-TRAVAIL(7:2)
               DELIMITED BY SIZE INTO WS-TRIM-ISO
           END-STRING.
       CHARGER-COEFFICIENTS.
           MOVE 'A' TO WS-COEF-GRADE(1)
           MOVE 3 TO WS-COEF-VALEUR(1)
           MOVE 'B' TO WS-COEF-GRADE(2)
           MOVE 2 TO WS-COEF-VALEUR(2)
           MOVE 'C' TO WS-COEF-GRADE(3)
           MOVE 1 TO WS-COEF-VALEUR(3)
           MOVE 'D' TO WS-COEF-GRADE(4)
           MOVE 0.5 TO WS-COEF-VALEUR(4)
           MOVE 'E' TO WS-COEF-GRADE(5)
           MOVE 0 TO WS-COEF-VALEUR(5)
           PERFORM VARYING WS-COEF-IDX FROM 1 BY 1
                   UNTIL WS-COEF-IDX > 4
               MOVE 'CREDIT' TO PARAM-DOMAINE
               MOVE SPACES TO PARAM-CLE
               STRING 'COEF_LIMITE_' WS-COEF-GRADE(WS-COEF-IDX)
                   DELIMITED BY SIZE INTO PARAM-CLE
               END-STRING
               CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
               IF PARAM-TROUVE = 'Y'
                   AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
                   COMPUTE WS-COEF-VALEUR(WS-COEF-IDX) =
                       FUNCTION NUMVAL(PARAM-VALEUR)
               END-IF
               DISPLAY 'COEFFICIENT NOTE '
                   WS-COEF-GRADE(WS-COEF-IDX) ' : '
                   WS-COEF-VALEUR(WS-COEF-IDX)
                   ' MOIS DE CHIFFRE D''AFFAIRES'
           END-PERFORM.
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
       PURGER-PROPOSITIONS.
           EXEC SQL
               DELETE FROM CREDIT_PROPOSITION
               WHERE PROP_PERIODE = :WS-PERIODE
               AND PROP_STATUT IN ('P', 'S')
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT = 100
               DISPLAY 'ERREUR PURGE PROPOSITIONS: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(PROP_ID), 0)
               INTO :WS-PROP-ID
               FROM CREDIT_PROPOSITION
           END-EXEC.
       NOTER-CLIENTS.
           EXEC SQL
               DECLARE C_SCORE CURSOR FOR
               SELECT c.CUST_ID, COALESCE(c.CUST_CREDIT_LIMIT, 0),
                      COALESCE(c.CUST_IMPAYE, 'N'),
                      COALESCE(t.TERMS_NET_JOURS, 30),
                      COALESCE((SELECT ROUND(SUM(a.ALLOC_MONTANT
                                 * (TO_DATE(CAST(a.ALLOC_DATE
                                    AS VARCHAR(8)), 'YYYYMMDD')
                                    - CAST(i.INV_DATE AS DATE)))
                                 / SUM(a.ALLOC_MONTANT))
                                FROM PAYMENT_ALLOCATION a
                                INNER JOIN INVOICE i
                                    ON i.INV_ID = a.INV_ID
                                WHERE i.CUST_ID = c.CUST_ID
                                AND a.ALLOC_MONTANT > 0
                                AND COALESCE(i.INV_TYPE, 'FAC')
                                    = 'FAC'
                                AND a.ALLOC_DATE BETWEEN
                                    :WS-DEBUT-8 AND :WS-FIN-8), -1),
                      COALESCE((SELECT SUM(i.TOTAL_TTC
                                 - COALESCE((SELECT
                                     SUM(a.ALLOC_MONTANT)
                                     FROM PAYMENT_ALLOCATION a
                                     WHERE a.INV_ID = i.INV_ID
                                     AND COALESCE(a.ALLOC_DATE, 0)
                                         <= :WS-FIN-8), 0))
                                FROM INVOICE i
                                WHERE i.CUST_ID = c.CUST_ID
                                AND COALESCE(i.INV_TYPE, 'FAC')
                                    = 'FAC'
                                AND i.INV_DATE <= :WS-FIN-ISO), 0),
                      COALESCE((SELECT SUM(i.TOTAL_TTC)
                                FROM INVOICE i
                                WHERE i.CUST_ID = c.CUST_ID
                                AND COALESCE(i.INV_TYPE, 'FAC')
                                    = 'FAC'
                                AND i.INV_DATE BETWEEN
                                    :WS-TRIM-ISO AND :WS-FIN-ISO), 0),
                      COALESCE((SELECT SUM(i.TOTAL_TTC)
                                FROM INVOICE i
                                WHERE i.CUST_ID = c.CUST_ID
                                AND COALESCE(i.INV_TYPE, 'FAC')
                                    = 'FAC'
                                AND i.INV_DATE BETWEEN
                                    :WS-DEBUT-ISO AND :WS-FIN-ISO), 0),
                      (SELECT COUNT(*)
                       FROM RELANCE r
                       INNER JOIN INVOICE i
                           ON i.INV_ID = r.INV_ID
                       WHERE i.CUST_ID = c.CUST_ID
                       AND COALESCE(i.INV_TYPE, 'FAC') <> 'INT'
                       AND r.RELANCE_DATE BETWEEN
                           :WS-DEBUT-8 AND :WS-FIN-8),
                      COALESCE((SELECT MAX(r.RELANCE_NIVEAU)
                                FROM RELANCE r
                                INNER JOIN INVOICE i
                                    ON i.INV_ID = r.INV_ID
                                WHERE i.CUST_ID = c.CUST_ID
                                AND COALESCE(i.INV_TYPE, 'FAC')
                                    <> 'INT'
                                AND r.RELANCE_DATE BETWEEN
                                    :WS-DEBUT-8 AND :WS-FIN-8), 0),
                      (SELECT COUNT(*)
                       FROM PAYMENT_ALLOCATION a
                       INNER JOIN INVOICE i
                           ON i.INV_ID = a.INV_ID
                       WHERE i.CUST_ID = c.CUST_ID
                       AND COALESCE(i.INV_TYPE, 'FAC') <> 'INT'
                       AND a.ALLOC_MONTANT < 0
                       AND a.ALLOC_DATE BETWEEN
                           :WS-DEBUT-8 AND :WS-FIN-8)
               FROM CUSTOMER c
               LEFT JOIN PAYMENT_TERMS t
                   ON t.TERMS_CODE = c.CUST_TERMS
               WHERE NOT EXISTS
                   (SELECT 1 FROM CREDIT_PROPOSITION p
                    WHERE p.CUST_ID = c.CUST_ID
                    AND p.PROP_PERIODE = :WS-PERIODE
                    AND p.PROP_STATUT IN ('A', 'R'))
               ORDER BY c.CUST_ID
           END-EXEC
           EXEC SQL OPEN C_SCORE END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_SCORE INTO
                       :WS-CUST-ID, :WS-CUST-LIMITE, :WS-CUST-IMPAYE,
                       :WS-NET-JOURS, :WS-DELAI-MOYEN, :WS-ENCOURS,
                       :WS-CA-TRIMESTRE, :WS-CA-ANNUEL,
                       :WS-NB-RELANCES, :WS-NIVEAU-MAX,
                       :WS-NB-REJETS
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM NOTER-UN-CLIENT
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       ADD 1 TO WS-COUNT-ERREURS
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM.
       NOTER-UN-CLIENT.
           ADD 1 TO WS-COUNT-CLIENTS
           PERFORM CALCULER-SCORE
           PERFORM PROPOSER-LIMITE
           PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
                   UNTIL WS-GRADE-IDX > 6
               IF WS-GRADE-LIBELLES(WS-GRADE-IDX:1) = WS-GRADE
                   ADD 1 TO WS-NB-GRADE(WS-GRADE-IDX)
               END-IF
           END-PERFORM
           MOVE 'S' TO WS-PROP-STATUT
           IF WS-LIMITE-PROPOSEE NOT = WS-CUST-LIMITE
               MOVE 'P' TO WS-PROP-STATUT
               ADD 1 TO WS-COUNT-PROPOSITIONS
               MOVE WS-CUST-LIMITE TO WS-D-LIMITE
               MOVE WS-LIMITE-PROPOSEE TO WS-D-PROPOSEE
               DISPLAY 'CLIENT ' WS-CUST-ID ' NOTE ' WS-GRADE
                   ' SCORE ' WS-PROP-SCORE ' LIMITE ' WS-D-LIMITE
                   ' -> ' WS-D-PROPOSEE
           ELSE
               ADD 1 TO WS-COUNT-INCHANGES
           END-IF
           MOVE 0 TO WS-PROP-DELAI
           IF WS-DELAI-MOYEN > 0
               MOVE WS-DELAI-MOYEN TO WS-PROP-DELAI
           END-IF
           ADD 1 TO WS-PROP-ID
           EXEC SQL
               INSERT INTO CREDIT_PROPOSITION
               (PROP_ID, CUST_ID, PROP_PERIODE, PROP_DATE,
                PROP_DELAI_MOYEN, PROP_DSO, PROP_NB_RELANCES,
                PROP_NIVEAU_MAX, PROP_NB_REJETS, PROP_SCORE,
                PROP_GRADE, PROP_LIMITE_ACTUELLE,
                PROP_LIMITE_PROPOSEE, PROP_STATUT)
               VALUES
               (:WS-PROP-ID, :WS-CUST-ID, :WS-PERIODE, :WS-DATE-JOUR,
                :WS-PROP-DELAI, :WS-DSO, :WS-NB-RELANCES,
                :WS-NIVEAU-MAX, :WS-NB-REJETS, :WS-PROP-SCORE,
                :WS-GRADE, :WS-CUST-LIMITE,
                :WS-LIMITE-PROPOSEE, :WS-PROP-STATUT)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT PROPOSITION CLIENT ' WS-CUST-ID
                   ': SQLCODE=' SQLCODE
               PERFORM ABANDONNER
           END-IF.
       CALCULER-SCORE.
           MOVE 100 TO WS-SCORE
           MOVE 0 TO WS-RETARD
           IF WS-DELAI-MOYEN > WS-NET-JOURS
               COMPUTE WS-RETARD = WS-DELAI-MOYEN - WS-NET-JOURS
               MOVE WS-RETARD TO WS-PENALITE
               IF WS-PENALITE > 40
                   MOVE 40 TO WS-PENALITE
               END-IF
               SUBTRACT WS-PENALITE FROM WS-SCORE
           END-IF
           MOVE 0 TO WS-DSO
           IF WS-ENCOURS > ZERO
               IF WS-CA-TRIMESTRE > ZERO
                   COMPUTE WS-DSO-CALCUL ROUNDED =
                       WS-ENCOURS * 90 / WS-CA-TRIMESTRE
               ELSE
                   MOVE 999 TO WS-DSO-CALCUL
               END-IF
               IF WS-DSO-CALCUL > 999
                   MOVE 999 TO WS-DSO-CALCUL
               END-IF
               MOVE WS-DSO-CALCUL TO WS-DSO
           END-IF
           EVALUATE TRUE
               WHEN WS-DSO > 90
                   SUBTRACT 20 FROM WS-SCORE
               WHEN WS-DSO > 60
                   SUBTRACT 10 FROM WS-SCORE
           END-EVALUATE
           COMPUTE WS-PENALITE = WS-NB-RELANCES * 5
           IF WS-PENALITE > 30
               MOVE 30 TO WS-PENALITE
           END-IF
           SUBTRACT WS-PENALITE FROM WS-SCORE
           IF WS-NIVEAU-MAX >= 3
               SUBTRACT 15 FROM WS-SCORE
           END-IF
           COMPUTE WS-PENALITE = WS-NB-REJETS * 15
           IF WS-PENALITE > 45
               MOVE 45 TO WS-PENALITE
           END-IF
           SUBTRACT WS-PENALITE FROM WS-SCORE
           IF WS-CUST-IMPAYE = 'O'
               SUBTRACT 10 FROM WS-SCORE
           END-IF
           IF WS-SCORE < 0
               MOVE 0 TO WS-SCORE
           END-IF
           MOVE WS-SCORE TO WS-PROP-SCORE
           EVALUATE TRUE
               WHEN WS-CA-ANNUEL = ZERO AND WS-ENCOURS <= ZERO
                   MOVE 'N' TO WS-GRADE
               WHEN WS-SCORE >= 85
                   MOVE 'A' TO WS-GRADE
               WHEN WS-SCORE >= 70
                   MOVE 'B' TO WS-GRADE
               WHEN WS-SCORE >= 50
                   MOVE 'C' TO WS-GRADE
               WHEN WS-SCORE >= 30
                   MOVE 'D' TO WS-GRADE
               WHEN OTHER
                   MOVE 'E' TO WS-GRADE
           END-EVALUATE.
       PROPOSER-LIMITE.
           MOVE WS-CUST-LIMITE TO WS-LIMITE-PROPOSEE
           MOVE ZERO TO WS-LIMITE-CALCUL
           IF WS-GRADE = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-COEF-IDX FROM 1 BY 1
                   UNTIL WS-COEF-IDX > 5
               IF WS-COEF-GRADE(WS-COEF-IDX) = WS-GRADE
                   COMPUTE WS-LIMITE-CENTAINES ROUNDED =
                       WS-CA-ANNUEL / 12
                       * WS-COEF-VALEUR(WS-COEF-IDX) / 100
                   COMPUTE WS-LIMITE-CALCUL =
                       WS-LIMITE-CENTAINES * 100
               END-IF
           END-PERFORM
           IF WS-LIMITE-CALCUL > 9999999
               MOVE 9999999 TO WS-LIMITE-CALCUL
           END-IF
           MOVE WS-LIMITE-CALCUL TO WS-LIMITE-PROPOSEE.
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
               EXEC SQL CLOSE C_SCORE END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
