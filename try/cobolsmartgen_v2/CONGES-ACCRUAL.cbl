       77  WS-CONTROLE-STATUS     PIC X(2) VALUE '00'.
       77  WS-ARG-PERIODE         PIC X(6) VALUE SPACES.
       01  WS-PERIODE             PIC 9(6).
       01  WS-FIN-PERIODE         PIC 9(8).
       01  WS-DEBUT-PERIODE       PIC 9(8).
       01  WS-JOURS-MOIS          PIC 9(2).
       77  WS-DATE-OPERATION      PIC X(4).
       01  WS-DATE-ZONE.
           05 WS-DATE-8           PIC 9(8).
           05 WS-DATE-X10         PIC X(10).
           05 WS-DATE-EPOCH       PIC S9(11).
           05 WS-DATE-8-B         PIC 9(8).
           05 WS-DATE-JOURS       PIC S9(7).
           05 WS-DATE-VALIDE      PIC X.
       77  WS-ACQUIS-MOIS         PIC 9(2)V99 VALUE 2.50.
       01  WS-PARAMETRE.
           05 PARAM-DOMAINE       PIC X(12).
               GOBACK
           END-IF
           MOVE WS-ARG-PERIODE TO WS-PERIODE
           PERFORM CALCULER-BORNES-PERIODE
           PERFORM CONTROLER-DOUBLE-EXECUTION
           INITIALIZE WS-PARAMETRE
           MOVE 'PAIE' TO PARAM-DOMAINE
               WHERE NOT EXISTS
                   (SELECT 1 FROM CONGE_SOLDE c
                    WHERE c.EMP_ID = e.EMP_ID)
               AND (e.EMP_DATE_SORTIE IS NULL
                    OR e.EMP_DATE_SORTIE > :WS-FIN-PERIODE)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR INITIALISATION SOLDES: SQLCODE='
           MOVE SQLERRD(3) TO WS-NB-CREES
           EXEC SQL
               UPDATE CONGE_SOLDE
               SET SOLDE_JOURS = SOLDE_JOURS + ROUND(:WS-ACQUIS-MOIS
                   * COALESCE(
                     (SELECT CASE
                        WHEN k.CTR_TYPE = 'STA' THEN 0
                        WHEN k.CTR_DATE_EMBAUCHE > :WS-DEBUT-PERIODE
                        THEN (:WS-FIN-PERIODE - k.CTR_DATE_EMBAUCHE + 1)
                             * 1.0 / :WS-JOURS-MOIS
                        ELSE 1 END
                      FROM EMPLOYEE_CONTRAT k
                      WHERE k.EMP_ID = CONGE_SOLDE.EMP_ID
                      AND k.CTR_DATE_EFFET <= :WS-FIN-PERIODE
                      ORDER BY k.CTR_DATE_EFFET DESC
                      LIMIT 1), 1), 2)
               WHERE EMP_ID NOT IN
                   (SELECT e.EMP_ID FROM EMPLOYEE e
                    WHERE e.EMP_DATE_SORTIE IS NOT NULL
                    AND e.EMP_DATE_SORTIE <= :WS-FIN-PERIODE)
               AND EMP_ID NOT IN
                   (SELECT k.EMP_ID FROM EMPLOYEE_CONTRAT k
                    GROUP BY k.EMP_ID
                    HAVING MIN(k.CTR_DATE_EFFET) > :WS-FIN-PERIODE)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR ACQUISITION: SQLCODE=' SQLCODE
           DISPLAY '=========================================='
           MOVE 0 TO RETURN-CODE
           GOBACK.
       CALCULER-BORNES-PERIODE.
           COMPUTE WS-DEBUT-PERIODE = WS-PERIODE * 100 + 1
           MOVE WS-DEBUT-PERIODE TO WS-DATE-8
           IF WS-ARG-PERIODE(5:2) = '12'
               COMPUTE WS-DATE-8-B =
                   (WS-PERIODE / 100 + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATE-8-B = (WS-PERIODE + 1) * 100 + 1
           END-IF
           MOVE 'DIFF' TO WS-DATE-OPERATION
           CALL 'DATE-UTILS' USING WS-DATE-OPERATION WS-DATE-ZONE
           MOVE WS-DATE-JOURS TO WS-JOURS-MOIS
           IF WS-JOURS-MOIS < 28 OR WS-JOURS-MOIS > 31
               MOVE 30 TO WS-JOURS-MOIS
           END-IF
           COMPUTE WS-FIN-PERIODE =
               WS-PERIODE * 100 + WS-JOURS-MOIS.
       CONTROLER-DOUBLE-EXECUTION.
           OPEN INPUT CONTROLE-FILE
           IF WS-CONTROLE-STATUS = '35'
