       01  WS-EMP-BRUT            PIC 9(6)V99.
       01  WS-TAUX                PIC 9(5)V99.
       01  WS-COUT-HEURES         PIC 9(8)V99.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-HEURES-PLANIFIEES   PIC 9(7)V9.
       01  WS-HEURES-REALISEES    PIC 9(7)V9.
       01  WS-HEURES-ECART        PIC S9(7)V9.
       01  WS-CHAMPS.
           05 WS-CH-EMPID         PIC X(4).
           05 WS-CH-PROJET        PIC X(9).
       01  WS-SPOOL-LIGNE         PIC X(132).
       01  WS-D-MONTANT           PIC Z(9)9.99-.
       01  WS-D-PC                PIC ZZZ9.99-.
       01  WS-D-HEURES            PIC Z(6)9.9-.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
           DISPLAY 'RENTABILITE PAR PROJET'
           DISPLAY '=========================================='
           MOVE 'PROJET-RENTABILITE' TO WS-SPOOL-TITRE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM OUVRIR-SPOOL
           PERFORM CHARGER-HEURES
           PERFORM DAL-CONNECT
                                AND j.JAL_STATUT <> 'F'), 0),
                      COALESCE((SELECT SUM(f.FF_QTE * f.FF_PRIX)
                                FROM FACTURE_FOURNISSEUR f
                                WHERE f.FF_PROJ_ID = p.PROJ_ID), 0),
                      COALESCE((SELECT SUM(a.AFP_HEURES_SEMAINE *
                                  (TO_DATE(CAST(LEAST(a.AFP_FIN,
                                       :WS-RUN-DATE) AS TEXT),
                                       'YYYYMMDD')
                                   - TO_DATE(CAST(a.AFP_DEBUT AS TEXT),
                                       'YYYYMMDD') + 1) / 7.0)
                                FROM AFFECTATION_PROJET a
                                WHERE a.PROJ_ID = p.PROJ_ID
                                AND a.AFP_STATUT = 'A'
                                AND a.AFP_DEBUT <= :WS-RUN-DATE), 0)
               FROM PROJECT p
               ORDER BY p.PROJ_ID
           END-EXEC
                   FETCH C_PROJ INTO
                       :WS-PROJ-ID, :WS-PROJ-NAME, :WS-PROJ-BUDGET,
                       :WS-PROJ-SPEND, :WS-REV-FACTURE,
                       :WS-REV-RESTANT, :WS-ACHATS,
                       :WS-HEURES-PLANIFIEES
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE WS-REV-FACTURE TO WS-D-MONTANT
           PERFORM LIGNE-MONTANT-A
           MOVE 0 TO WS-HEURES-REALISEES
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                   UNTIL WS-HR-IDX > WS-HR-COUNT
               IF WS-HR-PROJ(WS-HR-IDX) = WS-PROJ-ID
                   PERFORM EDITER-HEURES-EMPLOYE
               END-IF
           END-PERFORM
           IF WS-HEURES-PLANIFIEES > ZERO
               OR WS-HEURES-REALISEES > ZERO
               PERFORM EDITER-HEURES-PREVUES
           END-IF
           COMPUTE WS-MARGE = WS-REV-FACTURE
               - WS-PROJ-SPEND - WS-ACHATS
           MOVE SPACES TO WS-SPOOL-LIGNE
               WS-EMP-BRUT / WS-HEURES-MOIS
           COMPUTE WS-COUT-HEURES ROUNDED =
               WS-HR-HEURES(WS-HR-IDX) * WS-TAUX
           ADD WS-HR-HEURES(WS-HR-IDX) TO WS-HEURES-REALISEES
           MOVE SPACES TO WS-SPOOL-LIGNE
           MOVE WS-COUT-HEURES TO WS-D-MONTANT
           STRING '  EMPLOYE ' WS-EMP-ID ' : '
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           END-STRING
           PERFORM ECRIRE-SPOOL-LIGNE.
      *----------------------------------------------------------------
      * HEURES PREVUES PAR LES AFFECTATIONS (AU PRORATA DES JOURS
      * ECOULES A CE JOUR) CONTRE HEURES VALORISEES DES FEUILLES
      * DE TEMPS
      *----------------------------------------------------------------
       EDITER-HEURES-PREVUES.
           COMPUTE WS-HEURES-ECART =
               WS-HEURES-REALISEES - WS-HEURES-PLANIFIEES
           MOVE SPACES TO WS-SPOOL-LIGNE
           MOVE WS-HEURES-PLANIFIEES TO WS-D-HEURES
           STRING '  HEURES PREVUES A DATE: ' WS-D-HEURES
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           END-STRING
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-SPOOL-LIGNE
           MOVE WS-HEURES-REALISEES TO WS-D-HEURES
           STRING '  HEURES VALORISEES    : ' WS-D-HEURES
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           END-STRING
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE SPACES TO WS-SPOOL-LIGNE
           MOVE WS-HEURES-ECART TO WS-D-HEURES
           STRING '  ECART REALISE/PREVU  : ' WS-D-HEURES
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           END-STRING
           PERFORM ECRIRE-SPOOL-LIGNE.
       PORTEFEUILLE.
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX >= WS-MT-COUNT
