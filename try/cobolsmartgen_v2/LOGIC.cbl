       77 WS-TEMPS-STATUS         PIC X(2) VALUE '00'.
       77 WS-TEMPS-EOF            PIC X.
       77 WS-HEURES-BASE          PIC 9(3)V99 VALUE 151.67.
       77 WS-HEURES-CONTRAT       PIC 9(3)V99 VALUE 151.67.
       77 WS-SEUIL-HS25           PIC 9(3)V99 VALUE 17.33.
       01 WS-TEMPS-CHAMPS.
           05 WS-TC-EMPID         PIC X(4).
       01 WS-HS50                 PIC 9(4)V99.
       01 WS-TAUX-HORAIRE         PIC 9(5)V9(4).
       01 WS-MONTANT-HS           PIC 9(6)V99.
       01 WS-CALCUL-PAIE.
           05 CPB-OPERATION       PIC X(4).
           05 CPB-BRUT            PIC S9(7)V99.
           05 CPB-NET             PIC S9(7)V99.
           05 CPB-COTIS-PAT       PIC S9(7)V99.
           05 CPB-TAUX-NET        PIC 9V99.
           05 CPB-NB-COTISATIONS  PIC 9(2).
       01 WS-COTIS-PATRONALES      PIC 9(7)V99.
       01 WS-TOTAL-PATRONAL        PIC 9(10)V99 VALUE 0.
       01 WS-D-TOTAL               PIC Z(8)9.99.
           05 HIS-COTIS-PAT       PIC 9(7)V99.
           05 HIS-DED-CODE        PIC X(4).
           05 HIS-DED-MONTANT     PIC 9(6)V99.
       01 WS-RAP-OPERATION         PIC X(4).
       01 WS-RAP-EOF               PIC X.
       01 WS-PAIE-RAPPEL.
           05 RAP-EMPID           PIC 9(4).
           05 RAP-PERIODE-PAIE    PIC 9(6).
           05 RAP-PERIODE-ORIGINE PIC 9(6).
           05 RAP-ECART-BRUT      PIC S9(7)V99.
           05 RAP-ECART-NET       PIC S9(7)V99.
           05 RAP-ECART-COTIS     PIC S9(7)V99.
       01 WS-RAP-CALCUL            PIC S9(8)V99.
       01 WS-STC-OPERATION         PIC X(4).
       01 WS-STC-EOF               PIC X.
       01 WS-SOLDE-COMPTE.
           05 STC-EMPID           PIC 9(4).
           05 STC-DATE-SORTIE     PIC 9(8).
           05 STC-MOTIF           PIC X(3).
           05 STC-PERIODE         PIC 9(6).
           05 STC-BRUT-PRORATA    PIC 9(6)V99.
           05 STC-INDEMNITE-CP    PIC S9(6)V99.
           05 STC-INDEMNITE-RUPT  PIC 9(7)V99.
           05 STC-STATUT          PIC X.
           05 STC-NET-PAYE        PIC 9(7)V99.
       77 WS-EXCLU-PAIE            PIC X VALUE 'N'.
       01 WS-AVA-OPERATION         PIC X(4).
       01 WS-AVA-EOF               PIC X.
       01 WS-AVANCE.
           05 AVA-ID              PIC 9(9).
           05 AVA-EMPID           PIC 9(4).
           05 AVA-NOM             PIC X(30).
           05 AVA-PERIODE         PIC 9(6).
           05 AVA-MONTANT         PIC 9(7)V99.
           05 AVA-LOT             PIC X(20).
           05 AVA-REFERENCE       PIC X(20).
           05 AVA-DATE            PIC 9(8).
           05 AVA-DEPTID          PIC 9(4).
       01 WS-AVANCES-RETENUES      PIC 9(6)V99.
       01 WS-CTR-OPERATION         PIC X(4).
       01 WS-CTR-EOF               PIC X.
       01 WS-CONTRAT.
           05 CTR-EMPID           PIC 9(4).
           05 CTR-DATE-REF        PIC 9(8).
           05 CTR-DATE-EFFET      PIC 9(8).
           05 CTR-DATE-EMBAUCHE   PIC 9(8).
           05 CTR-TYPE            PIC X(3).
           05 CTR-POSTE           PIC X(30).
           05 CTR-TEMPS-PC        PIC 9(3)V99.
           05 CTR-DATE-FIN        PIC 9(8).
           05 CTR-FIN-ESSAI       PIC 9(8).
           05 CTR-OPERATEUR       PIC X(9).
           05 CTR-SITUATION       PIC X.
       01 WS-DATE-OPERATION        PIC X(4).
       01 WS-DATE-ZONE.
           05 WS-DATE-8           PIC 9(8).
           05 WS-DATE-X10         PIC X(10).
           05 WS-DATE-EPOCH       PIC S9(11).
           05 WS-DATE-8-B         PIC 9(8).
           05 WS-DATE-JOURS       PIC S9(7).
           05 WS-DATE-VALIDE      PIC X.
       01 WS-DEBUT-PERIODE         PIC 9(8).
       01 WS-FIN-PERIODE           PIC 9(8).
       01 WS-JOURS-MOIS            PIC 9(2).
       01 WS-JOURS-PRESENCE        PIC 9(2).
       01 WS-D-TEMPS               PIC ZZ9.99.
       77 WS-PAIE-SORTIE           PIC X VALUE 'N'.
       01 WS-D-RAPPEL-BRUT         PIC Z(6)9.99-.
       01 WS-D-RAPPEL-NET          PIC Z(6)9.99-.
       01 WS-EOF                 PIC X VALUE 'N'.
       01 WS-OPERATION           PIC X(4).
       77 WS-ARG-PERIODE          PIC X(6) VALUE SPACES.
           05 WS-SALBRUT         PIC 9(6)V99.
           05 WS-SALNET          PIC 9(6)V99.
           05 WS-DEPTID          PIC 9(4).
       01 WS-RET-OPERATION        PIC X(4).
       01 WS-RET-EOF              PIC X.
       01 WS-RETENUE.
           END-IF
           MOVE WS-PERIODE TO WS-PERIODE-X
           DISPLAY 'PERIODE DE PAIE: ' WS-PERIODE
           PERFORM CALCULER-BORNES-PERIODE
           PERFORM PURGER-REMISES-PERIODE
           PERFORM ANNULER-RETENUES-PERIODE
           PERFORM ANNULER-AVANCES-PERIODE
           INITIALIZE WS-PARAMETRE
           MOVE 'PAIE' TO PARAM-DOMAINE
           MOVE 'JOURS_OUVRES_MOIS' TO PARAM-CLE
           PERFORM UNTIL WS-EOF = 'Y'
               CALL 'EMPLOYEEDAL' USING 'READ' WS-EOF WS-EMPLOYEE
               IF WS-EOF NOT = 'Y'
                   PERFORM LIRE-SORTIE-EMPLOYE
               END-IF
               IF WS-EOF NOT = 'Y' AND WS-EXCLU-PAIE NOT = 'Y'
                   PERFORM LIRE-CONTRAT-EMPLOYE
               END-IF
               IF WS-EOF NOT = 'Y' AND WS-EXCLU-PAIE NOT = 'Y'
                   MOVE WS-SALBRUT TO WS-BRUT-CONTRAT
                   PERFORM APPLIQUER-CONTRAT
                   PERFORM PRORATER-SORTIE
                   PERFORM PRORATER-ABSENCES
                   PERFORM CALCULER-HEURES-SUPP
                   PERFORM AJOUTER-INDEMNITE-CP
                   PERFORM CALCULATE-WITHHOLDING
                   PERFORM CALCULER-COTIS-PATRONALES
                   PERFORM INTEGRER-RAPPELS
                   PERFORM APPLY-DEDUCTIONS
                   PERFORM AJOUTER-INDEMNITE-RUPTURE
                   PERFORM RETENIR-AVANCES
                   PERFORM APPLIQUER-SAISIES-ARRETS
                   MOVE 'LINE' TO WS-OPERATION
                   CALL 'DISPLAYEMP' USING WS-OPERATION WS-EMPLOYEE
                   PERFORM PRINT-DEDUCTIONS
                   PERFORM PRINT-SOLDE-CONGES
                   PERFORM HISTORISER-PERIODE
                   PERFORM SOLDER-SORTIE-EMPLOYE
                   MOVE WS-BRUT-CONTRAT TO WS-SALBRUT
                   CALL 'EMPLOYEEDAL' USING 'SAVE' WS-EOF WS-EMPLOYEE
               END-IF
           MOVE 'END ' TO WS-SAI-OPERATION.
           CALL 'SAISIE-ARRET-DAL-DB' USING WS-SAI-OPERATION
               WS-SAI-EOF WS-SAISIE-ARRET.
           MOVE 'END ' TO WS-RAP-OPERATION.
           CALL 'PAIE-RAPPEL-DAL-DB' USING WS-RAP-OPERATION
               WS-RAP-EOF WS-PAIE-RAPPEL.
           MOVE 'END ' TO WS-STC-OPERATION.
           CALL 'SORTIE-EMPLOYE-DAL-DB' USING WS-STC-OPERATION
               WS-STC-EOF WS-SOLDE-COMPTE.
           MOVE 'END ' TO WS-CTR-OPERATION.
           CALL 'CONTRAT-EMPLOYE-DAL-DB' USING WS-CTR-OPERATION
               WS-CTR-EOF WS-CONTRAT.
           MOVE 'END ' TO WS-AVA-OPERATION.
           CALL 'AVANCE-SALAIRE-DAL-DB' USING WS-AVA-OPERATION
               WS-AVA-EOF WS-AVANCE.
           MOVE 'TOTL' TO WS-OPERATION.
           CALL 'DISPLAYEMP' USING WS-OPERATION WS-EMPLOYEE.
           MOVE WS-TOTAL-PATRONAL TO WS-D-TOTAL.
               STOP RUN
           END-IF.

       ANNULER-AVANCES-PERIODE.
           INITIALIZE WS-AVANCE
           MOVE WS-PERIODE TO AVA-PERIODE
           MOVE 'N' TO WS-AVA-EOF
           MOVE 'ANNP' TO WS-AVA-OPERATION
           CALL 'AVANCE-SALAIRE-DAL-DB' USING WS-AVA-OPERATION
               WS-AVA-EOF WS-AVANCE
           IF WS-AVA-EOF = 'Y'
               DISPLAY 'ERREUR: ANNULATION DES AVANCES RETENUES SUR LA'
                   ' PERIODE ' WS-PERIODE ' IMPOSSIBLE -'
                   ' TRAITEMENT ABANDONNE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       RETENIR-AVANCES.
           MOVE 0 TO WS-AVANCES-RETENUES
           INITIALIZE WS-AVANCE
           MOVE WS-EMPID TO AVA-EMPID
           MOVE WS-PERIODE TO AVA-PERIODE
           MOVE 'N' TO WS-AVA-EOF
           MOVE 'READ' TO WS-AVA-OPERATION
           CALL 'AVANCE-SALAIRE-DAL-DB' USING WS-AVA-OPERATION
               WS-AVA-EOF WS-AVANCE
           PERFORM UNTIL WS-AVA-EOF = 'Y'
               PERFORM RETENIR-UNE-AVANCE
               MOVE 'READ' TO WS-AVA-OPERATION
               CALL 'AVANCE-SALAIRE-DAL-DB' USING WS-AVA-OPERATION
                   WS-AVA-EOF WS-AVANCE
           END-PERFORM
           IF WS-AVANCES-RETENUES = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-DED-COUNT < 10
               ADD 1 TO WS-DED-COUNT
               MOVE 'AVAN' TO WS-DEDT-CODE(WS-DED-COUNT)
               MOVE 'AVANCE SUR SALAIRE'
                   TO WS-DEDT-LIBELLE(WS-DED-COUNT)
               MOVE WS-AVANCES-RETENUES
                   TO WS-DEDT-MONTANT(WS-DED-COUNT)
           ELSE
               MOVE WS-AVANCES-RETENUES TO WS-D-MONTANT
               DISPLAY '     AVANCE SUR SALAIRE : -' WS-D-MONTANT
           END-IF.

       RETENIR-UNE-AVANCE.
           IF AVA-MONTANT > WS-SALNET
               MOVE AVA-MONTANT TO WS-D-MONTANT
               DISPLAY 'ATTENTION: AVANCE ' AVA-ID ' DE ' WS-D-MONTANT
                   ' NON RETENUE (NET INSUFFISANT) - REPORTEE'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-AVA-EOF
           MOVE 'RETN' TO WS-AVA-OPERATION
           CALL 'AVANCE-SALAIRE-DAL-DB' USING WS-AVA-OPERATION
               WS-AVA-EOF WS-AVANCE
           IF WS-AVA-EOF = 'Y'
               DISPLAY 'ATTENTION: AVANCE ' AVA-ID ' NON RETENUE POUR'
                   ' EMPLOYE ' WS-EMPID
               MOVE 'N' TO WS-AVA-EOF
               EXIT PARAGRAPH
           END-IF
           SUBTRACT AVA-MONTANT FROM WS-SALNET
           ADD AVA-MONTANT TO WS-AVANCES-RETENUES.

       CHARGER-BAREME-SAISIES.
           MOVE 0 TO WS-BAR-COUNT
           INITIALIZE WS-SAISIE-ARRET
                   WS-HIS-EOF WS-PAIE-HISTO
           END-PERFORM.

       INTEGRER-RAPPELS.
           INITIALIZE WS-PAIE-RAPPEL
           MOVE WS-EMPID TO RAP-EMPID
           MOVE WS-PERIODE TO RAP-PERIODE-PAIE
           MOVE 'N' TO WS-RAP-EOF
           MOVE 'READ' TO WS-RAP-OPERATION
           CALL 'PAIE-RAPPEL-DAL-DB' USING WS-RAP-OPERATION
               WS-RAP-EOF WS-PAIE-RAPPEL
           IF WS-RAP-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RAP-EOF = 'Y'
               PERFORM AJOUTER-UN-RAPPEL
               MOVE 'READ' TO WS-RAP-OPERATION
               CALL 'PAIE-RAPPEL-DAL-DB' USING WS-RAP-OPERATION
                   WS-RAP-EOF WS-PAIE-RAPPEL
           END-PERFORM
           MOVE 'N' TO WS-RAP-EOF
           MOVE 'PAYE' TO WS-RAP-OPERATION
           CALL 'PAIE-RAPPEL-DAL-DB' USING WS-RAP-OPERATION
               WS-RAP-EOF WS-PAIE-RAPPEL
           IF WS-RAP-EOF = 'Y'
               DISPLAY 'ATTENTION: RAPPELS NON SOLDES POUR EMPLOYE '
                   WS-EMPID
           END-IF.

       AJOUTER-UN-RAPPEL.
           COMPUTE WS-RAP-CALCUL = WS-SALBRUT + RAP-ECART-BRUT
           IF WS-RAP-CALCUL < ZERO
               MOVE 0 TO WS-RAP-CALCUL
           END-IF
           MOVE WS-RAP-CALCUL TO WS-SALBRUT
           COMPUTE WS-RAP-CALCUL = WS-SALNET + RAP-ECART-NET
           IF WS-RAP-CALCUL < ZERO
               MOVE 0 TO WS-RAP-CALCUL
           END-IF
           MOVE WS-RAP-CALCUL TO WS-SALNET
           COMPUTE WS-RAP-CALCUL =
               WS-COTIS-PATRONALES + RAP-ECART-COTIS
           IF WS-RAP-CALCUL < ZERO
               MOVE 0 TO WS-RAP-CALCUL
           END-IF
           MOVE WS-RAP-CALCUL TO WS-COTIS-PATRONALES
           ADD RAP-ECART-COTIS TO WS-TOTAL-PATRONAL
           MOVE RAP-ECART-BRUT TO WS-D-RAPPEL-BRUT
           MOVE RAP-ECART-NET TO WS-D-RAPPEL-NET
           DISPLAY '     RAPPEL PERIODE ' RAP-PERIODE-ORIGINE
               ' : BRUT ' WS-D-RAPPEL-BRUT ' NET ' WS-D-RAPPEL-NET.

       LIRE-SORTIE-EMPLOYE.
           MOVE 'N' TO WS-EXCLU-PAIE
           MOVE 'N' TO WS-PAIE-SORTIE
           INITIALIZE WS-SOLDE-COMPTE
           MOVE WS-EMPID TO STC-EMPID
           MOVE 'N' TO WS-STC-EOF
           MOVE 'READ' TO WS-STC-OPERATION
           CALL 'SORTIE-EMPLOYE-DAL-DB' USING WS-STC-OPERATION
               WS-STC-EOF WS-SOLDE-COMPTE
           IF WS-STC-EOF = 'Y' OR STC-PERIODE > WS-PERIODE
               EXIT PARAGRAPH
           END-IF
           IF STC-PERIODE < WS-PERIODE
               MOVE 'Y' TO WS-EXCLU-PAIE
               DISPLAY 'EMPLOYE ' WS-EMPID ' SORTI LE '
                   STC-DATE-SORTIE ' - EXCLU DE LA PAIE'
           ELSE
               MOVE 'Y' TO WS-PAIE-SORTIE
               DISPLAY 'EMPLOYE ' WS-EMPID ' : BULLETIN DE SORTIE AU '
                   STC-DATE-SORTIE ' (' STC-MOTIF ')'
           END-IF.

       CALCULER-BORNES-PERIODE.
           COMPUTE WS-DEBUT-PERIODE = WS-PERIODE * 100 + 1
           MOVE WS-DEBUT-PERIODE TO WS-DATE-8
           IF WS-PERIODE-X(5:2) = '12'
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

       LIRE-CONTRAT-EMPLOYE.
           MOVE WS-HEURES-BASE TO WS-HEURES-CONTRAT
           INITIALIZE WS-CONTRAT
           MOVE WS-EMPID TO CTR-EMPID
           MOVE WS-FIN-PERIODE TO CTR-DATE-REF
           MOVE 'N' TO WS-CTR-EOF
           MOVE 'VIGR' TO WS-CTR-OPERATION
           CALL 'CONTRAT-EMPLOYE-DAL-DB' USING WS-CTR-OPERATION
               WS-CTR-EOF WS-CONTRAT
           IF CTR-SITUATION = 'F'
               MOVE 'Y' TO WS-EXCLU-PAIE
               DISPLAY 'EMPLOYE ' WS-EMPID ' : CONTRAT NON ENCORE EN'
                   ' VIGUEUR - EXCLU DE LA PAIE'
               EXIT PARAGRAPH
           END-IF
           IF CTR-SITUATION NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HEURES-CONTRAT ROUNDED =
               WS-HEURES-BASE * CTR-TEMPS-PC / 100
           IF CTR-TYPE NOT = 'CDI' AND CTR-DATE-FIN NOT = ZERO
               AND CTR-DATE-FIN < WS-DEBUT-PERIODE
               AND WS-PAIE-SORTIE NOT = 'Y'
               DISPLAY 'ATTENTION: EMPLOYE ' WS-EMPID ' CONTRAT '
                   CTR-TYPE ' ECHU LE ' CTR-DATE-FIN
                   ' SANS SORTIE ENREGISTREE'
           END-IF.

       APPLIQUER-CONTRAT.
           IF CTR-SITUATION NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF CTR-TEMPS-PC < 100
               COMPUTE WS-SALBRUT ROUNDED =
                   WS-SALBRUT * CTR-TEMPS-PC / 100
               MOVE WS-SALBRUT TO WS-D-MONTANT
               MOVE CTR-TEMPS-PC TO WS-D-TEMPS
               DISPLAY '     ' CTR-TYPE ' A ' WS-D-TEMPS
                   ' % - BRUT CONTRACTUEL: ' WS-D-MONTANT
           END-IF
           IF CTR-DATE-EMBAUCHE > WS-DEBUT-PERIODE
               COMPUTE WS-JOURS-PRESENCE =
                   WS-FIN-PERIODE - CTR-DATE-EMBAUCHE + 1
               COMPUTE WS-SALBRUT ROUNDED =
                   WS-SALBRUT * WS-JOURS-PRESENCE / WS-JOURS-MOIS
               MOVE WS-SALBRUT TO WS-D-MONTANT
               DISPLAY '     EMBAUCHE LE ' CTR-DATE-EMBAUCHE
                   ' - SALAIRE PRORATISE: ' WS-D-MONTANT
           END-IF.

       PRORATER-SORTIE.
           IF WS-PAIE-SORTIE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE STC-BRUT-PRORATA TO WS-SALBRUT
           MOVE WS-SALBRUT TO WS-D-MONTANT
           DISPLAY '     SALAIRE PRORATISE A LA SORTIE: ' WS-D-MONTANT.

       AJOUTER-INDEMNITE-CP.
           IF WS-PAIE-SORTIE NOT = 'Y' OR STC-INDEMNITE-CP = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RAP-CALCUL = WS-SALBRUT + STC-INDEMNITE-CP
           IF WS-RAP-CALCUL < ZERO
               MOVE 0 TO WS-RAP-CALCUL
           END-IF
           MOVE WS-RAP-CALCUL TO WS-SALBRUT
           MOVE STC-INDEMNITE-CP TO WS-D-RAPPEL-BRUT
           DISPLAY '     INDEMNITE COMPENSATRICE CP: ' WS-D-RAPPEL-BRUT.

       AJOUTER-INDEMNITE-RUPTURE.
           IF WS-PAIE-SORTIE NOT = 'Y' OR STC-INDEMNITE-RUPT = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD STC-INDEMNITE-RUPT TO WS-SALBRUT
           ADD STC-INDEMNITE-RUPT TO WS-SALNET
           MOVE STC-INDEMNITE-RUPT TO WS-D-MONTANT
           DISPLAY '     INDEMNITE DE RUPTURE (NON SOUMISE): '
               WS-D-MONTANT.

       SOLDER-SORTIE-EMPLOYE.
           IF WS-PAIE-SORTIE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SALNET TO STC-NET-PAYE
           MOVE 'N' TO WS-STC-EOF
           MOVE 'PAYE' TO WS-STC-OPERATION
           CALL 'SORTIE-EMPLOYE-DAL-DB' USING WS-STC-OPERATION
               WS-STC-EOF WS-SOLDE-COMPTE
           IF WS-STC-EOF = 'Y'
               DISPLAY 'ATTENTION: SOLDE DE TOUT COMPTE NON MIS A JOUR'
                   ' POUR EMPLOYE ' WS-EMPID
           END-IF.

       CHARGER-COTISATIONS.
           MOVE 'CHRG' TO CPB-OPERATION
           CALL 'PAIE-BAREME-CALC' USING WS-CALCUL-PAIE
           DISPLAY 'LIGNES DU BAREME DE COTISATIONS: '
               CPB-NB-COTISATIONS.

       CALCULER-COTIS-PATRONALES.
           MOVE CPB-COTIS-PAT TO WS-COTIS-PATRONALES
           IF WS-COTIS-PATRONALES > ZERO
               ADD WS-COTIS-PATRONALES TO WS-TOTAL-PATRONAL
               MOVE WS-COTIS-PATRONALES TO WS-D-MONTANT
                   MOVE WS-HT-HEURES(WS-HT-IDX) TO WS-HEURES-EMP
               END-IF
           END-PERFORM
           IF WS-HEURES-EMP <= WS-HEURES-CONTRAT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HEURES-SUPP =
               WS-HEURES-EMP - WS-HEURES-CONTRAT
           IF WS-HEURES-SUPP > WS-SEUIL-HS25
               MOVE WS-SEUIL-HS25 TO WS-HS25
               COMPUTE WS-HS50 = WS-HEURES-SUPP - WS-SEUIL-HS25
               MOVE 0 TO WS-HS50
           END-IF
           COMPUTE WS-TAUX-HORAIRE ROUNDED =
               WS-SALBRUT / WS-HEURES-CONTRAT
           COMPUTE WS-MONTANT-HS ROUNDED =
               WS-HS25 * WS-TAUX-HORAIRE * 1.25
               + WS-HS50 * WS-TAUX-HORAIRE * 1.50
           END-PERFORM.

       CALCULATE-WITHHOLDING.
           MOVE 'CALC' TO CPB-OPERATION
           MOVE WS-SALBRUT TO CPB-BRUT
           CALL 'PAIE-BAREME-CALC' USING WS-CALCUL-PAIE
           MOVE CPB-NET TO WS-SALNET.
