       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRAT-EMPLOYE-MAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  END-OF-FILE            PIC X VALUE 'N'.
       77  OPERATION              PIC X(4).
       77  WS-ARG-ACTION          PIC X(8) VALUE SPACES.
       77  WS-ARG-EMPID           PIC X(4) VALUE SPACES.
       77  WS-ARG-DATE-EFFET      PIC X(8) VALUE SPACES.
       77  WS-ARG-TYPE            PIC X(3) VALUE SPACES.
       77  WS-ARG-TEMPS           PIC X(6) VALUE SPACES.
       77  WS-ARG-DATE-FIN        PIC X(8) VALUE SPACES.
       77  WS-ARG-FIN-ESSAI       PIC X(8) VALUE SPACES.
       77  WS-ARG-POSTE           PIC X(30) VALUE SPACES.
       77  WS-ARG-OPERATEUR       PIC X(9) VALUE SPACES.
       77  WS-COUNT               PIC 9(4) VALUE 0.
       01  WS-AUT-OPERATEUR       PIC X(9).
       01  WS-AUT-OPERATION       PIC X(12).
       01  WS-AUT-DECISION        PIC X.
       77  WS-DATE-OPERATION      PIC X(4).
       01  WS-DATE-ZONE.
           05 WS-DATE-8           PIC 9(8).
           05 WS-DATE-X10         PIC X(10).
           05 WS-DATE-EPOCH       PIC S9(11).
           05 WS-DATE-8-B         PIC 9(8).
           05 WS-DATE-JOURS       PIC S9(7).
           05 WS-DATE-VALIDE      PIC X.
       01  WS-TYPE-CONTRAT        PIC X(3).
           88 CONTRAT-CDI         VALUE 'CDI'.
           88 CONTRAT-CDD         VALUE 'CDD'.
           88 CONTRAT-APPRENTI    VALUE 'APP'.
           88 CONTRAT-STAGE       VALUE 'STA'.
           88 CONTRAT-VALIDE      VALUES 'CDI' 'CDD' 'APP' 'STA'.
       01  WS-CONTRAT.
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
       77  WS-D-TEMPS             PIC ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'CONTRATS DE TRAVAIL DU PERSONNEL'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-ACTION FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-EMPID FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-DATE-EFFET FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-TYPE FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-TEMPS FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-DATE-FIN FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-FIN-ESSAI FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-POSTE FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-OPERATEUR FROM ARGUMENT-VALUE
           EVALUATE WS-ARG-ACTION
               WHEN 'LISTER'
                   PERFORM LISTER-CONTRATS
               WHEN 'CREER'
                   PERFORM CREER-CONTRAT
               WHEN OTHER
                   PERFORM AFFICHER-USAGE
           END-EVALUATE
           MOVE 'END ' TO OPERATION
           CALL 'CONTRAT-EMPLOYE-DAL-DB' USING OPERATION END-OF-FILE
               WS-CONTRAT
           DISPLAY '=========================================='
           GOBACK.

       AFFICHER-USAGE.
           DISPLAY 'USAGE: LISTER ID-EMPLOYE |'
               ' CREER ID-EMPLOYE DATE-EFFET(AAAAMMJJ)'
               ' TYPE(CDI|CDD|APP|STA) TEMPS-PC DATE-FIN|0'
               ' FIN-ESSAI|0 POSTE ID-OPERATEUR'
           MOVE 1 TO RETURN-CODE
           GOBACK.

       LISTER-CONTRATS.
           IF WS-ARG-EMPID NOT NUMERIC
               DISPLAY 'ERREUR: ID EMPLOYE REQUIS'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           INITIALIZE WS-CONTRAT
           MOVE WS-ARG-EMPID TO CTR-EMPID
           MOVE 'N' TO END-OF-FILE
           MOVE 'HIST' TO OPERATION
           CALL 'CONTRAT-EMPLOYE-DAL-DB' USING OPERATION END-OF-FILE
               WS-CONTRAT
           PERFORM UNTIL END-OF-FILE = 'Y'
               ADD 1 TO WS-COUNT
               MOVE CTR-TEMPS-PC TO WS-D-TEMPS
               DISPLAY 'EFFET ' CTR-DATE-EFFET ' ' CTR-TYPE ' '
                   WS-D-TEMPS '% ' CTR-POSTE ' FIN ' CTR-DATE-FIN
                   ' ESSAI ' CTR-FIN-ESSAI ' PAR ' CTR-OPERATEUR
               MOVE 'HIST' TO OPERATION
               CALL 'CONTRAT-EMPLOYE-DAL-DB' USING OPERATION
                   END-OF-FILE WS-CONTRAT
           END-PERFORM
           DISPLAY 'AVENANTS ENREGISTRES: ' WS-COUNT
           INITIALIZE WS-CONTRAT
           MOVE WS-ARG-EMPID TO CTR-EMPID
           MOVE FUNCTION CURRENT-DATE(1:8) TO CTR-DATE-REF
           MOVE 'N' TO END-OF-FILE
           MOVE 'VIGR' TO OPERATION
           CALL 'CONTRAT-EMPLOYE-DAL-DB' USING OPERATION END-OF-FILE
               WS-CONTRAT
           IF CTR-SITUATION = 'Y'
               MOVE CTR-TEMPS-PC TO WS-D-TEMPS
               DISPLAY 'EN VIGUEUR: ' CTR-TYPE ' ' WS-D-TEMPS '% '
                   CTR-POSTE ' DEPUIS ' CTR-DATE-EFFET
                   ' EMBAUCHE ' CTR-DATE-EMBAUCHE
           ELSE
               DISPLAY 'AUCUN CONTRAT EN VIGUEUR A CE JOUR'
           END-IF
           MOVE 0 TO RETURN-CODE.

       CREER-CONTRAT.
           IF WS-ARG-EMPID NOT NUMERIC
               OR WS-ARG-DATE-EFFET NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(WS-ARG-TEMPS) NOT = 0
               OR WS-ARG-POSTE = SPACES
               DISPLAY 'ERREUR: EMPLOYE, DATE D''EFFET, TEMPS ET'
                   ' POSTE REQUIS'
               PERFORM AFFICHER-USAGE
           END-IF
           MOVE WS-ARG-TYPE TO WS-TYPE-CONTRAT
           IF NOT CONTRAT-VALIDE
               DISPLAY 'ERREUR: TYPE DE CONTRAT INCONNU'
                   ' (CDI, CDD, APP OU STA)'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           INITIALIZE WS-CONTRAT
           MOVE WS-ARG-EMPID TO CTR-EMPID
           MOVE WS-ARG-DATE-EFFET TO CTR-DATE-EFFET
           MOVE WS-TYPE-CONTRAT TO CTR-TYPE
           MOVE WS-ARG-POSTE TO CTR-POSTE
           COMPUTE CTR-TEMPS-PC = FUNCTION NUMVAL(WS-ARG-TEMPS)
           IF CTR-TEMPS-PC < 1 OR CTR-TEMPS-PC > 100
               DISPLAY 'ERREUR: TEMPS DE TRAVAIL ENTRE 1 ET 100 %'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE CTR-DATE-EFFET TO WS-DATE-8
           PERFORM VALIDER-DATE
           IF WS-ARG-DATE-FIN = SPACES OR WS-ARG-DATE-FIN = '0'
               MOVE 0 TO CTR-DATE-FIN
           ELSE
               IF WS-ARG-DATE-FIN NOT NUMERIC
                   DISPLAY 'ERREUR: DATE DE FIN INVALIDE'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-ARG-DATE-FIN TO CTR-DATE-FIN
               MOVE CTR-DATE-FIN TO WS-DATE-8
               PERFORM VALIDER-DATE
           END-IF
           IF WS-ARG-FIN-ESSAI = SPACES OR WS-ARG-FIN-ESSAI = '0'
               MOVE 0 TO CTR-FIN-ESSAI
           ELSE
               IF WS-ARG-FIN-ESSAI NOT NUMERIC
                   DISPLAY 'ERREUR: FIN DE PERIODE D''ESSAI INVALIDE'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-ARG-FIN-ESSAI TO CTR-FIN-ESSAI
               MOVE CTR-FIN-ESSAI TO WS-DATE-8
               PERFORM VALIDER-DATE
               IF CTR-FIN-ESSAI < CTR-DATE-EFFET
                   DISPLAY 'ERREUR: FIN D''ESSAI AVANT LA DATE'
                       ' D''EFFET'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF CONTRAT-CDI AND CTR-DATE-FIN NOT = 0
               DISPLAY 'ERREUR: UN CDI N''A PAS DE DATE DE FIN'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT CONTRAT-CDI
               IF CTR-DATE-FIN = 0
                   DISPLAY 'ERREUR: DATE DE FIN REQUISE POUR UN '
                       CTR-TYPE
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               IF CTR-DATE-FIN < CTR-DATE-EFFET
                   DISPLAY 'ERREUR: DATE DE FIN AVANT LA DATE'
                       ' D''EFFET'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM CONTROLER-AUTORISATION
           MOVE WS-ARG-OPERATEUR TO CTR-OPERATEUR
           MOVE 'N' TO END-OF-FILE
           MOVE 'CREA' TO OPERATION
           CALL 'CONTRAT-EMPLOYE-DAL-DB' USING OPERATION END-OF-FILE
               WS-CONTRAT
           IF END-OF-FILE = 'Y'
               DISPLAY 'ECHEC ENREGISTREMENT CONTRAT'
               MOVE 'END ' TO OPERATION
               CALL 'CONTRAT-EMPLOYE-DAL-DB' USING OPERATION
                   END-OF-FILE WS-CONTRAT
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE CTR-TEMPS-PC TO WS-D-TEMPS
           DISPLAY 'CONTRAT ' CTR-TYPE ' ' WS-D-TEMPS '% EFFET '
               CTR-DATE-EFFET ' ENREGISTRE POUR EMPLOYE ' CTR-EMPID
           DISPLAY 'DATE D''EMBAUCHE: ' CTR-DATE-EMBAUCHE
           MOVE 0 TO RETURN-CODE.

       VALIDER-DATE.
           MOVE 'VAL8' TO WS-DATE-OPERATION
           CALL 'DATE-UTILS' USING WS-DATE-OPERATION WS-DATE-ZONE
           IF WS-DATE-VALIDE NOT = 'Y'
               DISPLAY 'ERREUR: DATE INVALIDE ' WS-DATE-8
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       CONTROLER-AUTORISATION.
           IF WS-ARG-OPERATEUR = SPACES
               DISPLAY 'ERREUR: ID OPERATEUR REQUIS'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-OPERATEUR TO WS-AUT-OPERATEUR
           MOVE 'CONTRATEMPL' TO WS-AUT-OPERATION
           MOVE 'N' TO WS-AUT-DECISION
           CALL 'AUTORISATION-CHECK' USING WS-AUT-OPERATEUR
               WS-AUT-OPERATION WS-AUT-DECISION
           IF WS-AUT-DECISION NOT = 'Y'
               DISPLAY 'SAISIE REFUSEE: OPERATEUR NON HABILITE'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
