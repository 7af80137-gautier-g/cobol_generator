       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAREME-KM-MAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  END-OF-FILE            PIC X VALUE 'N'.
       77  OPERATION              PIC X(4).
       77  WS-ARG-ANNEE           PIC X(4) VALUE SPACES.
       77  WS-ARG-CV              PIC X(2) VALUE SPACES.
       77  WS-ARG-KM              PIC X(6) VALUE SPACES.
       77  WS-ARG-TAUX            PIC X(10) VALUE SPACES.
       77  WS-ARG-FIXE            PIC X(10) VALUE SPACES.
       01  WS-KM-DEMANDE          PIC 9(6).
       01  WS-MONTANT             PIC 9(7)V99.
       01  WS-D-MONTANT           PIC Z(6)9.99.
       01  WS-BAREME-KM.
           05 BK-ANNEE            PIC 9(4).
           05 BK-CV               PIC 9(2).
           05 BK-TRANCHE-MAX      PIC 9(6).
           05 BK-TAUX             PIC 9V9(4).
           05 BK-FIXE             PIC 9(5)V99.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'MAINTENANCE DU BAREME KILOMETRIQUE'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-ANNEE FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-CV FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-KM FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-TAUX FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-FIXE FROM ARGUMENT-VALUE
           IF WS-ARG-ANNEE = SPACES OR WS-ARG-CV = SPACES
               OR WS-ARG-KM = SPACES
               DISPLAY 'USAGE: ANNEE CV TRANCHE-MAX-KM TAUX [FIXE]'
               DISPLAY '   OU: ANNEE CV KM (SIMULATION)'
               DISPLAY 'EXEMPLE: 2026 05 005000 0.636'
               DISPLAY 'EXEMPLE: 2026 05 020000 0.357 1395'
               DISPLAY 'TRANCHE 999999 POUR LA DERNIERE TRANCHE'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ARG-ANNEE NOT NUMERIC
               DISPLAY 'ERREUR: Annee non numerique: ' WS-ARG-ANNEE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-ARG-CV) NOT = 0
               DISPLAY 'ERREUR: Puissance fiscale non numerique: '
                   WS-ARG-CV
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-ARG-KM) NOT = 0
               DISPLAY 'ERREUR: Kilometrage non numerique: '
                   WS-ARG-KM
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           INITIALIZE WS-BAREME-KM
           MOVE WS-ARG-ANNEE TO BK-ANNEE
           MOVE FUNCTION NUMVAL(WS-ARG-CV) TO BK-CV
           MOVE FUNCTION NUMVAL(WS-ARG-KM) TO BK-TRANCHE-MAX
           IF BK-CV = ZERO
               DISPLAY 'ERREUR: Puissance fiscale nulle'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ARG-TAUX = SPACES
               PERFORM SIMULER-BAREME
           ELSE
               PERFORM ENREGISTRER-TRANCHE
           END-IF
           DISPLAY '=========================================='
           GOBACK.
       ENREGISTRER-TRANCHE.
           IF FUNCTION TEST-NUMVAL(WS-ARG-TAUX) NOT = 0
               DISPLAY 'ERREUR: Taux non numerique: ' WS-ARG-TAUX
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE BK-TAUX = FUNCTION NUMVAL(WS-ARG-TAUX)
           IF BK-TAUX = ZERO OR BK-TAUX > 2
               DISPLAY 'ERREUR: Taux hors bornes (0 A 2 EUR/KM): '
                   WS-ARG-TAUX
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-FIXE = SPACES
               MOVE 0 TO BK-FIXE
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-ARG-FIXE) NOT = 0
                   DISPLAY 'ERREUR: Part fixe non numerique: '
                       WS-ARG-FIXE
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE BK-FIXE = FUNCTION NUMVAL(WS-ARG-FIXE)
           END-IF
           IF BK-TRANCHE-MAX = ZERO
               DISPLAY 'ERREUR: Borne de tranche nulle'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'SAVE' TO OPERATION
           CALL 'BAREME-KM-DAL-DB' USING OPERATION END-OF-FILE
               WS-BAREME-KM
           MOVE 'END ' TO OPERATION
           CALL 'BAREME-KM-DAL-DB' USING OPERATION END-OF-FILE
               WS-BAREME-KM
           IF END-OF-FILE = 'Y'
               DISPLAY 'ECHEC ENREGISTREMENT TRANCHE DU BAREME'
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY 'TRANCHE ENREGISTREE: ' BK-ANNEE
                   ' CV ' BK-CV ' JUSQU''A ' BK-TRANCHE-MAX ' KM'
                   ' TAUX ' BK-TAUX ' FIXE ' BK-FIXE
               MOVE 0 TO RETURN-CODE
           END-IF.
       SIMULER-BAREME.
           MOVE BK-TRANCHE-MAX TO WS-KM-DEMANDE
           MOVE 'FIND' TO OPERATION
           CALL 'BAREME-KM-DAL-DB' USING OPERATION END-OF-FILE
               WS-BAREME-KM
           MOVE 'END ' TO OPERATION
           CALL 'BAREME-KM-DAL-DB' USING OPERATION END-OF-FILE
               WS-BAREME-KM
           IF END-OF-FILE = 'Y'
               DISPLAY 'AUCUNE TRANCHE DU BAREME ' BK-ANNEE
                   ' APPLICABLE A ' WS-KM-DEMANDE ' KM'
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MONTANT ROUNDED =
               WS-KM-DEMANDE * BK-TAUX + BK-FIXE
           MOVE WS-MONTANT TO WS-D-MONTANT
           DISPLAY 'TRANCHE APPLIQUEE: CV ' BK-CV ' JUSQU''A '
               BK-TRANCHE-MAX ' KM TAUX ' BK-TAUX ' FIXE ' BK-FIXE
           DISPLAY 'INDEMNITE ANNUELLE POUR ' WS-KM-DEMANDE ' KM: '
               WS-D-MONTANT ' EUR'
           MOVE 0 TO RETURN-CODE.
