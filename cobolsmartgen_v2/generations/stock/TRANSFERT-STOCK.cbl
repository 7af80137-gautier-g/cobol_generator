           05 WS-COUT-MOYEN       PIC 9(7)V9(4).
           05 WS-LOCID            PIC 9(4).
           05 WS-LOCID-CIBLE      PIC 9(4).
           05 WS-FRAIS-MONTANT    PIC 9(9)V99.
           05 WS-FRAIS-STOCKE     PIC 9(9)V99.
           05 WS-COUT-AVANT       PIC 9(7)V9(4).
           05 WS-SEUIL-REAPPRO    PIC 9(9).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
