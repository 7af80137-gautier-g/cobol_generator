       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAIE-BAREME-CALC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-COT-OPERATION       PIC X(4).
       01  WS-COT-EOF             PIC X.
       01  WS-COTISATION.
           05 COT-CODE            PIC X(6).
           05 COT-LIBELLE         PIC X(20).
           05 COT-PLAFOND         PIC 9(7)V99.
           05 COT-TAUX-PATRONAL   PIC 9(2)V99.
           05 COT-TAUX-SALARIAL   PIC 9(2)V99.
       01  WS-COT-TABLE.
           05 WS-COT-COUNT        PIC 9(2) VALUE 0.
           05 WS-COT-ENTRY        OCCURS 50 TIMES.
               10 WS-CT-PLAFOND   PIC 9(7)V99.
               10 WS-CT-TAUX-PAT  PIC 9(2)V99.
       77  WS-COT-IDX             PIC 9(2) COMP-5.
       01  WS-BASE-COTISATION     PIC S9(7)V99.
       01  WS-BRACKET-LIMIT-LIB.
           05 PIC 9(6)V99         VALUE 001500.00.
           05 PIC 9(6)V99         VALUE 003000.00.
           05 PIC 9(6)V99         VALUE 006000.00.
           05 PIC 9(6)V99         VALUE 999999.99.
       01  WS-BRACKET-LIMIT-TAB REDEFINES WS-BRACKET-LIMIT-LIB.
           05 WS-BRACKET-LIMIT    OCCURS 4 TIMES PIC 9(6)V99.
       01  WS-BRACKET-RATE-LIB.
           05 PIC 9V99            VALUE 0.90.
           05 PIC 9V99            VALUE 0.85.
           05 PIC 9V99            VALUE 0.78.
           05 PIC 9V99            VALUE 0.70.
       01  WS-BRACKET-RATE-TAB REDEFINES WS-BRACKET-RATE-LIB.
           05 WS-BRACKET-RATE     OCCURS 4 TIMES PIC 9V99.
       77  WS-BRACKET-IDX         PIC 9 COMP-5.
       LINKAGE SECTION.
       01  LK-CALCUL-PAIE.
           05 CPB-OPERATION       PIC X(4).
           05 CPB-BRUT            PIC S9(7)V99.
           05 CPB-NET             PIC S9(7)V99.
           05 CPB-COTIS-PAT       PIC S9(7)V99.
           05 CPB-TAUX-NET        PIC 9V99.
           05 CPB-NB-COTISATIONS  PIC 9(2).
       PROCEDURE DIVISION USING LK-CALCUL-PAIE.
       MAIN-PROCESS.
           EVALUATE CPB-OPERATION
               WHEN 'CHRG'
                   PERFORM CHARGER-COTISATIONS
               WHEN OTHER
                   PERFORM CALCULER-NET
                   PERFORM CALCULER-COTIS-PATRONALES
           END-EVALUATE
           MOVE WS-COT-COUNT TO CPB-NB-COTISATIONS
           GOBACK.
       CHARGER-COTISATIONS.
           MOVE 0 TO WS-COT-COUNT
           MOVE 'N' TO WS-COT-EOF
           MOVE 'READ' TO WS-COT-OPERATION
           CALL 'COTISATION-SCHEME-DAL-DB' USING WS-COT-OPERATION
               WS-COT-EOF WS-COTISATION
           PERFORM UNTIL WS-COT-EOF = 'Y'
               IF WS-COT-COUNT < 50
                   ADD 1 TO WS-COT-COUNT
                   MOVE COT-PLAFOND
                       TO WS-CT-PLAFOND(WS-COT-COUNT)
                   MOVE COT-TAUX-PATRONAL
                       TO WS-CT-TAUX-PAT(WS-COT-COUNT)
               END-IF
               MOVE 'READ' TO WS-COT-OPERATION
               CALL 'COTISATION-SCHEME-DAL-DB' USING
                   WS-COT-OPERATION WS-COT-EOF WS-COTISATION
           END-PERFORM
           MOVE 'END ' TO WS-COT-OPERATION
           CALL 'COTISATION-SCHEME-DAL-DB' USING WS-COT-OPERATION
               WS-COT-EOF WS-COTISATION.
       CALCULER-NET.
           PERFORM VARYING WS-BRACKET-IDX FROM 1 BY 1
                   UNTIL WS-BRACKET-IDX > 4
               IF CPB-BRUT <= WS-BRACKET-LIMIT(WS-BRACKET-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BRACKET-IDX > 4
               MOVE 4 TO WS-BRACKET-IDX
           END-IF
           MOVE WS-BRACKET-RATE(WS-BRACKET-IDX) TO CPB-TAUX-NET
           COMPUTE CPB-NET =
               CPB-BRUT * WS-BRACKET-RATE(WS-BRACKET-IDX).
       CALCULER-COTIS-PATRONALES.
           MOVE 0 TO CPB-COTIS-PAT
           PERFORM VARYING WS-COT-IDX FROM 1 BY 1
                   UNTIL WS-COT-IDX > WS-COT-COUNT
               MOVE CPB-BRUT TO WS-BASE-COTISATION
               IF WS-CT-PLAFOND(WS-COT-IDX) > ZERO
                   AND WS-BASE-COTISATION
                       > WS-CT-PLAFOND(WS-COT-IDX)
                   MOVE WS-CT-PLAFOND(WS-COT-IDX)
                       TO WS-BASE-COTISATION
               END-IF
               COMPUTE CPB-COTIS-PAT ROUNDED =
                   CPB-COTIS-PAT
                   + WS-BASE-COTISATION
                   * WS-CT-TAUX-PAT(WS-COT-IDX) / 100
           END-PERFORM.
