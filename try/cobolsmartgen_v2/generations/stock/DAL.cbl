       01 WS-TRAN-QTE            PIC 9(9).
       01 WS-STOCK-CIBLE         PIC 9(9).
       01 WS-COUT-MOYEN          PIC 9(7)V9(4).
       01 WS-CMP-QTE             PIC 9(9).
       01 WS-COUT-NOUVEAU        PIC 9(7)V9(4).
       01 WS-SEUIL-REAPPRO       PIC 9(9).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-OLD-FOUND           PIC X VALUE 'N'.
       01 WS-TODAY-YYYYMMDD      PIC 9(8).
       01 WS-QTE-EN-STOCK        PIC 9(9).
       01 WS-FRAIS-STOCKE        PIC 9(9)V99.

       LINKAGE SECTION.
       01 LK-OPERATION           PIC X(4).
           05 LK-COUT-MOYEN      PIC 9(7)V9(4).
           05 LK-LOCID           PIC 9(4).
           05 LK-LOCID-CIBLE     PIC 9(4).
           05 LK-FRAIS-MONTANT   PIC 9(9)V99.
           05 LK-FRAIS-STOCKE    PIC 9(9)V99.
           05 LK-COUT-AVANT      PIC 9(7)V9(4).
           05 LK-SEUIL-REAPPRO   PIC 9(9).

       PROCEDURE DIVISION USING LK-OPERATION LK-END-OF-FILE
           LK-STOCK.
                   PERFORM DALSAVE
               WHEN 'COST'
                   PERFORM DALCOST
               WHEN 'CADJ'
                   PERFORM DALCOST
               WHEN 'TRAN'
                   PERFORM DALTRANSFERT
               WHEN 'END '
               EXEC SQL
                   DECLARE CSTOCK CURSOR FOR
                   SELECT STOCK_ID, PROD_ID, QUANTITY,
                          COALESCE(LOC_ID, 1),
                          COALESCE(STOCK_SEUIL_REAPPRO, 0)
                   FROM STOCK
                   ORDER BY COALESCE(LOC_ID, 1), PROD_ID
               END-EXEC
                   :WS-STOCKID,
                   :WS-PRODID,
                   :WS-QUANTITY,
                   :WS-LOCID,
                   :WS-SEUIL-REAPPRO
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE WS-PRODID       TO LK-PRODID
               MOVE WS-QUANTITY     TO LK-QUANTITY
               MOVE WS-LOCID        TO LK-LOCID
               MOVE WS-SEUIL-REAPPRO TO LK-SEUIL-REAPPRO
           END-IF.

       DALSAVE.
           MOVE 'N' TO LK-END-OF-FILE.
           MOVE LK-PRODID TO WS-PRODID.
           MOVE 0 TO WS-COUT-MOYEN.
           MOVE 0 TO WS-CMP-QTE.
           EXEC SQL
               SELECT CMP_COUT_MOYEN, CMP_QTE
               INTO :WS-COUT-MOYEN, :WS-CMP-QTE
               FROM PRODUCT_COST
               WHERE PROD_ID = :WS-PRODID
           END-EXEC.
               MOVE WS-COUT-MOYEN TO LK-COUT-MOYEN
           END-IF.

           IF LK-OPERATION = 'CADJ'
               PERFORM DALCOST-AJUSTER
           END-IF.

       DALCOST-AJUSTER.
           MOVE WS-COUT-MOYEN TO LK-COUT-AVANT.
           MOVE 0 TO LK-FRAIS-STOCKE.
           IF LK-END-OF-FILE = 'Y' OR LK-QUANTITY = 0
               OR WS-CMP-QTE = 0
               EXIT PARAGRAPH
           END-IF.

           IF WS-CMP-QTE < LK-QUANTITY
               MOVE WS-CMP-QTE TO WS-QTE-EN-STOCK
           ELSE
               MOVE LK-QUANTITY TO WS-QTE-EN-STOCK
           END-IF.
           COMPUTE WS-FRAIS-STOCKE ROUNDED =
               LK-FRAIS-MONTANT * WS-QTE-EN-STOCK / LK-QUANTITY.
           COMPUTE WS-COUT-NOUVEAU ROUNDED =
               WS-COUT-MOYEN + WS-FRAIS-STOCKE / WS-CMP-QTE.

           EXEC SQL
               UPDATE PRODUCT_COST
               SET CMP_COUT_MOYEN = :WS-COUT-NOUVEAU
               WHERE PROD_ID = :WS-PRODID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR AJUSTEMENT COUT MOYEN: SQLCODE='
                   SQLCODE
               MOVE 'Y' TO LK-END-OF-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-COUT-NOUVEAU TO LK-COUT-MOYEN.
           MOVE WS-FRAIS-STOCKE TO LK-FRAIS-STOCKE.

       DALTRANSFERT.
           IF WS-CONNECTED = 'N'
               PERFORM SETENV
