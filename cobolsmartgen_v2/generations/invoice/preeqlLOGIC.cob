           05 WS-ST-PRODID        PIC 9(9).
           05 WS-ST-QUANTITY      PIC 9(9).
           05 WS-ST-COUT-MOYEN    PIC 9(7)V9(4).
           05 WS-ST-LOCID         PIC 9(4).
           05 WS-ST-LOCID-CIBLE   PIC 9(4).
           05 WS-ST-FRAIS-MONTANT PIC 9(9)V99.
           05 WS-ST-FRAIS-STOCKE  PIC 9(9)V99.
           05 WS-ST-COUT-AVANT    PIC 9(7)V9(4).
           05 WS-ST-SEUIL-REAPPRO PIC 9(9).
       01 WS-COGS-INVOICE.
           05 WS-CG-INVID         PIC 9(9).
           05 WS-CG-INVDATE       PIC X(10).
               IF WS-ST-EOF = 'N'
                   COMPUTE WS-COGS-MONTANT = WS-COGS-MONTANT
                       + WS-LI-QTY * WS-ST-COUT-MOYEN
                   MOVE 'COUT' TO WS-ST-OPERATION
                   CALL 'INVOICE-LINE-DAL-DB' USING WS-ST-OPERATION
                       WS-ST-EOF WS-INVOICE-LINE WS-ST-COUT-MOYEN
               END-IF
               MOVE 'READ' TO WS-LI-OPERATION
               CALL 'INVOICE-LINE-DAL-DB' USING WS-LI-OPERATION
