       01  WS-ORDER-ID            PIC 9(9).
       01  WS-ORDER-CUSTID        PIC 9(9).
       01  WS-ORDER-DATE          PIC X(10).
       01  WS-BL-ID               PIC 9(9).
       77  WS-OP-LIGNES           PIC X(4).
       01  WS-NEXT-INV-ID         PIC 9(9).
       01  WS-NUMEROTATION.
           05 WS-NUM-SERIE        PIC X(3).
           05 OLINE-PRODID       PIC 9(9).
           05 OLINE-QTY           PIC 9(7).
           05 OLINE-PRICE         PIC 9(7)V99.
           05 BL-ID               PIC 9(9).
           05 QTE-RESERVEE        PIC 9(7).
       77  WS-INV-EOF             PIC X.
       01  WS-INVOICE.
           05 WS-INVID            PIC 9(9).
       OPEN-EXPEDIEES-CURSOR.
           EXEC SQL
               DECLARE C_EXP CURSOR WITH HOLD FOR
               SELECT b.ORDER_ID, o.CUST_ID, b.BL_DATE, b.BL_ID
               FROM BON_LIVRAISON b
               JOIN SALES_ORDER o
                   ON o.ORDER_ID = b.ORDER_ID
               WHERE COALESCE(b.BL_INV_ID, 0) = 0
               UNION ALL
               SELECT o.ORDER_ID, o.CUST_ID, o.ORDER_DATE, 0
               FROM SALES_ORDER o
               WHERE o.ORDER_STATUS = 'S'
               AND NOT EXISTS
                   (SELECT 1 FROM BON_LIVRAISON b
                    WHERE b.ORDER_ID = o.ORDER_ID)
               ORDER BY 1, 4
           END-EXEC
           EXEC SQL OPEN C_EXP END-EXEC
           IF SQLCODE NOT EQUAL ZERO
       FETCH-EXPEDIEE.
           EXEC SQL
               FETCH C_EXP INTO
                   :WS-ORDER-ID, :WS-ORDER-CUSTID, :WS-ORDER-DATE,
                   :WS-BL-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
           END-IF
           PERFORM MARQUER-COMMANDE-FACTUREE
           ADD 1 TO WS-COUNT-FACTURES
           IF WS-BL-ID = ZERO
               DISPLAY 'COMMANDE ' WS-ORDER-ID ' FACTUREE: FACTURE '
                   WS-INVID ' HT ' WS-TOTALHT
           ELSE
               DISPLAY 'COMMANDE ' WS-ORDER-ID ' BL ' WS-BL-ID
                   ' FACTURE: FACTURE ' WS-INVID ' HT ' WS-TOTALHT
           END-IF.
       FACTURER-LIGNES-COMMANDE.
           IF WS-BL-ID = ZERO
               MOVE 'RDLN' TO WS-OP-LIGNES
           ELSE
               MOVE 'RDBL' TO WS-OP-LIGNES
           END-IF
           INITIALIZE WS-SALES-ORDER
           MOVE WS-ORDER-ID TO ORDER-ID
           MOVE WS-BL-ID TO BL-ID
           MOVE 'N' TO WS-ORD-EOF
           MOVE WS-OP-LIGNES TO OPERATION
           CALL 'SALES-ORDER-DAL-DB' USING OPERATION WS-ORD-EOF
               WS-SALES-ORDER
           PERFORM UNTIL WS-ORD-EOF = 'Y'
                       WS-TOTAL-HT + OLINE-QTY * OLINE-PRICE
               END-IF
               MOVE WS-ORDER-ID TO ORDER-ID
               MOVE WS-OP-LIGNES TO OPERATION
               CALL 'SALES-ORDER-DAL-DB' USING OPERATION WS-ORD-EOF
                   WS-SALES-ORDER
           END-PERFORM.
       MARQUER-COMMANDE-FACTUREE.
           IF WS-BL-ID NOT = ZERO
               PERFORM MARQUER-BL-FACTURE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE SALES_ORDER
               SET ORDER_STATUS = 'F',
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR MARQUAGE COMMANDE: SQLCODE=' SQLCODE
           END-IF.
       MARQUER-BL-FACTURE.
           EXEC SQL
               UPDATE BON_LIVRAISON
               SET BL_INV_ID = :WS-NEXT-INV-ID
               WHERE BL_ID = :WS-BL-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR MARQUAGE BL: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE SALES_ORDER_LINE o
               SET OLINE_QTY_FACTUREE =
                   COALESCE(o.OLINE_QTY_FACTUREE, 0) + l.QTE
               FROM (SELECT OLINE_ID, SUM(BLL_QTE) AS QTE
                     FROM BON_LIVRAISON_LIGNE
                     WHERE BL_ID = :WS-BL-ID
                     GROUP BY OLINE_ID) l
               WHERE o.OLINE_ID = l.OLINE_ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR QTE FACTUREE: SQLCODE=' SQLCODE
           END-IF
           EXEC SQL
               UPDATE SALES_ORDER o
               SET ORDER_INV_ID = :WS-NEXT-INV-ID,
                   ORDER_STATUS =
                   CASE WHEN o.ORDER_STATUS = 'S'
                        AND NOT EXISTS
                            (SELECT 1 FROM BON_LIVRAISON b
                             WHERE b.ORDER_ID = o.ORDER_ID
                             AND COALESCE(b.BL_INV_ID, 0) = 0)
                        THEN 'F'
                        ELSE o.ORDER_STATUS END
               WHERE o.ORDER_ID = :WS-ORDER-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR MARQUAGE COMMANDE: SQLCODE=' SQLCODE
           END-IF.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_EXP END-EXEC
