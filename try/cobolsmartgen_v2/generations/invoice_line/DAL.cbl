       01 WS-LINE-QTY            PIC 9(7).
       01 WS-LINE-PRICE          PIC 9(7)V99.
       01 WS-LINE-GROSS          PIC 9(7)V99.
       01 WS-LINE-COUT           PIC 9(7)V9(4).
       01 WS-LINE-MARGE          PIC S9(9)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           05 LK-LINE-QTY        PIC 9(7).
           05 LK-LINE-PRICE      PIC 9(7)V99.
           05 LK-LINE-GROSS      PIC 9(7)V99.
       01 LK-LINE-COUT           PIC 9(7)V9(4).

       PROCEDURE DIVISION USING LK-OPERATION LK-END-OF-FILE
           LK-INVOICE-LINE LK-LINE-COUT.

       SETENV.
           ACCEPT USERNAME FROM ENVIRONMENT 'PGUSER'.
                   PERFORM DALSAVE
               WHEN 'UPDT'
                   PERFORM DALUPDATE
               WHEN 'COUT'
                   PERFORM DALCOUT
               WHEN 'END '
                   PERFORM DALEND
           END-EVALUATE.
           IF WS-LINE-GROSS = 0
               MOVE WS-LINE-PRICE TO WS-LINE-GROSS
           END-IF.
           IF ADDRESS OF LK-LINE-COUT NOT = NULL
               MOVE LK-LINE-COUT TO WS-LINE-COUT
               COMPUTE WS-LINE-MARGE ROUNDED =
                   WS-LINE-QTY * (WS-LINE-PRICE - WS-LINE-COUT)
               EXEC SQL
                   INSERT INTO INVOICE_LINE
                   (LINE_ID, INV_ID, PROD_ID, LINE_QTY, LINE_PRICE,
                    LINE_GROSS_PRICE, LINE_COUT_UNITAIRE, LINE_MARGE)
                   VALUES
                   (:WS-LINE-ID, :WS-LINE-INVID, :WS-LINE-PRODID,
                    :WS-LINE-QTY, :WS-LINE-PRICE, :WS-LINE-GROSS,
                    :WS-LINE-COUT, :WS-LINE-MARGE)
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO INVOICE_LINE
                   (LINE_ID, INV_ID, PROD_ID, LINE_QTY, LINE_PRICE,
                    LINE_GROSS_PRICE)
                   VALUES
                   (:WS-LINE-ID, :WS-LINE-INVID, :WS-LINE-PRODID,
                    :WS-LINE-QTY, :WS-LINE-PRICE, :WS-LINE-GROSS)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               MOVE 'Y' TO LK-END-OF-FILE
           EXEC SQL
               UPDATE INVOICE_LINE
               SET LINE_PRICE = :WS-LINE-PRICE,
                   LINE_GROSS_PRICE = :WS-LINE-GROSS,
                   LINE_MARGE = ROUND(LINE_QTY * (:WS-LINE-PRICE
                       - LINE_COUT_UNITAIRE), 2)
               WHERE LINE_ID = :WS-LINE-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Y' TO LK-END-OF-FILE
           END-IF.

       DALCOUT.
           PERFORM CONNECT-DB.
           IF LK-END-OF-FILE = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF ADDRESS OF LK-LINE-COUT = NULL
               MOVE 'Y' TO LK-END-OF-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE LK-LINE-ID TO WS-LINE-ID.
           MOVE LK-LINE-COUT TO WS-LINE-COUT.
           EXEC SQL
               UPDATE INVOICE_LINE
               SET LINE_COUT_UNITAIRE = :WS-LINE-COUT,
                   LINE_MARGE = ROUND(LINE_QTY * (LINE_PRICE
                       - :WS-LINE-COUT), 2)
               WHERE LINE_ID = :WS-LINE-ID
               AND LINE_COUT_UNITAIRE IS NULL
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'Y' TO LK-END-OF-FILE
           END-IF.

       DALEND.
           IF WS-CURSOR-OPEN = 'Y'
               EXEC SQL
