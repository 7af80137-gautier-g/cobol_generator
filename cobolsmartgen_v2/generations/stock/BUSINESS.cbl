           05 WS-COUT-MOYEN      PIC 9(7)V9(4).
           05 WS-LOCID           PIC 9(4).
           05 WS-LOCID-CIBLE     PIC 9(4).
           05 WS-FRAIS-MONTANT   PIC 9(9)V99.
           05 WS-FRAIS-STOCKE    PIC 9(9)V99.
           05 WS-COUT-AVANT      PIC 9(7)V9(4).
           05 WS-SEUIL-REAPPRO   PIC 9(9).
       01 WS-DISPLAY.
           05 FILLER             PIC X(5) VALUE "ID: ".
           05 WS-D-STOCKID       PIC 9(9).
           05 WS-D-LOCID         PIC 9(4).
       77 WS-REORDER-POINT        PIC 9(9) VALUE 10.
       77 WS-REORDER-QTY          PIC 9(9) VALUE 50.
       77 WS-SEUIL-APPLIQUE       PIC 9(9).
       77 WS-PARAMS-LUS           PIC X VALUE 'N'.
       01 WS-PARAMETRE.
           05 WS-PARAM-DOMAINE    PIC X(12).
           05 WS-PO-SUPID         PIC 9(9).
           05 WS-PO-QUANTITY      PIC 9(9).
           05 WS-PO-UNIT-PRICE    PIC 9(7)V99.
           05 WS-PO-PROJID        PIC 9(9).

       LINKAGE SECTION.
       01 LK-OPERATION           PIC X(4).
                   MOVE WS-QUANTITY TO WS-D-QUANTITY
                   MOVE WS-LOCID TO WS-D-LOCID
                   DISPLAY WS-DISPLAY
                   IF WS-SEUIL-REAPPRO > ZERO
                       MOVE WS-SEUIL-REAPPRO TO WS-SEUIL-APPLIQUE
                   ELSE
                       MOVE WS-REORDER-POINT TO WS-SEUIL-APPLIQUE
                   END-IF
                   IF WS-QUANTITY < WS-SEUIL-APPLIQUE
                       MOVE WS-PRODID TO WS-ALERT-PRODID
                       DISPLAY WS-ALERT-LINE
                       PERFORM GENERATE-PURCHASE-ORDER
               MOVE WS-PRODID TO WS-PO-PRODID
               MOVE 0 TO WS-PO-SUPID
               MOVE WS-REORDER-QTY TO WS-PO-QUANTITY
               MOVE 0 TO WS-PO-PROJID
               MOVE 'N' TO WS-PO-EOF
               CALL 'PURCHASE-ORDER-DAL-DB' USING 'CREA' WS-PO-EOF
                   WS-PURCHASE-ORDER
