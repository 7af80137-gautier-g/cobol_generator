       01  WS-CMP-QTE             PIC 9(9).
       01  WS-CMP-COUT            PIC 9(7)V9(4).
       01  WS-CMP-NOUVEAU         PIC 9(7)V9(4).
       77  OPERATION              PIC X(4).
       77  WS-ORD-EOF             PIC X.
       01  WS-SALES-ORDER.
           05 ORDER-ID            PIC 9(9).
           05 ORDER-CUSTID        PIC 9(9).
           05 ORDER-DATE          PIC X(10).
           05 ORDER-STATUS        PIC X.
           05 OLINE-ID            PIC 9(9).
           05 OLINE-PRODID        PIC 9(9).
           05 OLINE-QTY           PIC 9(7).
           05 OLINE-PRICE         PIC 9(7)V99.
           05 BL-ID               PIC 9(9).
           05 QTE-RESERVEE        PIC 9(7).
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
           PERFORM METTRE-A-JOUR-CMP
           PERFORM METTRE-A-JOUR-COMMANDE
           PERFORM DAL-END
           IF WS-PROD-INSPECTION NOT = 'O'
               PERFORM LIBERER-RELIQUATS
           END-IF
           DISPLAY '=========================================='
           MOVE 0 TO RETURN-CODE
           GOBACK.
               DISPLAY 'COMMANDE ' WS-PO-ID ' RESTE OUVERTE -'
                   ' RELIQUAT ' WS-QTE-RESTANTE
           END-IF.
       LIBERER-RELIQUATS.
           INITIALIZE WS-SALES-ORDER
           MOVE WS-PROD-ID TO OLINE-PRODID
           MOVE 'N' TO WS-ORD-EOF
           MOVE 'LIBR' TO OPERATION
           CALL 'SALES-ORDER-DAL-DB' USING OPERATION WS-ORD-EOF
               WS-SALES-ORDER
           IF WS-ORD-EOF = 'Y'
               DISPLAY 'ERREUR LIBERATION DES RELIQUATS CLIENTS'
           ELSE
               IF QTE-RESERVEE > ZERO
                   DISPLAY 'RELIQUATS CLIENTS RESERVES: '
                       QTE-RESERVEE ' UNITE(S)'
               END-IF
           END-IF
           MOVE 'END ' TO OPERATION
           CALL 'SALES-ORDER-DAL-DB' USING OPERATION WS-ORD-EOF
               WS-SALES-ORDER.
       DAL-END.
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
