       01  WS-FIN-LOTS            PIC X.
       01  WS-CURSOR-OPEN-FLAG    PIC X VALUE 'N'.
       77  WS-LOTS-TROUVES        PIC 9(4) VALUE 0.
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
               PERFORM REJETER-STOCK
           END-IF
           PERFORM DAL-END
           IF WS-ARG-ACTION = 'LIBERER' AND RETURN-CODE = 0
               PERFORM LIBERER-RELIQUATS
           END-IF
           DISPLAY '=========================================='
           GOBACK.
       LIBERER-STOCK.
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CONNECTED-FLAG.
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
