       01  WS-INV-ID              PIC 9(9).
       01  WS-INV-SOLDE           PIC S9(8)V99.
       01  WS-MONTANT-APPLIQUE    PIC 9(8)V99.
       01  WS-ALLOC-DATE          PIC 9(8).
       01  WS-COUNT-PAIEMENTS     PIC 9(6) VALUE 0.
       01  WS-COUNT-ALLOCATIONS   PIC 9(6) VALUE 0.
       01  WS-COUNT-SUSPENS       PIC 9(6) VALUE 0.
           DISPLAY '=========================================='
           DISPLAY 'AFFECTATION DES REGLEMENTS AUX FACTURES'
           DISPLAY '=========================================='
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ALLOC-DATE
           OPEN OUTPUT SUSPENS-FILE
           PERFORM DAL-CONNECT
           PERFORM TRAITER-PAIEMENTS
           END-IF
           EXEC SQL
               INSERT INTO PAYMENT_ALLOCATION
               (PAY_ID, INV_ID, ALLOC_MONTANT, ALLOC_DATE)
               VALUES
               (:WS-PAY-ID, :WS-INV-ID, :WS-MONTANT-APPLIQUE,
                :WS-ALLOC-DATE)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT ALLOCATION: SQLCODE=' SQLCODE
