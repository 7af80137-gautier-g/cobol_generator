       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMANDE-PROJET.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-ARG-PROJET          PIC X(9) VALUE SPACES.
       77  WS-ARG-PRODUIT         PIC X(9) VALUE SPACES.
       77  WS-ARG-QTE             PIC X(9) VALUE SPACES.
       77  WS-ARG-FOURNISSEUR     PIC X(9) VALUE SPACES.
       77  WS-PO-EOF              PIC X VALUE 'N'.
       01  WS-PURCHASE-ORDER.
           05 WS-PO-ID            PIC 9(9).
           05 WS-PO-PRODID        PIC 9(9).
           05 WS-PO-SUPID         PIC 9(9).
           05 WS-PO-QUANTITY      PIC 9(9).
           05 WS-PO-UNIT-PRICE    PIC 9(7)V99.
           05 WS-PO-PROJID        PIC 9(9).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'COMMANDE FOURNISSEUR IMPUTEE A UN PROJET'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-PROJET FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-PRODUIT FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-QTE FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-FOURNISSEUR FROM ARGUMENT-VALUE
           IF WS-ARG-PROJET NOT NUMERIC
               OR WS-ARG-PRODUIT NOT NUMERIC
               OR WS-ARG-QTE NOT NUMERIC
               DISPLAY 'USAGE: ID-PROJET ID-PRODUIT QUANTITE'
                   ' [ID-FOURNISSEUR]'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           INITIALIZE WS-PURCHASE-ORDER
           MOVE WS-ARG-PROJET TO WS-PO-PROJID
           MOVE WS-ARG-PRODUIT TO WS-PO-PRODID
           MOVE WS-ARG-QTE TO WS-PO-QUANTITY
           IF WS-ARG-FOURNISSEUR NUMERIC
               MOVE WS-ARG-FOURNISSEUR TO WS-PO-SUPID
           END-IF
           IF WS-PO-PROJID = ZERO OR WS-PO-QUANTITY = ZERO
               DISPLAY 'ERREUR: PROJET ET QUANTITE OBLIGATOIRES'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WS-PO-EOF
           CALL 'PURCHASE-ORDER-DAL-DB' USING 'CRPJ' WS-PO-EOF
               WS-PURCHASE-ORDER
           IF WS-PO-EOF = 'Y'
               DISPLAY 'ECHEC CREATION COMMANDE POUR LE PROJET '
                   WS-PO-PROJID
               MOVE 'N' TO WS-PO-EOF
               CALL 'PURCHASE-ORDER-DAL-DB' USING 'END ' WS-PO-EOF
                   WS-PURCHASE-ORDER
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY 'BON DE COMMANDE GENERE: PO_ID=' WS-PO-ID
               ' PROJET=' WS-PO-PROJID ' QTE=' WS-PO-QUANTITY
           MOVE 'N' TO WS-PO-EOF
           CALL 'PURCHASE-ORDER-DAL-DB' USING 'END ' WS-PO-EOF
               WS-PURCHASE-ORDER
           DISPLAY '=========================================='
           MOVE 0 TO RETURN-CODE
           GOBACK.
