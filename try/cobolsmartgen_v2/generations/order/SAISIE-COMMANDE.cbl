           05 OLINE-PRODID        PIC 9(9).
           05 OLINE-QTY           PIC 9(7).
           05 OLINE-PRICE         PIC 9(7)V99.
           05 BL-ID               PIC 9(9).
           05 QTE-RESERVEE        PIC 9(7).
       77  WS-RELIQUAT            PIC 9(7) VALUE 0.
       77  WS-NB-LIGNES-BL        PIC 9(6) VALUE 0.
       01  WS-SPOOL-OP            PIC X(4).
       01  WS-SPOOL-TITRE         PIC X(60).
       01  WS-SPOOL-LIGNE         PIC X(132).
       01  WS-ENTETE-BL.
           05 FILLER              PIC X(10) VALUE 'LIGNE CDE'.
           05 FILLER              PIC X(12) VALUE 'PRODUIT'.
           05 FILLER              PIC X(12) VALUE 'QUANTITE'.
       01  WS-LIGNE-BL.
           05 LB-OLINE            PIC Z(8)9.
           05 FILLER              PIC X VALUE SPACE.
           05 LB-PRODUIT          PIC Z(8)9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 LB-QTE              PIC Z(6)9.
       01  WS-TOTAL-BL.
           05 FILLER              PIC X(20) VALUE 'COMMANDE'.
           05 TB-COMMANDE         PIC Z(8)9.
           05 FILLER              PIC X(10) VALUE '  STATUT '.
           05 TB-STATUT           PIC X.
           05 FILLER              PIC X(10) VALUE '  LIGNES '.
           05 TB-LIGNES           PIC Z(5)9.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           ELSE
               DISPLAY 'LIGNE ' OLINE-ID ' AJOUTEE A LA COMMANDE '
                   ORDER-ID
               DISPLAY '  QUANTITE RESERVEE EN STOCK: ' QTE-RESERVEE
               IF QTE-RESERVEE < OLINE-QTY
                   COMPUTE WS-RELIQUAT = OLINE-QTY - QTE-RESERVEE
                   DISPLAY '  RELIQUAT EN ATTENTE DE RECEPTION: '
                       WS-RELIQUAT
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF.

           CALL 'SALES-ORDER-DAL-DB' USING OPERATION END-OF-FILE
               WS-SALES-ORDER
           IF END-OF-FILE = 'Y'
               IF ORDER-STATUS = 'N' OR ORDER-STATUS = 'P'
                   DISPLAY 'AUCUNE QUANTITE DISPONIBLE A EXPEDIER'
                       ' POUR LA COMMANDE ' ORDER-ID
               ELSE
                   DISPLAY 'ECHEC EXPEDITION: COMMANDE ' ORDER-ID
                       ' INCONNUE OU DEJA EXPEDIEE'
               END-IF
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM EDITER-BON-LIVRAISON
               DISPLAY 'BON DE LIVRAISON ' BL-ID ' EMIS POUR LA'
                   ' COMMANDE ' ORDER-ID
               IF ORDER-STATUS = 'P'
                   DISPLAY 'COMMANDE PARTIELLEMENT EXPEDIEE -'
                       ' RELIQUAT EN ATTENTE DE STOCK'
               ELSE
                   DISPLAY 'COMMANDE ENTIEREMENT EXPEDIEE'
               END-IF
               DISPLAY 'A FACTURER PAR COMMANDE-FACTURATION'
               MOVE 0 TO RETURN-CODE
           END-IF.

       EDITER-BON-LIVRAISON.
           MOVE SPACES TO WS-SPOOL-TITRE
           STRING 'BON-LIVRAISON-' BL-ID DELIMITED BY SIZE
               INTO WS-SPOOL-TITRE
           END-STRING
           MOVE 'INIT' TO WS-SPOOL-OP
           CALL 'PRINT-SPOOL-WRITER' USING WS-SPOOL-OP WS-SPOOL-TITRE
               WS-SPOOL-LIGNE
           MOVE 'HEAD' TO WS-SPOOL-OP
           MOVE WS-ENTETE-BL TO WS-SPOOL-LIGNE
           CALL 'PRINT-SPOOL-WRITER' USING WS-SPOOL-OP WS-SPOOL-TITRE
               WS-SPOOL-LIGNE
           MOVE ORDER-ID TO TB-COMMANDE
           MOVE ORDER-STATUS TO TB-STATUT
           MOVE 0 TO WS-NB-LIGNES-BL
           MOVE 'N' TO END-OF-FILE
           MOVE 'RDBL' TO OPERATION
           CALL 'SALES-ORDER-DAL-DB' USING OPERATION END-OF-FILE
               WS-SALES-ORDER
           PERFORM UNTIL END-OF-FILE = 'Y'
               ADD 1 TO WS-NB-LIGNES-BL
               MOVE OLINE-ID TO LB-OLINE
               MOVE OLINE-PRODID TO LB-PRODUIT
               MOVE OLINE-QTY TO LB-QTE
               MOVE WS-LIGNE-BL TO WS-SPOOL-LIGNE
               MOVE 'LINE' TO WS-SPOOL-OP
               CALL 'PRINT-SPOOL-WRITER' USING WS-SPOOL-OP
                   WS-SPOOL-TITRE WS-SPOOL-LIGNE
               DISPLAY '  PRODUIT ' OLINE-PRODID ' QTE ' OLINE-QTY
               MOVE 'RDBL' TO OPERATION
               CALL 'SALES-ORDER-DAL-DB' USING OPERATION END-OF-FILE
                   WS-SALES-ORDER
           END-PERFORM
           MOVE WS-NB-LIGNES-BL TO TB-LIGNES
           MOVE WS-TOTAL-BL TO WS-SPOOL-LIGNE
           MOVE 'TOTL' TO WS-SPOOL-OP
           CALL 'PRINT-SPOOL-WRITER' USING WS-SPOOL-OP WS-SPOOL-TITRE
               WS-SPOOL-LIGNE
           MOVE 'CLOS' TO WS-SPOOL-OP
           CALL 'PRINT-SPOOL-WRITER' USING WS-SPOOL-OP WS-SPOOL-TITRE
               WS-SPOOL-LIGNE.
