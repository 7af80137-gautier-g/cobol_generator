       01  WS-VALEUR-QUARANTAINE  PIC S9(11)V99.
       01  WS-TOTAL-QUARANTAINE   PIC S9(13)V99 VALUE 0.
       01  WS-D-QUARANTAINE       PIC Z(11)9.99.
       01  WS-PROV-PERIODE        PIC 9(6) VALUE 0.
       01  WS-PROV-MONTANT        PIC 9(11)V99 VALUE 0.
       01  WS-VALEUR-NETTE        PIC S9(11)V99 VALUE 0.
       01  WS-D-PROVISION         PIC Z(11)9.99.
       01  WS-D-NETTE             PIC -(11)9.99.
       01  WS-PRICE-HT            PIC 9(7)V9(4).
       01  WS-LINE-VALUE          PIC 9(9)V99.
       01  WS-GRAND-TOTAL         PIC 9(11)V99 VALUE ZERO.
           STRING 'VALEUR EN QUARANTAINE (HORS STOCK VENDABLE) : '
               WS-D-QUARANTAINE
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           PERFORM EDITER-PROVISION.
       EDITER-PROVISION.
           EXEC SQL
               SELECT SPP_PERIODE, SPP_MONTANT
               INTO :WS-PROV-PERIODE, :WS-PROV-MONTANT
               FROM STOCK_PROVISION_PERIODE
               ORDER BY SPP_PERIODE DESC
               LIMIT 1
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VALEUR-NETTE = WS-GRAND-TOTAL - WS-PROV-MONTANT
           MOVE WS-PROV-MONTANT TO WS-D-PROVISION
           MOVE SPACES TO WS-SPOOL-LIGNE
           STRING 'PROVISION POUR DEPRECIATION (ARRETE '
               WS-PROV-PERIODE ') : ' WS-D-PROVISION
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE WS-VALEUR-NETTE TO WS-D-NETTE
           MOVE SPACES TO WS-SPOOL-LIGNE
           STRING 'VALEUR NETTE DU STOCK : ' WS-D-NETTE
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
