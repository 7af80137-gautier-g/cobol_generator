           05 FILLER              PIC X VALUE ';'.
           05 TRL-TOTAL           PIC 9(11).99.
       01  WS-D-TOTAL             PIC Z(9)9.99.
       01  WS-OPERATEUR           PIC X(9) VALUE SPACES.
       01  WS-FICHIER-BANQUE.
           05 FBQ-ACTION          PIC X(4).
           05 FBQ-TYPE            PIC X(4).
           05 FBQ-FICHIER         PIC X(40).
           05 FBQ-LOT             PIC X(20).
           05 FBQ-NB              PIC 9(6).
           05 FBQ-TOTAL           PIC 9(11)V99.
           05 FBQ-DATE-PAIEMENT   PIC 9(8).
           05 FBQ-OPERATEUR       PIC X(9).
           05 FBQ-ID              PIC 9(9).
           05 FBQ-HASH            PIC 9(15).
           05 FBQ-REG-NB          PIC 9(6).
           05 FBQ-REG-TOTAL       PIC 9(11)V99.
           05 FBQ-REG-HASH        PIC 9(15).
           05 FBQ-DOUBLON-ID      PIC 9(9).
           05 FBQ-RETOUR          PIC X.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
           PERFORM ECRIRE-ENTETE
           PERFORM DAL-CONNECT
           PERFORM TRAITER-FACTURES
           PERFORM ECRIRE-TRAILER
           CLOSE PRELEVEMENTS-FILE
           PERFORM LIBERER-FICHIER-BANQUE
           PERFORM DAL-END
           PERFORM ENREGISTRER-PERIODE
           MOVE 0 TO RETURN-CODE
           MOVE WS-TOTAL-PRELEVEMENTS TO WS-D-TOTAL
           DISPLAY '=========================================='
           DISPLAY 'PRELEVEMENTS GENERES : ' WS-COUNT-PRELEVEMENTS
           DISPLAY 'MONTANT TOTAL        : ' WS-D-TOTAL
           DISPLAY 'FACTURES MARQUEES EN ATTENTE DE REGLEMENT'
           DISPLAY '=========================================='
           GOBACK.
       CONTROLER-DOUBLE-EXECUTION.
           OPEN INPUT CONTROLE-FILE
                                 FROM PAYMENT_ALLOCATION al
                                 WHERE al.INV_ID = i.INV_ID), 0)
                     > 0
               AND COALESCE(i.INV_TYPE, 'FAC') NOT IN ('AVR', 'INT')
               AND COALESCE(i.INV_PRELEVE_STATUT, ' ') <> 'P'
               ORDER BY c.CUST_ID, i.INV_ID
           END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
       LIBERER-FICHIER-BANQUE.
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT
               'CARBONTRACK_OPERATEUR'
           INITIALIZE WS-FICHIER-BANQUE
           MOVE 'LIBR' TO FBQ-ACTION
           MOVE 'PREL' TO FBQ-TYPE
           MOVE 'PRELEVEMENTS-SEPA.DAT' TO FBQ-FICHIER
           MOVE ENT-MESSAGE-ID TO FBQ-LOT
           MOVE WS-COUNT-PRELEVEMENTS TO FBQ-NB
           MOVE WS-TOTAL-PRELEVEMENTS TO FBQ-TOTAL
           MOVE WS-DATE-EXECUTION TO FBQ-DATE-PAIEMENT
           MOVE WS-OPERATEUR TO FBQ-OPERATEUR
           CALL 'FICHIER-BANQUE-REGISTRE' USING WS-FICHIER-BANQUE
           EVALUATE FBQ-RETOUR
               WHEN 'Y'
                   DISPLAY 'FICHIER BANCAIRE LIBERE - REGISTRE N. '
                       FBQ-ID
               WHEN 'D'
                   DISPLAY 'FICHIER BANCAIRE NON LIBERE: DOUBLON DU'
                       ' FICHIER ' FBQ-DOUBLON-ID ' DU REGISTRE'
                   PERFORM ABANDONNER
               WHEN OTHER
                   DISPLAY 'FICHIER BANCAIRE NON LIBERE: CONTROLE DU'
                       ' REGISTRE EN ECHEC'
                   PERFORM ABANDONNER
           END-EVALUATE.
       ABANDONNER.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_PRELEV END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           EXEC SQL ROLLBACK END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF
           DISPLAY 'LOT ABANDONNE - PERIODE NON ENREGISTREE, FICHIER'
               ' PRELEVEMENTS-SEPA.DAT A NE PAS TRANSMETTRE'
           MOVE 8 TO RETURN-CODE
           GOBACK.
