           05 FILLER              PIC X VALUE ';'.
           05 TRL-TOTAL           PIC 9(9).99.
       01  WS-D-MONTANT           PIC Z(8)9.99.
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
           PERFORM TRAITER-CREDITS
           PERFORM ECRIRE-TRAILER
           CLOSE REMBOURSEMENTS-FILE
           IF WS-COUNT-CREDITS > ZERO
               PERFORM LIBERER-FICHIER-BANQUE
           END-IF
           PERFORM DAL-END
           MOVE WS-TOTAL-REMBOURSE TO WS-D-MONTANT
           DISPLAY '=========================================='
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
       LIBERER-FICHIER-BANQUE.
           INITIALIZE WS-FICHIER-BANQUE
           MOVE 'LIBR' TO FBQ-ACTION
           MOVE 'REMB' TO FBQ-TYPE
           MOVE 'REMBOURSEMENTS.DAT' TO FBQ-FICHIER
           STRING 'REMB-' ENT-CLIENT DELIMITED BY SIZE
               INTO FBQ-LOT
           END-STRING
           MOVE WS-COUNT-CREDITS TO FBQ-NB
           MOVE WS-TOTAL-REMBOURSE TO FBQ-TOTAL
           MOVE ENT-DATE TO FBQ-DATE-PAIEMENT
           MOVE WS-ARG-OPER1 TO FBQ-OPERATEUR
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
               EXEC SQL CLOSE C_CREDIT END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           EXEC SQL ROLLBACK END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF
           DISPLAY 'REMBOURSEMENT ABANDONNE - CREDITS NON SOLDES,'
               ' FICHIER REMBOURSEMENTS.DAT A NE PAS TRANSMETTRE'
           MOVE 8 TO RETURN-CODE
           GOBACK.
