       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHIER-BANQUE-VERIF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-ARG-TYPE            PIC X(4) VALUE SPACES.
       77  WS-ARG-FICHIER         PIC X(40) VALUE SPACES.
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
       01  WS-D-MONTANT           PIC Z(10)9.99.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'VERIFICATION AVANT TRANSMISSION BANCAIRE'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-TYPE FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-FICHIER FROM ARGUMENT-VALUE
           INITIALIZE WS-FICHIER-BANQUE
           EVALUATE WS-ARG-TYPE
               WHEN 'VSAL'
                   MOVE 'VIREMENTS-SEPA.XML' TO FBQ-FICHIER
               WHEN 'VAVA'
                   MOVE 'AVANCES-SEPA.XML' TO FBQ-FICHIER
               WHEN 'VFOU'
                   MOVE 'VIREMENTS-FOURNISSEURS.DAT' TO FBQ-FICHIER
               WHEN 'PREL'
                   MOVE 'PRELEVEMENTS-SEPA.DAT' TO FBQ-FICHIER
               WHEN 'REMB'
                   MOVE 'REMBOURSEMENTS.DAT' TO FBQ-FICHIER
               WHEN OTHER
                   DISPLAY 'USAGE: VSAL | VAVA | VFOU | PREL | REMB'
                       ' [FICHIER]'
                   MOVE 1 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           IF WS-ARG-FICHIER NOT = SPACES
               MOVE WS-ARG-FICHIER TO FBQ-FICHIER
           END-IF
           MOVE 'VERI' TO FBQ-ACTION
           MOVE WS-ARG-TYPE TO FBQ-TYPE
           CALL 'FICHIER-BANQUE-REGISTRE' USING WS-FICHIER-BANQUE
           IF FBQ-ID = ZERO
               DISPLAY 'FICHIER ' FBQ-FICHIER
               DISPLAY 'TRANSMISSION REFUSEE: FICHIER ABSENT DU'
                   ' REGISTRE OU NON LIBERE'
               DISPLAY '=========================================='
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY 'FICHIER            : ' FBQ-FICHIER
           DISPLAY 'REGISTRE N.        : ' FBQ-ID
           DISPLAY '                     REGISTRE        FICHIER'
           DISPLAY 'TRANSACTIONS       : ' FBQ-REG-NB
               '          ' FBQ-NB
           MOVE FBQ-REG-TOTAL TO WS-D-MONTANT
           DISPLAY 'MONTANT TOTAL      : ' WS-D-MONTANT
           MOVE FBQ-TOTAL TO WS-D-MONTANT
           DISPLAY '                     ' WS-D-MONTANT
           DISPLAY 'EMPREINTE          : ' FBQ-REG-HASH
           DISPLAY '                     ' FBQ-HASH
           DISPLAY '=========================================='
           IF FBQ-RETOUR = 'Y'
               DISPLAY 'FICHIER CONFORME AU REGISTRE - TRANSMISSION'
                   ' AUTORISEE'
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY 'ECART AVEC LE REGISTRE - FICHIER MODIFIE'
                   ' DEPUIS SA GENERATION, TRANSMISSION REFUSEE'
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY '=========================================='
           GOBACK.
