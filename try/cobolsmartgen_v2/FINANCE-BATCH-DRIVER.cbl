       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINANCE-BATCH-DRIVER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTART-FILE ASSIGN TO "FINANCE-RESTART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-STATUS.
           SELECT CALENDRIER-FILE ASSIGN TO "CALENDRIER-BATCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDRIER-STATUS.
           SELECT VERROU-FILE ASSIGN TO "FINANCE-VERROU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERROU-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESTART-FILE.
       01  RESTART-RECORD         PIC X(30).
       FD  CALENDRIER-FILE.
       01  CALENDRIER-RECORD      PIC X(20).
       FD  VERROU-FILE.
       01  VERROU-RECORD          PIC X(40).
       WORKING-STORAGE SECTION.
       77  WS-VERROU-STATUS       PIC X(2) VALUE '00'.
       77  WS-ENV-PID             PIC X(9) VALUE SPACES.
       01  WS-VERROU-LIGNE.
           05 WS-VRL-RUN-ID       PIC 9(14).
           05 FILLER              PIC X VALUE ';'.
           05 WS-VRL-DEBUT        PIC 9(14).
           05 FILLER              PIC X VALUE ';'.
           05 WS-VRL-PID          PIC 9(9).
       77  WS-RESTART-STATUS      PIC X(2) VALUE '00'.
       77  WS-CALENDRIER-STATUS   PIC X(2) VALUE '00'.
       77  WS-CALENDRIER-EOF      PIC X.
       77  WS-RUN-DATE            PIC 9(8).
       77  WS-JOUR-TYPE           PIC X VALUE SPACE.
       01  WS-CAL-LIGNE.
           05 WS-CAL-DATE         PIC X(8).
           05 FILLER              PIC X.
           05 WS-CAL-TYPE         PIC X.
       77  WS-ARG-MODE            PIC X(10) VALUE SPACES.
       77  WS-ARG-PERIODE         PIC X(6) VALUE SPACES.
       77  WS-PERIODE             PIC 9(6).
       77  WS-ENV-GL-NOM          PIC X(10) VALUE 'GL_PERIODE'.
       01  WS-GL-PERIODE.
           05 GLP-PERIODE         PIC 9(6).
           05 GLP-ACTION          PIC X(4).
           05 GLP-STATUT          PIC X.
           05 GLP-OPERATEUR       PIC X(9).
           05 GLP-DERNIER-NUM     PIC 9(9).
           05 GLP-RETOUR          PIC X.
       01  WS-RESTART-EOF         PIC X VALUE 'N'.
       01  WS-RESTART-LIGNE.
           05 WS-RSL-ETAPE        PIC X(20).
           05 FILLER              PIC X VALUE ';'.
           05 WS-RSL-DATE         PIC X(8).
       77  WS-RESTART-PERIME      PIC X VALUE 'N'.
       77  WS-FAIT-COUNT          PIC 9(2) VALUE 0.
       77  WS-FAIT-IDX            PIC 9(2) COMP.
       77  WS-ETAPE-FAITE         PIC X.
       77  WS-ETAPE-COURANTE      PIC X(20).
       77  WS-AVERTISSEMENTS      PIC 9(2) VALUE 0.
       01  WS-ETAPES-FAITES.
           05 WS-FAIT-NOM         PIC X(20) OCCURS 20 TIMES.
       01  WS-ABORT-FLAG          PIC X VALUE 'N'.
       01  WS-FAILED-STEP         PIC X(20) VALUE SPACES.
       01  WS-RUN-RECORD.
           05 WS-RUN-PROGRAMME    PIC X(20) VALUE 'CHAINE-FINANCE'.
           05 WS-RUN-DEBUT        PIC X(14).
           05 WS-RUN-FIN          PIC X(14).
           05 WS-RUN-LUES         PIC 9(6).
           05 WS-RUN-SAUVEES      PIC 9(6).
           05 WS-RUN-ERREURS      PIC 9(6).
           05 WS-RUN-CODE-RETOUR  PIC S9(4).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'DEBUT CHAINE BATCH FINANCE'
           DISPLAY '=========================================='
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-DEBUT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM CONSULTER-CALENDRIER
           IF WS-JOUR-TYPE = 'F'
               DISPLAY 'JOUR FERIE OU MAINTENANCE AU CALENDRIER -'
                   ' CHAINE NON LANCEE'
               DISPLAY '=========================================='
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-ARG-MODE FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-PERIODE FROM ARGUMENT-VALUE
           IF WS-ARG-PERIODE NUMERIC
               MOVE WS-ARG-PERIODE TO WS-PERIODE
           ELSE
               MOVE WS-RUN-DATE(1:6) TO WS-PERIODE
           END-IF
           PERFORM PRENDRE-VERROU
           IF WS-ARG-MODE = 'COMPLET'
               DISPLAY 'REPRISE IGNOREE: CHAINE COMPLETE DEMANDEE'
               PERFORM REMISE-A-ZERO-RESTART
           ELSE
               PERFORM CHARGER-RESTART
               IF WS-FAIT-COUNT > ZERO
                   DISPLAY 'REPRISE: ' WS-FAIT-COUNT
                       ' ETAPE(S) DEJA TERMINEE(S) SERONT SAUTEES'
               END-IF
           END-IF
           PERFORM STEP-ABONNEMENT
           IF WS-ABORT-FLAG = 'N'
               PERFORM STEP-ECHEANCE
           END-IF
           IF WS-ABORT-FLAG = 'N'
               PERFORM STEP-RELEVE
           END-IF
           IF WS-ABORT-FLAG = 'N'
               PERFORM STEP-ALLOCATION
           END-IF
           IF WS-ABORT-FLAG = 'N'
               PERFORM STEP-PENALITE
           END-IF
           IF WS-ABORT-FLAG = 'N'
               PERFORM STEP-RELANCES
           END-IF
           IF WS-ABORT-FLAG = 'N' AND WS-JOUR-TYPE = 'H'
               PERFORM ETAPES-FIN-DE-SEMAINE
           END-IF
           IF WS-ABORT-FLAG = 'N'
               AND (WS-JOUR-TYPE = 'M' OR WS-JOUR-TYPE = 'A')
               PERFORM ETAPES-FIN-DE-MOIS
           END-IF
           DISPLAY '=========================================='
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-FIN
           MOVE ZERO TO WS-RUN-LUES
           MOVE ZERO TO WS-RUN-SAUVEES
           MOVE WS-AVERTISSEMENTS TO WS-RUN-ERREURS
           IF WS-ABORT-FLAG = 'Y'
               DISPLAY 'CHAINE FINANCE INTERROMPUE A L''ETAPE: '
                   WS-FAILED-STEP
               DISPLAY 'RELANCER LE DRIVER POUR REPRENDRE A CETTE'
                   ' ETAPE (OU ARGUMENT COMPLET POUR TOUT REFAIRE)'
               DISPLAY '=========================================='
               MOVE 1 TO WS-RUN-CODE-RETOUR
               CALL 'BATCH-RUN-LOG' USING WS-RUN-RECORD
               PERFORM LIBERER-VERROU
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM REMISE-A-ZERO-RESTART
               IF WS-AVERTISSEMENTS > ZERO
                   DISPLAY 'FIN CHAINE BATCH FINANCE: SUCCES AVEC '
                       WS-AVERTISSEMENTS ' AVERTISSEMENT(S)'
                   MOVE 4 TO WS-RUN-CODE-RETOUR
               ELSE
                   DISPLAY 'FIN CHAINE BATCH FINANCE: SUCCES'
                   MOVE 0 TO WS-RUN-CODE-RETOUR
               END-IF
               DISPLAY '=========================================='
               CALL 'BATCH-RUN-LOG' USING WS-RUN-RECORD
               PERFORM LIBERER-VERROU
               MOVE WS-RUN-CODE-RETOUR TO RETURN-CODE
           END-IF
           STOP RUN.

       PRENDRE-VERROU.
           OPEN INPUT VERROU-FILE
           IF WS-VERROU-STATUS = '00'
               MOVE SPACES TO VERROU-RECORD
               READ VERROU-FILE
                   AT END CONTINUE
               END-READ
               CLOSE VERROU-FILE
               IF VERROU-RECORD NOT = SPACES
                   MOVE VERROU-RECORD TO WS-VERROU-LIGNE
                   IF WS-ARG-MODE = 'FORCER'
                       DISPLAY 'VERROU FORCE: RUN ' WS-VRL-RUN-ID
                           ' (PID ' WS-VRL-PID ') LIBERE PAR'
                           ' L''OPERATEUR'
                       PERFORM JOURNALISER-VERROU-FORCE
                   ELSE
                       DISPLAY 'CHAINE DEJA EN COURS: RUN '
                           WS-VRL-RUN-ID ' DEMARRE A '
                           WS-VRL-DEBUT ' (PID ' WS-VRL-PID ')'
                       DISPLAY 'RELANCE REFUSEE - UTILISER'
                           ' L''ARGUMENT FORCER SI LE RUN EST MORT'
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF
           INITIALIZE WS-VERROU-LIGNE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-VRL-RUN-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-VRL-DEBUT
           MOVE SPACES TO WS-ENV-PID
           ACCEPT WS-ENV-PID FROM ENVIRONMENT 'BATCH_PID'
           IF WS-ENV-PID NUMERIC
               MOVE WS-ENV-PID TO WS-VRL-PID
           ELSE
               MOVE ZERO TO WS-VRL-PID
           END-IF
           OPEN OUTPUT VERROU-FILE
           IF WS-VERROU-STATUS NOT = '00'
               DISPLAY 'ERREUR ECRITURE FINANCE-VERROU.DAT: '
                   WS-VERROU-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-VERROU-LIGNE TO VERROU-RECORD
           WRITE VERROU-RECORD
           CLOSE VERROU-FILE
           DISPLAY 'VERROU PRIS: RUN ' WS-VRL-RUN-ID.

       LIBERER-VERROU.
           OPEN OUTPUT VERROU-FILE
           CLOSE VERROU-FILE
           DISPLAY 'VERROU LIBERE'.

       JOURNALISER-VERROU-FORCE.
           MOVE 'VERROU-FORCE' TO WS-RUN-PROGRAMME
           MOVE WS-VRL-DEBUT TO WS-RUN-DEBUT
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-FIN
           MOVE ZERO TO WS-RUN-LUES
           MOVE ZERO TO WS-RUN-SAUVEES
           MOVE ZERO TO WS-RUN-ERREURS
           MOVE 9 TO WS-RUN-CODE-RETOUR
           CALL 'BATCH-RUN-LOG' USING WS-RUN-RECORD
           MOVE 'CHAINE-FINANCE' TO WS-RUN-PROGRAMME
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-DEBUT.

       CONSULTER-CALENDRIER.
           MOVE SPACE TO WS-JOUR-TYPE
           OPEN INPUT CALENDRIER-FILE
           IF WS-CALENDRIER-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CALENDRIER-EOF
           READ CALENDRIER-FILE
               AT END MOVE 'Y' TO WS-CALENDRIER-EOF
           END-READ
           PERFORM UNTIL WS-CALENDRIER-EOF = 'Y'
               MOVE CALENDRIER-RECORD TO WS-CAL-LIGNE
               IF WS-CAL-DATE NUMERIC
                   IF FUNCTION NUMVAL(WS-CAL-DATE) = WS-RUN-DATE
                       MOVE WS-CAL-TYPE TO WS-JOUR-TYPE
                   END-IF
               END-IF
               READ CALENDRIER-FILE
                   AT END MOVE 'Y' TO WS-CALENDRIER-EOF
               END-READ
           END-PERFORM
           CLOSE CALENDRIER-FILE
           IF WS-JOUR-TYPE NOT = SPACE
               DISPLAY 'CALENDRIER: JOUR DE TYPE ' WS-JOUR-TYPE
           END-IF.

       ETAPES-FIN-DE-SEMAINE.
           DISPLAY 'CALENDRIER: TRAITEMENTS HEBDOMADAIRES'
           PERFORM STEP-INTEGRITE.

      *----------------------------------------------------------------
      * FIN DE MOIS: LA PERIODE N'EST VERROUILLEE QU'APRES UN EXPORT
      * GL ET UNE BALANCE DE CONTROLE SANS ANOMALIE
      *----------------------------------------------------------------
       ETAPES-FIN-DE-MOIS.
           DISPLAY 'CALENDRIER: TRAITEMENTS DE FIN DE MOIS - PERIODE '
               WS-PERIODE
           PERFORM STEP-BALANCE-AGEE
           IF WS-ABORT-FLAG = 'N'
               PERFORM STEP-GL-EXPORT
           END-IF
           IF WS-ABORT-FLAG = 'N'
               PERFORM STEP-GL-BALANCE
           END-IF
           IF WS-ABORT-FLAG = 'N'
               PERFORM STEP-VERROU-PERIODE
           END-IF.

      *----------------------------------------------------------------
      * LES ETAPES TERMINEES NE SONT REPRISES QUE POUR LE MEME JOUR DE
      * TRAITEMENT: UN RESTART D'UN AUTRE JOUR EST REMIS A ZERO
      *----------------------------------------------------------------
       CHARGER-RESTART.
           MOVE 0 TO WS-FAIT-COUNT
           MOVE 'N' TO WS-RESTART-PERIME
           OPEN INPUT RESTART-FILE
           IF WS-RESTART-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RESTART-EOF
           READ RESTART-FILE
               AT END MOVE 'Y' TO WS-RESTART-EOF
           END-READ
           PERFORM UNTIL WS-RESTART-EOF = 'Y'
               MOVE RESTART-RECORD TO WS-RESTART-LIGNE
               IF WS-RSL-DATE NOT NUMERIC
                   OR WS-RSL-DATE NOT = WS-RUN-DATE
                   MOVE 'Y' TO WS-RESTART-PERIME
               ELSE
                   IF WS-FAIT-COUNT < 20
                       ADD 1 TO WS-FAIT-COUNT
                       MOVE WS-RSL-ETAPE
                           TO WS-FAIT-NOM(WS-FAIT-COUNT)
                   END-IF
               END-IF
               READ RESTART-FILE
                   AT END MOVE 'Y' TO WS-RESTART-EOF
               END-READ
           END-PERFORM
           CLOSE RESTART-FILE
           IF WS-RESTART-PERIME = 'Y'
               DISPLAY 'REPRISE IGNOREE: RESTART D''UN AUTRE JOUR DE'
                   ' TRAITEMENT - CHAINE RELANCEE EN ENTIER'
               PERFORM REMISE-A-ZERO-RESTART
           END-IF.

       REMISE-A-ZERO-RESTART.
           MOVE 0 TO WS-FAIT-COUNT
           OPEN OUTPUT RESTART-FILE
           CLOSE RESTART-FILE.

       ETAPE-DEJA-FAITE.
           MOVE 'N' TO WS-ETAPE-FAITE
           PERFORM VARYING WS-FAIT-IDX FROM 1 BY 1
                   UNTIL WS-FAIT-IDX > WS-FAIT-COUNT
               IF WS-FAIT-NOM(WS-FAIT-IDX) = WS-ETAPE-COURANTE
                   MOVE 'Y' TO WS-ETAPE-FAITE
               END-IF
           END-PERFORM
           IF WS-ETAPE-FAITE = 'Y'
               DISPLAY 'ETAPE ' WS-ETAPE-COURANTE
                   ' DEJA TERMINEE - SAUTEE'
           END-IF.

       MARQUER-ETAPE-FAITE.
           OPEN EXTEND RESTART-FILE
           IF WS-RESTART-STATUS = '35'
               OPEN OUTPUT RESTART-FILE
           END-IF
           MOVE WS-ETAPE-COURANTE TO WS-RSL-ETAPE
           MOVE WS-RUN-DATE TO WS-RSL-DATE
           MOVE WS-RESTART-LIGNE TO RESTART-RECORD
           WRITE RESTART-RECORD
           CLOSE RESTART-FILE.

       SIGNALER-AVERTISSEMENT.
           ADD 1 TO WS-AVERTISSEMENTS
           DISPLAY 'AVERTISSEMENT: ETAPE ' WS-ETAPE-COURANTE
               ' CODE RETOUR ' RETURN-CODE.

      *----------------------------------------------------------------
      * CODE RETOUR 12: CONNEXION OU OUVERTURE EN ECHEC, LA CHAINE EST
      * ARRETEE. DE 1 A 11: NOMBRE D'ERREURS DE L'ETAPE, AVERTISSEMENT
      *----------------------------------------------------------------
       STEP-ABONNEMENT.
           MOVE 'ABONNEMENT-FACT' TO WS-ETAPE-COURANTE
           PERFORM ETAPE-DEJA-FAITE
           IF WS-ETAPE-FAITE = 'Y'
               EXIT PARAGRAPH
           END-IF
           CALL 'ABONNEMENT-FACTURATION'
           IF RETURN-CODE < ZERO OR RETURN-CODE >= 12
               MOVE 'ABONNEMENT-FACT' TO WS-FAILED-STEP
               MOVE 'Y' TO WS-ABORT-FLAG
           ELSE
               IF RETURN-CODE > ZERO
                   PERFORM SIGNALER-AVERTISSEMENT
               END-IF
               PERFORM MARQUER-ETAPE-FAITE
           END-IF.

       STEP-ECHEANCE.
           MOVE 'ECHEANCE-STAMP' TO WS-ETAPE-COURANTE
           PERFORM ETAPE-DEJA-FAITE
           IF WS-ETAPE-FAITE = 'Y'
               EXIT PARAGRAPH
           END-IF
           CALL 'ECHEANCE-STAMP'
           IF RETURN-CODE < ZERO OR RETURN-CODE >= 12
               MOVE 'ECHEANCE-STAMP' TO WS-FAILED-STEP
               MOVE 'Y' TO WS-ABORT-FLAG
           ELSE
               IF RETURN-CODE > ZERO
                   PERFORM SIGNALER-AVERTISSEMENT
               END-IF
               PERFORM MARQUER-ETAPE-FAITE
           END-IF.

      *----------------------------------------------------------------
      * UN ECART DE RAPPROCHEMENT DU RELEVE (8) OU UN IMPORT EN ECHEC
      * (12) ARRETE LA CHAINE: LES RELANCES ET PENALITES SUPPOSENT
      * LES REGLEMENTS A JOUR
      *----------------------------------------------------------------
       STEP-RELEVE.
           MOVE 'RELEVE-BANCAIRE' TO WS-ETAPE-COURANTE
           PERFORM ETAPE-DEJA-FAITE
           IF WS-ETAPE-FAITE = 'Y'
               EXIT PARAGRAPH
           END-IF
           CALL 'RELEVE-BANCAIRE-IMPORT'
           IF RETURN-CODE < ZERO OR RETURN-CODE >= 8
               MOVE 'RELEVE-BANCAIRE' TO WS-FAILED-STEP
               MOVE 'Y' TO WS-ABORT-FLAG
           ELSE
               IF RETURN-CODE > ZERO
                   PERFORM SIGNALER-AVERTISSEMENT
               END-IF
               PERFORM MARQUER-ETAPE-FAITE
           END-IF.

       STEP-ALLOCATION.
           MOVE 'PAYMENT-ALLOCATION' TO WS-ETAPE-COURANTE
           PERFORM ETAPE-DEJA-FAITE
           IF WS-ETAPE-FAITE = 'Y'
               EXIT PARAGRAPH
           END-IF
           CALL 'PAYMENT-ALLOCATION'
           IF RETURN-CODE NOT = ZERO
               MOVE 'PAYMENT-ALLOCATION' TO WS-FAILED-STEP
               MOVE 'Y' TO WS-ABORT-FLAG
           ELSE
               PERFORM MARQUER-ETAPE-FAITE
           END-IF.

       STEP-PENALITE.
           MOVE 'PENALITE-RETARD' TO WS-ETAPE-COURANTE
           PERFORM ETAPE-DEJA-FAITE
           IF WS-ETAPE-FAITE = 'Y'
               EXIT PARAGRAPH
           END-IF
           CALL 'PENALITE-RETARD'
           IF RETURN-CODE < ZERO OR RETURN-CODE >= 12
               MOVE 'PENALITE-RETARD' TO WS-FAILED-STEP
               MOVE 'Y' TO WS-ABORT-FLAG
           ELSE
               IF RETURN-CODE > ZERO
                   PERFORM SIGNALER-AVERTISSEMENT
               END-IF
               PERFORM MARQUER-ETAPE-FAITE
           END-IF.

       STEP-RELANCES.
           MOVE 'DUNNING-LETTERS' TO WS-ETAPE-COURANTE
           PERFORM ETAPE-DEJA-FAITE
           IF WS-ETAPE-FAITE = 'Y'
               EXIT PARAGRAPH
           END-IF
           CALL 'DUNNING-LETTERS'
           IF RETURN-CODE < ZERO OR RETURN-CODE >= 12
               MOVE 'DUNNING-LETTERS' TO WS-FAILED-STEP
               MOVE 'Y' TO WS-ABORT-FLAG
           ELSE
               IF RETURN-CODE > ZERO
                   PERFORM SIGNALER-AVERTISSEMENT
               END-IF
               PERFORM MARQUER-ETAPE-FAITE
           END-IF.

       STEP-INTEGRITE.
           MOVE 'ERP-INTEGRITY' TO WS-ETAPE-COURANTE
           PERFORM ETAPE-DEJA-FAITE
           IF WS-ETAPE-FAITE = 'Y'
               EXIT PARAGRAPH
           END-IF
           CALL 'ERP-INTEGRITY-REPORT'
           IF RETURN-CODE < ZERO OR RETURN-CODE >= 8
               MOVE 'ERP-INTEGRITY' TO WS-FAILED-STEP
               MOVE 'Y' TO WS-ABORT-FLAG
           ELSE
               IF RETURN-CODE > ZERO
                   PERFORM SIGNALER-AVERTISSEMENT
               END-IF
               PERFORM MARQUER-ETAPE-FAITE
           END-IF.

       STEP-BALANCE-AGEE.
           MOVE 'AR-AGING-REPORT' TO WS-ETAPE-COURANTE
           PERFORM ETAPE-DEJA-FAITE
           IF WS-ETAPE-FAITE = 'Y'
               EXIT PARAGRAPH
           END-IF
           CALL 'AR-AGING-REPORT'
           IF RETURN-CODE < ZERO OR RETURN-CODE >= 12
               MOVE 'AR-AGING-REPORT' TO WS-FAILED-STEP
               MOVE 'Y' TO WS-ABORT-FLAG
           ELSE
               IF RETURN-CODE > ZERO
                   PERFORM SIGNALER-AVERTISSEMENT
               END-IF
               PERFORM MARQUER-ETAPE-FAITE
           END-IF.

      *----------------------------------------------------------------
      * LA PERIODE EST TRANSMISE A GL-EXPORT PAR LA VARIABLE
      * D'ENVIRONNEMENT GL_PERIODE
      *----------------------------------------------------------------
       STEP-GL-EXPORT.
           MOVE 'GL-EXPORT' TO WS-ETAPE-COURANTE
           PERFORM ETAPE-DEJA-FAITE
           IF WS-ETAPE-FAITE = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY WS-ENV-GL-NOM UPON ENVIRONMENT-NAME
           DISPLAY WS-PERIODE UPON ENVIRONMENT-VALUE
           CALL 'GL-EXPORT'
           IF RETURN-CODE NOT = ZERO
               DISPLAY 'EXPORT GL EN ANOMALIE - PERIODE ' WS-PERIODE
                   ' NON VERROUILLEE'
               MOVE 'GL-EXPORT' TO WS-FAILED-STEP
               MOVE 'Y' TO WS-ABORT-FLAG
           ELSE
               PERFORM MARQUER-ETAPE-FAITE
           END-IF.

       STEP-GL-BALANCE.
           MOVE 'GL-BALANCE-CONTROLE' TO WS-ETAPE-COURANTE
           PERFORM ETAPE-DEJA-FAITE
           IF WS-ETAPE-FAITE = 'Y'
               EXIT PARAGRAPH
           END-IF
           CALL 'GL-BALANCE-CONTROLE'
           IF RETURN-CODE NOT = ZERO
               DISPLAY 'BALANCE GL EN ANOMALIE - PERIODE ' WS-PERIODE
                   ' NON VERROUILLEE'
               MOVE 'GL-BALANCE-CONTROLE' TO WS-FAILED-STEP
               MOVE 'Y' TO WS-ABORT-FLAG
           ELSE
               PERFORM MARQUER-ETAPE-FAITE
           END-IF.

       STEP-VERROU-PERIODE.
           MOVE 'VERROU-PERIODE-GL' TO WS-ETAPE-COURANTE
           PERFORM ETAPE-DEJA-FAITE
           IF WS-ETAPE-FAITE = 'Y'
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-GL-PERIODE
           MOVE WS-PERIODE TO GLP-PERIODE
           MOVE 'VERR' TO GLP-ACTION
           MOVE 'BATCH' TO GLP-OPERATEUR
           CALL 'GL-PERIODE-CONTROLE' USING WS-GL-PERIODE
           IF GLP-RETOUR NOT = 'Y'
               DISPLAY 'ECHEC VERROUILLAGE DE LA PERIODE ' WS-PERIODE
               MOVE 'VERROU-PERIODE-GL' TO WS-FAILED-STEP
               MOVE 'Y' TO WS-ABORT-FLAG
           ELSE
               DISPLAY 'PERIODE ' WS-PERIODE ' VERROUILLEE'
               PERFORM MARQUER-ETAPE-FAITE
           END-IF.
