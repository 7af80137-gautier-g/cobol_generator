       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDEMNITE-KM-BATCH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIREMENTS-FILE ASSIGN TO "VIREMENTS-IK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VIREMENTS-FILE.
       01  VIREMENTS-RECORD       PIC X(120).
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-CURSOR-OPEN-FLAG    PIC X VALUE 'N'.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
           88  EOF-REACHED        VALUE 'Y'.
       77  WS-VIR-STATUS          PIC X(2) VALUE '00'.
       77  WS-ARG-MODE            PIC X(10) VALUE SPACES.
       77  WS-ARG-MOIS            PIC X(6) VALUE SPACES.
       77  WS-AUT-OPERATEUR       PIC X(9).
       77  WS-AUT-OPERATION       PIC X(12).
       77  WS-AUT-DECISION        PIC X.
       01  WS-MOIS                PIC 9(6).
       01  WS-MOIS-R REDEFINES WS-MOIS.
           05 WS-MOIS-ANNEE       PIC 9(4).
           05 WS-MOIS-MM          PIC 9(2).
       01  WS-MOIS-DEBUT-ANNEE    PIC 9(6).
       01  WS-DATE-DEBUT          PIC 9(8).
       01  WS-DATE-FIN            PIC 9(8).
       01  WS-DATE-JOUR           PIC 9(8).
       01  WS-TIMESTAMP           PIC X(14).
       01  WS-NB-FIGES            PIC 9(6).
       01  WS-TRJ-USER            PIC 9(9).
       01  WS-TRJ-NOM             PIC X(50).
       01  WS-TRJ-CV              PIC 9(2).
       01  WS-TRJ-ACTIVITE        PIC 9(9).
       01  WS-TRJ-ACT-NOM         PIC X(50).
       01  WS-TRJ-DATE            PIC 9(8).
       01  WS-TRJ-KM              PIC 9(6).
       01  WS-USR-COURANT         PIC 9(9) VALUE 0.
       01  WS-USR-NOM             PIC X(50).
       01  WS-USR-CV              PIC 9(2).
       01  WS-USR-KM-MOIS         PIC 9(7).
       01  WS-USR-KM-ANTERIEURS   PIC 9(7).
       01  WS-USR-MONTANT         PIC S9(7)V99.
       01  WS-USR-NB-TRAJETS      PIC 9(4).
       01  WS-BK-ANNEE            PIC 9(4).
       01  WS-BK-CV               PIC 9(2).
       01  WS-BK-KM               PIC 9(7).
       01  WS-BK-TRANCHE-MAX      PIC 9(6).
       01  WS-BK-TAUX             PIC 9V9(4).
       01  WS-BK-FIXE             PIC 9(5)V99.
       01  WS-BK-MONTANT          PIC 9(7)V99.
       01  WS-BK-TROUVE           PIC X.
       01  WS-MONTANT-AVANT       PIC 9(7)V99.
       01  WS-MONTANT-APRES       PIC 9(7)V99.
       01  WS-IK-USER             PIC 9(9).
       01  WS-IK-NOM              PIC X(40).
       01  WS-IK-IBAN             PIC X(34).
       01  WS-IK-MONTANT          PIC 9(7)V99.
       77  WS-COUNT-TRAJETS       PIC 9(6) VALUE 0.
       77  WS-COUNT-MEMBRES       PIC 9(6) VALUE 0.
       77  WS-COUNT-REJETS        PIC 9(6) VALUE 0.
       77  WS-COUNT-APPROUVES     PIC 9(6) VALUE 0.
       77  WS-COUNT-PAYES         PIC 9(6) VALUE 0.
       77  WS-COUNT-SANS-RIB      PIC 9(6) VALUE 0.
       01  WS-TOTAL-INDEMNITES    PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-VIREMENTS     PIC 9(11)V99 VALUE 0.
       01  WS-D-MONTANT           PIC Z(9)9.99.
       01  WS-SPOOL-OP            PIC X(4).
       01  WS-SPOOL-TITRE         PIC X(60).
       01  WS-SPOOL-LIGNE         PIC X(132).
       01  WS-ENTETE-COLONNES.
           05 FILLER PIC X(11) VALUE 'ACTIVITE'.
           05 FILLER PIC X(28) VALUE 'LIBELLE'.
           05 FILLER PIC X(10) VALUE 'DATE'.
           05 FILLER PIC X(10) VALUE '        KM'.
       01  WS-LIGNE-MEMBRE.
           05 FILLER              PIC X(9) VALUE 'MEMBRE : '.
           05 LM-USER             PIC 9(9).
           05 FILLER              PIC X.
           05 LM-NOM              PIC X(50).
           05 FILLER              PIC X(6) VALUE '  CV: '.
           05 LM-CV               PIC Z9.
       01  WS-LIGNE-DETAIL.
           05 LD-ACT-ID           PIC 9(9).
           05 FILLER              PIC X(2).
           05 LD-ACT-NOM          PIC X(27).
           05 FILLER              PIC X.
           05 LD-ACT-DATE         PIC 9(8).
           05 FILLER              PIC X(2).
           05 LD-KM               PIC Z(9)9.
       01  WS-LIGNE-TOTAL.
           05 FILLER              PIC X(11) VALUE 'TOTAL MOIS '.
           05 LT-KM               PIC Z(6)9.
           05 FILLER              PIC X(14) VALUE ' KM  CUMUL AN '.
           05 LT-CUMUL            PIC Z(6)9.
           05 FILLER              PIC X(16) VALUE ' KM  INDEMNITE '.
           05 LT-MONTANT          PIC Z(6)9.99.
           05 FILLER              PIC X(4) VALUE ' EUR'.
       01  WS-LIGNE-REJET.
           05 FILLER              PIC X(11) VALUE 'REJET      '.
           05 LR-MOTIF            PIC X(60).
       01  WS-ENTETE-LINE.
           05 FILLER              PIC X(4) VALUE 'ENT;'.
           05 ENT-DATE            PIC 9(8).
       01  WS-VIREMENT-LINE.
           05 FILLER              PIC X(4) VALUE 'VIR;'.
           05 VIR-IBAN            PIC X(34).
           05 FILLER              PIC X VALUE ';'.
           05 VIR-NOM             PIC X(40).
           05 FILLER              PIC X VALUE ';'.
           05 VIR-REFERENCE       PIC 9(9).
           05 FILLER              PIC X VALUE ';'.
           05 VIR-MONTANT         PIC 9(8).99.
       01  WS-TRAILER-LINE.
           05 FILLER              PIC X(4) VALUE 'FIN;'.
           05 TRL-NB              PIC 9(6).
           05 FILLER              PIC X VALUE ';'.
           05 TRL-TOTAL           PIC 9(11).99.
       01  WS-RUN-RECORD.
           05 WS-RUN-PROGRAMME    PIC X(20)
               VALUE 'INDEMNITE-KM-BATCH'.
           05 WS-RUN-DEBUT        PIC X(14).
           05 WS-RUN-FIN          PIC X(14).
           05 WS-RUN-LUES         PIC 9(6).
           05 WS-RUN-SAUVEES      PIC 9(6).
           05 WS-RUN-ERREURS      PIC 9(6).
           05 WS-RUN-CODE-RETOUR  PIC S9(4).
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'INDEMNITES KILOMETRIQUES DES BENEVOLES'
           DISPLAY '=========================================='
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-DEBUT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
           MOVE 0 TO WS-RUN-CODE-RETOUR
           ACCEPT WS-ARG-MODE FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-MOIS FROM ARGUMENT-VALUE
           IF WS-ARG-MOIS NOT NUMERIC
               PERFORM AFFICHER-USAGE
               GOBACK
           END-IF
           MOVE WS-ARG-MOIS TO WS-MOIS
           IF WS-MOIS-MM < 1 OR WS-MOIS-MM > 12
               DISPLAY 'ERREUR: Mois invalide: ' WS-ARG-MOIS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-DATE-DEBUT = WS-MOIS * 100 + 1
           COMPUTE WS-DATE-FIN = WS-MOIS * 100 + 31
           COMPUTE WS-MOIS-DEBUT-ANNEE = WS-MOIS-ANNEE * 100 + 1
           EVALUATE WS-ARG-MODE
               WHEN 'CALCULER'
                   PERFORM MODE-CALCUL
               WHEN 'APPROUVER'
                   PERFORM MODE-APPROBATION
               WHEN 'PAYER'
                   PERFORM MODE-PAIEMENT
               WHEN OTHER
                   PERFORM AFFICHER-USAGE
                   GOBACK
           END-EVALUATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-FIN
           CALL 'BATCH-RUN-LOG' USING WS-RUN-RECORD
           MOVE WS-RUN-CODE-RETOUR TO RETURN-CODE
           DISPLAY '=========================================='
           GOBACK.

       AFFICHER-USAGE.
           DISPLAY 'USAGE: CALCULER AAAAMM | APPROUVER AAAAMM'
               ' | PAYER AAAAMM'
           DISPLAY 'CALCULER EDITE LES RELEVES ET ENREGISTRE LES'
               ' INDEMNITES DU MOIS'
           DISPLAY 'APPROUVER VALIDE LES INDEMNITES CALCULEES'
               ' (CARBONTRACK_OPERATEUR)'
           DISPLAY 'PAYER GENERE VIREMENTS-IK.DAT'
           MOVE 1 TO RETURN-CODE.

       MODE-CALCUL.
           PERFORM DAL-CONNECT
           MOVE 0 TO WS-NB-FIGES
           EXEC SQL
               SELECT COUNT(*) INTO :WS-NB-FIGES
               FROM INDEMNITE_KM
               WHERE IK_MOIS = :WS-MOIS
               AND IK_STATUT IN ('V', 'P')
           END-EXEC
           IF WS-NB-FIGES > ZERO
               DISPLAY 'ERREUR: Indemnites du mois ' WS-MOIS
                   ' deja approuvees ou payees'
               PERFORM DAL-END
               MOVE 1 TO WS-RUN-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               DELETE FROM INDEMNITE_KM
               WHERE IK_MOIS = :WS-MOIS
               AND IK_STATUT = 'C'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR DELETE INDEMNITE: SQLCODE=' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               PERFORM DAL-END
               MOVE 8 TO WS-RUN-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF
           MOVE 'INDEMNITES KILOMETRIQUES' TO WS-SPOOL-TITRE
           PERFORM OUVRIR-SPOOL
           PERFORM OUVRIR-TRAJETS
           PERFORM FETCH-TRAJET
           PERFORM UNTIL EOF-REACHED
               IF WS-TRJ-USER NOT = WS-USR-COURANT
                   PERFORM CLOTURER-MEMBRE
                   PERFORM DEBUTER-MEMBRE
               END-IF
               ADD 1 TO WS-COUNT-TRAJETS
               ADD 1 TO WS-USR-NB-TRAJETS
               ADD WS-TRJ-KM TO WS-USR-KM-MOIS
               MOVE WS-TRJ-ACTIVITE TO LD-ACT-ID
               MOVE WS-TRJ-ACT-NOM TO LD-ACT-NOM
               MOVE WS-TRJ-DATE TO LD-ACT-DATE
               MOVE WS-TRJ-KM TO LD-KM
               MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE
               PERFORM ECRIRE-SPOOL-LIGNE
               PERFORM FETCH-TRAJET
           END-PERFORM
           PERFORM CLOTURER-MEMBRE
           PERFORM FERMER-SPOOL
           PERFORM DAL-END
           MOVE WS-TOTAL-INDEMNITES TO WS-D-MONTANT
           DISPLAY 'MOIS                 : ' WS-MOIS
           DISPLAY 'TRAJETS RETENUS      : ' WS-COUNT-TRAJETS
           DISPLAY 'MEMBRES INDEMNISES   : ' WS-COUNT-MEMBRES
           DISPLAY 'MEMBRES REJETES      : ' WS-COUNT-REJETS
           DISPLAY 'MONTANT TOTAL        : ' WS-D-MONTANT
           MOVE WS-COUNT-TRAJETS TO WS-RUN-LUES
           MOVE WS-COUNT-MEMBRES TO WS-RUN-SAUVEES
           MOVE WS-COUNT-REJETS TO WS-RUN-ERREURS
           IF WS-COUNT-REJETS > ZERO
               MOVE 4 TO WS-RUN-CODE-RETOUR
           END-IF.

       OUVRIR-TRAJETS.
           MOVE 'N' TO WS-END-OF-FILE
           EXEC SQL
               DECLARE C_TRAJETS CURSOR FOR
               SELECT p.PARTICIPATION_ID_USER, u.USER_NOM,
                      COALESCE(u.USER_CV_FISCAUX, 0),
                      a.ACTIVITE_ID, a.ACTIVITE_NOM, a.ACTIVITE_DATE,
                      COALESCE(NULLIF(p.PARTICIPATION_DISTANCE, 0),
                               a.ACTIVITE_DISTANCE, 0)
               FROM PARTICIPATION p
               INNER JOIN ACTIVITE a
                   ON a.ACTIVITE_ID = p.PARTICIPATION_ID_ACTIVITE
               INNER JOIN UTILISATEUR u
                   ON u.USER_ID = p.PARTICIPATION_ID_USER
               WHERE p.PARTICIPATION_STATUT = 'P'
               AND p.PARTICIPATION_MODE_TRANSPORT = 1
               AND COALESCE(a.ACTIVITE_STATUT, 'A') = 'A'
               AND a.ACTIVITE_DATE BETWEEN :WS-DATE-DEBUT
                                       AND :WS-DATE-FIN
               UNION ALL
               SELECT a.ACTIVITE_ANIMATEUR, u.USER_NOM,
                      COALESCE(u.USER_CV_FISCAUX, 0),
                      a.ACTIVITE_ID, a.ACTIVITE_NOM, a.ACTIVITE_DATE,
                      COALESCE(a.ACTIVITE_DISTANCE, 0)
               FROM ACTIVITE a
               INNER JOIN UTILISATEUR u
                   ON u.USER_ID = a.ACTIVITE_ANIMATEUR
               WHERE a.ACTIVITE_MODETRANSPORT = 1
               AND COALESCE(a.ACTIVITE_STATUT, 'A') = 'A'
               AND a.ACTIVITE_DATE BETWEEN :WS-DATE-DEBUT
                                       AND :WS-DATE-FIN
               AND NOT EXISTS
                   (SELECT 1 FROM PARTICIPATION x
                    WHERE x.PARTICIPATION_ID_ACTIVITE = a.ACTIVITE_ID
                    AND x.PARTICIPATION_ID_USER =
                        a.ACTIVITE_ANIMATEUR)
               ORDER BY 1, 6, 4
           END-EXEC
           EXEC SQL OPEN C_TRAJETS END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-END-OF-FILE
               MOVE 8 TO WS-RUN-CODE-RETOUR
           ELSE
               MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           END-IF.

       FETCH-TRAJET.
           IF EOF-REACHED
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               FETCH C_TRAJETS INTO
                   :WS-TRJ-USER, :WS-TRJ-NOM, :WS-TRJ-CV,
                   :WS-TRJ-ACTIVITE, :WS-TRJ-ACT-NOM, :WS-TRJ-DATE,
                   :WS-TRJ-KM
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN 100
                   MOVE 'Y' TO WS-END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                   MOVE 'Y' TO WS-END-OF-FILE
                   MOVE 8 TO WS-RUN-CODE-RETOUR
           END-EVALUATE.

       DEBUTER-MEMBRE.
           MOVE WS-TRJ-USER TO WS-USR-COURANT
           MOVE WS-TRJ-NOM TO WS-USR-NOM
           MOVE WS-TRJ-CV TO WS-USR-CV
           MOVE 0 TO WS-USR-KM-MOIS
           MOVE 0 TO WS-USR-NB-TRAJETS
           MOVE 0 TO WS-USR-MONTANT
           MOVE WS-USR-COURANT TO LM-USER
           MOVE WS-USR-NOM TO LM-NOM
           MOVE WS-USR-CV TO LM-CV
           MOVE SPACES TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           MOVE WS-LIGNE-MEMBRE TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE.

       CLOTURER-MEMBRE.
           IF WS-USR-COURANT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-USR-CV = ZERO
               MOVE 'PUISSANCE FISCALE DU VEHICULE NON RENSEIGNEE'
                   TO LR-MOTIF
               PERFORM REJETER-MEMBRE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-USR-KM-ANTERIEURS
           EXEC SQL
               SELECT COALESCE(SUM(IK_KM), 0)
               INTO :WS-USR-KM-ANTERIEURS
               FROM INDEMNITE_KM
               WHERE IK_ID_USER = :WS-USR-COURANT
               AND IK_MOIS >= :WS-MOIS-DEBUT-ANNEE
               AND IK_MOIS < :WS-MOIS
           END-EXEC
           MOVE WS-USR-KM-ANTERIEURS TO WS-BK-KM
           PERFORM CALCULER-BAREME
           IF WS-BK-TROUVE NOT = 'Y'
               MOVE 'AUCUNE TRANCHE DU BAREME APPLICABLE'
                   TO LR-MOTIF
               PERFORM REJETER-MEMBRE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BK-MONTANT TO WS-MONTANT-AVANT
           COMPUTE WS-BK-KM = WS-USR-KM-ANTERIEURS + WS-USR-KM-MOIS
           PERFORM CALCULER-BAREME
           IF WS-BK-TROUVE NOT = 'Y'
               MOVE 'AUCUNE TRANCHE DU BAREME APPLICABLE'
                   TO LR-MOTIF
               PERFORM REJETER-MEMBRE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BK-MONTANT TO WS-MONTANT-APRES
           COMPUTE WS-USR-MONTANT =
               WS-MONTANT-APRES - WS-MONTANT-AVANT
           IF WS-USR-MONTANT < ZERO
               MOVE 0 TO WS-USR-MONTANT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           EXEC SQL
               INSERT INTO INDEMNITE_KM
                   (IK_ID_USER, IK_MOIS, IK_KM, IK_MONTANT, IK_CV,
                    IK_STATUT, IK_EXPORTE, IK_TIMESTAMP)
               VALUES
                   (:WS-USR-COURANT, :WS-MOIS, :WS-USR-KM-MOIS,
                    :WS-USR-MONTANT, :WS-USR-CV,
                    'C', 'N', :WS-TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT INDEMNITE: SQLCODE=' SQLCODE
               MOVE 'ERREUR D''ENREGISTREMENT DE L''INDEMNITE'
                   TO LR-MOTIF
               PERFORM REJETER-MEMBRE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COUNT-MEMBRES
           ADD WS-USR-MONTANT TO WS-TOTAL-INDEMNITES
           MOVE WS-USR-KM-MOIS TO LT-KM
           COMPUTE LT-CUMUL = WS-USR-KM-ANTERIEURS + WS-USR-KM-MOIS
           MOVE WS-USR-MONTANT TO LT-MONTANT
           MOVE WS-LIGNE-TOTAL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-TOTAL.

       REJETER-MEMBRE.
           ADD 1 TO WS-COUNT-REJETS
           DISPLAY 'MEMBRE ' WS-USR-COURANT ' REJETE: ' LR-MOTIF
           MOVE WS-LIGNE-REJET TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-TOTAL.

       CALCULER-BAREME.
           MOVE 'N' TO WS-BK-TROUVE
           MOVE 0 TO WS-BK-MONTANT
           MOVE WS-MOIS-ANNEE TO WS-BK-ANNEE
           MOVE WS-USR-CV TO WS-BK-CV
           EXEC SQL
               SELECT b.BAREME_TRANCHE_MAX, b.BAREME_TAUX,
                      b.BAREME_FIXE
               INTO :WS-BK-TRANCHE-MAX, :WS-BK-TAUX, :WS-BK-FIXE
               FROM BAREME_KM b
               WHERE b.BAREME_ANNEE = :WS-BK-ANNEE
               AND b.BAREME_CV =
                   COALESCE((SELECT MAX(c.BAREME_CV) FROM BAREME_KM c
                             WHERE c.BAREME_ANNEE = :WS-BK-ANNEE
                             AND c.BAREME_CV <= :WS-BK-CV),
                            (SELECT MIN(c.BAREME_CV) FROM BAREME_KM c
                             WHERE c.BAREME_ANNEE = :WS-BK-ANNEE))
               AND b.BAREME_TRANCHE_MAX >= :WS-BK-KM
               ORDER BY b.BAREME_TRANCHE_MAX
               LIMIT 1
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-BK-TROUVE
           IF WS-BK-KM = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BK-MONTANT ROUNDED =
               WS-BK-KM * WS-BK-TAUX + WS-BK-FIXE.

       MODE-APPROBATION.
           ACCEPT WS-AUT-OPERATEUR FROM ENVIRONMENT
               'CARBONTRACK_OPERATEUR'
           MOVE 'REMBOURSER' TO WS-AUT-OPERATION
           MOVE 'N' TO WS-AUT-DECISION
           CALL 'AUTORISATION-CHECK' USING WS-AUT-OPERATEUR
               WS-AUT-OPERATION WS-AUT-DECISION
           IF WS-AUT-DECISION NOT = 'Y'
               DISPLAY 'APPROBATION REFUSEE: OPERATEUR NON HABILITE'
               MOVE 1 TO WS-RUN-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF
           PERFORM DAL-CONNECT
           EXEC SQL
               UPDATE INDEMNITE_KM
               SET IK_STATUT = 'V'
               WHERE IK_MOIS = :WS-MOIS
               AND IK_STATUT = 'C'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR UPDATE: SQLCODE=' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 8 TO WS-RUN-CODE-RETOUR
           ELSE
               IF SQLCODE EQUAL ZERO
                   MOVE SQLERRD(3) TO WS-COUNT-APPROUVES
               END-IF
           END-IF
           PERFORM DAL-END
           DISPLAY 'MOIS                 : ' WS-MOIS
           DISPLAY 'INDEMNITES APPROUVEES: ' WS-COUNT-APPROUVES
           DISPLAY 'OPERATEUR            : ' WS-AUT-OPERATEUR
           MOVE WS-COUNT-APPROUVES TO WS-RUN-LUES
           MOVE WS-COUNT-APPROUVES TO WS-RUN-SAUVEES.

       MODE-PAIEMENT.
           OPEN OUTPUT VIREMENTS-FILE
           IF WS-VIR-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE VIREMENTS-IK.DAT: '
                   WS-VIR-STATUS
               MOVE 1 TO WS-RUN-CODE-RETOUR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-JOUR TO ENT-DATE
           MOVE WS-ENTETE-LINE TO VIREMENTS-RECORD
           WRITE VIREMENTS-RECORD
           PERFORM DAL-CONNECT
           PERFORM OUVRIR-APPROUVEES
           PERFORM FETCH-APPROUVEE
           PERFORM UNTIL EOF-REACHED
               PERFORM PAYER-INDEMNITE
               PERFORM FETCH-APPROUVEE
           END-PERFORM
           PERFORM DAL-END
           MOVE WS-COUNT-PAYES TO TRL-NB
           MOVE WS-TOTAL-VIREMENTS TO TRL-TOTAL
           MOVE WS-TRAILER-LINE TO VIREMENTS-RECORD
           WRITE VIREMENTS-RECORD
           CLOSE VIREMENTS-FILE
           MOVE WS-TOTAL-VIREMENTS TO WS-D-MONTANT
           DISPLAY 'MOIS                 : ' WS-MOIS
           DISPLAY 'INDEMNITES PAYEES    : ' WS-COUNT-PAYES
           DISPLAY 'EXCLUES (SANS RIB)   : ' WS-COUNT-SANS-RIB
           DISPLAY 'MONTANT TOTAL        : ' WS-D-MONTANT
           COMPUTE WS-RUN-LUES = WS-COUNT-PAYES + WS-COUNT-SANS-RIB
           MOVE WS-COUNT-PAYES TO WS-RUN-SAUVEES
           MOVE WS-COUNT-SANS-RIB TO WS-RUN-ERREURS
           IF WS-COUNT-SANS-RIB > ZERO
               MOVE 4 TO WS-RUN-CODE-RETOUR
           END-IF.

       OUVRIR-APPROUVEES.
           MOVE 'N' TO WS-END-OF-FILE
           EXEC SQL
               DECLARE C_IK_PAYER CURSOR FOR
               SELECT k.IK_ID_USER, u.USER_NOM,
                      COALESCE(u.USER_IBAN, ' '), k.IK_MONTANT
               FROM INDEMNITE_KM k
               INNER JOIN UTILISATEUR u
                   ON u.USER_ID = k.IK_ID_USER
               WHERE k.IK_MOIS = :WS-MOIS
               AND k.IK_STATUT = 'V'
               ORDER BY k.IK_ID_USER
           END-EXEC
           EXEC SQL OPEN C_IK_PAYER END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-END-OF-FILE
               MOVE 8 TO WS-RUN-CODE-RETOUR
           ELSE
               MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           END-IF.

       FETCH-APPROUVEE.
           IF EOF-REACHED
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               FETCH C_IK_PAYER INTO
                   :WS-IK-USER, :WS-IK-NOM, :WS-IK-IBAN,
                   :WS-IK-MONTANT
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN 100
                   MOVE 'Y' TO WS-END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                   MOVE 'Y' TO WS-END-OF-FILE
                   MOVE 8 TO WS-RUN-CODE-RETOUR
           END-EVALUATE.

       PAYER-INDEMNITE.
           IF WS-IK-IBAN = SPACES
               ADD 1 TO WS-COUNT-SANS-RIB
               DISPLAY 'MEMBRE ' WS-IK-USER ' EXCLU: RIB ABSENT'
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE INDEMNITE_KM
               SET IK_STATUT = 'P',
                   IK_DATE_PAIEMENT = :WS-DATE-JOUR
               WHERE IK_ID_USER = :WS-IK-USER
               AND IK_MOIS = :WS-MOIS
               AND IK_STATUT = 'V'
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO OR SQLERRD(3) EQUAL ZERO
               DISPLAY 'ERREUR MARQUAGE PAIEMENT MEMBRE '
                   WS-IK-USER
               EXIT PARAGRAPH
           END-IF
           IF WS-IK-MONTANT = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COUNT-PAYES
           ADD WS-IK-MONTANT TO WS-TOTAL-VIREMENTS
           MOVE WS-IK-IBAN TO VIR-IBAN
           MOVE WS-IK-NOM TO VIR-NOM
           MOVE WS-IK-USER TO VIR-REFERENCE
           MOVE WS-IK-MONTANT TO VIR-MONTANT
           MOVE WS-VIREMENT-LINE TO VIREMENTS-RECORD
           WRITE VIREMENTS-RECORD.

       DAL-CONNECT.
           ACCEPT WS-DB-USER FROM ENVIRONMENT 'PGUSER'
           ACCEPT WS-DB-PASSWORD FROM ENVIRONMENT 'PGPASSWORD'
           ACCEPT WS-DB-NAME FROM ENVIRONMENT 'PGDATABASE'
           EXEC SQL
               CONNECT :WS-DB-USER IDENTIFIED BY :WS-DB-PASSWORD
                   USING :WS-DB-NAME
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR CONNECT: SQLCODE=' SQLCODE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CONNECTED-FLAG.

       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               IF WS-ARG-MODE = 'CALCULER'
                   EXEC SQL CLOSE C_TRAJETS END-EXEC
               ELSE
                   EXEC SQL CLOSE C_IK_PAYER END-EXEC
               END-IF
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.

       ECRIRE-SPOOL-LIGNE.
           MOVE 'LINE' TO WS-SPOOL-OP
           CALL 'PRINT-SPOOL-WRITER' USING WS-SPOOL-OP WS-SPOOL-TITRE
               WS-SPOOL-LIGNE.

       ECRIRE-SPOOL-TOTAL.
           MOVE 'TOTL' TO WS-SPOOL-OP
           CALL 'PRINT-SPOOL-WRITER' USING WS-SPOOL-OP WS-SPOOL-TITRE
               WS-SPOOL-LIGNE.

       OUVRIR-SPOOL.
           MOVE 'INIT' TO WS-SPOOL-OP
           CALL 'PRINT-SPOOL-WRITER' USING WS-SPOOL-OP WS-SPOOL-TITRE
               WS-SPOOL-LIGNE
           MOVE 'HEAD' TO WS-SPOOL-OP
           MOVE WS-ENTETE-COLONNES TO WS-SPOOL-LIGNE
           CALL 'PRINT-SPOOL-WRITER' USING WS-SPOOL-OP WS-SPOOL-TITRE
               WS-SPOOL-LIGNE.

       FERMER-SPOOL.
           MOVE 'CLOS' TO WS-SPOOL-OP
           CALL 'PRINT-SPOOL-WRITER' USING WS-SPOOL-OP WS-SPOOL-TITRE
               WS-SPOOL-LIGNE.
