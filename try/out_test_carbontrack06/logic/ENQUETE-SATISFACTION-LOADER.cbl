       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENQUETE-SATISFACTION-LOADER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPORT-FILE ASSIGN TO "ENQUETE-SATISFACTION.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPORT-STATUS.
           SELECT REPONSE-FILE
               ASSIGN TO "ENQUETE-SATISFACTION-REPONSES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPONSE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  IMPORT-FILE.
       01  IMPORT-RECORD          PIC X(200).
       FD  REPONSE-FILE.
       01  REPONSE-RECORD         PIC X(120).
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  END-OF-FILE            PIC X VALUE 'N'.
           88  EOF-REACHED        VALUE 'Y'.
       77  WS-IMPORT-STATUS       PIC X(2) VALUE '00'.
       77  WS-REPONSE-STATUS      PIC X(2) VALUE '00'.
       77  WS-COUNT-LUES          PIC 9(6) VALUE 0.
       77  WS-COUNT-ACCEPTEES     PIC 9(6) VALUE 0.
       77  WS-COUNT-DOUBLONS      PIC 9(6) VALUE 0.
       77  WS-COUNT-REJETEES      PIC 9(6) VALUE 0.
       01  WS-CHAMPS.
           05 WS-CH-ACTIVITE      PIC X(9).
           05 WS-CH-USER          PIC X(9).
           05 WS-CH-NOTE-GLOBALE  PIC X(2).
           05 WS-CH-NOTE-ANIM     PIC X(2).
           05 WS-CH-NOTE-LOGIST   PIC X(2).
           05 WS-CH-COMMENTAIRE   PIC X(100).
       01  WS-SAT-ID-ACTIVITE     PIC 9(9).
       01  WS-SAT-ID-USER         PIC 9(9).
       01  WS-SAT-NOTE-GLOBALE    PIC 9.
       01  WS-SAT-NOTE-ANIM       PIC 9.
       01  WS-SAT-NOTE-LOGIST     PIC 9.
       01  WS-SAT-COMMENTAIRE     PIC X(100).
       01  WS-SAT-DATE-IMPORT     PIC 9(8).
       01  WS-NB                  PIC 9(9).
       01  WS-NOTE-TEXTE          PIC X(2).
       01  WS-NOTE-NUM            PIC 9(2).
       01  WS-NOTE-VALIDE         PIC X.
       01  WS-REPONSE-LINE.
           05 REP-NUMLIGNE        PIC 9(6).
           05 FILLER              PIC X VALUE ';'.
           05 REP-ACTIVITE        PIC X(9).
           05 FILLER              PIC X VALUE ';'.
           05 REP-USER            PIC X(9).
           05 FILLER              PIC X VALUE ';'.
           05 REP-STATUT          PIC X(8).
           05 FILLER              PIC X VALUE ';'.
           05 REP-MOTIF           PIC X(60).
       01  WS-RUN-RECORD.
           05 WS-RUN-PROGRAMME    PIC X(20)
               VALUE 'ENQUETE-SATISFACTION'.
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
           DISPLAY 'CHARGEMENT ENQUETES DE SATISFACTION'
           DISPLAY '=========================================='
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-DEBUT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SAT-DATE-IMPORT
           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ENQUETE-SATISFACTION.CSV: '
                   WS-IMPORT-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPONSE-FILE
           PERFORM DAL-CONNECT
           READ IMPORT-FILE
               AT END MOVE 'Y' TO END-OF-FILE
           END-READ
           PERFORM UNTIL EOF-REACHED
               ADD 1 TO WS-COUNT-LUES
               PERFORM TRAITER-LIGNE
               READ IMPORT-FILE
                   AT END MOVE 'Y' TO END-OF-FILE
               END-READ
           END-PERFORM
           PERFORM DAL-END
           CLOSE IMPORT-FILE
           CLOSE REPONSE-FILE
           DISPLAY '=========================================='
           DISPLAY 'LIGNES LUES        : ' WS-COUNT-LUES
           DISPLAY 'REPONSES ACCEPTEES : ' WS-COUNT-ACCEPTEES
           DISPLAY 'DEJA ENREGISTREES  : ' WS-COUNT-DOUBLONS
           DISPLAY 'LIGNES REJETEES    : ' WS-COUNT-REJETEES
           DISPLAY '=========================================='
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-FIN
           MOVE WS-COUNT-LUES TO WS-RUN-LUES
           MOVE WS-COUNT-ACCEPTEES TO WS-RUN-SAUVEES
           MOVE WS-COUNT-REJETEES TO WS-RUN-ERREURS
           IF WS-COUNT-REJETEES > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE RETURN-CODE TO WS-RUN-CODE-RETOUR
           CALL 'BATCH-RUN-LOG' USING WS-RUN-RECORD
           GOBACK.

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
               CLOSE IMPORT-FILE
               CLOSE REPONSE-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CONNECTED-FLAG.

       TRAITER-LIGNE.
           INITIALIZE WS-CHAMPS
           MOVE SPACES TO REP-MOTIF
           UNSTRING IMPORT-RECORD DELIMITED BY ';'
               INTO WS-CH-ACTIVITE WS-CH-USER WS-CH-NOTE-GLOBALE
                    WS-CH-NOTE-ANIM WS-CH-NOTE-LOGIST
                    WS-CH-COMMENTAIRE
           END-UNSTRING
           MOVE WS-CH-ACTIVITE TO REP-ACTIVITE
           MOVE WS-CH-USER TO REP-USER
           IF WS-COUNT-LUES = 1 AND WS-CH-ACTIVITE NOT NUMERIC
               SUBTRACT 1 FROM WS-COUNT-LUES
               EXIT PARAGRAPH
           END-IF
           IF WS-CH-ACTIVITE NOT NUMERIC
               MOVE 'ID ACTIVITE NON NUMERIQUE' TO REP-MOTIF
               PERFORM REJETER-LIGNE
               EXIT PARAGRAPH
           END-IF
           IF WS-CH-USER NOT NUMERIC
               MOVE 'ID UTILISATEUR NON NUMERIQUE' TO REP-MOTIF
               PERFORM REJETER-LIGNE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CH-ACTIVITE TO WS-SAT-ID-ACTIVITE
           MOVE WS-CH-USER TO WS-SAT-ID-USER
           MOVE WS-CH-NOTE-GLOBALE TO WS-NOTE-TEXTE
           PERFORM CONTROLER-NOTE
           IF WS-NOTE-VALIDE = 'N'
               MOVE 'NOTE GLOBALE ABSENTE OU HORS ECHELLE (1-5)'
                   TO REP-MOTIF
               PERFORM REJETER-LIGNE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NOTE-NUM TO WS-SAT-NOTE-GLOBALE
           MOVE 0 TO WS-SAT-NOTE-ANIM
           IF WS-CH-NOTE-ANIM NOT = SPACES
               MOVE WS-CH-NOTE-ANIM TO WS-NOTE-TEXTE
               PERFORM CONTROLER-NOTE
               IF WS-NOTE-VALIDE = 'N'
                   MOVE 'NOTE ANIMATION HORS ECHELLE (1-5)'
                       TO REP-MOTIF
                   PERFORM REJETER-LIGNE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-NOTE-NUM TO WS-SAT-NOTE-ANIM
           END-IF
           MOVE 0 TO WS-SAT-NOTE-LOGIST
           IF WS-CH-NOTE-LOGIST NOT = SPACES
               MOVE WS-CH-NOTE-LOGIST TO WS-NOTE-TEXTE
               PERFORM CONTROLER-NOTE
               IF WS-NOTE-VALIDE = 'N'
                   MOVE 'NOTE LOGISTIQUE HORS ECHELLE (1-5)'
                       TO REP-MOTIF
                   PERFORM REJETER-LIGNE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-NOTE-NUM TO WS-SAT-NOTE-LOGIST
           END-IF
           MOVE WS-CH-COMMENTAIRE TO WS-SAT-COMMENTAIRE
           PERFORM ENREGISTRER-REPONSE.

       CONTROLER-NOTE.
           MOVE 'Y' TO WS-NOTE-VALIDE
           MOVE ZERO TO WS-NOTE-NUM
           IF WS-NOTE-TEXTE = SPACES
               OR FUNCTION TEST-NUMVAL(WS-NOTE-TEXTE) NOT = 0
               MOVE 'N' TO WS-NOTE-VALIDE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NOTE-NUM = FUNCTION NUMVAL(WS-NOTE-TEXTE)
           IF WS-NOTE-NUM < 1 OR WS-NOTE-NUM > 5
               MOVE 'N' TO WS-NOTE-VALIDE
           END-IF.

       ENREGISTRER-REPONSE.
           MOVE ZERO TO WS-NB
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB
               FROM PARTICIPATION
               WHERE PARTICIPATION_ID_ACTIVITE = :WS-SAT-ID-ACTIVITE
               AND PARTICIPATION_ID_USER = :WS-SAT-ID-USER
               AND PARTICIPATION_STATUT = 'P'
           END-EXEC
           IF WS-NB = ZERO
               MOVE 'PARTICIPANT NON PRESENT A L''ACTIVITE'
                   TO REP-MOTIF
               PERFORM REJETER-LIGNE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-NB
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB
               FROM SATISFACTION
               WHERE SAT_ID_ACTIVITE = :WS-SAT-ID-ACTIVITE
               AND SAT_ID_USER = :WS-SAT-ID-USER
           END-EXEC
           IF WS-NB > ZERO
               ADD 1 TO WS-COUNT-DOUBLONS
               MOVE 'DOUBLON' TO REP-STATUT
               MOVE 'REPONSE DEJA ENREGISTREE' TO REP-MOTIF
               PERFORM ECRIRE-REPONSE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               INSERT INTO SATISFACTION
               (SAT_ID_ACTIVITE, SAT_ID_USER, SAT_NOTE_GLOBALE,
                SAT_NOTE_ANIMATION, SAT_NOTE_LOGISTIQUE,
                SAT_COMMENTAIRE, SAT_DATE_IMPORT)
               VALUES
               (:WS-SAT-ID-ACTIVITE, :WS-SAT-ID-USER,
                :WS-SAT-NOTE-GLOBALE, :WS-SAT-NOTE-ANIM,
                :WS-SAT-NOTE-LOGIST, :WS-SAT-COMMENTAIRE,
                :WS-SAT-DATE-IMPORT)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT SATISFACTION: SQLCODE=' SQLCODE
               MOVE 'ERREUR D''ENREGISTREMENT EN BASE' TO REP-MOTIF
               PERFORM REJETER-LIGNE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COUNT-ACCEPTEES
           MOVE 'ACCEPTEE' TO REP-STATUT
           PERFORM ECRIRE-REPONSE.

       REJETER-LIGNE.
           ADD 1 TO WS-COUNT-REJETEES
           MOVE 'REJETEE' TO REP-STATUT
           PERFORM ECRIRE-REPONSE.

       ECRIRE-REPONSE.
           MOVE WS-COUNT-LUES TO REP-NUMLIGNE
           MOVE WS-REPONSE-LINE TO REPONSE-RECORD
           WRITE REPONSE-RECORD.

       DAL-END.
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
