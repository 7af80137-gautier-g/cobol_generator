       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-ASSURANCE-EXTRACT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSURANCE-FILE ASSIGN TO "INCIDENT-ASSURANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSUR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ASSURANCE-FILE.
       01  ASSURANCE-RECORD       PIC X(450).
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-CURSOR-OPEN-FLAG    PIC X VALUE 'N'.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
       77  WS-ASSUR-STATUS        PIC X(2) VALUE '00'.
       77  WS-ARG-OPTION          PIC X(8) VALUE SPACES.
       01  WS-DATE-JOUR           PIC 9(8).
       01  WS-MAX-ID              PIC 9(9) VALUE 0.
       01  WS-INCIDENT-ID         PIC 9(9).
       01  WS-INCIDENT-DATE       PIC 9(8).
       01  WS-INCIDENT-GRAVITE    PIC 9.
       01  WS-INCIDENT-CATEGORIE  PIC X(10).
       01  WS-INCIDENT-STATUT     PIC X.
       01  WS-INCIDENT-DESCRIPTION PIC X(200).
       01  WS-ACTIVITE-ID         PIC 9(9).
       01  WS-ACTIVITE-NOM        PIC X(50).
       01  WS-ACTIVITE-TYPE       PIC X(20).
       01  WS-ANTENNE-ID          PIC 9(9).
       01  WS-ANTENNE-NOM         PIC X(50).
       01  WS-USER-ID             PIC 9(9).
       01  WS-USER-NOM            PIC X(50).
       01  WS-COUNT-INCIDENTS     PIC 9(6) VALUE 0.
       01  WS-COUNT-GRAVES        PIC 9(6) VALUE 0.
       01  WS-OLD-DECLARATION     PIC 9(8) VALUE 0.
       01  WS-JRN-AVANT           PIC X(80).
       01  WS-JRN-APRES           PIC X(80).
       01  WS-JRN-OPERATEUR       PIC X(9).
       01  WS-JRN-TS              PIC X(14).
       01  WS-HEADER-LINE.
           05 FILLER              PIC X(3) VALUE 'ENT'.
           05 WS-HDR-DATE         PIC 9(8).
           05 FILLER              PIC X(15) VALUE 'INCIDENTASSUR01'.
       01  WS-DETAIL-LINE.
           05 FILLER              PIC X(3) VALUE 'DET'.
           05 WS-DET-INCIDENT     PIC 9(9).
           05 WS-DET-DATE         PIC 9(8).
           05 WS-DET-GRAVITE      PIC 9.
           05 WS-DET-CATEGORIE    PIC X(10).
           05 WS-DET-STATUT       PIC X.
           05 WS-DET-ACTIVITE     PIC 9(9).
           05 WS-DET-ACTIVITE-NOM PIC X(50).
           05 WS-DET-TYPE         PIC X(20).
           05 WS-DET-ANTENNE      PIC 9(9).
           05 WS-DET-ANTENNE-NOM  PIC X(50).
           05 WS-DET-USER         PIC 9(9).
           05 WS-DET-USER-NOM     PIC X(50).
           05 WS-DET-DESCRIPTION  PIC X(200).
       01  WS-TRAILER-LINE.
           05 FILLER              PIC X(3) VALUE 'FIN'.
           05 WS-TRL-NB           PIC 9(6).
           05 WS-TRL-NB-GRAVES    PIC 9(6).
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'EXTRACTION DES INCIDENTS POUR L''ASSUREUR'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-OPTION FROM ARGUMENT-VALUE
           IF WS-ARG-OPTION NOT = SPACES
               AND WS-ARG-OPTION NOT = 'MARQUER'
               DISPLAY 'USAGE: [MARQUER]'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR
           OPEN OUTPUT ASSURANCE-FILE
           IF WS-ASSUR-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FICHIER: ' WS-ASSUR-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM DAL-CONNECT
           PERFORM ECRIRE-ENTETE
           PERFORM TRAITER-INCIDENTS
           PERFORM ECRIRE-TRAILER
           CLOSE ASSURANCE-FILE
           IF WS-ARG-OPTION = 'MARQUER' AND WS-COUNT-INCIDENTS > 0
               PERFORM MARQUER-DECLARES
           END-IF
           PERFORM DAL-END
           DISPLAY '=========================================='
           DISPLAY 'INCIDENTS EXTRAITS:   ' WS-COUNT-INCIDENTS
           DISPLAY 'DONT GRAVITE 3 ET +:  ' WS-COUNT-GRAVES
           DISPLAY 'FICHIER INCIDENT-ASSURANCE.DAT GENERE'
           DISPLAY '=========================================='
           MOVE 0 TO RETURN-CODE
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
               CLOSE ASSURANCE-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CONNECTED-FLAG.
       ECRIRE-ENTETE.
           MOVE WS-DATE-JOUR TO WS-HDR-DATE
           MOVE WS-HEADER-LINE TO ASSURANCE-RECORD
           WRITE ASSURANCE-RECORD.
       TRAITER-INCIDENTS.
           EXEC SQL
               DECLARE C_ASSUR CURSOR FOR
               SELECT i.INCIDENT_ID, i.INCIDENT_DATE,
                      i.INCIDENT_GRAVITE, i.INCIDENT_CATEGORIE,
                      i.INCIDENT_STATUT, i.INCIDENT_DESCRIPTION,
                      a.ACTIVITE_ID, a.ACTIVITE_NOM,
                      COALESCE(a.ACTIVITE_TYPE, ' '),
                      a.ACTIVITE_IDANTENNE,
                      COALESCE(an.ANTENNE_NOM, ' '),
                      COALESCE(i.INCIDENT_ID_USER, 0),
                      COALESCE(u.USER_NOM, ' ')
               FROM INCIDENT i
               INNER JOIN ACTIVITE a
                   ON a.ACTIVITE_ID = i.INCIDENT_ID_ACTIVITE
               LEFT JOIN ANTENNE an
                   ON an.ANTENNE_ID = a.ACTIVITE_IDANTENNE
               LEFT JOIN UTILISATEUR u
                   ON u.USER_ID = i.INCIDENT_ID_USER
               WHERE COALESCE(i.INCIDENT_DATE_DECLARATION, 0) = 0
               ORDER BY i.INCIDENT_ID
           END-EXEC
           EXEC SQL OPEN C_ASSUR END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               CLOSE ASSURANCE-FILE
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_ASSUR INTO
                       :WS-INCIDENT-ID, :WS-INCIDENT-DATE,
                       :WS-INCIDENT-GRAVITE, :WS-INCIDENT-CATEGORIE,
                       :WS-INCIDENT-STATUT, :WS-INCIDENT-DESCRIPTION,
                       :WS-ACTIVITE-ID, :WS-ACTIVITE-NOM,
                       :WS-ACTIVITE-TYPE, :WS-ANTENNE-ID,
                       :WS-ANTENNE-NOM, :WS-USER-ID, :WS-USER-NOM
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM ECRIRE-DETAIL-INCIDENT
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_ASSUR END-EXEC
           MOVE 'N' TO WS-CURSOR-OPEN-FLAG.
       ECRIRE-DETAIL-INCIDENT.
           MOVE WS-INCIDENT-ID TO WS-DET-INCIDENT
           MOVE WS-INCIDENT-DATE TO WS-DET-DATE
           MOVE WS-INCIDENT-GRAVITE TO WS-DET-GRAVITE
           MOVE WS-INCIDENT-CATEGORIE TO WS-DET-CATEGORIE
           MOVE WS-INCIDENT-STATUT TO WS-DET-STATUT
           MOVE WS-ACTIVITE-ID TO WS-DET-ACTIVITE
           MOVE WS-ACTIVITE-NOM TO WS-DET-ACTIVITE-NOM
           MOVE WS-ACTIVITE-TYPE TO WS-DET-TYPE
           MOVE WS-ANTENNE-ID TO WS-DET-ANTENNE
           MOVE WS-ANTENNE-NOM TO WS-DET-ANTENNE-NOM
           MOVE WS-USER-ID TO WS-DET-USER
           MOVE WS-USER-NOM TO WS-DET-USER-NOM
           MOVE WS-INCIDENT-DESCRIPTION TO WS-DET-DESCRIPTION
           MOVE WS-DETAIL-LINE TO ASSURANCE-RECORD
           WRITE ASSURANCE-RECORD
           ADD 1 TO WS-COUNT-INCIDENTS
           IF WS-INCIDENT-GRAVITE >= 3
               ADD 1 TO WS-COUNT-GRAVES
           END-IF
           IF WS-INCIDENT-ID > WS-MAX-ID
               MOVE WS-INCIDENT-ID TO WS-MAX-ID
           END-IF
           DISPLAY 'INCIDENT ' WS-INCIDENT-ID ' DU ' WS-INCIDENT-DATE
               ' GRAVITE ' WS-INCIDENT-GRAVITE ' EXTRAIT'.
       ECRIRE-TRAILER.
           MOVE WS-COUNT-INCIDENTS TO WS-TRL-NB
           MOVE WS-COUNT-GRAVES TO WS-TRL-NB-GRAVES
           MOVE WS-TRAILER-LINE TO ASSURANCE-RECORD
           WRITE ASSURANCE-RECORD.
       MARQUER-DECLARES.
           MOVE WS-OLD-DECLARATION TO WS-JRN-AVANT
           MOVE WS-DATE-JOUR TO WS-JRN-APRES
           ACCEPT WS-JRN-OPERATEUR FROM ENVIRONMENT
               'CARBONTRACK_OPERATEUR'
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JRN-TS
           EXEC SQL
               INSERT INTO CHANGE_JOURNAL
               (JRN_ENTITE, JRN_CLE, JRN_CHAMP, JRN_AVANT,
                JRN_APRES, JRN_OPERATEUR, JRN_TIMESTAMP)
               SELECT 'INCIDENT', INCIDENT_ID, 'INCIDENT_DECLARATION',
                      :WS-JRN-AVANT, :WS-JRN-APRES,
                      :WS-JRN-OPERATEUR, :WS-JRN-TS
               FROM INCIDENT
               WHERE COALESCE(INCIDENT_DATE_DECLARATION, 0) = 0
               AND INCIDENT_ID <= :WS-MAX-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERREUR JOURNAL MODIFICATIONS: SQLCODE='
                   SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           EXEC SQL
               UPDATE INCIDENT
               SET INCIDENT_DATE_DECLARATION = :WS-DATE-JOUR
               WHERE COALESCE(INCIDENT_DATE_DECLARATION, 0) = 0
               AND INCIDENT_ID <= :WS-MAX-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR UPDATE INCIDENT: SQLCODE=' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY 'INCIDENTS MARQUES DECLARES LE ' WS-DATE-JOUR.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_ASSUR END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
