       IDENTIFICATION DIVISION.
       PROGRAM-ID. ICAL-EXPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ICAL-FILE ASSIGN TO WS-ICAL-NOM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ICAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ICAL-FILE.
       01  ICAL-OCTET             PIC X.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  ICAL-RECORD            PIC X(200).
       01  WS-ICAL-LONG           PIC 9(3).
       77  WS-ICAL-IDX            PIC 9(3) COMP-5.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
       77  WS-ICAL-STATUS         PIC X(2) VALUE '00'.
       01  WS-ICAL-NOM            PIC X(40).
       01  WS-ICAL-OUVERT         PIC X VALUE 'N'.
       01  WS-DATE-JOUR           PIC 9(8).
       01  WS-DTSTAMP             PIC X(16).
       01  WS-ANTENNE-ID          PIC 9(9).
       01  WS-ANTENNE-NOM         PIC X(50).
       01  WS-ANTENNE-COURANTE    PIC 9(9) VALUE 0.
       01  WS-MEMBRE-ID           PIC 9(9).
       01  WS-EVENEMENT.
           05 WS-EVT-ACTIVITE     PIC 9(9).
           05 WS-EVT-NOM          PIC X(50).
           05 WS-EVT-LIEU         PIC X(50).
           05 WS-EVT-TYPE         PIC X(20).
           05 WS-EVT-STATUT       PIC X.
           05 WS-EVT-INSCRIPTION  PIC X.
           05 WS-EVT-VERSION      PIC 9(9).
           05 WS-EVT-DEBUT        PIC 9(8).
           05 WS-EVT-FIN          PIC 9(8).
       01  WS-EVT-FIN-EXCLUE      PIC 9(8).
       01  WS-EVT-NB-JOURS        PIC 9(4).
       01  WS-D-NB-JOURS          PIC Z(3)9.
       01  WS-D-SEQUENCE          PIC Z(8)9.
       01  WS-ICAL-STATUT         PIC X(9).
       01  WS-MEMBRES-NB          PIC 9(4) VALUE 0.
       01  WS-MEMBRES-MAX         PIC 9(4) VALUE 2000.
       01  WS-MEMBRES-TABLE.
           05 WS-MEMBRE-ENTRY OCCURS 2000 TIMES.
               10 WS-MBR-USER     PIC 9(9).
               10 WS-MBR-CONSENT  PIC X.
       77  WS-MBR-IDX             PIC 9(4) COMP-5.
       01  WS-CONSENTEMENT.
           05 WS-CONS-USER-ID     PIC 9(9).
           05 WS-CONS-CANAL       PIC X(10).
           05 WS-CONS-FINALITE    PIC X(12).
           05 WS-CONS-DECISION    PIC X.
       77  WS-COUNT-ANTENNES      PIC 9(6) VALUE 0.
       77  WS-COUNT-MEMBRES       PIC 9(6) VALUE 0.
       77  WS-COUNT-SANS-CONSENT  PIC 9(6) VALUE 0.
       77  WS-COUNT-EVENEMENTS    PIC 9(6) VALUE 0.
       77  WS-COUNT-ANNULES       PIC 9(6) VALUE 0.
       77  WS-CODE-RETOUR         PIC S9(4) VALUE 0.
       01  WS-RUN-RECORD.
           05 WS-RUN-PROGRAMME    PIC X(20) VALUE 'ICAL-EXPORT'.
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
           DISPLAY 'CALENDRIERS ICAL DES ACTIVITES A VENIR'
           DISPLAY '=========================================='
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-DEBUT
           MOVE WS-RUN-DEBUT(1:8) TO WS-DATE-JOUR
           MOVE SPACES TO WS-DTSTAMP
           STRING WS-RUN-DEBUT(1:8) 'T' WS-RUN-DEBUT(9:6)
               DELIMITED BY SIZE INTO WS-DTSTAMP
           PERFORM DAL-CONNECT
           PERFORM PUBLIER-ANTENNES
           PERFORM RECENSER-MEMBRES
           PERFORM DAL-END
           PERFORM CONTROLER-CONSENTEMENTS
           PERFORM DAL-CONNECT
           PERFORM PUBLIER-MEMBRES
           PERFORM DAL-END
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-FIN
           MOVE WS-COUNT-EVENEMENTS TO WS-RUN-LUES
           COMPUTE WS-RUN-SAUVEES =
               WS-COUNT-ANTENNES + WS-COUNT-MEMBRES
           MOVE ZERO TO WS-RUN-ERREURS
           MOVE WS-CODE-RETOUR TO WS-RUN-CODE-RETOUR
           CALL 'BATCH-RUN-LOG' USING WS-RUN-RECORD
           DISPLAY '=========================================='
           DISPLAY 'CALENDRIERS ANTENNE:      ' WS-COUNT-ANTENNES
           DISPLAY 'CALENDRIERS MEMBRE:       ' WS-COUNT-MEMBRES
           DISPLAY 'MEMBRES SANS CONSENTEMENT:' WS-COUNT-SANS-CONSENT
           DISPLAY 'EVENEMENTS ECRITS:        ' WS-COUNT-EVENEMENTS
           DISPLAY 'DONT ANNULATIONS:         ' WS-COUNT-ANNULES
           DISPLAY '=========================================='
           MOVE WS-CODE-RETOUR TO RETURN-CODE
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
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CONNECTED-FLAG.
       PUBLIER-ANTENNES.
           EXEC SQL
               DECLARE C_ICAL_ANT CURSOR FOR
               SELECT an.ANTENNE_ID, COALESCE(an.ANTENNE_NOM, ' '),
                      COALESCE(x.ACT_ID, 0), COALESCE(x.NOM, ' '),
                      COALESCE(x.LIEU, ' '), COALESCE(x.TYP, ' '),
                      COALESCE(x.STATUT, 'A'), COALESCE(x.VERS, 0),
                      COALESCE(x.DEBUT, 0), COALESCE(x.FIN, 0)
               FROM ANTENNE an
               LEFT JOIN
                   (SELECT a.ACTIVITE_ID AS ACT_ID,
                           a.ACTIVITE_IDANTENNE AS ANT,
                           a.ACTIVITE_NOM AS NOM,
                           a.ACTIVITE_LIEU AS LIEU,
                           a.ACTIVITE_TYPE AS TYP,
                           a.ACTIVITE_STATUT AS STATUT,
                           a.ACTIVITE_VERSION AS VERS,
                           LEAST(a.ACTIVITE_DATE,
                               COALESCE((SELECT MIN(j.ACTJOUR_DATE)
                                   FROM ACTIVITE_JOUR j
                                   WHERE j.ACTJOUR_ID_ACTIVITE =
                                       a.ACTIVITE_ID),
                                   a.ACTIVITE_DATE)) AS DEBUT,
                           GREATEST(COALESCE(a.ACTIVITE_DATEFIN,
                                             a.ACTIVITE_DATE),
                               COALESCE((SELECT MAX(j.ACTJOUR_DATE)
                                   FROM ACTIVITE_JOUR j
                                   WHERE j.ACTJOUR_ID_ACTIVITE =
                                       a.ACTIVITE_ID),
                                   a.ACTIVITE_DATE)) AS FIN
                    FROM ACTIVITE a
                    WHERE COALESCE(a.ACTIVITE_STATUT, 'A')
                          IN ('A', 'X')) x
                   ON x.ANT = an.ANTENNE_ID
                   AND x.FIN >= :WS-DATE-JOUR
               WHERE COALESCE(an.ANTENNE_STATUT, 'A') <> 'F'
               ORDER BY an.ANTENNE_ID, 9, 3
           END-EXEC
           EXEC SQL OPEN C_ICAL_ANT END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_ICAL_ANT INTO
                       :WS-ANTENNE-ID, :WS-ANTENNE-NOM,
                       :WS-EVT-ACTIVITE, :WS-EVT-NOM, :WS-EVT-LIEU,
                       :WS-EVT-TYPE, :WS-EVT-STATUT, :WS-EVT-VERSION,
                       :WS-EVT-DEBUT, :WS-EVT-FIN
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM TRAITER-LIGNE-ANTENNE
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 4 TO WS-CODE-RETOUR
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           PERFORM FERMER-CALENDRIER
           EXEC SQL CLOSE C_ICAL_ANT END-EXEC.
       TRAITER-LIGNE-ANTENNE.
           IF WS-ANTENNE-ID NOT = WS-ANTENNE-COURANTE
               PERFORM FERMER-CALENDRIER
               MOVE WS-ANTENNE-ID TO WS-ANTENNE-COURANTE
               MOVE SPACES TO WS-ICAL-NOM
               STRING 'ICAL-ANTENNE-' WS-ANTENNE-ID '.ics'
                   DELIMITED BY SIZE INTO WS-ICAL-NOM
               PERFORM OUVRIR-CALENDRIER
               IF WS-ICAL-OUVERT = 'Y'
                   ADD 1 TO WS-COUNT-ANTENNES
               END-IF
           END-IF
           IF WS-EVT-ACTIVITE NOT = ZERO
               MOVE 'I' TO WS-EVT-INSCRIPTION
               PERFORM ECRIRE-EVENEMENT
           END-IF.
       RECENSER-MEMBRES.
           EXEC SQL
               DECLARE C_ICAL_MBR CURSOR FOR
               SELECT DISTINCT p.PARTICIPATION_ID_USER
               FROM PARTICIPATION p
               INNER JOIN ACTIVITE a
                   ON a.ACTIVITE_ID = p.PARTICIPATION_ID_ACTIVITE
               WHERE COALESCE(a.ACTIVITE_STATUT, 'A') IN ('A', 'X')
               AND GREATEST(COALESCE(a.ACTIVITE_DATEFIN,
                                     a.ACTIVITE_DATE),
                   COALESCE((SELECT MAX(j.ACTJOUR_DATE)
                       FROM ACTIVITE_JOUR j
                       WHERE j.ACTJOUR_ID_ACTIVITE = a.ACTIVITE_ID),
                       a.ACTIVITE_DATE)) >= :WS-DATE-JOUR
               ORDER BY 1
           END-EXEC
           EXEC SQL OPEN C_ICAL_MBR END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_ICAL_MBR INTO :WS-MEMBRE-ID
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       IF WS-MEMBRES-NB < WS-MEMBRES-MAX
                           ADD 1 TO WS-MEMBRES-NB
                           MOVE WS-MEMBRE-ID
                               TO WS-MBR-USER(WS-MEMBRES-NB)
                           MOVE 'N' TO WS-MBR-CONSENT(WS-MEMBRES-NB)
                       ELSE
                           DISPLAY 'ATTENTION: TABLE DES MEMBRES'
                               ' PLEINE - MEMBRE ' WS-MEMBRE-ID
                               ' NON TRAITE'
                           MOVE 4 TO WS-CODE-RETOUR
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 4 TO WS-CODE-RETOUR
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_ICAL_MBR END-EXEC.
       CONTROLER-CONSENTEMENTS.
           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                   UNTIL WS-MBR-IDX > WS-MEMBRES-NB
               INITIALIZE WS-CONSENTEMENT
               MOVE WS-MBR-USER(WS-MBR-IDX) TO WS-CONS-USER-ID
               MOVE 'CALENDRIER' TO WS-CONS-CANAL
               MOVE 'NOTIFICATION' TO WS-CONS-FINALITE
               CALL 'CONSENTEMENT-CHECK' USING WS-CONSENTEMENT
               IF WS-CONS-DECISION = 'Y'
                   MOVE 'Y' TO WS-MBR-CONSENT(WS-MBR-IDX)
               ELSE
                   ADD 1 TO WS-COUNT-SANS-CONSENT
               END-IF
           END-PERFORM.
       PUBLIER-MEMBRES.
           EXEC SQL
               DECLARE C_ICAL_PART CURSOR FOR
               SELECT a.ACTIVITE_ID, a.ACTIVITE_NOM,
                      COALESCE(a.ACTIVITE_LIEU, ' '),
                      COALESCE(a.ACTIVITE_TYPE, ' '),
                      COALESCE(a.ACTIVITE_STATUT, 'A'),
                      COALESCE(p.PARTICIPATION_STATUT, 'I'),
                      COALESCE(a.ACTIVITE_VERSION, 0),
                      LEAST(a.ACTIVITE_DATE,
                          COALESCE((SELECT MIN(j.ACTJOUR_DATE)
                              FROM ACTIVITE_JOUR j
                              WHERE j.ACTJOUR_ID_ACTIVITE =
                                  a.ACTIVITE_ID),
                              a.ACTIVITE_DATE)),
                      GREATEST(COALESCE(a.ACTIVITE_DATEFIN,
                                        a.ACTIVITE_DATE),
                          COALESCE((SELECT MAX(j.ACTJOUR_DATE)
                              FROM ACTIVITE_JOUR j
                              WHERE j.ACTJOUR_ID_ACTIVITE =
                                  a.ACTIVITE_ID),
                              a.ACTIVITE_DATE))
               FROM PARTICIPATION p
               INNER JOIN ACTIVITE a
                   ON a.ACTIVITE_ID = p.PARTICIPATION_ID_ACTIVITE
               WHERE p.PARTICIPATION_ID_USER = :WS-MEMBRE-ID
               AND COALESCE(a.ACTIVITE_STATUT, 'A') IN ('A', 'X')
               AND GREATEST(COALESCE(a.ACTIVITE_DATEFIN,
                                     a.ACTIVITE_DATE),
                   COALESCE((SELECT MAX(j.ACTJOUR_DATE)
                       FROM ACTIVITE_JOUR j
                       WHERE j.ACTJOUR_ID_ACTIVITE = a.ACTIVITE_ID),
                       a.ACTIVITE_DATE)) >= :WS-DATE-JOUR
               ORDER BY 8, 1
           END-EXEC
           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                   UNTIL WS-MBR-IDX > WS-MEMBRES-NB
               IF WS-MBR-CONSENT(WS-MBR-IDX) = 'Y'
                   MOVE WS-MBR-USER(WS-MBR-IDX) TO WS-MEMBRE-ID
                   PERFORM PUBLIER-MEMBRE
               END-IF
           END-PERFORM.
       PUBLIER-MEMBRE.
           MOVE SPACES TO WS-ICAL-NOM
           STRING 'ICAL-MEMBRE-' WS-MEMBRE-ID '.ics'
               DELIMITED BY SIZE INTO WS-ICAL-NOM
           MOVE 'MES ACTIVITES' TO WS-ANTENNE-NOM
           PERFORM OUVRIR-CALENDRIER
           IF WS-ICAL-OUVERT NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COUNT-MEMBRES
           EXEC SQL OPEN C_ICAL_PART END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 4 TO WS-CODE-RETOUR
               PERFORM FERMER-CALENDRIER
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_ICAL_PART INTO
                       :WS-EVT-ACTIVITE, :WS-EVT-NOM, :WS-EVT-LIEU,
                       :WS-EVT-TYPE, :WS-EVT-STATUT,
                       :WS-EVT-INSCRIPTION, :WS-EVT-VERSION,
                       :WS-EVT-DEBUT, :WS-EVT-FIN
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM ECRIRE-EVENEMENT
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 4 TO WS-CODE-RETOUR
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_ICAL_PART END-EXEC
           PERFORM FERMER-CALENDRIER.
       OUVRIR-CALENDRIER.
           OPEN OUTPUT ICAL-FILE
           IF WS-ICAL-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ' WS-ICAL-NOM ': '
                   WS-ICAL-STATUS
               MOVE 4 TO WS-CODE-RETOUR
               MOVE 'N' TO WS-ICAL-OUVERT
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ICAL-OUVERT
           MOVE 'BEGIN:VCALENDAR' TO ICAL-RECORD
           PERFORM ECRIRE-ICAL
           MOVE 'VERSION:2.0' TO ICAL-RECORD
           PERFORM ECRIRE-ICAL
           MOVE 'PRODID:-//CARBONTRACK//ICAL-EXPORT//FR' TO ICAL-RECORD
           PERFORM ECRIRE-ICAL
           MOVE 'CALSCALE:GREGORIAN' TO ICAL-RECORD
           PERFORM ECRIRE-ICAL
           MOVE 'METHOD:PUBLISH' TO ICAL-RECORD
           PERFORM ECRIRE-ICAL
           INSPECT WS-ANTENNE-NOM REPLACING ALL ';' BY ' '
                                            ALL ',' BY ' '
           MOVE SPACES TO ICAL-RECORD
           STRING 'X-WR-CALNAME:CARBONTRACK ' DELIMITED BY SIZE
               WS-ANTENNE-NOM DELIMITED BY '  '
               INTO ICAL-RECORD
           PERFORM ECRIRE-ICAL.
       FERMER-CALENDRIER.
           IF WS-ICAL-OUVERT = 'Y'
               MOVE 'END:VCALENDAR' TO ICAL-RECORD
               PERFORM ECRIRE-ICAL
               CLOSE ICAL-FILE
               MOVE 'N' TO WS-ICAL-OUVERT
           END-IF.
       ECRIRE-EVENEMENT.
           IF WS-ICAL-OUVERT NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-EVT-FIN < WS-EVT-DEBUT
               MOVE WS-EVT-DEBUT TO WS-EVT-FIN
           END-IF
           COMPUTE WS-EVT-FIN-EXCLUE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-EVT-FIN) + 1)
           COMPUTE WS-EVT-NB-JOURS =
               FUNCTION INTEGER-OF-DATE(WS-EVT-FIN-EXCLUE)
               - FUNCTION INTEGER-OF-DATE(WS-EVT-DEBUT)
           EVALUATE TRUE
               WHEN WS-EVT-STATUT = 'X'
               WHEN WS-EVT-INSCRIPTION = 'X'
                   MOVE 'CANCELLED' TO WS-ICAL-STATUT
                   ADD 1 TO WS-COUNT-ANNULES
               WHEN WS-EVT-INSCRIPTION = 'A'
                   MOVE 'TENTATIVE' TO WS-ICAL-STATUT
               WHEN OTHER
                   MOVE 'CONFIRMED' TO WS-ICAL-STATUT
           END-EVALUATE
           INSPECT WS-EVT-NOM REPLACING ALL ';' BY ' '
                                        ALL ',' BY ' '
           INSPECT WS-EVT-LIEU REPLACING ALL ';' BY ' '
                                         ALL ',' BY ' '
           MOVE 'BEGIN:VEVENT' TO ICAL-RECORD
           PERFORM ECRIRE-ICAL
           MOVE SPACES TO ICAL-RECORD
           STRING 'UID:ACTIVITE-' WS-EVT-ACTIVITE '@carbontrack'
               DELIMITED BY SIZE INTO ICAL-RECORD
           PERFORM ECRIRE-ICAL
           MOVE SPACES TO ICAL-RECORD
           STRING 'DTSTAMP:' WS-DTSTAMP
               DELIMITED BY SIZE INTO ICAL-RECORD
           PERFORM ECRIRE-ICAL
           MOVE WS-EVT-VERSION TO WS-D-SEQUENCE
           MOVE SPACES TO ICAL-RECORD
           STRING 'SEQUENCE:' DELIMITED BY SIZE
               FUNCTION TRIM(WS-D-SEQUENCE) DELIMITED BY SIZE
               INTO ICAL-RECORD
           PERFORM ECRIRE-ICAL
           MOVE SPACES TO ICAL-RECORD
           STRING 'DTSTART;VALUE=DATE:' WS-EVT-DEBUT
               DELIMITED BY SIZE INTO ICAL-RECORD
           PERFORM ECRIRE-ICAL
           MOVE SPACES TO ICAL-RECORD
           STRING 'DTEND;VALUE=DATE:' WS-EVT-FIN-EXCLUE
               DELIMITED BY SIZE INTO ICAL-RECORD
           PERFORM ECRIRE-ICAL
           MOVE SPACES TO ICAL-RECORD
           STRING 'SUMMARY:' DELIMITED BY SIZE
               WS-EVT-NOM DELIMITED BY '  '
               INTO ICAL-RECORD
           PERFORM ECRIRE-ICAL
           IF WS-EVT-LIEU NOT = SPACES
               MOVE SPACES TO ICAL-RECORD
               STRING 'LOCATION:' DELIMITED BY SIZE
                   WS-EVT-LIEU DELIMITED BY '  '
                   INTO ICAL-RECORD
               PERFORM ECRIRE-ICAL
           END-IF
           MOVE WS-EVT-NB-JOURS TO WS-D-NB-JOURS
           MOVE SPACES TO ICAL-RECORD
           STRING 'DESCRIPTION:' DELIMITED BY SIZE
               WS-EVT-TYPE DELIMITED BY '  '
               ' - ' FUNCTION TRIM(WS-D-NB-JOURS) ' JOUR(S)'
               DELIMITED BY SIZE
               INTO ICAL-RECORD
           PERFORM ECRIRE-ICAL
           MOVE SPACES TO ICAL-RECORD
           STRING 'STATUS:' WS-ICAL-STATUT
               DELIMITED BY SIZE INTO ICAL-RECORD
           PERFORM ECRIRE-ICAL
           MOVE 'END:VEVENT' TO ICAL-RECORD
           PERFORM ECRIRE-ICAL
           ADD 1 TO WS-COUNT-EVENEMENTS.
       ECRIRE-ICAL.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ICAL-RECORD TRAILING))
               TO WS-ICAL-LONG
           PERFORM VARYING WS-ICAL-IDX FROM 1 BY 1
                   UNTIL WS-ICAL-IDX > WS-ICAL-LONG
               MOVE ICAL-RECORD(WS-ICAL-IDX:1) TO ICAL-OCTET
               WRITE ICAL-OCTET
           END-PERFORM
           MOVE X'0D' TO ICAL-OCTET
           WRITE ICAL-OCTET
           MOVE X'0A' TO ICAL-OCTET
           WRITE ICAL-OCTET.
       DAL-END.
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
