       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMUNE-LOADER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPORT-FILE ASSIGN TO "COMMUNES-IMPORT.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPORT-STATUS.
           SELECT ERREUR-FILE
               ASSIGN TO "COMMUNES-ERREURS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERREUR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  IMPORT-FILE.
       01  IMPORT-RECORD          PIC X(200).
       FD  ERREUR-FILE.
       01  ERREUR-RECORD          PIC X(200).
       WORKING-STORAGE SECTION.
       01  END-OF-FILE            PIC X VALUE 'N'.
           88  EOF-REACHED        VALUE 'Y'.
       77  OPERATION              PIC X(4).
       77  WS-IMPORT-STATUS       PIC X(2) VALUE '00'.
       77  WS-ERREUR-STATUS       PIC X(2) VALUE '00'.
       77  WS-DAL-EOF             PIC X.
       77  WS-COUNT-LUES          PIC 9(6) VALUE 0.
       77  WS-COUNT-CHARGEES      PIC 9(6) VALUE 0.
       77  WS-COUNT-REJETEES      PIC 9(6) VALUE 0.
       77  WS-LIGNE-VALIDE        PIC X.
       01  WS-CHAMPS.
           05 WS-CH-CODE          PIC X(5).
           05 WS-CH-NOM           PIC X(50).
           05 WS-CH-LATITUDE      PIC X(12).
           05 WS-CH-LONGITUDE     PIC X(12).
       01  WS-COORD               PIC S9(5)V9(6).
       01  WS-ERREUR-LINE.
           05 FILLER              PIC X(6) VALUE 'LIGNE '.
           05 WS-ERR-NUMLIGNE     PIC 9(6).
           05 FILLER              PIC X(3) VALUE ' ; '.
           05 WS-ERR-MOTIF        PIC X(80).
       01  WS-COMMUNE.
           05 COM-CODE            PIC X(5).
           05 COM-NOM             PIC X(50).
           05 COM-LATITUDE        PIC S9(3)V9(6).
           05 COM-LONGITUDE       PIC S9(3)V9(6).
           05 COM-ID-ACTIVITE     PIC 9(9).
           05 COM-ID-USER         PIC 9(9).
           05 COM-DISTANCE        PIC 9(6).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'CHARGEMENT REFERENTIEL DES COMMUNES'
           DISPLAY '=========================================='
           OPEN INPUT IMPORT-FILE
           IF WS-IMPORT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE COMMUNES-IMPORT.CSV: '
                   WS-IMPORT-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ERREUR-FILE
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
           CLOSE IMPORT-FILE
           MOVE 'END ' TO OPERATION
           MOVE 'N' TO WS-DAL-EOF
           CALL 'COMMUNE-DAL-DB' USING OPERATION WS-DAL-EOF
               WS-COMMUNE
           CLOSE ERREUR-FILE
           DISPLAY '=========================================='
           DISPLAY 'LIGNES LUES       : ' WS-COUNT-LUES
           DISPLAY 'COMMUNES CHARGEES : ' WS-COUNT-CHARGEES
           DISPLAY 'LIGNES REJETEES   : ' WS-COUNT-REJETEES
           DISPLAY '=========================================='
           MOVE WS-COUNT-REJETEES TO RETURN-CODE
           GOBACK.

       TRAITER-LIGNE.
           MOVE 'Y' TO WS-LIGNE-VALIDE
           INITIALIZE WS-CHAMPS
           UNSTRING IMPORT-RECORD DELIMITED BY ';'
               INTO WS-CH-CODE WS-CH-NOM WS-CH-LATITUDE
                    WS-CH-LONGITUDE
           END-UNSTRING
           PERFORM VALIDER-LIGNE
           IF WS-LIGNE-VALIDE = 'Y'
               PERFORM ENREGISTRER-COMMUNE
           ELSE
               ADD 1 TO WS-COUNT-REJETEES
           END-IF.

       VALIDER-LIGNE.
           IF WS-CH-CODE = SPACES
               MOVE 'CODE COMMUNE ABSENT' TO WS-ERR-MOTIF
               PERFORM ECRIRE-ERREUR
           END-IF
           IF WS-CH-NOM = SPACES
               MOVE 'NOM COMMUNE ABSENT' TO WS-ERR-MOTIF
               PERFORM ECRIRE-ERREUR
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-CH-LATITUDE) NOT = 0
               MOVE 'LATITUDE NON NUMERIQUE' TO WS-ERR-MOTIF
               PERFORM ECRIRE-ERREUR
           ELSE
               COMPUTE WS-COORD = FUNCTION NUMVAL(WS-CH-LATITUDE)
               IF WS-COORD < -90 OR WS-COORD > 90
                   MOVE 'LATITUDE HORS BORNES' TO WS-ERR-MOTIF
                   PERFORM ECRIRE-ERREUR
               END-IF
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-CH-LONGITUDE) NOT = 0
               MOVE 'LONGITUDE NON NUMERIQUE' TO WS-ERR-MOTIF
               PERFORM ECRIRE-ERREUR
           ELSE
               COMPUTE WS-COORD = FUNCTION NUMVAL(WS-CH-LONGITUDE)
               IF WS-COORD < -180 OR WS-COORD > 180
                   MOVE 'LONGITUDE HORS BORNES' TO WS-ERR-MOTIF
                   PERFORM ECRIRE-ERREUR
               END-IF
           END-IF.

       ENREGISTRER-COMMUNE.
           INITIALIZE WS-COMMUNE
           MOVE WS-CH-CODE TO COM-CODE
           MOVE WS-CH-NOM TO COM-NOM
           COMPUTE COM-LATITUDE = FUNCTION NUMVAL(WS-CH-LATITUDE)
           COMPUTE COM-LONGITUDE = FUNCTION NUMVAL(WS-CH-LONGITUDE)
           MOVE 'SAVE' TO OPERATION
           MOVE 'N' TO WS-DAL-EOF
           CALL 'COMMUNE-DAL-DB' USING OPERATION WS-DAL-EOF
               WS-COMMUNE
           IF WS-DAL-EOF = 'Y'
               MOVE 'ECHEC ENREGISTREMENT COMMUNE' TO WS-ERR-MOTIF
               PERFORM ECRIRE-ERREUR
               ADD 1 TO WS-COUNT-REJETEES
           ELSE
               ADD 1 TO WS-COUNT-CHARGEES
           END-IF.

       ECRIRE-ERREUR.
           MOVE 'N' TO WS-LIGNE-VALIDE
           MOVE WS-COUNT-LUES TO WS-ERR-NUMLIGNE
           MOVE WS-ERREUR-LINE TO ERREUR-RECORD
           WRITE ERREUR-RECORD.
