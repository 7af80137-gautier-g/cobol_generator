       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPENDATA-CARBONE-EXTRACT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPENDATA-FILE ASSIGN TO WS-OPENDATA-NOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENDATA-STATUS.
           SELECT META-FILE ASSIGN TO WS-META-NOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-META-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPENDATA-FILE.
       01  OPENDATA-RECORD        PIC X(150).
       FD  META-FILE.
       01  META-RECORD            PIC X(150).
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-CURSOR-OPEN-FLAG    PIC X VALUE 'N'.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
       77  WS-OPENDATA-STATUS     PIC X(2) VALUE '00'.
       77  WS-META-STATUS         PIC X(2) VALUE '00'.
       77  WS-ARG-ANNEE           PIC X(4) VALUE SPACES.
       01  WS-OPENDATA-NOM        PIC X(40).
       01  WS-META-NOM            PIC X(40).
       01  WS-ANNEE               PIC 9(4).
       01  WS-DATE-DEBUT          PIC 9(8).
       01  WS-DATE-FIN            PIC 9(8).
       01  WS-HORODATAGE          PIC X(14).
       01  WS-SEUIL               PIC 9(5) VALUE 10.
       01  WS-PARAMETRE.
           05 PARAM-DOMAINE       PIC X(12).
           05 PARAM-CLE           PIC X(20).
           05 PARAM-VALEUR        PIC X(20).
           05 PARAM-TROUVE        PIC X.
       01  WS-CELLULE.
           05 WS-CEL-REGION       PIC X(50).
           05 WS-CEL-MOIS         PIC 9(6).
           05 WS-CEL-TYPE         PIC X(20).
           05 WS-CEL-MODE         PIC 9(2).
           05 WS-CEL-NB-ACT       PIC 9(9).
           05 WS-CEL-NB-PART      PIC 9(9).
           05 WS-CEL-EMPREINTE    PIC S9(11)V9(4).
       01  WS-GROUPE.
           05 WS-GRP-REGION       PIC X(50) VALUE SPACES.
           05 WS-GRP-MOIS         PIC 9(6) VALUE 0.
           05 WS-GRP-TYPE         PIC X(20) VALUE SPACES.
       01  WS-GROUPE-ACTIF        PIC X VALUE 'N'.
       01  WS-RESIDU.
           05 WS-RES-NB-CELLULES  PIC 9(5) VALUE 0.
           05 WS-RES-NB-ACT       PIC 9(9) VALUE 0.
           05 WS-RES-NB-PART      PIC 9(9) VALUE 0.
           05 WS-RES-EMPREINTE    PIC S9(11)V9(4) VALUE 0.
       01  WS-FACTEUR.
           05 WS-FACT-DOMAINE     PIC X(12).
           05 WS-FACT-CODE        PIC 9(2).
           05 WS-FACT-VALEUR      PIC 9(3)V9(4).
           05 WS-FACT-DEBUT       PIC 9(8).
           05 WS-FACT-FIN         PIC 9(8).
       01  WS-COUNT-LIGNES        PIC 9(6) VALUE 0.
       01  WS-COUNT-REGROUPEES    PIC 9(6) VALUE 0.
       01  WS-COUNT-SUPPRIMEES    PIC 9(6) VALUE 0.
       01  WS-COUNT-FACTEURS      PIC 9(6) VALUE 0.
       01  WS-TOT-PARTICIPANTS    PIC 9(11) VALUE 0.
       01  WS-TOT-EMPREINTE       PIC S9(13)V9(4) VALUE 0.
       01  WS-SORTIE-MODE         PIC X(2).
       01  WS-D-MOIS              PIC 9(6).
       01  WS-D-NB-ACT            PIC Z(8)9.
       01  WS-D-NB-PART           PIC Z(8)9.
       01  WS-D-EMPREINTE         PIC -(11)9.9999.
       01  WS-D-COMPTEUR          PIC Z(5)9.
       01  WS-D-SEUIL             PIC Z(4)9.
       01  WS-D-VALEUR            PIC ZZ9.9999.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'PUBLICATION OPEN DATA DES EMPREINTES'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-ANNEE FROM ARGUMENT-VALUE
           IF WS-ARG-ANNEE NOT NUMERIC
               DISPLAY 'USAGE: ANNEE (AAAA)'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-ANNEE TO WS-ANNEE
           COMPUTE WS-DATE-DEBUT = WS-ANNEE * 10000 + 101
           COMPUTE WS-DATE-FIN = WS-ANNEE * 10000 + 1231
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HORODATAGE
           INITIALIZE WS-PARAMETRE
           MOVE 'OPENDATA' TO PARAM-DOMAINE
           MOVE 'SEUIL_PARTICIPANTS' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-SEUIL = FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF
           IF WS-SEUIL < 2
               MOVE 2 TO WS-SEUIL
           END-IF
           DISPLAY 'SEUIL DE DIFFUSION: ' WS-SEUIL ' PARTICIPANTS'
           MOVE SPACES TO WS-OPENDATA-NOM
           STRING 'OPENDATA-CARBONE-' WS-ANNEE '.CSV'
               DELIMITED BY SIZE INTO WS-OPENDATA-NOM
           MOVE SPACES TO WS-META-NOM
           STRING 'OPENDATA-CARBONE-' WS-ANNEE '.META'
               DELIMITED BY SIZE INTO WS-META-NOM
           OPEN OUTPUT OPENDATA-FILE
           IF WS-OPENDATA-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FICHIER: ' WS-OPENDATA-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT META-FILE
           IF WS-META-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FICHIER: ' WS-META-STATUS
               CLOSE OPENDATA-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM DAL-CONNECT
           MOVE SPACES TO OPENDATA-RECORD
           STRING 'REGION;MOIS;TYPE_ACTIVITE;MODE_TRANSPORT;'
               'NB_ACTIVITES;NB_PARTICIPANTS;EMPREINTE_KGCO2E'
               DELIMITED BY SIZE INTO OPENDATA-RECORD
           WRITE OPENDATA-RECORD
           PERFORM TRAITER-CELLULES
           PERFORM ECRIRE-METADONNEES
           PERFORM DAL-END
           CLOSE OPENDATA-FILE
           CLOSE META-FILE
           DISPLAY '=========================================='
           DISPLAY 'LIGNES PUBLIEES:       ' WS-COUNT-LIGNES
           DISPLAY 'CELLULES REGROUPEES:   ' WS-COUNT-REGROUPEES
           DISPLAY 'CELLULES SUPPRIMEES:   ' WS-COUNT-SUPPRIMEES
           DISPLAY 'PARTICIPANTS PUBLIES:  ' WS-TOT-PARTICIPANTS
           DISPLAY 'EMPREINTE PUBLIEE:     ' WS-TOT-EMPREINTE
           DISPLAY 'FICHIERS ' WS-OPENDATA-NOM
           DISPLAY '         ' WS-META-NOM
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
               CLOSE OPENDATA-FILE
               CLOSE META-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CONNECTED-FLAG.
       TRAITER-CELLULES.
           EXEC SQL
               DECLARE C_OPENDATA CURSOR FOR
               SELECT COALESCE(an.ANTENNE_REGION, 'NON RENSEIGNEE'),
                      CAST(a.ACTIVITE_DATE / 100 AS INTEGER),
                      COALESCE(a.ACTIVITE_TYPE, 'NON RENSEIGNE'),
                      CASE WHEN p.PARTICIPATION_MODE_TRANSPORT
                                BETWEEN 0 AND 5
                           THEN p.PARTICIPATION_MODE_TRANSPORT
                           ELSE COALESCE(a.ACTIVITE_MODETRANSPORT, 0)
                      END,
                      COUNT(DISTINCT a.ACTIVITE_ID),
                      COUNT(*),
                      COALESCE(SUM(COALESCE(
                          a.ACTIVITE_EMPREINTETOTALE, 0)
                          / n.NB_PART), 0)
               FROM ACTIVITE a
               INNER JOIN PARTICIPATION p
                   ON p.PARTICIPATION_ID_ACTIVITE = a.ACTIVITE_ID
               INNER JOIN
                   (SELECT PARTICIPATION_ID_ACTIVITE AS ID_ACT,
                           COUNT(*) AS NB_PART
                    FROM PARTICIPATION
                    WHERE COALESCE(PARTICIPATION_STATUT, 'I')
                          IN ('I', 'P')
                    GROUP BY PARTICIPATION_ID_ACTIVITE) n
                   ON n.ID_ACT = a.ACTIVITE_ID
               LEFT JOIN ANTENNE an
                   ON an.ANTENNE_ID = a.ACTIVITE_IDANTENNE
               WHERE a.ACTIVITE_DATE BETWEEN :WS-DATE-DEBUT
                   AND :WS-DATE-FIN
               AND COALESCE(a.ACTIVITE_STATUT, 'A') <> 'X'
               AND COALESCE(p.PARTICIPATION_STATUT, 'I') IN ('I', 'P')
               GROUP BY 1, 2, 3, 4
               ORDER BY 1, 2, 3, 4
           END-EXEC
           EXEC SQL OPEN C_OPENDATA END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               CLOSE OPENDATA-FILE
               CLOSE META-FILE
               PERFORM DAL-END
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_OPENDATA INTO
                       :WS-CEL-REGION, :WS-CEL-MOIS, :WS-CEL-TYPE,
                       :WS-CEL-MODE, :WS-CEL-NB-ACT, :WS-CEL-NB-PART,
                       :WS-CEL-EMPREINTE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM TRAITER-CELLULE
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           PERFORM FERMER-GROUPE
           EXEC SQL CLOSE C_OPENDATA END-EXEC
           MOVE 'N' TO WS-CURSOR-OPEN-FLAG.
       TRAITER-CELLULE.
           IF WS-GROUPE-ACTIF = 'Y'
               AND (WS-CEL-REGION NOT = WS-GRP-REGION
                    OR WS-CEL-MOIS NOT = WS-GRP-MOIS
                    OR WS-CEL-TYPE NOT = WS-GRP-TYPE)
               PERFORM FERMER-GROUPE
           END-IF
           IF WS-GROUPE-ACTIF = 'N'
               MOVE WS-CEL-REGION TO WS-GRP-REGION
               MOVE WS-CEL-MOIS TO WS-GRP-MOIS
               MOVE WS-CEL-TYPE TO WS-GRP-TYPE
               INITIALIZE WS-RESIDU
               MOVE 'Y' TO WS-GROUPE-ACTIF
           END-IF
           IF WS-CEL-NB-PART < WS-SEUIL
               ADD 1 TO WS-RES-NB-CELLULES
               ADD WS-CEL-NB-ACT TO WS-RES-NB-ACT
               ADD WS-CEL-NB-PART TO WS-RES-NB-PART
               ADD WS-CEL-EMPREINTE TO WS-RES-EMPREINTE
           ELSE
               MOVE WS-CEL-MODE TO WS-SORTIE-MODE
               PERFORM ECRIRE-LIGNE
           END-IF.
       FERMER-GROUPE.
           IF WS-GROUPE-ACTIF = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-GROUPE-ACTIF
           IF WS-RES-NB-CELLULES = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-RES-NB-PART < WS-SEUIL
               ADD WS-RES-NB-CELLULES TO WS-COUNT-SUPPRIMEES
               EXIT PARAGRAPH
           END-IF
           ADD WS-RES-NB-CELLULES TO WS-COUNT-REGROUPEES
           MOVE WS-GRP-REGION TO WS-CEL-REGION
           MOVE WS-GRP-MOIS TO WS-CEL-MOIS
           MOVE WS-GRP-TYPE TO WS-CEL-TYPE
           MOVE WS-RES-NB-ACT TO WS-CEL-NB-ACT
           MOVE WS-RES-NB-PART TO WS-CEL-NB-PART
           MOVE WS-RES-EMPREINTE TO WS-CEL-EMPREINTE
           MOVE 'RG' TO WS-SORTIE-MODE
           PERFORM ECRIRE-LIGNE.
       ECRIRE-LIGNE.
           MOVE WS-CEL-MOIS TO WS-D-MOIS
           MOVE WS-CEL-NB-ACT TO WS-D-NB-ACT
           MOVE WS-CEL-NB-PART TO WS-D-NB-PART
           MOVE WS-CEL-EMPREINTE TO WS-D-EMPREINTE
           MOVE SPACES TO OPENDATA-RECORD
           STRING WS-CEL-REGION DELIMITED BY '  '
               ';' WS-D-MOIS ';' DELIMITED BY SIZE
               WS-CEL-TYPE DELIMITED BY '  '
               ';' WS-SORTIE-MODE
               ';' WS-D-NB-ACT
               ';' WS-D-NB-PART
               ';' WS-D-EMPREINTE DELIMITED BY SIZE
               INTO OPENDATA-RECORD
           WRITE OPENDATA-RECORD
           ADD 1 TO WS-COUNT-LIGNES
           ADD WS-CEL-NB-PART TO WS-TOT-PARTICIPANTS
           ADD WS-CEL-EMPREINTE TO WS-TOT-EMPREINTE.
       ECRIRE-METADONNEES.
           MOVE SPACES TO META-RECORD
           STRING 'JEU_DE_DONNEES;EMPREINTE CARBONE DES ACTIVITES '
               WS-ANNEE DELIMITED BY SIZE INTO META-RECORD
           WRITE META-RECORD
           MOVE SPACES TO META-RECORD
           STRING 'FICHIER;' WS-OPENDATA-NOM
               DELIMITED BY SIZE INTO META-RECORD
           WRITE META-RECORD
           MOVE SPACES TO META-RECORD
           STRING 'DATE_GENERATION;' WS-HORODATAGE
               DELIMITED BY SIZE INTO META-RECORD
           WRITE META-RECORD
           MOVE SPACES TO META-RECORD
           STRING 'PERIODE;' WS-DATE-DEBUT '-' WS-DATE-FIN
               DELIMITED BY SIZE INTO META-RECORD
           WRITE META-RECORD
           MOVE 'SEPARATEUR;POINT-VIRGULE, DECIMALE POINT'
               TO META-RECORD
           WRITE META-RECORD
           MOVE WS-SEUIL TO WS-D-SEUIL
           MOVE SPACES TO META-RECORD
           STRING 'SEUIL_DIFFUSION;' WS-D-SEUIL ' PARTICIPANTS'
               DELIMITED BY SIZE INTO META-RECORD
           WRITE META-RECORD
           MOVE WS-COUNT-LIGNES TO WS-D-COMPTEUR
           MOVE SPACES TO META-RECORD
           STRING 'NB_LIGNES;' WS-D-COMPTEUR
               DELIMITED BY SIZE INTO META-RECORD
           WRITE META-RECORD
           MOVE WS-COUNT-REGROUPEES TO WS-D-COMPTEUR
           MOVE SPACES TO META-RECORD
           STRING 'CELLULES_REGROUPEES;' WS-D-COMPTEUR
               DELIMITED BY SIZE INTO META-RECORD
           WRITE META-RECORD
           MOVE WS-COUNT-SUPPRIMEES TO WS-D-COMPTEUR
           MOVE SPACES TO META-RECORD
           STRING 'CELLULES_SUPPRIMEES;' WS-D-COMPTEUR
               DELIMITED BY SIZE INTO META-RECORD
           WRITE META-RECORD
           MOVE 'COLONNE;REGION;REGION DE L''ANTENNE ORGANISATRICE'
               TO META-RECORD
           WRITE META-RECORD
           MOVE 'COLONNE;MOIS;MOIS DE L''ACTIVITE (AAAAMM)'
               TO META-RECORD
           WRITE META-RECORD
           MOVE 'COLONNE;TYPE_ACTIVITE;TYPE D''ACTIVITE'
               TO META-RECORD
           WRITE META-RECORD
           MOVE SPACES TO META-RECORD
           STRING 'COLONNE;MODE_TRANSPORT;CODE MODE 00-05 (FACTEURS'
               ' TRANSPORT), RG = MODES REGROUPES SOUS LE SEUIL'
               DELIMITED BY SIZE INTO META-RECORD
           WRITE META-RECORD
           MOVE 'COLONNE;NB_ACTIVITES;ACTIVITES NON ANNULEES'
               TO META-RECORD
           WRITE META-RECORD
           MOVE 'COLONNE;NB_PARTICIPANTS;INSCRITS ET PRESENTS'
               TO META-RECORD
           WRITE META-RECORD
           MOVE SPACES TO META-RECORD
           STRING 'COLONNE;EMPREINTE_KGCO2E;EMPREINTE DES ACTIVITES'
               ' REPARTIE A PARTS EGALES ENTRE PARTICIPANTS'
               DELIMITED BY SIZE INTO META-RECORD
           WRITE META-RECORD
           MOVE SPACES TO META-RECORD
           STRING 'REGLE;CELLULE SOUS LE SEUIL REGROUPEE PAR REGION,'
               ' MOIS ET TYPE; RESIDU SOUS LE SEUIL SUPPRIME'
               DELIMITED BY SIZE INTO META-RECORD
           WRITE META-RECORD
           MOVE SPACES TO META-RECORD
           STRING 'REGLE;AUCUN IDENTIFIANT DE MEMBRE, D''ANTENNE OU'
               ' D''ACTIVITE N''EST PUBLIE'
               DELIMITED BY SIZE INTO META-RECORD
           WRITE META-RECORD
           PERFORM ECRIRE-MILLESIMES.
       ECRIRE-MILLESIMES.
           EXEC SQL
               DECLARE C_OPENDATA_FACT CURSOR FOR
               SELECT FACT_DOMAINE, FACT_CODE, FACT_VALEUR,
                      FACT_DEBUT, FACT_FIN
               FROM FACTEUR_EMISSION
               WHERE FACT_DEBUT <= :WS-DATE-FIN
               AND FACT_FIN >= :WS-DATE-DEBUT
               ORDER BY FACT_DOMAINE, FACT_CODE, FACT_DEBUT
           END-EXEC
           EXEC SQL OPEN C_OPENDATA_FACT END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN FACTEURS: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_OPENDATA_FACT INTO
                       :WS-FACT-DOMAINE, :WS-FACT-CODE,
                       :WS-FACT-VALEUR, :WS-FACT-DEBUT, :WS-FACT-FIN
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-COUNT-FACTEURS
                       MOVE WS-FACT-VALEUR TO WS-D-VALEUR
                       MOVE SPACES TO META-RECORD
                       STRING 'FACTEUR;' WS-FACT-DOMAINE
                           DELIMITED BY SPACE
                           ';' WS-FACT-CODE ';' WS-D-VALEUR
                           ';' WS-FACT-DEBUT ';' WS-FACT-FIN
                           DELIMITED BY SIZE INTO META-RECORD
                       WRITE META-RECORD
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH FACTEURS: SQLCODE='
                           SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE C_OPENDATA_FACT END-EXEC
           IF WS-COUNT-FACTEURS = ZERO
               MOVE SPACES TO META-RECORD
               STRING 'FACTEUR;VALEURS PAR DEFAUT DES PROGRAMMES DE'
                   ' CALCUL'
                   DELIMITED BY SIZE INTO META-RECORD
               WRITE META-RECORD
           END-IF.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_OPENDATA END-EXEC
               MOVE 'N' TO WS-CURSOR-OPEN-FLAG
           END-IF
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
