       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCOPE-CARBON-REPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-CURSOR-OPEN-FLAG    PIC X VALUE 'N'.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
       77  WS-ARG-ANNEE           PIC X(4) VALUE SPACES.
       01  WS-ANNEE               PIC 9(4).
       01  WS-DATE-DEBUT          PIC 9(8).
       01  WS-DATE-FIN            PIC 9(8).
       01  WS-REGION              PIC X(50).
       01  WS-ANTENNE-ID          PIC 9(9).
       01  WS-ANTENNE-NOM         PIC X(50).
       01  WS-SCOPE               PIC 9(1).
       01  WS-CATEGORIE           PIC 9(2).
       01  WS-SOURCE              PIC X(1).
       01  WS-EMPREINTE           PIC S9(11)V9(4).
       01  WS-REGION-COURANTE     PIC X(50) VALUE SPACES.
       01  WS-ANTENNE-COURANTE    PIC 9(9) VALUE 999999999.
       01  WS-ANTENNE-NOM-COUR    PIC X(50) VALUE SPACES.
       01  WS-PREMIERE-LIGNE      PIC X VALUE 'Y'.
       01  WS-ANT-SCOPES-ACT      PIC S9(11)V9(4) VALUE 0.
       01  WS-ANT-DECLARE         PIC S9(11)V9(4) VALUE 0.
       01  WS-ANT-ECART           PIC S9(11)V9(4) VALUE 0.
       77  WS-SCOPE-IDX           PIC 9(1) COMP.
       01  WS-TOTAUX-REGION.
           05 WS-TOT-REG-SCOPE    PIC S9(11)V9(4) OCCURS 4 TIMES.
       01  WS-TOTAUX-GENERAL.
           05 WS-TOT-GEN-SCOPE    PIC S9(11)V9(4) OCCURS 4 TIMES.
       01  WS-TOT-GEN-DECLARE     PIC S9(11)V9(4) VALUE 0.
       01  WS-TOT-GEN-SCOPES-ACT  PIC S9(11)V9(4) VALUE 0.
       77  WS-COUNT-ECARTS        PIC 9(6) VALUE 0.
       01  WS-CATEGORIE-LIB.
           05 PIC X(30) VALUE 'BIENS ET SERVICES ACHETES'.
           05 PIC X(30) VALUE 'BIENS IMMOBILISES'.
           05 PIC X(30) VALUE 'ENERGIE (AMONT)'.
           05 PIC X(30) VALUE 'TRANSPORT AMONT'.
           05 PIC X(30) VALUE 'DECHETS'.
           05 PIC X(30) VALUE 'DEPLACEMENTS PROFESSIONNELS'.
           05 PIC X(30) VALUE 'DEPLACEMENTS DOMICILE-TRAVAIL'.
           05 PIC X(30) VALUE 'ACTIFS EN LEASING AMONT'.
           05 PIC X(30) VALUE 'TRANSPORT AVAL'.
           05 PIC X(30) VALUE 'TRANSFORMATION PRODUITS'.
           05 PIC X(30) VALUE 'UTILISATION PRODUITS'.
           05 PIC X(30) VALUE 'FIN DE VIE PRODUITS'.
           05 PIC X(30) VALUE 'ACTIFS EN LEASING AVAL'.
           05 PIC X(30) VALUE 'FRANCHISES'.
           05 PIC X(30) VALUE 'INVESTISSEMENTS'.
       01  WS-CATEGORIE-TAB REDEFINES WS-CATEGORIE-LIB.
           05 WS-CATEGORIE-NOM    PIC X(30) OCCURS 15 TIMES.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       01  WS-SPOOL-OP            PIC X(4).
       01  WS-SPOOL-TITRE         PIC X(60).
       01  WS-SPOOL-LIGNE         PIC X(132).
       01  WS-ENTETE-COLONNES.
           05 FILLER PIC X(21) VALUE 'REGION'.
           05 FILLER PIC X(25) VALUE 'ANTENNE'.
           05 FILLER PIC X(7)  VALUE 'SCOPE'.
           05 FILLER PIC X(5)  VALUE 'CAT'.
           05 FILLER PIC X(31) VALUE 'CATEGORIE GHG PROTOCOL'.
           05 FILLER PIC X(11) VALUE 'SOURCE'.
           05 FILLER PIC X(16) VALUE '        KGCO2E'.
       01  WS-LIGNE-DETAIL.
           05 LD-REGION           PIC X(20).
           05 FILLER              PIC X.
           05 LD-ANTENNE          PIC X(24).
           05 FILLER              PIC X(3).
           05 LD-SCOPE            PIC 9.
           05 FILLER              PIC X(3).
           05 LD-CATEGORIE        PIC 99.
           05 FILLER              PIC X(3).
           05 LD-LIBELLE          PIC X(30).
           05 FILLER              PIC X.
           05 LD-SOURCE           PIC X(10).
           05 FILLER              PIC X.
           05 LD-EMPREINTE        PIC Z(9)9.9999-.
       01  WS-LIGNE-CONTROLE.
           05 FILLER              PIC X(21) VALUE SPACES.
           05 LC-ANTENNE          PIC X(24).
           05 FILLER              PIC X(16)
               VALUE ' SCOPES ACTIV. :'.
           05 LC-SCOPES           PIC Z(9)9.9999-.
           05 FILLER              PIC X(14) VALUE ' EMPREINTE  : '.
           05 LC-DECLARE          PIC Z(9)9.9999-.
           05 FILLER              PIC X(8) VALUE ' ECART: '.
           05 LC-ECART            PIC Z(9)9.9999-.
       01  WS-LIGNE-SOUS-TOTAL.
           05 FILLER              PIC X(6) VALUE 'TOTAL '.
           05 LS-NIVEAU           PIC X(20).
           05 FILLER              PIC X.
           05 LS-LIBELLE          PIC X(24).
           05 FILLER              PIC X(8) VALUE ' SCOPE '.
           05 LS-SCOPE            PIC X(10).
           05 FILLER              PIC X(3) VALUE ' : '.
           05 LS-EMPREINTE        PIC Z(9)9.9999-.
       01  WS-LIGNE-TOTAL.
           05 FILLER              PIC X(26)
               VALUE 'RAPPROCHEMENT GENERAL   :'.
           05 FILLER              PIC X(8) VALUE 'SCOPES '.
           05 LT-SCOPES           PIC Z(9)9.9999-.
           05 FILLER              PIC X(13) VALUE ' EMPREINTE : '.
           05 LT-DECLARE          PIC Z(9)9.9999-.
           05 FILLER              PIC X(9) VALUE ' ECARTS: '.
           05 LT-ECARTS           PIC Z(5)9.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           DISPLAY 'RAPPORT EMPREINTE PAR SCOPE GHG PROTOCOL'
           DISPLAY '=========================================='
           ACCEPT WS-ARG-ANNEE FROM ARGUMENT-VALUE
           IF WS-ARG-ANNEE = SPACES OR WS-ARG-ANNEE NOT NUMERIC
               DISPLAY 'USAGE: ANNEE (AAAA)'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ARG-ANNEE TO WS-ANNEE
           COMPUTE WS-DATE-DEBUT = WS-ANNEE * 10000 + 101
           COMPUTE WS-DATE-FIN = WS-ANNEE * 10000 + 1231
           INITIALIZE WS-TOTAUX-REGION
           INITIALIZE WS-TOTAUX-GENERAL
           MOVE SPACES TO WS-SPOOL-TITRE
           STRING 'SCOPE-CARBON-REPORT ' DELIMITED BY SIZE
               WS-ANNEE DELIMITED BY SIZE
               INTO WS-SPOOL-TITRE
           END-STRING
           PERFORM OUVRIR-SPOOL
           PERFORM DAL-CONNECT
           PERFORM OPEN-SCOPE-CURSOR
           PERFORM FETCH-SCOPE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               PERFORM TRAITER-LIGNE-SCOPE
               PERFORM FETCH-SCOPE
           END-PERFORM
           IF WS-PREMIERE-LIGNE = 'N'
               PERFORM EDITER-CONTROLE-ANTENNE
               PERFORM EDITER-TOTAL-REGION
           END-IF
           PERFORM EDITER-TOTAL-GENERAL
           PERFORM FERMER-SPOOL
           PERFORM DAL-END
           DISPLAY 'ANTENNES AVEC ECART DE RAPPROCHEMENT: '
               WS-COUNT-ECARTS
           IF WS-COUNT-ECARTS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
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
       OPEN-SCOPE-CURSOR.
           EXEC SQL
               DECLARE C_SCOPE CURSOR FOR
               SELECT an.ANTENNE_REGION, an.ANTENNE_ID,
                      an.ANTENNE_NOM, t.T_SCOPE, t.T_CATEG,
                      t.T_SOURCE, SUM(t.T_KG)
               FROM
                 (SELECT a.ACTIVITE_IDANTENNE AS T_ANT,
                         s.AES_SCOPE AS T_SCOPE,
                         s.AES_CATEGORIE AS T_CATEG,
                         'A' AS T_SOURCE,
                         s.AES_EMPREINTE AS T_KG
                  FROM ACTIVITE_EMPREINTE_SCOPE s
                  INNER JOIN ACTIVITE a
                      ON a.ACTIVITE_ID = s.AES_ACTIVITE_ID
                  WHERE a.ACTIVITE_DATE BETWEEN :WS-DATE-DEBUT
                      AND :WS-DATE-FIN
                  UNION ALL
                  SELECT e.EA_IDANTENNE,
                         COALESCE(f.FS_SCOPE, 0),
                         COALESCE(f.FS_CATEGORIE, 0),
                         'P',
                         e.EA_EMPREINTE
                  FROM EMISSION_ACHAT e
                  LEFT JOIN FACTEUR_SCOPE f
                      ON f.FS_DOMAINE = 'ACHATS'
                      AND f.FS_CODE = e.EA_FACT_CODE
                  WHERE e.EA_DATE BETWEEN :WS-DATE-DEBUT
                      AND :WS-DATE-FIN
                  UNION ALL
                  SELECT a.ACTIVITE_IDANTENNE, 9, 99, 'T',
                         COALESCE(a.ACTIVITE_EMPREINTETOTALE, 0)
                  FROM ACTIVITE a
                  WHERE a.ACTIVITE_DATE BETWEEN :WS-DATE-DEBUT
                      AND :WS-DATE-FIN) t
               INNER JOIN ANTENNE an
                   ON an.ANTENNE_ID = t.T_ANT
               GROUP BY an.ANTENNE_REGION, an.ANTENNE_ID,
                        an.ANTENNE_NOM, t.T_SCOPE, t.T_CATEG,
                        t.T_SOURCE
               ORDER BY an.ANTENNE_REGION, an.ANTENNE_ID,
                        t.T_SCOPE, t.T_CATEG, t.T_SOURCE
           END-EXEC
           EXEC SQL OPEN C_SCOPE END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN: SQLCODE=' SQLCODE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-CURSOR-OPEN-FLAG.
       FETCH-SCOPE.
           EXEC SQL
               FETCH C_SCOPE INTO
                   :WS-REGION, :WS-ANTENNE-ID, :WS-ANTENNE-NOM,
                   :WS-SCOPE, :WS-CATEGORIE, :WS-SOURCE,
                   :WS-EMPREINTE
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN 100
                   MOVE 'Y' TO WS-END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERREUR FETCH: SQLCODE=' SQLCODE
                   MOVE 'Y' TO WS-END-OF-FILE
           END-EVALUATE.
       TRAITER-LIGNE-SCOPE.
           IF WS-PREMIERE-LIGNE = 'Y'
               MOVE 'N' TO WS-PREMIERE-LIGNE
               MOVE WS-REGION TO WS-REGION-COURANTE
               MOVE WS-ANTENNE-ID TO WS-ANTENNE-COURANTE
               MOVE WS-ANTENNE-NOM TO WS-ANTENNE-NOM-COUR
           END-IF
           IF WS-ANTENNE-ID NOT = WS-ANTENNE-COURANTE
               OR WS-REGION NOT = WS-REGION-COURANTE
               PERFORM EDITER-CONTROLE-ANTENNE
               MOVE WS-ANTENNE-ID TO WS-ANTENNE-COURANTE
               MOVE WS-ANTENNE-NOM TO WS-ANTENNE-NOM-COUR
           END-IF
           IF WS-REGION NOT = WS-REGION-COURANTE
               PERFORM EDITER-TOTAL-REGION
               MOVE WS-REGION TO WS-REGION-COURANTE
           END-IF
           IF WS-SOURCE = 'T'
               ADD WS-EMPREINTE TO WS-ANT-DECLARE
               EXIT PARAGRAPH
           END-IF
           IF WS-SOURCE = 'A'
               ADD WS-EMPREINTE TO WS-ANT-SCOPES-ACT
           END-IF
           COMPUTE WS-SCOPE-IDX = WS-SCOPE + 1
           ADD WS-EMPREINTE TO WS-TOT-REG-SCOPE(WS-SCOPE-IDX)
           ADD WS-EMPREINTE TO WS-TOT-GEN-SCOPE(WS-SCOPE-IDX)
           MOVE WS-REGION TO LD-REGION
           MOVE WS-ANTENNE-NOM TO LD-ANTENNE
           MOVE WS-SCOPE TO LD-SCOPE
           MOVE WS-CATEGORIE TO LD-CATEGORIE
           EVALUATE TRUE
               WHEN WS-SCOPE = 0
                   MOVE 'NON CLASSE' TO LD-LIBELLE
               WHEN WS-SCOPE = 1
                   MOVE 'EMISSIONS DIRECTES' TO LD-LIBELLE
               WHEN WS-SCOPE = 2
                   MOVE 'ENERGIE INDIRECTE' TO LD-LIBELLE
               WHEN WS-CATEGORIE >= 1 AND WS-CATEGORIE <= 15
                   MOVE WS-CATEGORIE-NOM(WS-CATEGORIE) TO LD-LIBELLE
               WHEN OTHER
                   MOVE 'AUTRES EMISSIONS INDIRECTES' TO LD-LIBELLE
           END-EVALUATE
           IF WS-SOURCE = 'P'
               MOVE 'ACHATS' TO LD-SOURCE
           ELSE
               MOVE 'ACTIVITES' TO LD-SOURCE
           END-IF
           MOVE WS-EMPREINTE TO LD-EMPREINTE
           MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE.
       EDITER-CONTROLE-ANTENNE.
           COMPUTE WS-ANT-ECART = WS-ANT-SCOPES-ACT - WS-ANT-DECLARE
           MOVE WS-ANTENNE-NOM-COUR TO LC-ANTENNE
           MOVE WS-ANT-SCOPES-ACT TO LC-SCOPES
           MOVE WS-ANT-DECLARE TO LC-DECLARE
           MOVE WS-ANT-ECART TO LC-ECART
           MOVE WS-LIGNE-CONTROLE TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE
           IF WS-ANT-ECART NOT = ZERO
               ADD 1 TO WS-COUNT-ECARTS
               DISPLAY 'ECART RAPPROCHEMENT ANTENNE '
                   WS-ANTENNE-COURANTE
           END-IF
           ADD WS-ANT-SCOPES-ACT TO WS-TOT-GEN-SCOPES-ACT
           ADD WS-ANT-DECLARE TO WS-TOT-GEN-DECLARE
           MOVE 0 TO WS-ANT-SCOPES-ACT
           MOVE 0 TO WS-ANT-DECLARE.
       EDITER-TOTAL-REGION.
           PERFORM VARYING WS-SCOPE-IDX FROM 1 BY 1
                   UNTIL WS-SCOPE-IDX > 4
               MOVE 'REGION' TO LS-NIVEAU
               MOVE WS-REGION-COURANTE TO LS-LIBELLE
               PERFORM LIBELLE-SCOPE-TOTAL
               MOVE WS-TOT-REG-SCOPE(WS-SCOPE-IDX) TO LS-EMPREINTE
               MOVE WS-LIGNE-SOUS-TOTAL TO WS-SPOOL-LIGNE
               PERFORM ECRIRE-SPOOL-LIGNE
           END-PERFORM
           INITIALIZE WS-TOTAUX-REGION.
       EDITER-TOTAL-GENERAL.
           PERFORM VARYING WS-SCOPE-IDX FROM 1 BY 1
                   UNTIL WS-SCOPE-IDX > 4
               MOVE 'GENERAL' TO LS-NIVEAU
               MOVE WS-ANNEE TO LS-LIBELLE
               PERFORM LIBELLE-SCOPE-TOTAL
               MOVE WS-TOT-GEN-SCOPE(WS-SCOPE-IDX) TO LS-EMPREINTE
               MOVE WS-LIGNE-SOUS-TOTAL TO WS-SPOOL-LIGNE
               PERFORM ECRIRE-SPOOL-LIGNE
           END-PERFORM
           MOVE WS-TOT-GEN-SCOPES-ACT TO LT-SCOPES
           MOVE WS-TOT-GEN-DECLARE TO LT-DECLARE
           MOVE WS-COUNT-ECARTS TO LT-ECARTS
           MOVE WS-LIGNE-TOTAL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-TOTAL.
       LIBELLE-SCOPE-TOTAL.
           EVALUATE WS-SCOPE-IDX
               WHEN 1
                   MOVE 'NON CLASSE' TO LS-SCOPE
               WHEN 2
                   MOVE '1' TO LS-SCOPE
               WHEN 3
                   MOVE '2' TO LS-SCOPE
               WHEN OTHER
                   MOVE '3' TO LS-SCOPE
           END-EVALUATE.
       DAL-END.
           IF WS-CURSOR-OPEN-FLAG = 'Y'
               EXEC SQL CLOSE C_SCOPE END-EXEC
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
