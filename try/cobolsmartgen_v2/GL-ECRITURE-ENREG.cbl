       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-ECRITURE-ENREG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-GLE-NUMERO          PIC 9(9).
       01  WS-GLE-PIECE           PIC 9(9).
       01  WS-GLE-PERIODE         PIC 9(6).
       01  WS-GLE-JOURNAL         PIC X(2).
       01  WS-GLE-COMPTE          PIC X(8).
       01  WS-GLE-COMPTE-LIB      PIC X(20).
       01  WS-GLE-SENS            PIC X.
       01  WS-GLE-MONTANT         PIC 9(10)V99.
       01  WS-GLE-REFERENCE       PIC X(20).
       01  WS-GLE-LIBELLE         PIC X(30).
       01  WS-GLE-DATE            PIC 9(8).
       01  WS-GLE-DATE-PIECE      PIC 9(8).
       01  WS-GLE-INV-ID          PIC 9(9).
       01  WS-GLE-COMPTE-AUX      PIC X(10).
       01  WS-CUST-ID             PIC 9(9).
       01  WS-GLE-CENTRE          PIC X(10).
       01  WS-AXE-TYPE            PIC X.
       01  WS-AXE-ID              PIC 9(9).
       01  WS-NB-CENTRES          PIC 9(4).
       01  WS-CR-CENTRE           PIC X(10).
       01  WS-CR-POURCENT         PIC 9(3)V99.
       01  WS-NB-CLES             PIC 9(4).
       01  WS-CLE-RANG            PIC 9(4).
       01  WS-GLA-MONTANT         PIC 9(10)V99.
       01  WS-GLA-RESTE           PIC 9(10)V99.
       01  WS-END-OF-FILE         PIC X VALUE 'N'.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       LINKAGE SECTION.
       01  LK-GL-ECRITURE.
           05 GLE-NUMERO          PIC 9(9).
           05 GLE-PIECE           PIC 9(9).
           05 GLE-PERIODE         PIC 9(6).
           05 GLE-JOURNAL         PIC X(2).
           05 GLE-COMPTE          PIC X(8).
           05 GLE-COMPTE-LIB      PIC X(20).
           05 GLE-SENS            PIC X.
           05 GLE-MONTANT         PIC 9(10)V99.
           05 GLE-REFERENCE       PIC X(20).
           05 GLE-LIBELLE         PIC X(30).
           05 GLE-DATE            PIC 9(8).
           05 GLE-DATE-PIECE      PIC 9(8).
           05 GLE-INV-ID          PIC 9(9).
           05 GLE-AUX-DEMANDE     PIC X.
           05 GLE-COMPTE-AUX      PIC X(10).
           05 GLE-RETOUR          PIC X.
           05 GLE-AXE-TYPE        PIC X.
           05 GLE-AXE-ID          PIC 9(9).
           05 GLE-CENTRE          PIC X(10).
       PROCEDURE DIVISION USING LK-GL-ECRITURE.
       MAIN-PROCESS.
           MOVE 'N' TO GLE-RETOUR
           PERFORM DAL-CONNECT
           IF WS-CONNECTED-FLAG NOT = 'Y'
               GOBACK
           END-IF
           MOVE GLE-NUMERO TO WS-GLE-NUMERO
           MOVE GLE-PIECE TO WS-GLE-PIECE
           MOVE GLE-PERIODE TO WS-GLE-PERIODE
           MOVE GLE-JOURNAL TO WS-GLE-JOURNAL
           MOVE GLE-COMPTE TO WS-GLE-COMPTE
           MOVE GLE-COMPTE-LIB TO WS-GLE-COMPTE-LIB
           MOVE GLE-SENS TO WS-GLE-SENS
           MOVE GLE-MONTANT TO WS-GLE-MONTANT
           MOVE GLE-REFERENCE TO WS-GLE-REFERENCE
           MOVE GLE-LIBELLE TO WS-GLE-LIBELLE
           MOVE GLE-DATE TO WS-GLE-DATE
           MOVE GLE-DATE-PIECE TO WS-GLE-DATE-PIECE
           MOVE GLE-INV-ID TO WS-GLE-INV-ID
           MOVE GLE-COMPTE-AUX TO WS-GLE-COMPTE-AUX
           IF GLE-AUX-DEMANDE = 'O' AND WS-GLE-INV-ID > ZERO
               PERFORM RESOUDRE-COMPTE-AUX
           END-IF
           MOVE SPACES TO WS-GLE-CENTRE
           IF WS-GLE-COMPTE(1:1) = '6' OR WS-GLE-COMPTE(1:1) = '7'
               PERFORM RESOUDRE-CENTRE
           END-IF
           EXEC SQL
               INSERT INTO GL_ECRITURE
               (GLE_NUMERO, GLE_PIECE, GLE_PERIODE, GLE_JOURNAL,
                GLE_COMPTE, GLE_COMPTE_LIB, GLE_SENS, GLE_MONTANT,
                GLE_REFERENCE, GLE_LIBELLE, GLE_DATE,
                GLE_DATE_PIECE, GLE_INV_ID, GLE_COMPTE_AUX,
                GLE_CENTRE)
               VALUES
               (:WS-GLE-NUMERO, :WS-GLE-PIECE, :WS-GLE-PERIODE,
                :WS-GLE-JOURNAL, :WS-GLE-COMPTE, :WS-GLE-COMPTE-LIB,
                :WS-GLE-SENS, :WS-GLE-MONTANT, :WS-GLE-REFERENCE,
                :WS-GLE-LIBELLE, :WS-GLE-DATE, :WS-GLE-DATE-PIECE,
                :WS-GLE-INV-ID, :WS-GLE-COMPTE-AUX, :WS-GLE-CENTRE)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT GL_ECRITURE: SQLCODE=' SQLCODE
               PERFORM DAL-END
               GOBACK
           END-IF
           IF WS-GLE-CENTRE NOT = SPACES
               PERFORM VENTILER-ANALYTIQUE
           END-IF
           IF SQLCODE NOT EQUAL ZERO
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               MOVE WS-GLE-COMPTE-AUX TO GLE-COMPTE-AUX
               MOVE WS-GLE-CENTRE TO GLE-CENTRE
               MOVE 'Y' TO GLE-RETOUR
           END-IF
           PERFORM DAL-END
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
               DISPLAY 'ERREUR CONNECT GL-ECRITURE: SQLCODE='
                   SQLCODE
           ELSE
               MOVE 'Y' TO WS-CONNECTED-FLAG
           END-IF.
       DAL-END.
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
       RESOUDRE-COMPTE-AUX.
           EXEC SQL
               SELECT CUST_ID
               INTO :WS-CUST-ID
               FROM INVOICE
               WHERE INV_ID = :WS-GLE-INV-ID
           END-EXEC
           IF SQLCODE EQUAL ZERO
               MOVE SPACES TO WS-GLE-COMPTE-AUX
               STRING 'C' WS-CUST-ID DELIMITED BY SIZE
                   INTO WS-GLE-COMPTE-AUX
               END-STRING
           END-IF.
       RESOUDRE-CENTRE.
           MOVE GLE-AXE-TYPE TO WS-AXE-TYPE
           MOVE GLE-AXE-ID TO WS-AXE-ID
           EVALUATE WS-AXE-TYPE
               WHEN 'V'
                   PERFORM RESOUDRE-AXE-VENTE
               WHEN 'U'
                   PERFORM RESOUDRE-AXE-UTILISATEUR
           END-EVALUATE
           MOVE 0 TO WS-NB-CENTRES
           IF WS-AXE-TYPE = 'D' OR WS-AXE-TYPE = 'P'
               OR WS-AXE-TYPE = 'A'
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-NB-CENTRES
                   FROM CENTRE_ANALYTIQUE
                   WHERE CA_TYPE = :WS-AXE-TYPE
                   AND CA_REF_ID = :WS-AXE-ID
                   AND CA_ACTIF = 'O'
               END-EXEC
           END-IF
           IF WS-NB-CENTRES > ZERO
               EXEC SQL
                   SELECT MIN(CA_CODE)
                   INTO :WS-GLE-CENTRE
                   FROM CENTRE_ANALYTIQUE
                   WHERE CA_TYPE = :WS-AXE-TYPE
                   AND CA_REF_ID = :WS-AXE-ID
                   AND CA_ACTIF = 'O'
               END-EXEC
           ELSE
               MOVE 'COMMUN' TO WS-GLE-CENTRE
           END-IF.
       RESOUDRE-AXE-VENTE.
           MOVE SPACE TO WS-AXE-TYPE
           IF WS-GLE-INV-ID = ZERO
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COALESCE(MIN(PROJ_ID), 0)
               INTO :WS-AXE-ID
               FROM JALON
               WHERE JAL_INV_ID = :WS-GLE-INV-ID
           END-EXEC
           IF SQLCODE EQUAL ZERO AND WS-AXE-ID > ZERO
               MOVE 'P' TO WS-AXE-TYPE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COALESCE(MIN(u.USER_ID_ANTENNE), 0)
               INTO :WS-AXE-ID
               FROM COTISATION c
               INNER JOIN UTILISATEUR u
                   ON u.USER_ID = c.COTIS_ID_USER
               WHERE c.COTIS_INV_ID = :WS-GLE-INV-ID
           END-EXEC
           IF SQLCODE EQUAL ZERO AND WS-AXE-ID > ZERO
               MOVE 'A' TO WS-AXE-TYPE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COALESCE(MIN(a.ACTIVITE_IDANTENNE), 0)
               INTO :WS-AXE-ID
               FROM INVOICE_LINE il
               INNER JOIN ACTIVITE a
                   ON a.ACTIVITE_ID = il.PROD_ID
               WHERE il.INV_ID = :WS-GLE-INV-ID
               AND EXISTS (SELECT 1 FROM PARTICIPATION p
                           WHERE p.PARTICIPATION_ID_ACTIVITE
                               = a.ACTIVITE_ID
                           AND p.PARTICIPATION_FACTUREE = 'O')
           END-EXEC
           IF SQLCODE EQUAL ZERO AND WS-AXE-ID > ZERO
               MOVE 'A' TO WS-AXE-TYPE
           END-IF.
       RESOUDRE-AXE-UTILISATEUR.
           MOVE SPACE TO WS-AXE-TYPE
           EXEC SQL
               SELECT COALESCE(USER_ID_ANTENNE, 0)
               INTO :WS-AXE-ID
               FROM UTILISATEUR
               WHERE USER_ID = :WS-AXE-ID
           END-EXEC
           IF SQLCODE EQUAL ZERO AND WS-AXE-ID > ZERO
               MOVE 'A' TO WS-AXE-TYPE
           END-IF.
       VENTILER-ANALYTIQUE.
           MOVE 0 TO WS-NB-CLES
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-CLES
               FROM CLE_REPARTITION
               WHERE CR_SOURCE = :WS-GLE-CENTRE
               AND CR_POURCENT > 0
           END-EXEC
           IF WS-NB-CLES = ZERO
               MOVE WS-GLE-CENTRE TO WS-CR-CENTRE
               MOVE WS-GLE-MONTANT TO WS-GLA-MONTANT
               PERFORM INSERER-ANALYTIQUE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               DECLARE C_REP CURSOR FOR
               SELECT CR_CIBLE, CR_POURCENT
               FROM CLE_REPARTITION
               WHERE CR_SOURCE = :WS-GLE-CENTRE
               AND CR_POURCENT > 0
               ORDER BY CR_CIBLE
           END-EXEC
           EXEC SQL OPEN C_REP END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR OPEN C_REP: SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GLE-MONTANT TO WS-GLA-RESTE
           MOVE 0 TO WS-CLE-RANG
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               EXEC SQL
                   FETCH C_REP INTO :WS-CR-CENTRE, :WS-CR-POURCENT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-CLE-RANG
                       IF WS-CLE-RANG = WS-NB-CLES
                           MOVE WS-GLA-RESTE TO WS-GLA-MONTANT
                       ELSE
                           COMPUTE WS-GLA-MONTANT ROUNDED =
                               WS-GLE-MONTANT * WS-CR-POURCENT / 100
                           IF WS-GLA-MONTANT > WS-GLA-RESTE
                               MOVE WS-GLA-RESTE TO WS-GLA-MONTANT
                           END-IF
                       END-IF
                       SUBTRACT WS-GLA-MONTANT FROM WS-GLA-RESTE
                       PERFORM INSERER-ANALYTIQUE
                       IF SQLCODE NOT EQUAL ZERO
                           MOVE 'Y' TO WS-END-OF-FILE
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-END-OF-FILE
                       MOVE 0 TO SQLCODE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH C_REP: SQLCODE=' SQLCODE
                       MOVE 'Y' TO WS-END-OF-FILE
               END-EVALUATE
           END-PERFORM
           IF SQLCODE NOT EQUAL ZERO
               EXEC SQL CLOSE C_REP END-EXEC
               MOVE -1 TO SQLCODE
           ELSE
               EXEC SQL CLOSE C_REP END-EXEC
           END-IF.
       INSERER-ANALYTIQUE.
           IF WS-GLA-MONTANT = ZERO
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               INSERT INTO GL_ANALYTIQUE
               (GLA_NUMERO, GLA_PERIODE, GLA_COMPTE, GLA_CENTRE,
                GLA_CENTRE_ORIGINE, GLA_SENS, GLA_MONTANT)
               VALUES
               (:WS-GLE-NUMERO, :WS-GLE-PERIODE, :WS-GLE-COMPTE,
                :WS-CR-CENTRE, :WS-GLE-CENTRE, :WS-GLE-SENS,
                :WS-GLA-MONTANT)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT GL_ANALYTIQUE: SQLCODE='
                   SQLCODE
           END-IF.
