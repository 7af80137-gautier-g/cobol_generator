       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHIER-BANQUE-REGISTRE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANQUE-FILE ASSIGN TO WS-FICHIER-NOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANQUE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BANQUE-FILE.
       01  BANQUE-RECORD          PIC X(200).
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-CONNECTED-FLAG      PIC X VALUE 'N'.
       01  WS-FICHIER-NOM         PIC X(40).
       77  WS-BANQUE-STATUS       PIC X(2) VALUE '00'.
       77  WS-BANQUE-EOF          PIC X.
       77  WS-POS                 PIC 9(3) COMP.
       77  WS-NB-CHAMPS           PIC 9(2) COMP.
       01  WS-HASH-CALC           PIC 9(18).
       01  WS-CHAMPS.
           05 WS-CHAMP            PIC X(40) OCCURS 7 TIMES.
       01  WS-AVANT-MONTANT       PIC X(200).
       01  WS-APRES-MONTANT       PIC X(200).
       01  WS-MONTANT-TXT         PIC X(40).
       01  WS-DOUBLON-JOURS       PIC 9(3) VALUE 5.
       01  WS-PARAMETRE.
           05 PARAM-DOMAINE       PIC X(12).
           05 PARAM-CLE           PIC X(20).
           05 PARAM-VALEUR        PIC X(20).
           05 PARAM-TROUVE        PIC X.
       77  WS-DATE-OPERATION      PIC X(4).
       01  WS-DATE-ZONE.
           05 WS-DATE-8           PIC 9(8).
           05 WS-DATE-X10         PIC X(10).
           05 WS-DATE-EPOCH       PIC S9(11).
           05 WS-DATE-8-B         PIC 9(8).
           05 WS-DATE-JOURS       PIC S9(7).
           05 WS-DATE-VALIDE      PIC X.
       01  WS-FBQ-ID              PIC 9(9).
       01  WS-FBQ-TYPE            PIC X(4).
       01  WS-FBQ-FICHIER         PIC X(40).
       01  WS-FBQ-LOT             PIC X(20).
       01  WS-FBQ-NB              PIC 9(6).
       01  WS-FBQ-TOTAL           PIC 9(11)V99.
       01  WS-FBQ-HASH            PIC 9(15).
       01  WS-FBQ-DATE-PAIEMENT   PIC 9(8).
       01  WS-FBQ-DATE-MIN        PIC 9(8).
       01  WS-FBQ-DATE-MAX        PIC 9(8).
       01  WS-FBQ-DATE-JOUR       PIC 9(8).
       01  WS-FBQ-HEURE           PIC 9(6).
       01  WS-FBQ-STATUT          PIC X.
       01  WS-FBQ-DOUBLON-ID      PIC 9(9).
       01  WS-FBQ-OPERATEUR       PIC X(9).
       01  WS-REG-NB              PIC 9(6).
       01  WS-REG-TOTAL           PIC 9(11)V99.
       01  WS-REG-HASH            PIC 9(15).
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
       LINKAGE SECTION.
       01  LK-FICHIER-BANQUE.
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
       PROCEDURE DIVISION USING LK-FICHIER-BANQUE.
       MAIN-PROCESS.
           MOVE 'N' TO FBQ-RETOUR
           MOVE 0 TO FBQ-ID
           MOVE 0 TO FBQ-DOUBLON-ID
           MOVE FBQ-TYPE TO WS-FBQ-TYPE
           MOVE FBQ-FICHIER TO WS-FBQ-FICHIER
           MOVE FBQ-FICHIER TO WS-FICHIER-NOM
           PERFORM CALCULER-FICHIER
           IF WS-BANQUE-STATUS NOT = '00'
               DISPLAY 'REGISTRE BANQUE: FICHIER ' WS-FICHIER-NOM
                   ' ILLISIBLE (' WS-BANQUE-STATUS ')'
               GOBACK
           END-IF
           MOVE WS-FBQ-HASH TO FBQ-HASH
           EVALUATE FBQ-ACTION
               WHEN 'LIBR'
                   PERFORM LIBERER-FICHIER
               WHEN 'VERI'
                   PERFORM VERIFIER-FICHIER
               WHEN OTHER
                   DISPLAY 'REGISTRE BANQUE: ACTION INCONNUE '
                       FBQ-ACTION
           END-EVALUATE
           GOBACK.

       CALCULER-FICHIER.
           MOVE 0 TO WS-FBQ-NB
           MOVE 0 TO WS-FBQ-TOTAL
           MOVE 0 TO WS-HASH-CALC
           OPEN INPUT BANQUE-FILE
           IF WS-BANQUE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BANQUE-EOF
           READ BANQUE-FILE
               AT END MOVE 'Y' TO WS-BANQUE-EOF
           END-READ
           PERFORM UNTIL WS-BANQUE-EOF = 'Y'
               PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 200
                   COMPUTE WS-HASH-CALC = FUNCTION MOD(
                       WS-HASH-CALC * 31
                       + FUNCTION ORD(BANQUE-RECORD(WS-POS:1)),
                       999999999999989)
               END-PERFORM
               PERFORM COMPTER-TRANSACTION
               READ BANQUE-FILE
                   AT END MOVE 'Y' TO WS-BANQUE-EOF
               END-READ
           END-PERFORM
           CLOSE BANQUE-FILE
           MOVE '00' TO WS-BANQUE-STATUS
           MOVE WS-HASH-CALC TO WS-FBQ-HASH.

       COMPTER-TRANSACTION.
           MOVE SPACES TO WS-MONTANT-TXT
           EVALUATE WS-FBQ-TYPE
               WHEN 'VSAL'
               WHEN 'VAVA'
                   MOVE 0 TO WS-NB-CHAMPS
                   MOVE SPACES TO WS-AVANT-MONTANT
                   MOVE SPACES TO WS-APRES-MONTANT
                   UNSTRING BANQUE-RECORD
                       DELIMITED BY '<InstdAmt Ccy="EUR">'
                       INTO WS-AVANT-MONTANT WS-APRES-MONTANT
                       TALLYING IN WS-NB-CHAMPS
                   END-UNSTRING
                   IF WS-NB-CHAMPS < 2
                       EXIT PARAGRAPH
                   END-IF
                   UNSTRING WS-APRES-MONTANT DELIMITED BY '<'
                       INTO WS-MONTANT-TXT
                   END-UNSTRING
               WHEN 'PREL'
                   IF BANQUE-RECORD(1:4) NOT = 'PRL;'
                       EXIT PARAGRAPH
                   END-IF
                   INITIALIZE WS-CHAMPS
                   UNSTRING BANQUE-RECORD DELIMITED BY ';'
                       INTO WS-CHAMP(1) WS-CHAMP(2) WS-CHAMP(3)
                            WS-CHAMP(4) WS-CHAMP(5) WS-CHAMP(6)
                            WS-CHAMP(7)
                   END-UNSTRING
                   MOVE WS-CHAMP(7) TO WS-MONTANT-TXT
               WHEN OTHER
                   IF BANQUE-RECORD(1:4) NOT = 'VIR;'
                       EXIT PARAGRAPH
                   END-IF
                   INITIALIZE WS-CHAMPS
                   UNSTRING BANQUE-RECORD DELIMITED BY ';'
                       INTO WS-CHAMP(1) WS-CHAMP(2) WS-CHAMP(3)
                            WS-CHAMP(4) WS-CHAMP(5)
                   END-UNSTRING
                   MOVE WS-CHAMP(5) TO WS-MONTANT-TXT
           END-EVALUATE
           ADD 1 TO WS-FBQ-NB
           IF FUNCTION TEST-NUMVAL(WS-MONTANT-TXT) = 0
               COMPUTE WS-FBQ-TOTAL = WS-FBQ-TOTAL
                   + FUNCTION NUMVAL(WS-MONTANT-TXT)
           END-IF.

       LIBERER-FICHIER.
           IF WS-FBQ-NB NOT = FBQ-NB OR WS-FBQ-TOTAL NOT = FBQ-TOTAL
               DISPLAY 'REGISTRE BANQUE: TOTAUX DU FICHIER '
                   WS-FICHIER-NOM ' DIFFERENTS DES TOTAUX EMIS'
               MOVE 'E' TO FBQ-RETOUR
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-PARAMETRE
           MOVE 'BANQUE' TO PARAM-DOMAINE
           MOVE 'DOUBLON_JOURS' TO PARAM-CLE
           CALL 'PARAMETRE-LOOKUP' USING WS-PARAMETRE
           IF PARAM-TROUVE = 'Y'
               AND FUNCTION TEST-NUMVAL(PARAM-VALEUR) = 0
               COMPUTE WS-DOUBLON-JOURS =
                   FUNCTION NUMVAL(PARAM-VALEUR)
           END-IF
           MOVE FBQ-DATE-PAIEMENT TO WS-FBQ-DATE-PAIEMENT
           INITIALIZE WS-DATE-ZONE
           MOVE WS-FBQ-DATE-PAIEMENT TO WS-DATE-8
           COMPUTE WS-DATE-JOURS = 0 - WS-DOUBLON-JOURS
           MOVE 'ADDJ' TO WS-DATE-OPERATION
           CALL 'DATE-UTILS' USING WS-DATE-OPERATION WS-DATE-ZONE
           MOVE WS-DATE-8-B TO WS-FBQ-DATE-MIN
           INITIALIZE WS-DATE-ZONE
           MOVE WS-FBQ-DATE-PAIEMENT TO WS-DATE-8
           MOVE WS-DOUBLON-JOURS TO WS-DATE-JOURS
           MOVE 'ADDJ' TO WS-DATE-OPERATION
           CALL 'DATE-UTILS' USING WS-DATE-OPERATION WS-DATE-ZONE
           MOVE WS-DATE-8-B TO WS-FBQ-DATE-MAX
           PERFORM DAL-CONNECT
           IF WS-CONNECTED-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FBQ-DOUBLON-ID
           EXEC SQL
               SELECT COALESCE(MAX(FBQ_ID), 0)
               INTO :WS-FBQ-DOUBLON-ID
               FROM FICHIER_BANQUE
               WHERE FBQ_STATUT IN ('L', 'V')
               AND (FBQ_HASH = :WS-FBQ-HASH
                    OR (FBQ_TYPE = :WS-FBQ-TYPE
                        AND FBQ_NB = :WS-FBQ-NB
                        AND FBQ_TOTAL = :WS-FBQ-TOTAL
                        AND FBQ_DATE_PAIEMENT BETWEEN :WS-FBQ-DATE-MIN
                                              AND :WS-FBQ-DATE-MAX))
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR LECTURE REGISTRE BANQUE: SQLCODE='
                   SQLCODE
               EXIT PARAGRAPH
           END-IF
           IF WS-FBQ-DOUBLON-ID > ZERO
               MOVE 'D' TO WS-FBQ-STATUT
           ELSE
               MOVE 'L' TO WS-FBQ-STATUT
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(FBQ_ID), 0) + 1
               INTO :WS-FBQ-ID
               FROM FICHIER_BANQUE
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR NUMEROTATION REGISTRE BANQUE: SQLCODE='
                   SQLCODE
               EXIT PARAGRAPH
           END-IF
           MOVE FBQ-LOT TO WS-FBQ-LOT
           MOVE FBQ-OPERATEUR TO WS-FBQ-OPERATEUR
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FBQ-DATE-JOUR
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-FBQ-HEURE
           EXEC SQL
               INSERT INTO FICHIER_BANQUE
               (FBQ_ID, FBQ_TYPE, FBQ_FICHIER, FBQ_LOT, FBQ_NB,
                FBQ_TOTAL, FBQ_HASH, FBQ_DATE_PAIEMENT,
                FBQ_DATE_GENERATION, FBQ_HEURE_GENERATION,
                FBQ_STATUT, FBQ_DOUBLON_ID, FBQ_OPERATEUR)
               VALUES
               (:WS-FBQ-ID, :WS-FBQ-TYPE, :WS-FBQ-FICHIER,
                :WS-FBQ-LOT, :WS-FBQ-NB, :WS-FBQ-TOTAL,
                :WS-FBQ-HASH, :WS-FBQ-DATE-PAIEMENT,
                :WS-FBQ-DATE-JOUR, :WS-FBQ-HEURE,
                :WS-FBQ-STATUT, :WS-FBQ-DOUBLON-ID,
                :WS-FBQ-OPERATEUR)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR ECRITURE REGISTRE BANQUE: SQLCODE='
                   SQLCODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FBQ-ID TO FBQ-ID
           MOVE WS-FBQ-DOUBLON-ID TO FBQ-DOUBLON-ID
           IF WS-FBQ-STATUT = 'D'
               MOVE 'D' TO FBQ-RETOUR
           ELSE
               MOVE 'Y' TO FBQ-RETOUR
           END-IF.

       VERIFIER-FICHIER.
           MOVE WS-FBQ-NB TO FBQ-NB
           MOVE WS-FBQ-TOTAL TO FBQ-TOTAL
           PERFORM DAL-CONNECT
           IF WS-CONNECTED-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT FBQ_ID, FBQ_NB, FBQ_TOTAL, FBQ_HASH
               INTO :WS-FBQ-ID, :WS-REG-NB, :WS-REG-TOTAL,
                    :WS-REG-HASH
               FROM FICHIER_BANQUE
               WHERE FBQ_FICHIER = :WS-FBQ-FICHIER
               AND FBQ_TYPE = :WS-FBQ-TYPE
               AND FBQ_STATUT = 'L'
               ORDER BY FBQ_ID DESC
               LIMIT 1
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'REGISTRE BANQUE: AUCUN FICHIER LIBERE EN'
                   ' ATTENTE POUR ' WS-FBQ-FICHIER
               PERFORM DAL-END
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FBQ-ID TO FBQ-ID
           MOVE WS-REG-NB TO FBQ-REG-NB
           MOVE WS-REG-TOTAL TO FBQ-REG-TOTAL
           MOVE WS-REG-HASH TO FBQ-REG-HASH
           IF WS-REG-NB = WS-FBQ-NB
               AND WS-REG-TOTAL = WS-FBQ-TOTAL
               AND WS-REG-HASH = WS-FBQ-HASH
               MOVE 'V' TO WS-FBQ-STATUT
               MOVE 'Y' TO FBQ-RETOUR
           ELSE
               MOVE 'A' TO WS-FBQ-STATUT
               MOVE 'E' TO FBQ-RETOUR
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FBQ-DATE-JOUR
           EXEC SQL
               UPDATE FICHIER_BANQUE
               SET FBQ_STATUT = :WS-FBQ-STATUT,
                   FBQ_DATE_VERIFICATION = :WS-FBQ-DATE-JOUR
               WHERE FBQ_ID = :WS-FBQ-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR MISE A JOUR REGISTRE BANQUE: SQLCODE='
                   SQLCODE
               MOVE 'N' TO FBQ-RETOUR
           END-IF
           PERFORM DAL-END.

       DAL-CONNECT.
           ACCEPT WS-DB-USER FROM ENVIRONMENT 'PGUSER'
           ACCEPT WS-DB-PASSWORD FROM ENVIRONMENT 'PGPASSWORD'
           ACCEPT WS-DB-NAME FROM ENVIRONMENT 'PGDATABASE'
           EXEC SQL
               CONNECT :WS-DB-USER IDENTIFIED BY :WS-DB-PASSWORD
                   USING :WS-DB-NAME
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'REGISTRE BANQUE: ERREUR CONNECT: SQLCODE='
                   SQLCODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CONNECTED-FLAG.

       DAL-END.
           EXEC SQL COMMIT END-EXEC
           IF WS-CONNECTED-FLAG = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 'N' TO WS-CONNECTED-FLAG
           END-IF.
