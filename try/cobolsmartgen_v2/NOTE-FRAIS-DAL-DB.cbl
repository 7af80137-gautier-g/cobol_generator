       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTE-FRAIS-DAL-DB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CONNECTED           PIC X VALUE 'N'.
       01 WS-CURSOROPEN          PIC X VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME                 PIC X(30).
       01 USERNAME               PIC X(30).
       01 PASSWD                 PIC X(30).
       01 WS-NDF-ID              PIC 9(9).
       01 WS-NDF-EMPID           PIC 9(4).
       01 WS-NDF-DEPTID          PIC 9(4).
       01 WS-NDF-CATEGORIE       PIC X(8).
       01 WS-NDF-MONTANT         PIC 9(7)V99.
       01 WS-NDF-TVA             PIC 9(7)V99.
       01 WS-NDF-NB              PIC 9(4).
       01 WS-NDF-PERIODE         PIC 9(6).
       01 WS-NDF-REFERENCE       PIC X(20).
       01 WS-NDF-ID-MAX          PIC 9(9).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01 LK-OPERATION           PIC X(4).
       01 LK-END-OF-FILE         PIC X.
       01 LK-NOTE-FRAIS.
           05 LK-NDF-ID          PIC 9(9).
           05 LK-NDF-EMPID       PIC 9(4).
           05 LK-NDF-DEPTID      PIC 9(4).
           05 LK-NDF-CATEGORIE   PIC X(8).
           05 LK-NDF-MONTANT     PIC 9(7)V99.
           05 LK-NDF-TVA         PIC 9(7)V99.
           05 LK-NDF-NB          PIC 9(4).
           05 LK-NDF-PERIODE     PIC 9(6).
           05 LK-NDF-REFERENCE   PIC X(20).

       PROCEDURE DIVISION USING LK-OPERATION LK-END-OF-FILE
           LK-NOTE-FRAIS.

       SETENV.
           ACCEPT USERNAME FROM ENVIRONMENT 'PGUSER'.
           ACCEPT PASSWD FROM ENVIRONMENT 'PGPASSWORD'.
           ACCEPT DBNAME FROM ENVIRONMENT 'PGDATABASE'.

       MAIN-LOGIC.
           EVALUATE LK-OPERATION
               WHEN 'TOTA'
                   PERFORM DALTOTA
               WHEN 'PAYE'
                   PERFORM DALPAYE
               WHEN 'READ'
                   PERFORM DALREAD
               WHEN 'MARK'
                   PERFORM DALMARK
               WHEN 'END '
                   PERFORM DALEND
               WHEN OTHER
                   DISPLAY 'ERREUR: Operation inconnue: ' LK-OPERATION
           END-EVALUATE.
           EXIT PROGRAM.

       CONNECT-DB.
           IF WS-CONNECTED = 'N'
               PERFORM SETENV
               EXEC SQL
                   CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'Y' TO LK-END-OF-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-CONNECTED
           END-IF.

      *----------------------------------------------------------------
      * TOTAL DES NOTES VALIDEES NON PAYEES D'UN EMPLOYE
      *----------------------------------------------------------------
       DALTOTA.
           PERFORM CONNECT-DB.
           IF LK-END-OF-FILE = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-NDF-EMPID TO WS-NDF-EMPID.
           MOVE 0 TO WS-NDF-MONTANT.
           MOVE 0 TO WS-NDF-NB.
           MOVE 0 TO WS-NDF-ID-MAX.
           EXEC SQL
               SELECT COALESCE(SUM(l.NDL_MONTANT_REMB), 0),
                      COUNT(DISTINCT n.NDF_ID),
                      COALESCE(MAX(n.NDF_ID), 0)
               INTO :WS-NDF-MONTANT, :WS-NDF-NB, :WS-NDF-ID-MAX
               FROM NOTE_FRAIS n, NOTE_FRAIS_LIGNE l
               WHERE l.NDF_ID = n.NDF_ID
               AND n.EMP_ID = :WS-NDF-EMPID
               AND n.NDF_STATUT = 'V'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR LECTURE NOTE_FRAIS: SQLCODE=' SQLCODE
               MOVE 'Y' TO LK-END-OF-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-NDF-NB = 0
               MOVE 'Y' TO LK-END-OF-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NDF-MONTANT TO LK-NDF-MONTANT.
           MOVE WS-NDF-NB TO LK-NDF-NB.
           MOVE WS-NDF-ID-MAX TO LK-NDF-ID.

      *----------------------------------------------------------------
      * NOTES VALIDEES PASSEES PAYEES PAR LE VIREMENT DE LA PERIODE
      *----------------------------------------------------------------
       DALPAYE.
           PERFORM CONNECT-DB.
           IF LK-END-OF-FILE = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-NDF-EMPID TO WS-NDF-EMPID.
           MOVE LK-NDF-ID TO WS-NDF-ID-MAX.
           MOVE LK-NDF-PERIODE TO WS-NDF-PERIODE.
           MOVE LK-NDF-REFERENCE TO WS-NDF-REFERENCE.
           EXEC SQL
               UPDATE NOTE_FRAIS
               SET NDF_STATUT = 'P',
                   NDF_PERIODE_PAIEMENT = :WS-NDF-PERIODE,
                   NDF_REF_VIREMENT = :WS-NDF-REFERENCE
               WHERE EMP_ID = :WS-NDF-EMPID
               AND NDF_STATUT = 'V'
               AND NDF_ID <= :WS-NDF-ID-MAX
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
               DISPLAY 'ERREUR UPDATE NOTE_FRAIS: SQLCODE=' SQLCODE
               MOVE 'Y' TO LK-END-OF-FILE
           END-IF.

      *----------------------------------------------------------------
      * NOTES PAYEES SUR LA PERIODE, CUMULEES PAR CATEGORIE
      *----------------------------------------------------------------
       DALREAD.
           PERFORM CONNECT-DB.
           IF LK-END-OF-FILE = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-CURSOROPEN = 'N'
               MOVE LK-NDF-PERIODE TO WS-NDF-PERIODE
               EXEC SQL
                   DECLARE CNDF CURSOR FOR
                   SELECT n.NDF_ID, n.EMP_ID, COALESCE(e.DEPT_ID, 0),
                          l.NDL_CATEGORIE,
                          SUM(l.NDL_MONTANT_REMB),
                          SUM(l.NDL_TVA_RECUP),
                          n.NDF_REF_VIREMENT
                   FROM NOTE_FRAIS n, NOTE_FRAIS_LIGNE l, EMPLOYEE e
                   WHERE l.NDF_ID = n.NDF_ID
                   AND e.EMP_ID = n.EMP_ID
                   AND n.NDF_STATUT = 'P'
                   AND n.NDF_EXPORTE = 'N'
                   AND n.NDF_PERIODE_PAIEMENT = :WS-NDF-PERIODE
                   GROUP BY n.NDF_ID, n.EMP_ID, e.DEPT_ID,
                            l.NDL_CATEGORIE, n.NDF_REF_VIREMENT
                   HAVING SUM(l.NDL_MONTANT_REMB) > 0
                   ORDER BY n.NDF_ID, l.NDL_CATEGORIE
               END-EXEC
               EXEC SQL
                   OPEN CNDF
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'ERREUR OPEN NOTE_FRAIS: SQLCODE=' SQLCODE
                   MOVE 'Y' TO LK-END-OF-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-CURSOROPEN
           END-IF.

           EXEC SQL
               FETCH CNDF INTO :WS-NDF-ID, :WS-NDF-EMPID,
                   :WS-NDF-DEPTID, :WS-NDF-CATEGORIE,
                   :WS-NDF-MONTANT, :WS-NDF-TVA, :WS-NDF-REFERENCE
           END-EXEC.

           IF SQLCODE = 0
               MOVE WS-NDF-ID TO LK-NDF-ID
               MOVE WS-NDF-EMPID TO LK-NDF-EMPID
               MOVE WS-NDF-DEPTID TO LK-NDF-DEPTID
               MOVE WS-NDF-CATEGORIE TO LK-NDF-CATEGORIE
               MOVE WS-NDF-MONTANT TO LK-NDF-MONTANT
               MOVE WS-NDF-TVA TO LK-NDF-TVA
               MOVE WS-NDF-REFERENCE TO LK-NDF-REFERENCE
           ELSE
               IF SQLCODE NOT = 100
                   DISPLAY 'ERREUR FETCH NOTE_FRAIS: SQLCODE=' SQLCODE
               END-IF
               MOVE 'Y' TO LK-END-OF-FILE
               EXEC SQL
                   CLOSE CNDF
               END-EXEC
               MOVE 'N' TO WS-CURSOROPEN
           END-IF.

       DALMARK.
           PERFORM CONNECT-DB.
           IF LK-END-OF-FILE = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-NDF-ID TO WS-NDF-ID.
           EXEC SQL
               UPDATE NOTE_FRAIS
               SET NDF_EXPORTE = 'O'
               WHERE NDF_ID = :WS-NDF-ID
               AND NDF_STATUT = 'P'
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
               DISPLAY 'ERREUR UPDATE NOTE_FRAIS: SQLCODE=' SQLCODE
               MOVE 'Y' TO LK-END-OF-FILE
           END-IF.

       DALEND.
           IF WS-CURSOROPEN = 'Y'
               EXEC SQL
                   CLOSE CNDF
               END-EXEC
               MOVE 'N' TO WS-CURSOROPEN
           END-IF.
           EXEC SQL
               COMMIT
           END-EXEC.
           IF WS-CONNECTED = 'Y'
               EXEC SQL
                   DISCONNECT ALL
               END-EXEC
               MOVE 'N' TO WS-CONNECTED
           END-IF.
