       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVANCE-SALAIRE-DAL-DB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CONNECTED           PIC X VALUE 'N'.
       01 WS-CURSOR-AVR-OPEN     PIC X VALUE 'N'.
       01 WS-CURSOR-AVA-OPEN     PIC X VALUE 'N'.
       01 WS-CURSOR-AGV-OPEN     PIC X VALUE 'N'.
       01 WS-CURSOR-AGR-OPEN     PIC X VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME                 PIC X(30).
       01 USERNAME               PIC X(30).
       01 PASSWD                 PIC X(30).
       01 WS-AVA-ID              PIC 9(9).
       01 WS-AVA-EMPID           PIC 9(4).
       01 WS-AVA-NOM             PIC X(30).
       01 WS-AVA-PERIODE         PIC 9(6).
       01 WS-AVA-MONTANT         PIC 9(7)V99.
       01 WS-AVA-LOT             PIC X(20).
       01 WS-AVA-REFERENCE       PIC X(20).
       01 WS-AVA-DATE            PIC 9(8).
       01 WS-AVA-DEPTID          PIC 9(4).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01 LK-OPERATION           PIC X(4).
       01 LK-END-OF-FILE         PIC X.
       01 LK-AVANCE.
           05 LK-AVA-ID          PIC 9(9).
           05 LK-AVA-EMPID       PIC 9(4).
           05 LK-AVA-NOM         PIC X(30).
           05 LK-AVA-PERIODE     PIC 9(6).
           05 LK-AVA-MONTANT     PIC 9(7)V99.
           05 LK-AVA-LOT         PIC X(20).
           05 LK-AVA-REFERENCE   PIC X(20).
           05 LK-AVA-DATE        PIC 9(8).
           05 LK-AVA-DEPTID      PIC 9(4).

       PROCEDURE DIVISION USING LK-OPERATION LK-END-OF-FILE
           LK-AVANCE.

       SETENV.
           ACCEPT USERNAME FROM ENVIRONMENT 'PGUSER'.
           ACCEPT PASSWD FROM ENVIRONMENT 'PGPASSWORD'.
           ACCEPT DBNAME FROM ENVIRONMENT 'PGDATABASE'.

       MAIN-LOGIC.
           EVALUATE LK-OPERATION
               WHEN 'ANNP'
                   PERFORM DALANNP
               WHEN 'READ'
                   PERFORM DALREAD
               WHEN 'RETN'
                   PERFORM DALRETN
               WHEN 'LIST'
                   PERFORM DALLIST
               WHEN 'VIRE'
                   PERFORM DALVIRE
               WHEN 'GLVR'
                   PERFORM DALGLVR
               WHEN 'GLRT'
                   PERFORM DALGLRT
               WHEN 'MGLV'
                   PERFORM DALMGLV
               WHEN 'MGLR'
                   PERFORM DALMGLR
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
      * RECALCUL DE LA PAIE: AVANCES RETENUES SUR LA PERIODE REMISES
      * A RETENIR
      *----------------------------------------------------------------
       DALANNP.
           PERFORM CONNECT-DB.
           IF LK-END-OF-FILE = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-AVA-PERIODE TO WS-AVA-PERIODE.
           EXEC SQL
               UPDATE AVANCE_SALAIRE
               SET AVA_STATUT = 'V',
                   AVA_PERIODE_RETENUE = 0
               WHERE AVA_STATUT = 'R'
               AND AVA_PERIODE_RETENUE = :WS-AVA-PERIODE
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERREUR UPDATE AVANCE_SALAIRE: SQLCODE=' SQLCODE
               MOVE 'Y' TO LK-END-OF-FILE
           END-IF.

      *----------------------------------------------------------------
      * AVANCES VIREES A RETENIR SUR LA PAIE D'UN EMPLOYE
      *----------------------------------------------------------------
       DALREAD.
           PERFORM CONNECT-DB.
           IF LK-END-OF-FILE = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-CURSOR-AVR-OPEN = 'N'
               MOVE LK-AVA-EMPID TO WS-AVA-EMPID
               MOVE LK-AVA-PERIODE TO WS-AVA-PERIODE
               EXEC SQL
                   DECLARE CAVR CURSOR FOR
                   SELECT AVA_ID, AVA_MONTANT, AVA_REF_VIREMENT
                   FROM AVANCE_SALAIRE
                   WHERE EMP_ID = :WS-AVA-EMPID
                   AND AVA_STATUT = 'V'
                   AND AVA_PERIODE <= :WS-AVA-PERIODE
                   ORDER BY AVA_ID
               END-EXEC
               EXEC SQL
                   OPEN CAVR
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'ERREUR OPEN AVANCE_SALAIRE: SQLCODE='
                       SQLCODE
                   MOVE 'Y' TO LK-END-OF-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-CURSOR-AVR-OPEN
           END-IF.

           EXEC SQL
               FETCH CAVR INTO :WS-AVA-ID, :WS-AVA-MONTANT,
                   :WS-AVA-REFERENCE
           END-EXEC.

           IF SQLCODE = 0
               MOVE WS-AVA-ID TO LK-AVA-ID
               MOVE WS-AVA-MONTANT TO LK-AVA-MONTANT
               MOVE WS-AVA-REFERENCE TO LK-AVA-REFERENCE
           ELSE
               IF SQLCODE NOT = 100
                   DISPLAY 'ERREUR FETCH AVANCE_SALAIRE: SQLCODE='
                       SQLCODE
               END-IF
               MOVE 'Y' TO LK-END-OF-FILE
               EXEC SQL
                   CLOSE CAVR
               END-EXEC
               MOVE 'N' TO WS-CURSOR-AVR-OPEN
           END-IF.

       DALRETN.
           PERFORM CONNECT-DB.
           IF LK-END-OF-FILE = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-AVA-ID TO WS-AVA-ID.
           MOVE LK-AVA-PERIODE TO WS-AVA-PERIODE.
           EXEC SQL
               UPDATE AVANCE_SALAIRE
               SET AVA_STATUT = 'R',
                   AVA_PERIODE_RETENUE = :WS-AVA-PERIODE
               WHERE AVA_ID = :WS-AVA-ID
               AND AVA_STATUT = 'V'
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
               DISPLAY 'ERREUR UPDATE AVANCE_SALAIRE: SQLCODE=' SQLCODE
               MOVE 'Y' TO LK-END-OF-FILE
           END-IF.

      *----------------------------------------------------------------
      * AVANCES ACCORDEES EN ATTENTE DE VIREMENT
      *----------------------------------------------------------------
       DALLIST.
           PERFORM CONNECT-DB.
           IF LK-END-OF-FILE = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-CURSOR-AVA-OPEN = 'N'
               EXEC SQL
                   DECLARE CAVA CURSOR FOR
                   SELECT a.AVA_ID, a.EMP_ID, e.EMP_NAME,
                          a.AVA_PERIODE, a.AVA_MONTANT
                   FROM AVANCE_SALAIRE a, EMPLOYEE e
                   WHERE e.EMP_ID = a.EMP_ID
                   AND a.AVA_STATUT = 'A'
                   ORDER BY a.AVA_ID
               END-EXEC
               EXEC SQL
                   OPEN CAVA
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'ERREUR OPEN AVANCE_SALAIRE: SQLCODE='
                       SQLCODE
                   MOVE 'Y' TO LK-END-OF-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-CURSOR-AVA-OPEN
           END-IF.

           EXEC SQL
               FETCH CAVA INTO :WS-AVA-ID, :WS-AVA-EMPID, :WS-AVA-NOM,
                   :WS-AVA-PERIODE, :WS-AVA-MONTANT
           END-EXEC.

           IF SQLCODE = 0
               MOVE WS-AVA-ID TO LK-AVA-ID
               MOVE WS-AVA-EMPID TO LK-AVA-EMPID
               MOVE WS-AVA-NOM TO LK-AVA-NOM
               MOVE WS-AVA-PERIODE TO LK-AVA-PERIODE
               MOVE WS-AVA-MONTANT TO LK-AVA-MONTANT
           ELSE
               IF SQLCODE NOT = 100
                   DISPLAY 'ERREUR FETCH AVANCE_SALAIRE: SQLCODE='
                       SQLCODE
               END-IF
               MOVE 'Y' TO LK-END-OF-FILE
               EXEC SQL
                   CLOSE CAVA
               END-EXEC
               MOVE 'N' TO WS-CURSOR-AVA-OPEN
           END-IF.

       DALVIRE.
           PERFORM CONNECT-DB.
           IF LK-END-OF-FILE = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-AVA-ID TO WS-AVA-ID.
           MOVE LK-AVA-LOT TO WS-AVA-LOT.
           MOVE LK-AVA-REFERENCE TO WS-AVA-REFERENCE.
           MOVE LK-AVA-DATE TO WS-AVA-DATE.
           EXEC SQL
               UPDATE AVANCE_SALAIRE
               SET AVA_STATUT = 'V',
                   AVA_LOT = :WS-AVA-LOT,
                   AVA_REF_VIREMENT = :WS-AVA-REFERENCE,
                   AVA_DATE_VIREMENT = :WS-AVA-DATE
               WHERE AVA_ID = :WS-AVA-ID
               AND AVA_STATUT = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
               DISPLAY 'ERREUR UPDATE AVANCE_SALAIRE: SQLCODE=' SQLCODE
               MOVE 'Y' TO LK-END-OF-FILE
           END-IF.

      *----------------------------------------------------------------
      * AVANCES VIREES JUSQU'A LA FIN DE LA PERIODE ET NON ENCORE
      * PASSEES EN COMPTABILITE (DEBIT AVANCES AU PERSONNEL)
      *----------------------------------------------------------------
       DALGLVR.
           PERFORM CONNECT-DB.
           IF LK-END-OF-FILE = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-CURSOR-AGV-OPEN = 'N'
               COMPUTE WS-AVA-DATE = LK-AVA-PERIODE * 100 + 31
               EXEC SQL
                   DECLARE CAGV CURSOR FOR
                   SELECT a.AVA_ID, a.EMP_ID, e.EMP_NAME,
                          COALESCE(e.DEPT_ID, 0), a.AVA_MONTANT,
                          COALESCE(a.AVA_REF_VIREMENT, ' '),
                          a.AVA_DATE_VIREMENT
                   FROM AVANCE_SALAIRE a, EMPLOYEE e
                   WHERE e.EMP_ID = a.EMP_ID
                   AND a.AVA_STATUT IN ('V', 'R')
                   AND a.AVA_DATE_VIREMENT <= :WS-AVA-DATE
                   AND COALESCE(a.AVA_GL_VIREMENT, 'N') = 'N'
                   ORDER BY a.AVA_ID
               END-EXEC
               EXEC SQL
                   OPEN CAGV
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'ERREUR OPEN AVANCE_SALAIRE: SQLCODE='
                       SQLCODE
                   MOVE 'Y' TO LK-END-OF-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-CURSOR-AGV-OPEN
           END-IF.

           EXEC SQL
               FETCH CAGV INTO :WS-AVA-ID, :WS-AVA-EMPID, :WS-AVA-NOM,
                   :WS-AVA-DEPTID, :WS-AVA-MONTANT, :WS-AVA-REFERENCE,
                   :WS-AVA-DATE
           END-EXEC.

           IF SQLCODE = 0
               MOVE WS-AVA-ID TO LK-AVA-ID
               MOVE WS-AVA-EMPID TO LK-AVA-EMPID
               MOVE WS-AVA-NOM TO LK-AVA-NOM
               MOVE WS-AVA-DEPTID TO LK-AVA-DEPTID
               MOVE WS-AVA-MONTANT TO LK-AVA-MONTANT
               MOVE WS-AVA-REFERENCE TO LK-AVA-REFERENCE
               MOVE WS-AVA-DATE TO LK-AVA-DATE
           ELSE
               IF SQLCODE NOT = 100
                   DISPLAY 'ERREUR FETCH AVANCE_SALAIRE: SQLCODE='
                       SQLCODE
               END-IF
               MOVE 'Y' TO LK-END-OF-FILE
               EXEC SQL
                   CLOSE CAGV
               END-EXEC
               MOVE 'N' TO WS-CURSOR-AGV-OPEN
           END-IF.

      *----------------------------------------------------------------
      * AVANCES RETENUES SUR LA PAIE DE LA PERIODE ET NON ENCORE
      * SOLDEES EN COMPTABILITE (CREDIT AVANCES AU PERSONNEL)
      *----------------------------------------------------------------
       DALGLRT.
           PERFORM CONNECT-DB.
           IF LK-END-OF-FILE = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-CURSOR-AGR-OPEN = 'N'
               MOVE LK-AVA-PERIODE TO WS-AVA-PERIODE
               EXEC SQL
                   DECLARE CAGR CURSOR FOR
                   SELECT a.AVA_ID, a.EMP_ID, e.EMP_NAME,
                          COALESCE(e.DEPT_ID, 0), a.AVA_MONTANT,
                          COALESCE(a.AVA_REF_VIREMENT, ' ')
                   FROM AVANCE_SALAIRE a, EMPLOYEE e
                   WHERE e.EMP_ID = a.EMP_ID
                   AND a.AVA_STATUT = 'R'
                   AND a.AVA_PERIODE_RETENUE = :WS-AVA-PERIODE
                   AND COALESCE(a.AVA_GL_RETENUE, 'N') = 'N'
                   ORDER BY a.AVA_ID
               END-EXEC
               EXEC SQL
                   OPEN CAGR
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'ERREUR OPEN AVANCE_SALAIRE: SQLCODE='
                       SQLCODE
                   MOVE 'Y' TO LK-END-OF-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-CURSOR-AGR-OPEN
           END-IF.

           EXEC SQL
               FETCH CAGR INTO :WS-AVA-ID, :WS-AVA-EMPID, :WS-AVA-NOM,
                   :WS-AVA-DEPTID, :WS-AVA-MONTANT, :WS-AVA-REFERENCE
           END-EXEC.

           IF SQLCODE = 0
               MOVE WS-AVA-ID TO LK-AVA-ID
               MOVE WS-AVA-EMPID TO LK-AVA-EMPID
               MOVE WS-AVA-NOM TO LK-AVA-NOM
               MOVE WS-AVA-DEPTID TO LK-AVA-DEPTID
               MOVE WS-AVA-MONTANT TO LK-AVA-MONTANT
               MOVE WS-AVA-REFERENCE TO LK-AVA-REFERENCE
           ELSE
               IF SQLCODE NOT = 100
                   DISPLAY 'ERREUR FETCH AVANCE_SALAIRE: SQLCODE='
                       SQLCODE
               END-IF
               MOVE 'Y' TO LK-END-OF-FILE
               EXEC SQL
                   CLOSE CAGR
               END-EXEC
               MOVE 'N' TO WS-CURSOR-AGR-OPEN
           END-IF.

       DALMGLV.
           PERFORM CONNECT-DB.
           IF LK-END-OF-FILE = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-AVA-ID TO WS-AVA-ID.
           EXEC SQL
               UPDATE AVANCE_SALAIRE
               SET AVA_GL_VIREMENT = 'O'
               WHERE AVA_ID = :WS-AVA-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR UPDATE AVANCE_SALAIRE: SQLCODE=' SQLCODE
               MOVE 'Y' TO LK-END-OF-FILE
           END-IF.

       DALMGLR.
           PERFORM CONNECT-DB.
           IF LK-END-OF-FILE = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-AVA-ID TO WS-AVA-ID.
           EXEC SQL
               UPDATE AVANCE_SALAIRE
               SET AVA_GL_RETENUE = 'O'
               WHERE AVA_ID = :WS-AVA-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR UPDATE AVANCE_SALAIRE: SQLCODE=' SQLCODE
               MOVE 'Y' TO LK-END-OF-FILE
           END-IF.

       DALEND.
           IF WS-CURSOR-AGV-OPEN = 'Y'
               EXEC SQL
                   CLOSE CAGV
               END-EXEC
               MOVE 'N' TO WS-CURSOR-AGV-OPEN
           END-IF.
           IF WS-CURSOR-AGR-OPEN = 'Y'
               EXEC SQL
                   CLOSE CAGR
               END-EXEC
               MOVE 'N' TO WS-CURSOR-AGR-OPEN
           END-IF.
           IF WS-CURSOR-AVR-OPEN = 'Y'
               EXEC SQL
                   CLOSE CAVR
               END-EXEC
               MOVE 'N' TO WS-CURSOR-AVR-OPEN
           END-IF.
           IF WS-CURSOR-AVA-OPEN = 'Y'
               EXEC SQL
                   CLOSE CAVA
               END-EXEC
               MOVE 'N' TO WS-CURSOR-AVA-OPEN
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
