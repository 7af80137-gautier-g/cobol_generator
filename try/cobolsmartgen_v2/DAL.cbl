       01 WS-EMPIBAN             PIC X(34).
       01 WS-EMPBIC              PIC X(11).
       01 WS-MANAGERID           PIC 9(4).
       01 WS-OLD-EMPIBAN         PIC X(34).
       01 WS-JRN-ENTITE          PIC X(12).
       01 WS-JRN-CLE             PIC 9(9).
       01 WS-JRN-CHAMP           PIC X(20).
       01 WS-JRN-AVANT           PIC X(80).
       01 WS-JRN-APRES           PIC X(80).
       01 WS-JRN-OPERATEUR       PIC X(9).
       01 WS-JRN-TS              PIC X(14).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           MOVE LK-BNK-EMPID TO WS-EMPID.
           MOVE LK-BNK-IBAN TO WS-EMPIBAN.
           MOVE LK-BNK-BIC TO WS-EMPBIC.
           MOVE SPACES TO WS-OLD-EMPIBAN.
           EXEC SQL
               SELECT COALESCE(EMP_IBAN, ' ')
               INTO :WS-OLD-EMPIBAN
               FROM EMPLOYEE
               WHERE EMP_ID = :WS-EMPID
           END-EXEC.
           EXEC SQL
               UPDATE EMPLOYEE
               SET EMP_IBAN = :WS-EMPIBAN,
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Y' TO LK-EOF
               EXIT PARAGRAPH
           END-IF.
           IF WS-OLD-EMPIBAN NOT = WS-EMPIBAN
               MOVE 'EMPLOYEE' TO WS-JRN-ENTITE
               MOVE WS-EMPID TO WS-JRN-CLE
               MOVE 'EMP_IBAN' TO WS-JRN-CHAMP
               MOVE WS-OLD-EMPIBAN TO WS-JRN-AVANT
               MOVE WS-EMPIBAN TO WS-JRN-APRES
               PERFORM ECRIRE-JOURNAL
           END-IF.

       ECRIRE-JOURNAL.
           ACCEPT WS-JRN-OPERATEUR FROM ENVIRONMENT
               'CARBONTRACK_OPERATEUR'
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JRN-TS
           EXEC SQL
               INSERT INTO CHANGE_JOURNAL
               (JRN_ENTITE, JRN_CLE, JRN_CHAMP, JRN_AVANT,
                JRN_APRES, JRN_OPERATEUR, JRN_TIMESTAMP)
               VALUES
               (:WS-JRN-ENTITE, :WS-JRN-CLE, :WS-JRN-CHAMP,
                :WS-JRN-AVANT, :WS-JRN-APRES, :WS-JRN-OPERATEUR,
                :WS-JRN-TS)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR JOURNAL MODIFICATIONS: SQLCODE='
                   SQLCODE
           END-IF.

       SAVE-MANAGER.
