       01  WS-EMP-BRUT            PIC 9(8)V99 VALUE 0.
       01  WS-EMP-NET             PIC 9(8)V99 VALUE 0.
       01  WS-EMP-RETENUES        PIC 9(8)V99 VALUE 0.
       01  WS-EMP-RAPPELS         PIC S9(9)V99 VALUE 0.
       01  WS-TOT-BRUT            PIC 9(11)V99 VALUE 0.
       01  WS-TOT-NET             PIC 9(11)V99 VALUE 0.
       01  WS-TOT-RETENUES        PIC 9(11)V99 VALUE 0.
           05 FILLER              PIC X(3) VALUE ' : '.
           05 LDD-MONTANT         PIC Z(8)9.99.
       01  WS-D-MONTANT           PIC Z(9)9.99.
       01  WS-D-RAPPELS           PIC -(9)9.99.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
               DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
           END-STRING
           PERFORM ECRIRE-SPOOL-LIGNE
           PERFORM RECAP-RAPPELS
           PERFORM RECAP-RETENUES
           MOVE SPACES TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE.
       RECAP-RAPPELS.
           MOVE 0 TO WS-EMP-RAPPELS
           EXEC SQL
               SELECT COALESCE(SUM(RAP_ECART_BRUT), 0)
               INTO :WS-EMP-RAPPELS
               FROM PAIE_RAPPEL
               WHERE EMP_ID = :WS-PREV-EMP
               AND RAP_PERIODE_PAIE BETWEEN :WS-PERIODE-DE
                   AND :WS-PERIODE-A
               AND RAP_STATUT = 'P'
           END-EXEC
           IF WS-EMP-RAPPELS NOT = ZERO
               MOVE SPACES TO WS-SPOOL-LIGNE
               MOVE WS-EMP-RAPPELS TO WS-D-RAPPELS
               STRING 'DONT RAPPELS BRUT ' WS-D-RAPPELS
                   DELIMITED BY SIZE INTO WS-SPOOL-LIGNE
               END-STRING
               PERFORM ECRIRE-SPOOL-LIGNE
           END-IF.
       RECAP-RETENUES.
           MOVE 'N' TO WS-DED-EOF
           EXEC SQL
