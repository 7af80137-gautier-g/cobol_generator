       01  WS-NB-ANTENNES         PIC 9(9).
       01  WS-NB-ACTIVITES        PIC 9(9).
       01  WS-TOTAL-EMPREINTE     PIC S9(11)V9(4).
       01  WS-TOTAL-ACHATS        PIC S9(11)V9(4).
       01  WS-TOTAL-PART          PIC 9(11).
       01  WS-MOY-PAR-PART        PIC S9(9)V9(4).
       01  WS-GRAND-TOTAL         PIC S9(11)V9(4) VALUE 0.
       01  WS-GRAND-TOTAL-ACHATS  PIC S9(11)V9(4) VALUE 0.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-DB-PASSWORD         PIC X(64).
           05 FILLER PIC X(11) VALUE 'ACTIVITES'.
           05 FILLER PIC X(17) VALUE '      EMPREINTE'.
           05 FILLER PIC X(16) VALUE '  MOY/PARTICIP.'.
           05 FILLER PIC X(18) VALUE '          ACHATS'.
       01  WS-LIGNE-DETAIL.
           05 LD-REGION           PIC X(26).
           05 FILLER              PIC X.
           05 LD-EMPREINTE        PIC Z(9)9.9999-.
           05 FILLER              PIC X(2).
           05 LD-MOYENNE          PIC Z(7)9.9999-.
           05 FILLER              PIC X(2).
           05 LD-ACHATS           PIC Z(9)9.9999-.
       01  WS-LIGNE-TOTAL.
           05 FILLER              PIC X(25)
               VALUE 'TOTAL GENERAL EMPREINTE :'.
           05 FILLER              PIC X.
           05 LT-TOTAL            PIC Z(9)9.9999-.
           05 FILLER              PIC X(2).
           05 FILLER              PIC X(9) VALUE 'ACHATS : '.
           05 LT-TOTAL-ACHATS     PIC Z(9)9.9999-.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY '=========================================='
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               PERFORM DISPLAY-ROLLUP-LINE
               ADD WS-TOTAL-EMPREINTE TO WS-GRAND-TOTAL
               ADD WS-TOTAL-ACHATS TO WS-GRAND-TOTAL-ACHATS
               PERFORM FETCH-ROLLUP
           END-PERFORM
           MOVE WS-GRAND-TOTAL TO LT-TOTAL
           MOVE WS-GRAND-TOTAL-ACHATS TO LT-TOTAL-ACHATS
           MOVE WS-LIGNE-TOTAL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-TOTAL
           PERFORM FERMER-SPOOL
                      COUNT(DISTINCT an.ANTENNE_ID),
                      COUNT(a.ACTIVITE_ID),
                      COALESCE(SUM(a.ACTIVITE_EMPREINTETOTALE), 0),
                      COALESCE(SUM(a.ACTIVITE_NBPARTICIPANTS), 0),
                      COALESCE((SELECT SUM(e.EA_EMPREINTE)
                                FROM EMISSION_ACHAT e
                                INNER JOIN ANTENNE x
                                    ON x.ANTENNE_ID = e.EA_IDANTENNE
                                WHERE x.ANTENNE_REGION =
                                    an.ANTENNE_REGION), 0)
               FROM ANTENNE an
               LEFT JOIN ACTIVITE a
                   ON a.ACTIVITE_IDANTENNE = an.ANTENNE_ID
               FETCH C_REG_ROLLUP INTO
                   :WS-ANTENNE-REGION, :WS-NB-ANTENNES,
                   :WS-NB-ACTIVITES, :WS-TOTAL-EMPREINTE,
                   :WS-TOTAL-PART, :WS-TOTAL-ACHATS
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
           MOVE WS-NB-ACTIVITES TO LD-NB-ACT
           MOVE WS-TOTAL-EMPREINTE TO LD-EMPREINTE
           MOVE WS-MOY-PAR-PART TO LD-MOYENNE
           MOVE WS-TOTAL-ACHATS TO LD-ACHATS
           MOVE WS-LIGNE-DETAIL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-LIGNE.
       DAL-END.
