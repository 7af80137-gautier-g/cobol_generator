       01  WS-ANTENNE-REGION      PIC X(50).
       01  WS-NB-ACTIVITES        PIC 9(9).
       01  WS-TOTAL-EMPREINTE     PIC S9(11)V9(4).
       01  WS-TOTAL-ACHATS        PIC S9(11)V9(4).
       01  WS-TOTAL-COMPENSE      PIC S9(11)V9(4).
       01  WS-TOTAL-NET           PIC S9(11)V9(4).
       01  WS-TOTAL-PART          PIC 9(11).
       01  WS-MOY-PAR-PART        PIC S9(9)V9(4).
       01  WS-GRAND-TOTAL         PIC S9(11)V9(4) VALUE 0.
       01  WS-GRAND-TOTAL-ACHATS  PIC S9(11)V9(4) VALUE 0.
       01  WS-GRAND-TOTAL-NET     PIC S9(11)V9(4) VALUE 0.
       01  WS-DB-NAME             PIC X(64).
       01  WS-DB-USER             PIC X(64).
       01  WS-SPOOL-TITRE         PIC X(60).
       01  WS-SPOOL-LIGNE         PIC X(132).
       01  WS-ENTETE-COLONNES.
           05 FILLER PIC X(23) VALUE 'ANTENNE'.
           05 FILLER PIC X(19) VALUE 'REGION'.
           05 FILLER PIC X(7)  VALUE '  ACTIV'.
           05 FILLER PIC X(17) VALUE '       EMPREINTE'.
           05 FILLER PIC X(17) VALUE '          ACHATS'.
           05 FILLER PIC X(15) VALUE ' MOY/PARTICIP.'.
           05 FILLER PIC X(17) VALUE '        COMPENSE'.
           05 FILLER PIC X(16) VALUE '             NET'.
       01  WS-LIGNE-DETAIL.
           05 LD-NOM              PIC X(22).
           05 FILLER              PIC X.
           05 LD-REGION           PIC X(18).
           05 FILLER              PIC X.
           05 LD-NB               PIC Z(5)9.
           05 FILLER              PIC X.
           05 LD-EMPREINTE        PIC Z(9)9.9999-.
           05 FILLER              PIC X.
           05 LD-ACHATS           PIC Z(9)9.9999-.
           05 FILLER              PIC X.
           05 LD-MOYENNE          PIC Z(7)9.9999-.
           05 FILLER              PIC X.
           05 LD-COMPENSE         PIC Z(9)9.9999-.
           05 FILLER              PIC X.
           05 LD-NET              PIC Z(9)9.9999-.
           05 FILLER              PIC X.
           05 LT-TOTAL            PIC Z(9)9.9999-.
           05 FILLER              PIC X(2).
           05 FILLER              PIC X(9) VALUE 'ACHATS : '.
           05 LT-TOTAL-ACHATS     PIC Z(9)9.9999-.
           05 FILLER              PIC X(2).
           05 FILLER              PIC X(6) VALUE 'NET : '.
           05 LT-TOTAL-NET        PIC Z(9)9.9999-.
       PROCEDURE DIVISION.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               PERFORM DISPLAY-ROLLUP-LINE
               ADD WS-TOTAL-EMPREINTE TO WS-GRAND-TOTAL
               ADD WS-TOTAL-ACHATS TO WS-GRAND-TOTAL-ACHATS
               ADD WS-TOTAL-NET TO WS-GRAND-TOTAL-NET
               PERFORM FETCH-ROLLUP
           END-PERFORM
           MOVE WS-GRAND-TOTAL TO LT-TOTAL
           MOVE WS-GRAND-TOTAL-ACHATS TO LT-TOTAL-ACHATS
           MOVE WS-GRAND-TOTAL-NET TO LT-TOTAL-NET
           MOVE WS-LIGNE-TOTAL TO WS-SPOOL-LIGNE
           PERFORM ECRIRE-SPOOL-TOTAL
                      COUNT(a.ACTIVITE_ID),
                      COALESCE(SUM(a.ACTIVITE_EMPREINTETOTALE), 0),
                      COALESCE(SUM(a.ACTIVITE_NBPARTICIPANTS), 0),
                      COALESCE((SELECT SUM(e.EA_EMPREINTE)
                                FROM EMISSION_ACHAT e
                                WHERE e.EA_IDANTENNE =
                                    an.ANTENNE_ID), 0),
                      COALESCE((SELECT SUM(c.COMP_TONNES) * 1000
                                FROM COMPENSATION c
                                WHERE c.COMP_IDANTENNE =
               FETCH C_ANT_ROLLUP INTO
                   :WS-ANTENNE-ID, :WS-ANTENNE-NOM, :WS-ANTENNE-REGION,
                   :WS-NB-ACTIVITES, :WS-TOTAL-EMPREINTE,
                   :WS-TOTAL-PART, :WS-TOTAL-ACHATS,
                   :WS-TOTAL-COMPENSE
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
               MOVE ZERO TO WS-MOY-PAR-PART
           END-IF
           COMPUTE WS-TOTAL-NET =
               WS-TOTAL-EMPREINTE + WS-TOTAL-ACHATS
               - WS-TOTAL-COMPENSE
           MOVE WS-ANTENNE-NOM TO LD-NOM
           MOVE WS-ANTENNE-REGION TO LD-REGION
           MOVE WS-NB-ACTIVITES TO LD-NB
           MOVE WS-TOTAL-EMPREINTE TO LD-EMPREINTE
           MOVE WS-TOTAL-ACHATS TO LD-ACHATS
           MOVE WS-MOY-PAR-PART TO LD-MOYENNE
           MOVE WS-TOTAL-COMPENSE TO LD-COMPENSE
           MOVE WS-TOTAL-NET TO LD-NET
