       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPROCHEMENT-CONTROLE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GnuCOBOL.
       OBJECT-COMPUTER. GnuCOBOL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-TOLERANCE-QTE       PIC 9(9).
       01  WS-TOLERANCE-PRIX      PIC 9(7)V99.
       01  WS-ECART-PRIX          PIC S9(7)V99.
       LINKAGE SECTION.
       01  LK-RAPPROCHEMENT.
           05 RPR-TOLERANCE-PCT   PIC 9(2).
           05 RPR-FAC-QTE         PIC 9(9).
           05 RPR-FAC-PRIX        PIC 9(7)V99.
           05 RPR-CDE-QTE         PIC 9(9).
           05 RPR-CDE-PRIX        PIC 9(7)V99.
           05 RPR-QTE-RECUE       PIC S9(9).
           05 RPR-ANOMALIE        PIC X.
           05 RPR-MOTIF           PIC X(40).
       PROCEDURE DIVISION USING LK-RAPPROCHEMENT.
       MAIN-PROCESS.
           MOVE 'N' TO RPR-ANOMALIE
           MOVE SPACES TO RPR-MOTIF
           COMPUTE WS-TOLERANCE-QTE =
               RPR-CDE-QTE * RPR-TOLERANCE-PCT / 100
           IF RPR-FAC-QTE > RPR-QTE-RECUE + WS-TOLERANCE-QTE
               MOVE 'Y' TO RPR-ANOMALIE
               MOVE 'FACTURE AU DELA DU RECU' TO RPR-MOTIF
           END-IF
           IF RPR-ANOMALIE = 'N'
               AND RPR-FAC-QTE > RPR-CDE-QTE + WS-TOLERANCE-QTE
               MOVE 'Y' TO RPR-ANOMALIE
               MOVE 'FACTURE AU DELA DE LA COMMANDE' TO RPR-MOTIF
           END-IF
           IF RPR-ANOMALIE = 'N' AND RPR-CDE-PRIX > ZERO
               COMPUTE WS-TOLERANCE-PRIX =
                   RPR-CDE-PRIX * RPR-TOLERANCE-PCT / 100
               COMPUTE WS-ECART-PRIX = RPR-FAC-PRIX - RPR-CDE-PRIX
               IF WS-ECART-PRIX > WS-TOLERANCE-PRIX
                   MOVE 'Y' TO RPR-ANOMALIE
                   MOVE 'PRIX SUPERIEUR AU PRIX COMMANDE'
                       TO RPR-MOTIF
               END-IF
           END-IF
           GOBACK.
