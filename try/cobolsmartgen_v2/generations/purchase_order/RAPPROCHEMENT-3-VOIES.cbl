       01  WS-PO-QTE              PIC 9(9).
       01  WS-PO-PRIX             PIC 9(7)V99.
       01  WS-QTE-RECUE           PIC 9(9).
       01  WS-ANOMALIE            PIC X.
       01  WS-MOTIF               PIC X(40).
       01  WS-RAPPROCHEMENT.
           05 RPR-TOLERANCE-PCT   PIC 9(2).
           05 RPR-FAC-QTE         PIC 9(9).
           05 RPR-FAC-PRIX        PIC 9(7)V99.
           05 RPR-CDE-QTE         PIC 9(9).
           05 RPR-CDE-PRIX        PIC 9(7)V99.
           05 RPR-QTE-RECUE       PIC S9(9).
           05 RPR-ANOMALIE        PIC X.
           05 RPR-MOTIF           PIC X(40).
       01  WS-COUNT-APPROUVEES    PIC 9(6) VALUE 0.
       01  WS-COUNT-EXCEPTIONS    PIC 9(6) VALUE 0.
       01  WS-PARAMETRE.
           END-PERFORM
           EXEC SQL CLOSE C_MATCH END-EXEC.
       RAPPROCHER-UNE-FACTURE.
           MOVE WS-TOLERANCE-PCT TO RPR-TOLERANCE-PCT
           MOVE WS-FF-QTE TO RPR-FAC-QTE
           MOVE WS-FF-PRIX TO RPR-FAC-PRIX
           MOVE WS-PO-QTE TO RPR-CDE-QTE
           MOVE WS-PO-PRIX TO RPR-CDE-PRIX
           MOVE WS-QTE-RECUE TO RPR-QTE-RECUE
           CALL 'RAPPROCHEMENT-CONTROLE' USING WS-RAPPROCHEMENT
           MOVE RPR-ANOMALIE TO WS-ANOMALIE
           MOVE RPR-MOTIF TO WS-MOTIF
           IF WS-ANOMALIE = 'N'
               PERFORM APPROUVER-FACTURE
           ELSE
