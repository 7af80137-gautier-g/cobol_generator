       01  WS-REC-PREMIERE-QTE    PIC 9(9).
       01  WS-REC-DERNIERE-DATE   PIC 9(8).
       01  WS-REC-TOTAL           PIC 9(9).
       01  WS-REC-POSITIF         PIC 9(9).
       01  WS-RET-QTE             PIC 9(9).
       01  WS-RET-NB              PIC 9(6).
       01  WS-PO-DATE-8           PIC 9(8).
       01  WS-JOURS               PIC S9(5).
       77  WS-DATE-OPERATION      PIC X(4).
               10 WS-PF-JOURS-CUM PIC 9(9).
               10 WS-PF-FILL-CUM  PIC 9(9)V99.
               10 WS-PF-NB-ECARTS PIC 9(6).
               10 WS-PF-QTE-RECUE PIC 9(9).
               10 WS-PF-QTE-RETOUR PIC 9(9).
               10 WS-PF-NB-RETOURS PIC 9(6).
       01  WS-PERF-SWAP           PIC X(141).
       01  WS-MOY-RETOUR          PIC Z(2)9.9.
       01  WS-CALC-RETOUR         PIC 9(3)V9.
       01  WS-MOY-JOURS           PIC Z(4)9.9.
       01  WS-MOY-FILL            PIC Z(2)9.9.
       01  WS-CALC-JOURS          PIC 9(5)V9.
                                WHERE gr.PO_ID = po.PO_ID), 0),
                      COALESCE((SELECT SUM(gr.RECEIPT_QTE)
                                FROM GOODS_RECEIPT gr
                                WHERE gr.PO_ID = po.PO_ID), 0),
                      COALESCE((SELECT SUM(gr.RECEIPT_QTE)
                                FROM GOODS_RECEIPT gr
                                WHERE gr.PO_ID = po.PO_ID
                                AND gr.RECEIPT_QTE > 0), 0),
                      COALESCE((SELECT SUM(rf.RF_QTE)
                                FROM RETOUR_FOURNISSEUR rf
                                WHERE rf.PO_ID = po.PO_ID), 0),
                      (SELECT COUNT(*)
                       FROM RETOUR_FOURNISSEUR rf
                       WHERE rf.PO_ID = po.PO_ID)
               FROM SUPPLIER s
               INNER JOIN PURCHASE_ORDER po
                   ON po.SUP_ID = s.SUP_ID
                       :WS-PO-ID, :WS-PO-QTE, :WS-PO-DATE,
                       :WS-PO-STATUT,
                       :WS-REC-PREMIERE-DATE, :WS-REC-PREMIERE-QTE,
                       :WS-REC-DERNIERE-DATE, :WS-REC-TOTAL,
                       :WS-REC-POSITIF, :WS-RET-QTE, :WS-RET-NB
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
           IF WS-REC-TOTAL NOT = WS-PO-QTE
               AND WS-REC-TOTAL > ZERO
               ADD 1 TO WS-PF-NB-ECARTS(WS-PERF-IDX)
           END-IF
           ADD WS-REC-POSITIF TO WS-PF-QTE-RECUE(WS-PERF-IDX)
           ADD WS-RET-QTE TO WS-PF-QTE-RETOUR(WS-PERF-IDX)
           ADD WS-RET-NB TO WS-PF-NB-RETOURS(WS-PERF-IDX).
       TROUVER-FOURNISSEUR.
           MOVE 0 TO WS-PERF-IDX
           PERFORM VARYING WS-PERF-JDX FROM 1 BY 1
                   MOVE 0 TO WS-CALC-FILL
               END-IF
               MOVE WS-CALC-FILL TO WS-MOY-FILL
               IF WS-PF-QTE-RECUE(WS-PERF-IDX) > ZERO
                   COMPUTE WS-CALC-RETOUR =
                       WS-PF-QTE-RETOUR(WS-PERF-IDX) * 100
                       / WS-PF-QTE-RECUE(WS-PERF-IDX)
               ELSE
                   MOVE 0 TO WS-CALC-RETOUR
               END-IF
               MOVE WS-CALC-RETOUR TO WS-MOY-RETOUR
               DISPLAY '  ' WS-PF-NOM(WS-PERF-IDX)
               DISPLAY '    COMMANDES: '
                   WS-PF-NB-CDE(WS-PERF-IDX)
                   '  DELAI MOYEN: ' WS-MOY-JOURS ' J'
                   '  TAUX SERVICE 1ERE LIV.: ' WS-MOY-FILL ' %'
                   '  ECARTS: ' WS-PF-NB-ECARTS(WS-PERF-IDX)
               DISPLAY '    RETOURS: '
                   WS-PF-NB-RETOURS(WS-PERF-IDX)
                   '  QTE RETOURNEE: ' WS-PF-QTE-RETOUR(WS-PERF-IDX)
                   ' / ' WS-PF-QTE-RECUE(WS-PERF-IDX)
                   '  TAUX RETOUR: ' WS-MOY-RETOUR ' %'
           END-PERFORM.
       DAL-END.
           EXEC SQL COMMIT END-EXEC
