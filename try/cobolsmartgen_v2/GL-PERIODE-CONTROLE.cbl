                   PERFORM CONTROLER-PAIEMENT-EXPORTE
               WHEN 'PMRK'
                   PERFORM MARQUER-PAIEMENT-EXPORTE
               WHEN 'ACHK'
                   PERFORM CONTROLER-ACHAT-EXPORTE
               WHEN 'AMRK'
                   PERFORM MARQUER-ACHAT-EXPORTE
               WHEN 'DCHK'
                   PERFORM CONTROLER-DECAISSEMENT-EXPORTE
               WHEN 'DMRK'
                   PERFORM MARQUER-DECAISSEMENT-EXPORTE
               WHEN 'VCHK'
                   PERFORM CONTROLER-AVOIR-EXPORTE
               WHEN 'VMRK'
                   PERFORM MARQUER-AVOIR-EXPORTE
               WHEN OTHER
                   DISPLAY 'ERREUR: Action inconnue: ' GLP-ACTION
           END-EVALUATE
           MOVE 'L' TO WS-GLP-STATUT
           PERFORM POSER-STATUT.
       ROUVRIR-PERIODE.
           MOVE 0 TO WS-EXP-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-EXP-COUNT
               FROM GL_EXERCICE
               WHERE :WS-GLP-PERIODE BETWEEN EXE_PERIODE_DEBUT
                                         AND EXE_PERIODE_FIN
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR LECTURE GL_EXERCICE: SQLCODE='
                   SQLCODE
               EXIT PARAGRAPH
           END-IF
           IF WS-EXP-COUNT > ZERO
               DISPLAY 'REOUVERTURE REFUSEE: PERIODE '
                   WS-GLP-PERIODE ' D''UN EXERCICE CLOTURE'
               EXIT PARAGRAPH
           END-IF
           PERFORM LIRE-STATUT
           MOVE WS-GLP-STATUT TO WS-JRN-AVANT
           MOVE 'O' TO WS-GLP-STATUT
           ELSE
               MOVE 'Y' TO GLP-RETOUR
           END-IF.
       CONTROLER-ACHAT-EXPORTE.
           MOVE GLP-DERNIER-NUM TO WS-EXP-ID
           MOVE 0 TO WS-EXP-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-EXP-COUNT
               FROM GL_EXPORT_ACHAT
               WHERE GEA_FF_ID = :WS-EXP-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR LECTURE GL_EXPORT_ACHAT:'
                   ' SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           IF WS-EXP-COUNT > ZERO
               MOVE 'Y' TO GLP-STATUT
           ELSE
               MOVE 'N' TO GLP-STATUT
           END-IF
           MOVE 'Y' TO GLP-RETOUR.
       MARQUER-ACHAT-EXPORTE.
           MOVE GLP-DERNIER-NUM TO WS-EXP-ID
           EXEC SQL
               INSERT INTO GL_EXPORT_ACHAT
               (GEA_FF_ID, GEA_PERIODE)
               VALUES (:WS-EXP-ID, :WS-GLP-PERIODE)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT GL_EXPORT_ACHAT:'
                   ' SQLCODE=' SQLCODE
           ELSE
               MOVE 'Y' TO GLP-RETOUR
           END-IF.
       CONTROLER-DECAISSEMENT-EXPORTE.
           MOVE GLP-DERNIER-NUM TO WS-EXP-ID
           MOVE 0 TO WS-EXP-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-EXP-COUNT
               FROM GL_EXPORT_DECAISSEMENT
               WHERE GED_FF_ID = :WS-EXP-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR LECTURE GL_EXPORT_DECAISSEMENT:'
                   ' SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           IF WS-EXP-COUNT > ZERO
               MOVE 'Y' TO GLP-STATUT
           ELSE
               MOVE 'N' TO GLP-STATUT
           END-IF
           MOVE 'Y' TO GLP-RETOUR.
       MARQUER-DECAISSEMENT-EXPORTE.
           MOVE GLP-DERNIER-NUM TO WS-EXP-ID
           EXEC SQL
               INSERT INTO GL_EXPORT_DECAISSEMENT
               (GED_FF_ID, GED_PERIODE)
               VALUES (:WS-EXP-ID, :WS-GLP-PERIODE)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT GL_EXPORT_DECAISSEMENT:'
                   ' SQLCODE=' SQLCODE
           ELSE
               MOVE 'Y' TO GLP-RETOUR
           END-IF.
       CONTROLER-AVOIR-EXPORTE.
           MOVE GLP-DERNIER-NUM TO WS-EXP-ID
           MOVE 0 TO WS-EXP-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-EXP-COUNT
               FROM GL_EXPORT_AVOIR_FRN
               WHERE GEV_AF_ID = :WS-EXP-ID
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR LECTURE GL_EXPORT_AVOIR_FRN:'
                   ' SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           IF WS-EXP-COUNT > ZERO
               MOVE 'Y' TO GLP-STATUT
           ELSE
               MOVE 'N' TO GLP-STATUT
           END-IF
           MOVE 'Y' TO GLP-RETOUR.
       MARQUER-AVOIR-EXPORTE.
           MOVE GLP-DERNIER-NUM TO WS-EXP-ID
           EXEC SQL
               INSERT INTO GL_EXPORT_AVOIR_FRN
               (GEV_AF_ID, GEV_PERIODE)
               VALUES (:WS-EXP-ID, :WS-GLP-PERIODE)
           END-EXEC
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY 'ERREUR INSERT GL_EXPORT_AVOIR_FRN:'
                   ' SQLCODE=' SQLCODE
           ELSE
               MOVE 'Y' TO GLP-RETOUR
           END-IF.
