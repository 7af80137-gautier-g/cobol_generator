           IF WS-ABORT-FLAG = 'N'
               PERFORM STEP-EXTRACT-VERIFY
           END-IF
           IF WS-ABORT-FLAG = 'N'
               PERFORM STEP-CALENDRIER
           END-IF
           IF WS-ABORT-FLAG = 'N' AND WS-JOUR-TYPE = 'H'
               PERFORM ETAPES-FIN-DE-SEMAINE
           END-IF
               PERFORM MARQUER-ETAPE-FAITE
           END-IF.

       STEP-CALENDRIER.
           MOVE 'ICAL-EXPORT' TO WS-ETAPE-COURANTE
           PERFORM ETAPE-DEJA-FAITE
           IF WS-ETAPE-FAITE = 'Y'
               EXIT PARAGRAPH
           END-IF
           CALL 'ICAL-EXPORT'
           IF RETURN-CODE < ZERO
               MOVE 'ICAL-EXPORT' TO WS-FAILED-STEP
               MOVE 'Y' TO WS-ABORT-FLAG
           ELSE
               PERFORM MARQUER-ETAPE-FAITE
           END-IF.

       STEP-MAIL-DISPATCH.
           MOVE 'MAIL-DISPATCH' TO WS-ETAPE-COURANTE
           PERFORM ETAPE-DEJA-FAITE
