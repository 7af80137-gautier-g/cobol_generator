           05 AREF-CAPACITE       PIC 9(9).
           05 AREF-DATEFIN        PIC 9(8).
       77  WS-AREF-EOF            PIC X.
       77  WS-SCOPE-EOF           PIC X.
       01  WS-EMPREINTE-SCOPE.
           05 ES-ACTIVITE-ID      PIC 9(9).
           05 ES-DOMAINE          PIC X(12).
           05 ES-CODE             PIC 9(2).
           05 ES-SCOPE            PIC 9(1).
           05 ES-CATEGORIE        PIC 9(2).
           05 ES-EMPREINTE        PIC S9(9)V9(4).
       01  WS-ACTIVITE-JOUR.
           05 ACTJOUR-ID-ACTIVITE PIC 9(9).
           05 ACTJOUR-DATE        PIC 9(8).
               WS-ACTIVITE-REF
           END-CALL
           CLOSE ANOMALIE-AUDIT-FILE
           MOVE 'END ' TO OPERATION
           MOVE 'N' TO WS-SCOPE-EOF
           CALL 'EMPREINTE-SCOPE-DAL-DB' USING OPERATION WS-SCOPE-EOF
               WS-EMPREINTE-SCOPE
           END-CALL
           DISPLAY '=========================================='
           DISPLAY 'FIN TRAITEMENT BATCH REPAS'
           DISPLAY 'Nombre repas traites: ' WS-COUNT-TOTAL
                   CALL 'ACTIVITE-DAL-DB' USING OPERATION WS-AREF-EOF
                       WS-ACTIVITE-REF
                   END-CALL
                   PERFORM VENTILER-SCOPE
               END-IF
               MOVE 'MREP' TO OPERATION
               CALL 'ACTIVITE-JOUR-DAL-DB' USING OPERATION WS-JOUR-EOF
           CALL 'ACTIVITE-DAL-DB' USING OPERATION WS-AREF-EOF
               WS-ACTIVITE-REF
           END-CALL
           PERFORM VENTILER-SCOPE
       .
       VENTILER-SCOPE.
           IF AREF-EMPREINTE = ZERO
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-EMPREINTE-SCOPE
           MOVE AREF-ID TO ES-ACTIVITE-ID
           MOVE 'REPAS' TO ES-DOMAINE
           MOVE REPAS-TYPE OF REPAS TO ES-CODE
           MOVE AREF-EMPREINTE TO ES-EMPREINTE
           MOVE 'AJOU' TO OPERATION
           MOVE 'N' TO WS-SCOPE-EOF
           CALL 'EMPREINTE-SCOPE-DAL-DB' USING OPERATION WS-SCOPE-EOF
               WS-EMPREINTE-SCOPE
           END-CALL
       .
       WRITE-ANOMALIE-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUDIT-TIMESTAMP
