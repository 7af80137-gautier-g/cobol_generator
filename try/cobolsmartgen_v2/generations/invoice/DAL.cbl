                   PERFORM DALEXPOSURE
               WHEN 'COGS'
                   PERFORM DALCOGS
               WHEN 'TYPE'
                   PERFORM DALTYPE
               WHEN 'END '
                   PERFORM DALEND
           END-EVALUATE.
               MOVE 'Y' TO LKENDOFFILE
           END-IF.

       DALTYPE.
           MOVE 'N' TO LKENDOFFILE.
           MOVE LKINVID TO WSINVID.
           MOVE LKINVTYPE TO WSINVTYPE.
           EXEC SQL
               UPDATE INVOICE
               SET INV_TYPE = :WSINVTYPE
               WHERE INV_ID = :WSINVID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Y' TO LKENDOFFILE
           END-IF.

       DALEND.
           IF WS-CURSOR-OPEN = 'Y'
               EXEC SQL
