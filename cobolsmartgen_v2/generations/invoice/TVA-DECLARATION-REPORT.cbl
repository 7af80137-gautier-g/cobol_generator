                   ON c.CUST_ID = i.CUST_ID
               WHERE i.INV_DATE BETWEEN :WS-DATE-DEBUT
                     AND :WS-DATE-FIN
               AND COALESCE(i.INV_TYPE, 'FAC') <> 'INT'
               ORDER BY i.INV_ID
           END-EXEC
           EXEC SQL OPEN C_TVA END-EXEC
