               DECLARE C_AP_AGE CURSOR FOR
               SELECT s.SUP_ID, s.SUP_NAME,
                      f.FF_ID, f.FF_DATE,
                      f.FF_QTE * f.FF_PRIX + COALESCE(f.FF_TVA, 0)
               FROM SUPPLIER s
               INNER JOIN FACTURE_FOURNISSEUR f
                   ON f.SUP_ID = s.SUP_ID
