       01 WS-CONNECTED           PIC X VALUE 'N'.
       01 WS-CURSOR-OPEN         PIC X VALUE 'N'.
       01 WS-CURSOR-LN-OPEN      PIC X VALUE 'N'.
       01 WS-CURSOR-BL-OPEN      PIC X VALUE 'N'.
       01 WS-FIN-ALLOCATION      PIC X VALUE 'N'.
       01 WS-DATE-JOUR           PIC 9(8).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME                 PIC X(30).
       01 WS-OLINE-QTY           PIC 9(7).
       01 WS-OLINE-PRICE         PIC 9(7)V99.
       01 WS-FACTEUR-VENTE       PIC 9(5)V99.
       01 WS-BL-ID               PIC 9(9).
       01 WS-BLL-ID              PIC 9(9).
       01 WS-BL-DATE             PIC X(10).
       01 WS-RES-ID              PIC 9(9).
       01 WS-RES-QTE             PIC 9(9).
       01 WS-RELIQUAT-ID         PIC 9(9).
       01 WS-RES-DATE            PIC 9(8).
       01 WS-LOC-ID              PIC 9(4).
       01 WS-DISPO               PIC S9(9).
       01 WS-A-RESERVER          PIC 9(9).
       01 WS-QTE-RESERVEE        PIC 9(9).
       01 WS-NB-RESTE            PIC 9(9).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           05 LK-OLINE-PRODID    PIC 9(9).
           05 LK-OLINE-QTY       PIC 9(7).
           05 LK-OLINE-PRICE     PIC 9(7)V99.
           05 LK-BL-ID           PIC 9(9).
           05 LK-QTE-RESERVEE    PIC 9(7).

       PROCEDURE DIVISION USING LK-OPERATION LK-END-OF-FILE
           LK-SALES-ORDER.
                   PERFORM DALREAD
               WHEN 'RDLN'
                   PERFORM DALREADLINE
               WHEN 'RESO'
                   PERFORM DALRESERVEORDER
               WHEN 'LIBR'
                   PERFORM DALRELEASE
               WHEN 'SHIP'
                   PERFORM DALSHIP
               WHEN 'RDBL'
                   PERFORM DALREADBL
               WHEN 'FACT'
                   PERFORM DALFACTURE
               WHEN 'END '
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Y' TO LK-END-OF-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OLINE-ID TO LK-OLINE-ID.
           MOVE WS-OLINE-QTY TO WS-A-RESERVER.
           PERFORM RESERVER-LIGNE.
           MOVE WS-QTE-RESERVEE TO LK-QTE-RESERVEE.

       RESERVER-LIGNE.
           MOVE 0 TO WS-QTE-RESERVEE.
           MOVE 'N' TO WS-FIN-ALLOCATION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE WS-DATE-JOUR TO WS-RES-DATE.
           PERFORM UNTIL WS-A-RESERVER = 0
               OR WS-FIN-ALLOCATION = 'Y'
               PERFORM CHERCHER-DISPONIBLE
               IF WS-FIN-ALLOCATION = 'N'
                   IF WS-DISPO < WS-A-RESERVER
                       MOVE WS-DISPO TO WS-RES-QTE
                   ELSE
                       MOVE WS-A-RESERVER TO WS-RES-QTE
                   END-IF
                   PERFORM INSERER-RESERVATION
                   SUBTRACT WS-RES-QTE FROM WS-A-RESERVER
                   ADD WS-RES-QTE TO WS-QTE-RESERVEE
               END-IF
           END-PERFORM.
           IF WS-A-RESERVER > 0
               MOVE 0 TO WS-LOC-ID
               MOVE WS-A-RESERVER TO WS-RES-QTE
               EXEC SQL
                   SELECT COALESCE(MAX(RES_ID), 0) + 1
                   INTO :WS-RES-ID
                   FROM STOCK_RESERVATION
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'ERREUR SELECT MAX(RES_ID): SQLCODE=' SQLCODE
                   MOVE 'Y' TO LK-END-OF-FILE
                   EXIT PARAGRAPH
               END-IF
               EXEC SQL
                   INSERT INTO STOCK_RESERVATION
                   (RES_ID, ORDER_ID, OLINE_ID, PROD_ID, LOC_ID,
                    RES_QTE, RES_STATUT, RES_DATE)
                   VALUES
                   (:WS-RES-ID, :WS-ORDER-ID, :WS-OLINE-ID,
                    :WS-OLINE-PRODID, 0, :WS-RES-QTE, 'B',
                    :WS-RES-DATE)
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'Y' TO LK-END-OF-FILE
               END-IF
           END-IF.

       CHERCHER-DISPONIBLE.
           EXEC SQL
               SELECT COALESCE(S.LOC_ID, 1),
                      S.QUANTITY - COALESCE(
                      (SELECT SUM(R.RES_QTE)
                       FROM STOCK_RESERVATION R
                       WHERE R.PROD_ID = S.PROD_ID
                       AND R.LOC_ID = COALESCE(S.LOC_ID, 1)
                       AND R.RES_STATUT = 'R'), 0)
               INTO :WS-LOC-ID, :WS-DISPO
               FROM STOCK S
               WHERE S.PROD_ID = :WS-OLINE-PRODID
               ORDER BY 2 DESC, 1
               LIMIT 1
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-DISPO NOT > 0
               MOVE 'Y' TO WS-FIN-ALLOCATION
           END-IF.

       INSERER-RESERVATION.
           EXEC SQL
               SELECT COALESCE(MAX(RES_ID), 0) + 1
               INTO :WS-RES-ID
               FROM STOCK_RESERVATION
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR SELECT MAX(RES_ID): SQLCODE=' SQLCODE
               MOVE 'Y' TO LK-END-OF-FILE
               MOVE 'Y' TO WS-FIN-ALLOCATION
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               INSERT INTO STOCK_RESERVATION
               (RES_ID, ORDER_ID, OLINE_ID, PROD_ID, LOC_ID,
                RES_QTE, RES_STATUT, RES_DATE)
               VALUES
               (:WS-RES-ID, :WS-ORDER-ID, :WS-OLINE-ID,
                :WS-OLINE-PRODID, :WS-LOC-ID, :WS-RES-QTE, 'R',
                :WS-RES-DATE)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Y' TO LK-END-OF-FILE
               MOVE 'Y' TO WS-FIN-ALLOCATION
           END-IF.

       DALRESERVEORDER.
           PERFORM CONNECT-DB.
           IF LK-END-OF-FILE = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-ORDER-ID TO WS-ORDER-ID.
           PERFORM RESERVER-COMMANDE.

       RESERVER-COMMANDE.
           MOVE 'N' TO WS-FIN-ALLOCATION.
           PERFORM UNTIL WS-FIN-ALLOCATION = 'Y'
               OR LK-END-OF-FILE = 'Y'
               EXEC SQL
                   SELECT L.OLINE_ID, L.PROD_ID, L.OLINE_QTY
                   INTO :WS-OLINE-ID, :WS-OLINE-PRODID,
                        :WS-OLINE-QTY
                   FROM SALES_ORDER_LINE L
                   WHERE L.ORDER_ID = :WS-ORDER-ID
                   AND L.OLINE_QTY > 0
                   AND NOT EXISTS
                       (SELECT 1 FROM STOCK_RESERVATION R
                        WHERE R.OLINE_ID = L.OLINE_ID)
                   ORDER BY L.OLINE_ID
                   LIMIT 1
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-FIN-ALLOCATION
               ELSE
                   MOVE WS-OLINE-QTY TO WS-A-RESERVER
                   PERFORM RESERVER-LIGNE
                   MOVE 'N' TO WS-FIN-ALLOCATION
               END-IF
           END-PERFORM.

       DALRELEASE.
           PERFORM CONNECT-DB.
           IF LK-END-OF-FILE = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-OLINE-PRODID TO WS-OLINE-PRODID.
           MOVE 0 TO LK-QTE-RESERVEE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE WS-DATE-JOUR TO WS-RES-DATE.
           MOVE 'N' TO WS-FIN-ALLOCATION.
           PERFORM UNTIL WS-FIN-ALLOCATION = 'Y'
               OR LK-END-OF-FILE = 'Y'
               EXEC SQL
                   SELECT RES_ID, ORDER_ID, OLINE_ID, RES_QTE
                   INTO :WS-RELIQUAT-ID, :WS-ORDER-ID, :WS-OLINE-ID,
                        :WS-A-RESERVER
                   FROM STOCK_RESERVATION
                   WHERE PROD_ID = :WS-OLINE-PRODID
                   AND RES_STATUT = 'B'
                   ORDER BY RES_ID
                   LIMIT 1
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-FIN-ALLOCATION
               ELSE
                   PERFORM CHERCHER-DISPONIBLE
               END-IF
               IF WS-FIN-ALLOCATION = 'N'
                   IF WS-DISPO < WS-A-RESERVER
                       MOVE WS-DISPO TO WS-RES-QTE
                   ELSE
                       MOVE WS-A-RESERVER TO WS-RES-QTE
                   END-IF
                   PERFORM INSERER-RESERVATION
                   PERFORM SOLDER-RELIQUAT
                   ADD WS-RES-QTE TO LK-QTE-RESERVEE
               END-IF
           END-PERFORM.

       SOLDER-RELIQUAT.
           IF WS-RES-QTE = WS-A-RESERVER
               EXEC SQL
                   DELETE FROM STOCK_RESERVATION
                   WHERE RES_ID = :WS-RELIQUAT-ID
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE STOCK_RESERVATION
                   SET RES_QTE = RES_QTE - :WS-RES-QTE
                   WHERE RES_ID = :WS-RELIQUAT-ID
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               MOVE 'Y' TO LK-END-OF-FILE
           END-IF.

       DALREAD.
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-ORDER-ID TO WS-ORDER-ID.
           MOVE 0 TO LK-BL-ID.
           EXEC SQL
               SELECT CUST_ID, COALESCE(ORDER_STATUS, 'N')
               INTO :WS-ORDER-CUSTID, :WS-ORDER-STATUS
               FROM SALES_ORDER
               WHERE ORDER_ID = :WS-ORDER-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Y' TO LK-END-OF-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ORDER-STATUS NOT = 'N' AND WS-ORDER-STATUS NOT = 'P'
               MOVE WS-ORDER-STATUS TO LK-ORDER-STATUS
               MOVE 'Y' TO LK-END-OF-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM RESERVER-COMMANDE.
           IF LK-END-OF-FILE = 'Y'
               PERFORM ANNULER-EXPEDITION
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-NB-RESTE.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-RESTE
               FROM STOCK_RESERVATION
               WHERE ORDER_ID = :WS-ORDER-ID
               AND RES_STATUT = 'R'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-NB-RESTE = 0
               MOVE WS-ORDER-STATUS TO LK-ORDER-STATUS
               MOVE 'Y' TO LK-END-OF-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-JOUR.
           MOVE WS-DATE-JOUR TO WS-RES-DATE.
           MOVE SPACES TO WS-BL-DATE.
           STRING WS-DATE-JOUR(1:4) '-' WS-DATE-JOUR(5:2) '-'
               WS-DATE-JOUR(7:2) DELIMITED BY SIZE INTO WS-BL-DATE.
           EXEC SQL
               SELECT COALESCE(MAX(BL_ID), 0) + 1
               INTO :WS-BL-ID
               FROM BON_LIVRAISON
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR SELECT MAX(BL_ID): SQLCODE=' SQLCODE
               PERFORM ANNULER-EXPEDITION
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               INSERT INTO BON_LIVRAISON
               (BL_ID, ORDER_ID, CUST_ID, BL_DATE, BL_INV_ID)
               VALUES
               (:WS-BL-ID, :WS-ORDER-ID, :WS-ORDER-CUSTID,
                :WS-BL-DATE, 0)
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM ANNULER-EXPEDITION
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               SELECT COALESCE(MAX(BLL_ID), 0)
               INTO :WS-BLL-ID
               FROM BON_LIVRAISON_LIGNE
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR SELECT MAX(BLL_ID): SQLCODE=' SQLCODE
               PERFORM ANNULER-EXPEDITION
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               INSERT INTO BON_LIVRAISON_LIGNE
               (BLL_ID, BL_ID, OLINE_ID, PROD_ID, LOC_ID, BLL_QTE,
                BLL_COUT_UNITAIRE)
               SELECT :WS-BLL-ID
                      + ROW_NUMBER() OVER (ORDER BY R.RES_ID),
                      :WS-BL-ID, R.OLINE_ID, R.PROD_ID, R.LOC_ID,
                      R.RES_QTE, COALESCE(C.CMP_COUT_MOYEN, 0)
               FROM STOCK_RESERVATION R
               LEFT JOIN PRODUCT_COST C
                   ON C.PROD_ID = R.PROD_ID
               WHERE R.ORDER_ID = :WS-ORDER-ID
               AND R.RES_STATUT = 'R'
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM ANNULER-EXPEDITION
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               UPDATE STOCK S
               SET QUANTITY = S.QUANTITY - B.QTE
               FROM (SELECT PROD_ID, LOC_ID, SUM(BLL_QTE) AS QTE
                     FROM BON_LIVRAISON_LIGNE
                     WHERE BL_ID = :WS-BL-ID
                     GROUP BY PROD_ID, LOC_ID) B
               WHERE S.PROD_ID = B.PROD_ID
               AND COALESCE(S.LOC_ID, 1) = B.LOC_ID
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM ANNULER-EXPEDITION
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               INSERT INTO STOCK_MOVEMENT
               (STOCK_ID, PROD_ID, QUANTITY_DELTA, MOVEMENT_DATE,
                MOVEMENT_TYPE, UNIT_COST, LOC_ID)
               SELECT S.STOCK_ID, L.PROD_ID, 0 - L.BLL_QTE,
                      :WS-RES-DATE, 'EXPEDITION',
                      L.BLL_COUT_UNITAIRE, L.LOC_ID
               FROM BON_LIVRAISON_LIGNE L
               JOIN STOCK S
                   ON S.PROD_ID = L.PROD_ID
                   AND COALESCE(S.LOC_ID, 1) = L.LOC_ID
               WHERE L.BL_ID = :WS-BL-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM ANNULER-EXPEDITION
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               UPDATE SALES_ORDER_LINE O
               SET OLINE_QTY_LIVREE =
                   COALESCE(O.OLINE_QTY_LIVREE, 0) + B.QTE
               FROM (SELECT OLINE_ID, SUM(BLL_QTE) AS QTE
                     FROM BON_LIVRAISON_LIGNE
                     WHERE BL_ID = :WS-BL-ID
                     GROUP BY OLINE_ID) B
               WHERE O.OLINE_ID = B.OLINE_ID
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM ANNULER-EXPEDITION
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
               UPDATE STOCK_RESERVATION
               SET RES_STATUT = 'L'
               WHERE ORDER_ID = :WS-ORDER-ID
               AND RES_STATUT = 'R'
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM ANNULER-EXPEDITION
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-NB-RESTE.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-RESTE
               FROM SALES_ORDER_LINE
               WHERE ORDER_ID = :WS-ORDER-ID
               AND COALESCE(OLINE_QTY_LIVREE, 0) < OLINE_QTY
           END-EXEC.
           IF WS-NB-RESTE = 0
               MOVE 'S' TO WS-ORDER-STATUS
           ELSE
               MOVE 'P' TO WS-ORDER-STATUS
           END-IF.
           EXEC SQL
               UPDATE SALES_ORDER
               SET ORDER_STATUS = :WS-ORDER-STATUS
               WHERE ORDER_ID = :WS-ORDER-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM ANNULER-EXPEDITION
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BL-ID TO LK-BL-ID.
           MOVE WS-ORDER-STATUS TO LK-ORDER-STATUS.

       ANNULER-EXPEDITION.
           EXEC SQL
               ROLLBACK
           END-EXEC.
           MOVE 0 TO LK-BL-ID.
           MOVE 'Y' TO LK-END-OF-FILE.

       DALREADBL.
           PERFORM CONNECT-DB.
           IF LK-END-OF-FILE = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-CURSOR-BL-OPEN = 'N'
               MOVE LK-BL-ID TO WS-BL-ID
               EXEC SQL
                   DECLARE CBLLN CURSOR FOR
                   SELECT L.OLINE_ID, L.PROD_ID, L.BLL_QTE,
                          O.OLINE_PRICE
                   FROM BON_LIVRAISON_LIGNE L
                   JOIN SALES_ORDER_LINE O
                       ON O.OLINE_ID = L.OLINE_ID
                   WHERE L.BL_ID = :WS-BL-ID
                   ORDER BY L.BLL_ID
               END-EXEC
               EXEC SQL
                   OPEN CBLLN
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'Y' TO LK-END-OF-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-CURSOR-BL-OPEN
           END-IF.
           EXEC SQL
               FETCH CBLLN INTO
                   :WS-OLINE-ID, :WS-OLINE-PRODID,
                   :WS-OLINE-QTY, :WS-OLINE-PRICE
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL
                   CLOSE CBLLN
               END-EXEC
               MOVE 'N' TO WS-CURSOR-BL-OPEN
               MOVE 'Y' TO LK-END-OF-FILE
           ELSE
               MOVE WS-OLINE-ID TO LK-OLINE-ID
               MOVE WS-OLINE-PRODID TO LK-OLINE-PRODID
               MOVE WS-OLINE-QTY TO LK-OLINE-QTY
               MOVE WS-OLINE-PRICE TO LK-OLINE-PRICE
           END-IF.

       DALFACTURE.
               END-EXEC
               MOVE 'N' TO WS-CURSOR-LN-OPEN
           END-IF.
           IF WS-CURSOR-BL-OPEN = 'Y'
               EXEC SQL
                   CLOSE CBLLN
               END-EXEC
               MOVE 'N' TO WS-CURSOR-BL-OPEN
           END-IF.
           EXEC SQL
               COMMIT
           END-EXEC.
