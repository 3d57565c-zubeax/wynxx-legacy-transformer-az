      * VAT derivation, credit-limit check (own and group),         *
      * ORDER_ITEMS insertion, AUDIT_LOG rows and the order event - *
      * with the capturing channel recorded as WEB so web-placed    *
      * orders are distinguishable in reporting. Stock taken by a   *
      * line also goes to the CLAPP.STOCK_MOVES ledger (reason      *
      * SALE). The EDI inbound batch CLEDIIN captures through here  *
      * too, as channel EDI.                                        *
      * INQ-RESP-RC: 00 created, 08 bad request, 12 refused (the    *
      * reason is in INQ-RESP-MSG).                                 *
      *-------------------------------------------------------------*

       01  HV-ORDER-ID             PIC X(12).
       01  HV-CLIENT-ID            PIC X(10).
       01  HV-SALES-REP            PIC X(8).
       01  HV-CURRENCY             PIC X(3).
       01  HV-FX-RATE              PIC S9(7)V9(6) COMP-3.
       01  HV-ORDER-TOTAL          PIC S9(9)V99 COMP-3.
       01  HV-ON-HAND              PIC S9(9) COMP.
       01  HV-BACKORDER-ALLOWED    PIC X(1).
       01  HV-LINE-BACKORDER       PIC X(1).
      * a product with rows in CLAPP.KIT_COMPONENTS is a kit - its
      * stock is its components', never its own ON_HAND_QTY
       01  WS-KIT-ITEM             PIC X(1)  VALUE 'N'.
       01  HV-KIT-COUNT            PIC S9(9) COMP.
       01  HV-KIT-SHORT            PIC S9(9) COMP.
       01  HV-KIT-REFUSE           PIC S9(9) COMP.
       01  HV-QTY                  PIC S9(4) COMP.
       01  HV-UNIT-PRICE           PIC S9(7)V99 COMP-3.
       01  HV-UNIT-COST            PIC S9(7)V99 COMP-3.
       01  HV-LINE-NO              PIC S9(4) COMP.
       01  HV-LINE-AMT             PIC S9(7)V99 COMP-3.
       01  HV-VAT-RATE             PIC S9(3)V99 COMP-3.
       01  HV-COUNT                PIC S9(9) COMP.
       01  HV-AUD-DETAIL           PIC X(70).
       01  HV-CLIENT-REF           PIC X(15).
       01  HV-MOVE-REF             PIC X(20).
       01  WS-MOVE-LINE            PIC 9(4).
       01  HV-REQ-DELIV-DATE       PIC X(10).
       01  HV-WS-USER              PIC X(8)  VALUE 'CLORDWS'.
       01  HV-CHANNEL              PIC X(5)  VALUE 'WEB'.

       LINKAGE SECTION.
       COPY CLINQAPI.
           MOVE INQ-CAP-ORDER-ID   TO HV-ORDER-ID
           MOVE INQ-CAP-CLIENT     TO HV-CLIENT-ID
           MOVE INQ-CAP-CLIENT-REF TO HV-CLIENT-REF
           MOVE INQ-CAP-REQ-DATE   TO HV-REQ-DELIV-DATE
           IF INQ-CAP-CHANNEL = SPACES OR LOW-VALUES
              MOVE 'WEB'           TO HV-CHANNEL
           ELSE
              MOVE INQ-CAP-CHANNEL TO HV-CHANNEL
           END-IF
           IF INQ-CAP-USER = SPACES OR LOW-VALUES
              MOVE 'CLORDWS'       TO HV-WS-USER
           ELSE
              MOVE INQ-CAP-USER    TO HV-WS-USER
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-RAW
           STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
                 MOVE 08 TO INQ-RESP-RC
                 MOVE 'Between 1 and 10 item lines required'
                    TO INQ-RESP-MSG
              WHEN HV-REQ-DELIV-DATE NOT = SPACES
                   AND (HV-REQ-DELIV-DATE(1:4) IS NOT NUMERIC
                        OR HV-REQ-DELIV-DATE(5:1) NOT = '-'
                        OR HV-REQ-DELIV-DATE(6:2) IS NOT NUMERIC
                        OR HV-REQ-DELIV-DATE(8:1) NOT = '-'
                        OR HV-REQ-DELIV-DATE(9:2) IS NOT NUMERIC)
                 MOVE 08 TO INQ-RESP-RC
                 MOVE 'Requested delivery date must be YYYY-MM-DD'
                    TO INQ-RESP-MSG
              WHEN HV-REQ-DELIV-DATE NOT = SPACES
                   AND HV-REQ-DELIV-DATE < WS-TODAY-DATE
                 MOVE 08 TO INQ-RESP-RC
                 MOVE 'Requested delivery date is in the past'
                    TO INQ-RESP-MSG
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
              END-IF
           END-IF

           IF INQ-RESP-RC = 00
              MOVE 0 TO HV-COUNT
              EXEC SQL
                 SELECT COUNT(*) INTO :HV-COUNT
                   FROM CLAPP.CLIENTS
                  WHERE CLIENT_ID = :HV-CLIENT-ID
                    AND COALESCE(COMPLIANCE_HOLD,'N') = 'Y'
              END-EXEC
              IF HV-COUNT > 0
                 MOVE 12 TO INQ-RESP-RC
                 MOVE 'Client on compliance hold - order refused'
                    TO INQ-RESP-MSG
              END-IF
           END-IF

           IF INQ-RESP-RC = 00
              IF INQ-CAP-CURRENCY = SPACES
                 OR INQ-CAP-CURRENCY = 'EUR'
           END-IF.

      * prices every line before anything is written: agreement
      * price (contract or discount) beats the list price in force
      * today (CLAPP.PRODUCT_PRICES, else the master price), a
      * keyed price wins over both - the screen's LOOKUP-PRODUCT
      * rules.
       PRICE-CAPTURE-LINES.
              MOVE INQ-CAP-PRODUCT(INQ-CAP-IDX) TO HV-PRODUCT-ID
              MOVE INQ-CAP-QTY(INQ-CAP-IDX)     TO HV-QTY
              EXEC SQL
                 SELECT COALESCE(
                           (SELECT R.UNIT_PRICE
                              FROM CLAPP.PRODUCT_PRICES R
                             WHERE R.PRODUCT_ID = P.PRODUCT_ID
                               AND R.EFF_FROM =
                                   (SELECT MAX(R2.EFF_FROM)
                                      FROM CLAPP.PRODUCT_PRICES R2
                                     WHERE R2.PRODUCT_ID =
                                           P.PRODUCT_ID
                                       AND R2.EFF_FROM <=
                                           :WS-TODAY-DATE)),
                           P.UNIT_PRICE),
                        P.ACTIVE_FLAG
                   INTO :HV-PROD-PRICE, :HV-PROD-ACTIVE
                   FROM CLAPP.PRODUCTS P
                  WHERE P.PRODUCT_ID = :HV-PRODUCT-ID
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE NOT = 0
              MOVE 'SHIP' TO HV-ADDR-TYPE
           END-IF

      * the order goes to the client's sales rep
           MOVE SPACES TO HV-SALES-REP
           EXEC SQL
              SELECT COALESCE(SALES_REP,' ')
                INTO :HV-SALES-REP
                FROM CLAPP.CLIENTS
               WHERE CLIENT_ID = :HV-CLIENT-ID
           END-EXEC

           EXEC SQL
              INSERT INTO CLAPP.ORDERS
              (ORDER_ID, CLIENT_ID, ORDER_DATE, STATUS, TOTAL_AMT,
               CURRENCY, ORIG_AMT, SHIP_ADDR_TYPE, CHANNEL,
               CLIENT_REF, REQ_DELIV_DATE, SALES_REP)
              VALUES (:HV-ORDER-ID, :HV-CLIENT-ID, :WS-TODAY-DATE,
                      'NEW', :HV-ORDER-TOTAL, :HV-CURRENCY,
                      :HV-ORDER-ORIG, :HV-ADDR-TYPE, :HV-CHANNEL,
                      :HV-CLIENT-REF,
                      NULLIF(:HV-REQ-DELIV-DATE, ' '),
                      NULLIF(:HV-SALES-REP, ' '))
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0

           IF INQ-RESP-RC = 00
              MOVE HV-ORDER-ID TO INQ-ORD-ID
              IF HV-CHANNEL = 'WEB'
                 MOVE 'Order captured via web service'
                    TO HV-AUD-DETAIL
              ELSE
                 MOVE SPACES TO HV-AUD-DETAIL
                 STRING 'Order captured via ' DELIMITED BY SIZE
                    HV-CHANNEL DELIMITED BY SPACE
                    INTO HV-AUD-DETAIL
                 END-STRING
              END-IF
              EXEC SQL
                 INSERT INTO CLAPP.AUDIT_LOG
                 (TABLE_NAME, REC_KEY, ACTION, AUD_TS, DETAIL,
           MOVE INQ-CAP-QTY(INQ-CAP-IDX)     TO HV-QTY

      * HV-PROD-PRICE still holds the last line of the pricing pass -
      * re-select this line's list price so PRICE-ONE-LINE prices
      * the same figure the validation pass summed into TOTAL_AMT
           EXEC SQL
              SELECT COALESCE(
                        (SELECT R.UNIT_PRICE
                           FROM CLAPP.PRODUCT_PRICES R
                          WHERE R.PRODUCT_ID = P.PRODUCT_ID
                            AND R.EFF_FROM =
                                (SELECT MAX(R2.EFF_FROM)
                                   FROM CLAPP.PRODUCT_PRICES R2
                                  WHERE R2.PRODUCT_ID =
                                        P.PRODUCT_ID
                                    AND R2.EFF_FROM <=
                                        :WS-TODAY-DATE)),
                        P.UNIT_PRICE)
                INTO :HV-PROD-PRICE
                FROM CLAPP.PRODUCTS P
               WHERE P.PRODUCT_ID = :HV-PRODUCT-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FAILED
           COMPUTE HV-GROSS-AMT = HV-LINE-AMT + HV-VAT-AMT

      * stock like the screen: decrement when covered, flag the line
      * backordered when the product allows it, refuse otherwise; a
      * kit is checked component by component
           MOVE 'N' TO HV-LINE-BACKORDER
           PERFORM CHECK-KIT-PRODUCT
           IF WS-KIT-ITEM = 'Y'
              PERFORM CHECK-KIT-STOCK
           ELSE
              PERFORM CHECK-PRODUCT-STOCK
           END-IF

           IF WS-FAILED = 'N'
              MOVE 0 TO HV-UNIT-COST
              EXEC SQL
                 SELECT STD_COST INTO :HV-UNIT-COST
                   FROM CLAPP.PRODUCT_COSTS
                  WHERE PRODUCT_ID = :HV-PRODUCT-ID
                    AND EFF_FROM <= CURRENT DATE
                  ORDER BY EFF_FROM DESC
                  FETCH FIRST 1 ROW ONLY
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 0 TO HV-UNIT-COST
              END-IF
              MOVE WS-I TO HV-LINE-NO
              EXEC SQL
                 INSERT INTO CLAPP.ORDER_ITEMS
                 (ORDER_ID, LINE_NO, PRODUCT_ID, QTY, UNIT_PRICE,
                  LINE_AMT, VAT_CAT, VAT_RATE, VAT_AMT, GROSS_AMT,
                  BACKORDER_FLAG, UNIT_COST)
                 VALUES (:HV-ORDER-ID, :HV-LINE-NO, :HV-PRODUCT-ID,
                         :HV-QTY, :HV-UNIT-PRICE, :HV-LINE-AMT,
                         'S', :HV-VAT-RATE, :HV-VAT-AMT,
                         :HV-GROSS-AMT, :HV-LINE-BACKORDER,
                         NULLIF(:HV-UNIT-COST, 0))
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-FAILED
              ELSE
                 IF HV-LINE-BACKORDER = 'N' AND WS-KIT-ITEM = 'Y'
                    PERFORM MOVE-KIT-COMPONENT-STOCK
                    IF SQLCODE NOT = 0
                       MOVE 'Y' TO WS-FAILED
                    END-IF
                 END-IF
                 IF HV-LINE-BACKORDER = 'N' AND WS-KIT-ITEM = 'N'
                    EXEC SQL
                       UPDATE CLAPP.PRODUCTS
                          SET ON_HAND_QTY =
                              COALESCE(ON_HAND_QTY,0) - :HV-QTY
                        WHERE PRODUCT_ID = :HV-PRODUCT-ID
                    END-EXEC
                    IF SQLCODE = 0
                       PERFORM WRITE-STOCK-MOVE
                    END-IF
                    IF SQLCODE NOT = 0
                       MOVE 'Y' TO WS-FAILED
                    END-IF
                 END-IF
              END-IF
           END-IF.

       CHECK-PRODUCT-STOCK.

           MOVE 0   TO HV-ON-HAND
           MOVE 'N' TO HV-BACKORDER-ALLOWED
           EXEC SQL
              SELECT COALESCE(ON_HAND_QTY,0),
                     COALESCE(BACKORDER_FLAG,'N')
                INTO :HV-ON-HAND, :HV-BACKORDER-ALLOWED
                FROM CLAPP.PRODUCTS
               WHERE PRODUCT_ID = :HV-PRODUCT-ID
           END-EXEC
           IF SQLCODE = 0 AND HV-ON-HAND < HV-QTY
              IF HV-BACKORDER-ALLOWED = 'Y'
                 MOVE 'Y' TO HV-LINE-BACKORDER
              ELSE
                 MOVE 'Y' TO WS-FAILED
                 MOVE 12 TO INQ-RESP-RC
                 MOVE 'Insufficient stock for a line'
                    TO INQ-RESP-MSG
              END-IF
           END-IF.

      * a product with a bill of materials is a kit
       CHECK-KIT-PRODUCT.

           MOVE 'N' TO WS-KIT-ITEM
           MOVE 0 TO HV-KIT-COUNT
           EXEC SQL
              SELECT COUNT(*) INTO :HV-KIT-COUNT
                FROM CLAPP.KIT_COMPONENTS
               WHERE KIT_PRODUCT_ID = :HV-PRODUCT-ID
           END-EXEC
           IF SQLCODE = 0 AND HV-KIT-COUNT > 0
              MOVE 'Y' TO WS-KIT-ITEM
           END-IF.

      * every component must cover line qty x its kit qty; one that
      * cannot backorders the whole kit line if the component allows
      * backorders, otherwise the line is refused
       CHECK-KIT-STOCK.

           MOVE 0 TO HV-KIT-SHORT HV-KIT-REFUSE
           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN COALESCE(P.ON_HAND_QTY,0)
                                       < :HV-QTY * K.COMP_QTY
                                  THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN COALESCE(P.ON_HAND_QTY,0)
                                       < :HV-QTY * K.COMP_QTY
                                   AND COALESCE(P.BACKORDER_FLAG,'N')
                                       <> 'Y'
                                  THEN 1 ELSE 0 END), 0)
                INTO :HV-KIT-SHORT, :HV-KIT-REFUSE
                FROM CLAPP.KIT_COMPONENTS K
                     INNER JOIN CLAPP.PRODUCTS P
                        ON P.PRODUCT_ID = K.COMPONENT_ID
               WHERE K.KIT_PRODUCT_ID = :HV-PRODUCT-ID
           END-EXEC
           IF SQLCODE = 0 AND HV-KIT-SHORT > 0
              IF HV-KIT-REFUSE = 0
                 MOVE 'Y' TO HV-LINE-BACKORDER
              ELSE
                 MOVE 'Y' TO WS-FAILED
                 MOVE 12 TO INQ-RESP-RC
                 MOVE 'Insufficient component stock for a line'
                    TO INQ-RESP-MSG
              END-IF
           END-IF.

      * takes line qty x kit qty of every component of the kit off
      * the shelf, with one ledger row per component under the
      * line's order reference
       MOVE-KIT-COMPONENT-STOCK.

           MOVE HV-LINE-NO TO WS-MOVE-LINE
           MOVE SPACES TO HV-MOVE-REF
           STRING HV-ORDER-ID DELIMITED BY SPACE
              '/' DELIMITED BY SIZE
              WS-MOVE-LINE DELIMITED BY SIZE
              INTO HV-MOVE-REF
           END-STRING
           EXEC SQL
              UPDATE CLAPP.PRODUCTS P
                 SET ON_HAND_QTY = COALESCE(P.ON_HAND_QTY,0) -
                     :HV-QTY *
                     (SELECT K.COMP_QTY
                        FROM CLAPP.KIT_COMPONENTS K
                       WHERE K.KIT_PRODUCT_ID = :HV-PRODUCT-ID
                         AND K.COMPONENT_ID = P.PRODUCT_ID)
               WHERE P.PRODUCT_ID IN
                     (SELECT COMPONENT_ID
                        FROM CLAPP.KIT_COMPONENTS
                       WHERE KIT_PRODUCT_ID = :HV-PRODUCT-ID)
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL
                 INSERT INTO CLAPP.STOCK_MOVES
                    (MOVE_NO, PRODUCT_ID, MOVE_TS, QTY, UNIT_COST,
                     MOVE_VALUE, REASON_CODE, DOC_TYPE, DOC_REF,
                     USER_ID)
                 SELECT (SELECT COALESCE(MAX(MOVE_NO),0)
                           FROM CLAPP.STOCK_MOVES)
                        + ROW_NUMBER() OVER (ORDER BY K.COMPONENT_ID),
                        K.COMPONENT_ID, CURRENT TIMESTAMP,
                        0 - :HV-QTY * K.COMP_QTY,
                        COALESCE(C.STD_COST,0),
                        (0 - :HV-QTY * K.COMP_QTY)
                           * COALESCE(C.STD_COST,0),
                        'SALE', 'ORD', :HV-MOVE-REF, :HV-WS-USER
                   FROM CLAPP.KIT_COMPONENTS K
                        INNER JOIN CLAPP.PRODUCTS P
                           ON P.PRODUCT_ID = K.COMPONENT_ID
                        LEFT OUTER JOIN CLAPP.PRODUCT_COSTS C
                           ON C.PRODUCT_ID = P.PRODUCT_ID
                          AND C.EFF_FROM =
                              (SELECT MAX(C2.EFF_FROM)
                                 FROM CLAPP.PRODUCT_COSTS C2
                                WHERE C2.PRODUCT_ID = P.PRODUCT_ID
                                  AND C2.EFF_FROM <= CURRENT DATE)
                  WHERE K.KIT_PRODUCT_ID = :HV-PRODUCT-ID
              END-EXEC
           END-IF.

      * the line's stock in the movement ledger, valued at the
      * product's standard cost
       WRITE-STOCK-MOVE.

           MOVE HV-LINE-NO TO WS-MOVE-LINE
           MOVE SPACES TO HV-MOVE-REF
           STRING HV-ORDER-ID DELIMITED BY SPACE
              '/' DELIMITED BY SIZE
              WS-MOVE-LINE DELIMITED BY SIZE
              INTO HV-MOVE-REF
           END-STRING
           EXEC SQL
              INSERT INTO CLAPP.STOCK_MOVES
                 (MOVE_NO, PRODUCT_ID, MOVE_TS, QTY, UNIT_COST,
                  MOVE_VALUE, REASON_CODE, DOC_TYPE, DOC_REF,
                  USER_ID)
              SELECT (SELECT COALESCE(MAX(MOVE_NO),0) + 1
                        FROM CLAPP.STOCK_MOVES),
                     P.PRODUCT_ID, CURRENT TIMESTAMP,
                     0 - :HV-QTY, COALESCE(C.STD_COST,0),
                     (0 - :HV-QTY) * COALESCE(C.STD_COST,0),
                     'SALE', 'ORD', :HV-MOVE-REF, :HV-WS-USER
                FROM CLAPP.PRODUCTS P
                     LEFT OUTER JOIN CLAPP.PRODUCT_COSTS C
                        ON C.PRODUCT_ID = P.PRODUCT_ID
                       AND C.EFF_FROM =
                           (SELECT MAX(C2.EFF_FROM)
                              FROM CLAPP.PRODUCT_COSTS C2
                             WHERE C2.PRODUCT_ID = P.PRODUCT_ID
                               AND C2.EFF_FROM <= CURRENT DATE)
               WHERE P.PRODUCT_ID = :HV-PRODUCT-ID
           END-EXEC.

      * best-effort, same as the screen's put
       PUBLISH-ORDER-EVENT.

