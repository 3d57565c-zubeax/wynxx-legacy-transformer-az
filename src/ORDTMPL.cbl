           05  EVT-TS              PIC X(26).
           05  FILLER              PIC X(9)  VALUE SPACES.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-TEMPLATE-ID           PIC X(12).
       01  HV-CLIENT-ID             PIC X(10).
       01  HV-SALES-REP             PIC X(8).
       01  HV-CURRENCY              PIC X(3).
       01  HV-ORDER-ID              PIC X(12).
       01  HV-FX-RATE               PIC S9(7)V9(6) COMP-3.
       01  HV-PROD-PRICE            PIC S9(7)V99 COMP-3.
       01  HV-PROD-ACTIVE           PIC X(1).
       01  HV-UNIT-PRICE            PIC S9(7)V99 COMP-3.
       01  HV-UNIT-COST             PIC S9(7)V99 COMP-3.
       01  HV-LINE-AMT              PIC S9(7)V99 COMP-3.
       01  HV-AGREEMENT-ID          PIC S9(9) COMP.
       01  HV-AGR-DISC-PCT          PIC S9(3)V99 COMP-3.
       01  HV-VAT-RATE              PIC S9(3)V99 COMP-3.
       01  HV-VAT-AMT               PIC S9(7)V99 COMP-3.
       01  HV-GROSS-AMT             PIC S9(7)V99 COMP-3.
       01  HV-REQ-DELIV-DAYS        PIC S9(4) COMP.
       01  HV-REQ-DELIV-DATE        PIC X(10).
       01  HV-AUD-DETAIL            PIC X(70).
       01  HV-BATCH-USER            PIC X(8)  VALUE 'ORDTMPL'.


           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-RAW
           STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
              WS-TODAY-RAW(7:2)

           EXEC SQL DECLARE TPL-CUR CURSOR WITH HOLD FOR
              SELECT TEMPLATE_ID, CLIENT_ID,
                     COALESCE(CURRENCY,'EUR'),
                     COALESCE(REQ_DELIV_DAYS,-1)
                FROM CLAPP.ORDER_TEMPLATES
               WHERE ACTIVE_FLAG = 'Y'
               ORDER BY TEMPLATE_ID
           END-EXEC

           EXEC SQL OPEN TPL-CUR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
              MOVE 'open TPL-CUR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH TPL-CUR INTO :HV-TEMPLATE-ID, :HV-CLIENT-ID,
                       :HV-CURRENCY, :HV-REQ-DELIV-DAYS
              END-EXEC
              IF SQLCODE = 0
                 PERFORM MATERIALIZE-ONE-TEMPLATE
              ELSE
                 IF SQLCODE NOT = 100
                    MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
                    MOVE 'fetch TPL-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE TPL-CUR END-EXEC

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
              MOVE 'final commit' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           IF WS-MQ-CONNECTED = 'Y'
              CALL 'MQDISC' USING WS-MQ-HCONN

           DISPLAY '*** ' WS-PROG-NAME ' created ' WS-CREATED
              ' skipped ' WS-SKIPPED
           IF WS-SKIPPED > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

       MATERIALIZE-ONE-TEMPLATE.

      * each template is its own unit under the held cursor; a skip
      * or an SQL error rolls back to here, never the whole unit of
      * work, so TPL-CUR stays open for the next template
           EXEC SQL
              SAVEPOINT TEMPLATE_UNIT ON ROLLBACK RETAIN CURSORS
           END-EXEC

           MOVE SPACES TO WS-REJECT-REASON
           MOVE HV-TEMPLATE-ID TO WS-RPT-TEMPLATE

               WHERE CLIENT_ID = :HV-CLIENT-ID
                 AND DELETED_FLAG <> 'Y'
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 MOVE 'SQL ERROR ON CHECKS' TO WS-REJECT-REASON
                 MOVE 'MATERIALIZE-ONE-TEMPLATE' TO SQE-PARAGRAPH
                 MOVE 'client count' TO SQE-STATEMENT
                 PERFORM TEMPLATE-SQL-ERROR
              WHEN WS-COUNT = 0
                 MOVE 'CLIENT UNKNOWN OR DELETED' TO WS-REJECT-REASON
           END-EVALUATE

      * a client on compliance hold takes no orders until its
      * sanctions screening matches are decided
           IF WS-REJECT-REASON = SPACES
              MOVE 0 TO WS-COUNT
              EXEC SQL
                 SELECT COUNT(*) INTO :WS-COUNT
                   FROM CLAPP.CLIENTS
                  WHERE CLIENT_ID = :HV-CLIENT-ID
                    AND COALESCE(COMPLIANCE_HOLD,'N') = 'Y'
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE NOT = 0
                    MOVE 'SQL ERROR ON CHECKS' TO WS-REJECT-REASON
                    MOVE 'MATERIALIZE-ONE-TEMPLATE' TO SQE-PARAGRAPH
                    MOVE 'compliance hold count' TO SQE-STATEMENT
                    PERFORM TEMPLATE-SQL-ERROR
                 WHEN WS-COUNT > 0
                    MOVE 'CLIENT ON COMPLIANCE HOLD'
                       TO WS-REJECT-REASON
              END-EVALUATE
           END-IF

           IF WS-REJECT-REASON = SPACES
                      FROM CLAPP.FX_RATES
                     WHERE CURRENCY = :HV-CURRENCY
                 END-EXEC
                 EVALUATE SQLCODE
                    WHEN 0
                       CONTINUE
                    WHEN 100
                       MOVE 'NO FX RATE FOR CURRENCY'
                          TO WS-REJECT-REASON
                    WHEN OTHER
                       MOVE 'SQL ERROR ON CHECKS' TO WS-REJECT-REASON
                       MOVE 'MATERIALIZE-ONE-TEMPLATE' TO SQE-PARAGRAPH
                       MOVE 'fx rate select' TO SQE-STATEMENT
                       PERFORM TEMPLATE-SQL-ERROR
                 END-EVALUATE
              END-IF
           END-IF

              MOVE SPACES    TO WS-RPT-REASON
              WRITE RPT-REC FROM WS-RPT-LINE
              EXEC SQL COMMIT END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'MATERIALIZE-ONE-TEMPLATE' TO SQE-PARAGRAPH
                 MOVE 'commit' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 MOVE 'S' TO SQE-SCOPE
                 PERFORM SQL-ERROR
              END-IF
           ELSE
              ADD 1 TO WS-SKIPPED
              MOVE 'SKIPPED' TO WS-RPT-VERDICT
              MOVE WS-REJECT-REASON TO WS-RPT-REASON
              WRITE RPT-REC FROM WS-RPT-LINE
              EXEC SQL
                 ROLLBACK TO SAVEPOINT TEMPLATE_UNIT
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'MATERIALIZE-ONE-TEMPLATE' TO SQE-PARAGRAPH
                 MOVE 'rollback to savepoint' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 MOVE 'S' TO SQE-SCOPE
                 PERFORM SQL-ERROR
              END-IF
           END-IF.

      * first pass prices the lines without writing anything, so the
           END-EXEC

           EXEC SQL OPEN TPP-CUR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-ITM-EOF
              MOVE 'SQL ERROR ON LINES' TO WS-REJECT-REASON
              MOVE 'PRICE-TEMPLATE-LINES' TO SQE-PARAGRAPH
              MOVE 'open TPP-CUR' TO SQE-STATEMENT
              PERFORM TEMPLATE-SQL-ERROR
           END-IF

           PERFORM UNTIL WS-ITM-EOF = 'Y'
              EXEC SQL
              END-EXEC
              IF SQLCODE = 0
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
                    WHEN SQLCODE = 100
                       MOVE 'UNKNOWN PRODUCT' TO WS-REJECT-REASON
                       MOVE 'Y' TO WS-ITM-EOF
                    WHEN SQLCODE NOT = 0
                       MOVE 'Y' TO WS-ITM-EOF
                       MOVE 'SQL ERROR ON LINES' TO WS-REJECT-REASON
                       MOVE 'PRICE-TEMPLATE-LINES' TO SQE-PARAGRAPH
                       MOVE 'product select' TO SQE-STATEMENT
                       PERFORM TEMPLATE-SQL-ERROR
                    WHEN HV-PROD-ACTIVE NOT = 'Y'
                       MOVE 'PRODUCT NOT ACTIVE' TO WS-REJECT-REASON
                       MOVE 'Y' TO WS-ITM-EOF
                    WHEN OTHER
                       PERFORM APPLY-PRICE-AGREEMENT
                       IF WS-REJECT-REASON = SPACES
                          COMPUTE HV-LINE-AMT =
                             HV-QTY * HV-UNIT-PRICE
                          ADD HV-LINE-AMT TO HV-ORDER-ORIG
                       ELSE
                          MOVE 'Y' TO WS-ITM-EOF
                       END-IF
                 END-EVALUATE
              ELSE
                 IF SQLCODE NOT = 100
                    MOVE 'SQL ERROR ON LINES' TO WS-REJECT-REASON
                    MOVE 'PRICE-TEMPLATE-LINES' TO SQE-PARAGRAPH
                    MOVE 'fetch TPP-CUR' TO SQE-STATEMENT
                    PERFORM TEMPLATE-SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-ITM-EOF
              END-IF
           END-PERFORM
               WHERE CLIENT_ID = :HV-CLIENT-ID
                 AND DELETED_FLAG <> 'Y'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 'SQL ERROR ON CHECKS' TO WS-REJECT-REASON
              MOVE 'CHECK-TEMPLATE-CREDIT' TO SQE-PARAGRAPH
              MOVE 'credit limit select' TO SQE-STATEMENT
              PERFORM TEMPLATE-SQL-ERROR
           END-IF
           IF SQLCODE = 0 AND HV-CREDIT-LIMIT > 0
              MOVE 0 TO HV-EXPOSURE
              EXEC SQL
                    AND COALESCE(DOC_TYPE,'O') <> 'Q'
                    AND DELETED_FLAG <> 'Y'
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE NOT = 0
                    MOVE 'SQL ERROR ON CHECKS' TO WS-REJECT-REASON
                    MOVE 'CHECK-TEMPLATE-CREDIT' TO SQE-PARAGRAPH
                    MOVE 'exposure select' TO SQE-STATEMENT
                    PERFORM TEMPLATE-SQL-ERROR
                 WHEN HV-EXPOSURE + HV-ORDER-TOTAL > HV-CREDIT-LIMIT
                    MOVE 'CREDIT LIMIT REFUSAL' TO WS-REJECT-REASON
              END-EVALUATE
           END-IF.

      * a template saved from a model order with a requested date
      * carries its lead in days; the new order is wanted that many
      * days after today. Without one the order has no requested
      * date, as before.
       CREATE-TEMPLATE-ORDER.

           MOVE SPACES TO HV-REQ-DELIV-DATE
           IF HV-REQ-DELIV-DAYS >= 0
              EXEC SQL
                 SET :HV-REQ-DELIV-DATE =
                     CHAR(DATE(:WS-TODAY-DATE)
                          + :HV-REQ-DELIV-DAYS DAYS, ISO)
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'SQL ERROR ON ORDER INSERT' TO WS-REJECT-REASON
                 MOVE 'CREATE-TEMPLATE-ORDER' TO SQE-PARAGRAPH
                 MOVE 'requested date set' TO SQE-STATEMENT
                 PERFORM TEMPLATE-SQL-ERROR
              END-IF
           END-IF

      * the order goes to the client's sales rep
           MOVE SPACES TO HV-SALES-REP
           EXEC SQL
              SELECT COALESCE(SALES_REP,' ')
                INTO :HV-SALES-REP
                FROM CLAPP.CLIENTS
               WHERE CLIENT_ID = :HV-CLIENT-ID
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              AND WS-REJECT-REASON = SPACES
              MOVE 'SQL ERROR ON ORDER INSERT' TO WS-REJECT-REASON
              MOVE 'CREATE-TEMPLATE-ORDER' TO SQE-PARAGRAPH
              MOVE 'sales rep select' TO SQE-STATEMENT
              PERFORM TEMPLATE-SQL-ERROR
           END-IF

           IF WS-REJECT-REASON = SPACES
              PERFORM INSERT-TEMPLATE-ORDER
           END-IF

           IF WS-REJECT-REASON = SPACES
              MOVE 'Order created from template' TO HV-AUD-DETAIL
                         CURRENT TIMESTAMP, :HV-AUD-DETAIL,
                         :HV-BATCH-USER)
              END-EXEC
              IF SQLCODE = 0
                 PERFORM PUBLISH-ORDER-EVENT
              ELSE
                 MOVE 'SQL ERROR ON AUDIT' TO WS-REJECT-REASON
                 MOVE 'CREATE-TEMPLATE-ORDER' TO SQE-PARAGRAPH
                 MOVE 'audit insert' TO SQE-STATEMENT
                 PERFORM TEMPLATE-SQL-ERROR
              END-IF
           END-IF.

       INSERT-TEMPLATE-ORDER.

           EXEC SQL
              INSERT INTO CLAPP.ORDERS
              (ORDER_ID, CLIENT_ID, ORDER_DATE, STATUS,
               TOTAL_AMT, CURRENCY, ORIG_AMT, CHANNEL,
               REQ_DELIV_DATE, SALES_REP)
              VALUES (:HV-ORDER-ID, :HV-CLIENT-ID, :WS-TODAY-DATE,
                      'NEW', 0, :HV-CURRENCY, 0, 'BATCH',
                      NULLIF(:HV-REQ-DELIV-DATE, ' '),
                      NULLIF(:HV-SALES-REP, ' '))
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM INSERT-TEMPLATE-ITEMS
              WHEN -803
                 MOVE 'ALREADY MATERIALIZED THIS MONTH'
                    TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE 'SQL ERROR ON ORDER INSERT' TO WS-REJECT-REASON
                 MOVE 'INSERT-TEMPLATE-ORDER' TO SQE-PARAGRAPH
                 MOVE 'order insert' TO SQE-STATEMENT
                 PERFORM TEMPLATE-SQL-ERROR
           END-EVALUATE.

       INSERT-TEMPLATE-ITEMS.

           MOVE 'N' TO WS-ITEM-FAILED
           END-EXEC

           EXEC SQL OPEN TPI-CUR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-ITM-EOF
              MOVE 'SQL ERROR ON ITEM INSERT' TO WS-REJECT-REASON
              MOVE 'INSERT-TEMPLATE-ITEMS' TO SQE-PARAGRAPH
              MOVE 'open TPI-CUR' TO SQE-STATEMENT
              PERFORM TEMPLATE-SQL-ERROR
           END-IF

           PERFORM UNTIL WS-ITM-EOF = 'Y'
              EXEC SQL
                    MOVE 'Y' TO WS-ITM-EOF
                 END-IF
              ELSE
                 IF SQLCODE NOT = 100
                    MOVE 'SQL ERROR ON ITEM INSERT' TO WS-REJECT-REASON
                    MOVE 'INSERT-TEMPLATE-ITEMS' TO SQE-PARAGRAPH
                    MOVE 'fetch TPI-CUR' TO SQE-STATEMENT
                    PERFORM TEMPLATE-SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-ITM-EOF
              END-IF
           END-PERFORM
                        ORIG_AMT = :HV-ORDER-ORIG
                  WHERE ORDER_ID = :HV-ORDER-ID
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'SQL ERROR ON ORDER TOTAL' TO WS-REJECT-REASON
                 MOVE 'INSERT-TEMPLATE-ITEMS' TO SQE-PARAGRAPH
                 MOVE 'order total update' TO SQE-STATEMENT
                 PERFORM TEMPLATE-SQL-ERROR
              END-IF
           END-IF.

      * same pricing and VAT derivation as the bulk order load:
      * the list price in force on the order date, standard VAT
      * category.
       INSERT-ONE-TEMPLATE-ITEM.

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
              WHEN SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE 'Y' TO WS-ITEM-FAILED
                 MOVE 'SQL ERROR ON ITEM INSERT' TO WS-REJECT-REASON
                 MOVE 'INSERT-ONE-TEMPLATE-ITEM' TO SQE-PARAGRAPH
                 MOVE 'product select' TO SQE-STATEMENT
                 PERFORM TEMPLATE-SQL-ERROR
              WHEN SQLCODE = 100 OR HV-PROD-ACTIVE NOT = 'Y'
                 MOVE 'PRODUCT NOT ACTIVE' TO WS-REJECT-REASON
                 MOVE 'Y' TO WS-ITEM-FAILED
              WHEN OTHER
                 PERFORM PRICE-ONE-TEMPLATE-ITEM
           END-EVALUATE

           IF WS-ITEM-FAILED = 'N'
              EXEC SQL
                 INSERT INTO CLAPP.ORDER_ITEMS
                 (ORDER_ID, LINE_NO, PRODUCT_ID, QTY, UNIT_PRICE,
                  LINE_AMT, VAT_CAT, VAT_RATE, VAT_AMT, GROSS_AMT,
                  AGREEMENT_ID, UNIT_COST)
                 VALUES (:HV-ORDER-ID, :HV-LINE-NO, :HV-PRODUCT-ID,
                         :HV-QTY, :HV-UNIT-PRICE, :HV-LINE-AMT,
                         'S', :HV-VAT-RATE, :HV-VAT-AMT,
                         :HV-GROSS-AMT, :HV-AGREEMENT-ID,
                         NULLIF(:HV-UNIT-COST, 0))
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-ITEM-FAILED
                 MOVE 'SQL ERROR ON ITEM INSERT' TO WS-REJECT-REASON
                 MOVE 'INSERT-ONE-TEMPLATE-ITEM' TO SQE-PARAGRAPH
                 MOVE 'item insert' TO SQE-STATEMENT
                 PERFORM TEMPLATE-SQL-ERROR
              END-IF
           END-IF.

      * VAT at the standard rate in force today, the agreement price
      * and the standard cost for the line about to be inserted
       PRICE-ONE-TEMPLATE-ITEM.

           EXEC SQL
              SELECT RATE_PCT INTO :HV-VAT-RATE
                   FROM CLAPP.VAT_RATES
               WHERE CATEGORY = 'S'
                 AND EFF_FROM <= CURRENT DATE
               ORDER BY EFF_FROM DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 0 TO HV-VAT-RATE
              WHEN OTHER
                 MOVE 'Y' TO WS-ITEM-FAILED
                 MOVE 'SQL ERROR ON ITEM INSERT' TO WS-REJECT-REASON
                 MOVE 'PRICE-ONE-TEMPLATE-ITEM' TO SQE-PARAGRAPH
                 MOVE 'vat rate select' TO SQE-STATEMENT
                 PERFORM TEMPLATE-SQL-ERROR
           END-EVALUATE

           IF WS-ITEM-FAILED = 'N'
              PERFORM APPLY-PRICE-AGREEMENT
              IF WS-REJECT-REASON NOT = SPACES
                 MOVE 'Y' TO WS-ITEM-FAILED
              END-IF
           END-IF

           IF WS-ITEM-FAILED = 'N'
              COMPUTE HV-LINE-AMT = HV-QTY * HV-UNIT-PRICE
              COMPUTE HV-VAT-AMT ROUNDED =
                 HV-LINE-AMT * HV-VAT-RATE / 100
              COMPUTE HV-GROSS-AMT = HV-LINE-AMT + HV-VAT-AMT
              MOVE 0 TO HV-UNIT-COST
              EXEC SQL
                 SELECT STD_COST INTO :HV-UNIT-COST
                   FROM CLAPP.PRODUCT_COSTS
                  WHERE PRODUCT_ID = :HV-PRODUCT-ID
                    AND EFF_FROM <= CURRENT DATE
                  ORDER BY EFF_FROM DESC
                  FETCH FIRST 1 ROW ONLY
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    CONTINUE
                 WHEN 100
                    MOVE 0 TO HV-UNIT-COST
                 WHEN OTHER
                    MOVE 'Y' TO WS-ITEM-FAILED
                    MOVE 'SQL ERROR ON ITEM INSERT' TO WS-REJECT-REASON
                    MOVE 'PRICE-ONE-TEMPLATE-ITEM' TO SQE-PARAGRAPH
                    MOVE 'unit cost select' TO SQE-STATEMENT
                    PERFORM TEMPLATE-SQL-ERROR
              END-EVALUATE
           END-IF.

      * the template clients are exactly the ones holding contract
      * prices, so the batch defaults each line from the newest
      * price agreement effective today - contract price over
              END-IF
           ELSE
              MOVE 0 TO HV-AGREEMENT-ID
              IF SQLCODE NOT = 100
                 MOVE 'SQL ERROR ON PRICING' TO WS-REJECT-REASON
                 MOVE 'APPLY-PRICE-AGREEMENT' TO SQE-PARAGRAPH
                 MOVE 'price agreement select' TO SQE-STATEMENT
                 PERFORM TEMPLATE-SQL-ERROR
              END-IF
           END-IF.

       PUBLISH-ORDER-EVENT.
              EXEC SQL
                 SET :EVT-TS = CURRENT TIMESTAMP
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'PUBLISH-ORDER-EVENT' TO SQE-PARAGRAPH
                 MOVE 'event timestamp set' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 STRING 'template ' HV-TEMPLATE-ID
                    DELIMITED BY SIZE INTO SQE-KEY
                 END-STRING
                 MOVE 'W' TO SQE-SCOPE
                 PERFORM SQL-ERROR
              END-IF
              MOVE WS-MQ-QNAME       TO MQOD-OBJECTNAME
              MOVE MQOT-Q            TO MQOD-OBJECTTYPE
              MOVE MQMT-DATAGRAM     TO MQMD-MSGTYPE
              END-CALL
           END-IF.

      * a failed statement skips the template; CLSQLERR rolls back to
      * the unit's savepoint and the held cursor carries on
       TEMPLATE-SQL-ERROR.

           MOVE SPACES TO SQE-KEY
           STRING 'template ' HV-TEMPLATE-ID
              DELIMITED BY SIZE INTO SQE-KEY
           END-STRING
           MOVE 'P' TO SQE-SCOPE
           PERFORM SQL-ERROR.

      * an SQLCODE the program does not handle itself: CLSQLERR
      * prints the diagnosis, rolls back as the error calls for and
      * answers the run's return code; a run it stops ends here
       SQL-ERROR.

           MOVE WS-PROG-NAME TO SQE-PROGRAM
           MOVE RETURN-CODE  TO SQE-PRIOR-RC
           MOVE SQLCA        TO SQE-SQLCA
           CALL 'CLSQLERR' USING SQE-REQUEST SQE-RESPONSE
           MOVE SQE-RESP-RUN-RC TO RETURN-CODE
           IF SQE-RESP-STOP
              PERFORM RECORD-RUN-END
              GOBACK
           END-IF.

      * end, return code and key counts to the run register
       RECORD-RUN-END.

           IF RUN-ACTION NOT = 'K'
              MOVE 'E' TO RUN-ACTION
           END-IF
           MOVE RETURN-CODE TO RUN-RC
           MOVE 'CREATED'        TO RUN-COUNT-LABEL(1)
           MOVE WS-CREATED TO RUN-COUNT(1)
           MOVE 'SKIPPED'        TO RUN-COUNT-LABEL(2)
           MOVE WS-SKIPPED TO RUN-COUNT(2)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

       END PROGRAM ORDTMPL.
