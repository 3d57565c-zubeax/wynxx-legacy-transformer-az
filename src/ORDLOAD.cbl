       FD  ORDFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ORD-IN-REC.
       01  ORD-IN-REC.
           05  OIN-TYPE              PIC X(1).
           05  OIN-DATA              PIC X(89).
       01  ORD-HDR-REC REDEFINES ORD-IN-REC.
           05  FILLER                PIC X(1).
           05  OH-ORDER-ID           PIC X(12).
           05  OH-CURRENCY           PIC X(3).
           05  OH-AMOUNT             PIC 9(11)V99.
           05  OH-CLIENT-REF         PIC X(15).
           05  OH-REQ-DELIV-DATE     PIC X(10).
           05  FILLER                PIC X(4).
       01  ORD-ITM-REC REDEFINES ORD-IN-REC.
           05  FILLER                PIC X(1).
           05  OI-QTY                PIC 9(4).
           05  OI-PRICE              PIC 9(7)V99.
           05  OI-VAT-CAT            PIC X(1).
           05  FILLER                PIC X(55).
       FD  RPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  WS-RPT-REASON        PIC X(40).
           05  FILLER               PIC X(56) VALUE SPACES.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-ORDER-ID              PIC X(12).
       01  HV-CLIENT-ID             PIC X(10).
       01  HV-SALES-REP             PIC X(8).
       01  HV-ORDER-DATE            PIC X(10).
       01  HV-STATUS                PIC X(12).
       01  HV-CURRENCY              PIC X(3).
       01  HV-PROD-ACTIVE           PIC X(1).
       01  HV-QTY                   PIC S9(4) COMP.
       01  HV-UNIT-PRICE            PIC S9(7)V99 COMP-3.
       01  HV-UNIT-COST             PIC S9(7)V99 COMP-3.
       01  HV-LINE-AMT              PIC S9(7)V99 COMP-3.
       01  HV-VAT-CAT               PIC X(1).
       01  HV-VAT-RATE              PIC S9(3)V99 COMP-3.
       01  HV-GROSS-AMT             PIC S9(7)V99 COMP-3.
       01  HV-AUD-DETAIL            PIC X(70).
       01  HV-CLIENT-REF            PIC X(15).
       01  HV-REQ-DELIV-DATE        PIC X(10).
       01  HV-BATCH-USER            PIC X(8)  VALUE 'ORDLOAD'.

       PROCEDURE DIVISION.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           OPEN INPUT ORDFILE
           OPEN OUTPUT RPTFILE

           END-PERFORM

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
              MOVE 'final commit' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           CLOSE ORDFILE
           CLOSE RPTFILE

           DISPLAY '*** ' WS-PROG-NAME ' accepted ' WS-ACCEPTED
              ' rejected ' WS-REJECTED
           IF WS-REJECTED > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

       LOAD-ORDER-HEADER.
               WHERE CLIENT_ID = :HV-CLIENT-ID
                 AND DELETED_FLAG <> 'Y'
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 MOVE 'SQL ERROR ON CHECKS' TO WS-REJECT-REASON
                 MOVE 'LOAD-ORDER-HEADER' TO SQE-PARAGRAPH
                 MOVE 'client count' TO SQE-STATEMENT
                 MOVE 'C' TO SQE-SCOPE
                 PERFORM ORDER-SQL-ERROR
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
                    MOVE 'LOAD-ORDER-HEADER' TO SQE-PARAGRAPH
                    MOVE 'compliance hold count' TO SQE-STATEMENT
                    MOVE 'C' TO SQE-SCOPE
                    PERFORM ORDER-SQL-ERROR
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
                       MOVE 'LOAD-ORDER-HEADER' TO SQE-PARAGRAPH
                       MOVE 'fx rate select' TO SQE-STATEMENT
                       MOVE 'C' TO SQE-SCOPE
                       PERFORM ORDER-SQL-ERROR
                 END-EVALUATE
              END-IF
           END-IF

      * the requested delivery date is optional; when given it must
      * be a YYYY-MM-DD date no earlier than the order date
           IF WS-REJECT-REASON = SPACES
              AND OH-REQ-DELIV-DATE NOT = SPACES
              IF OH-REQ-DELIV-DATE(1:4) IS NOT NUMERIC
                 OR OH-REQ-DELIV-DATE(5:1) NOT = '-'
                 OR OH-REQ-DELIV-DATE(6:2) IS NOT NUMERIC
                 OR OH-REQ-DELIV-DATE(8:1) NOT = '-'
                 OR OH-REQ-DELIV-DATE(9:2) IS NOT NUMERIC
                 MOVE 'INVALID REQUESTED DELIVERY DATE'
                    TO WS-REJECT-REASON
              ELSE
                 IF OH-REQ-DELIV-DATE < OH-ORDER-DATE
                    MOVE 'REQUESTED DATE BEFORE ORDER DATE'
                       TO WS-REJECT-REASON
                 END-IF
              END-IF
              MOVE OH-STATUS     TO HV-STATUS
              MOVE OH-AMOUNT     TO HV-ORIG-AMT
              MOVE OH-CLIENT-REF TO HV-CLIENT-REF
              MOVE OH-REQ-DELIV-DATE TO HV-REQ-DELIV-DATE
              COMPUTE HV-TOTAL-AMT ROUNDED =
                 HV-ORIG-AMT * HV-FX-RATE
      * the order goes to the client's sales rep
              MOVE SPACES TO HV-SALES-REP
              EXEC SQL
                 SELECT COALESCE(SALES_REP,' ')
                   INTO :HV-SALES-REP
                   FROM CLAPP.CLIENTS
                  WHERE CLIENT_ID = :HV-CLIENT-ID
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE 'SQL ERROR ON CHECKS' TO WS-REJECT-REASON
                 MOVE 'LOAD-ORDER-HEADER' TO SQE-PARAGRAPH
                 MOVE 'sales rep select' TO SQE-STATEMENT
                 MOVE 'C' TO SQE-SCOPE
                 PERFORM ORDER-SQL-ERROR
              END-IF
           END-IF

      * the order row and its audit entry are one unit; the savepoint
      * takes back just this record if the second fails, not the
      * accepted records since the last commit
           IF WS-REJECT-REASON = SPACES
              EXEC SQL
                 SAVEPOINT ORDER_UNIT ON ROLLBACK RETAIN CURSORS
              END-EXEC
              EXEC SQL
                 INSERT INTO CLAPP.ORDERS
                 (ORDER_ID, CLIENT_ID, ORDER_DATE, STATUS,
                  TOTAL_AMT, CURRENCY, ORIG_AMT, CHANNEL,
                  CLIENT_REF, REQ_DELIV_DATE, SALES_REP)
                 VALUES(:HV-ORDER-ID, :HV-CLIENT-ID, :HV-ORDER-DATE,
                        :HV-STATUS, :HV-TOTAL-AMT, :HV-CURRENCY,
                        :HV-ORIG-AMT, 'BATCH', :HV-CLIENT-REF,
                        NULLIF(:HV-REQ-DELIV-DATE, ' '),
                        NULLIF(:HV-SALES-REP, ' '))
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE 'Order loaded from branch file'
                       TO HV-AUD-DETAIL
                    PERFORM WRITE-LOAD-AUDIT
                    IF WS-REJECT-REASON = SPACES
                       PERFORM WRITE-ACCEPT-LINE
                    END-IF
                 WHEN -803
                    MOVE 'DUPLICATE ORDER ID' TO WS-REJECT-REASON
                 WHEN OTHER
                    MOVE 'SQL ERROR ON INSERT' TO WS-REJECT-REASON
                    MOVE 'LOAD-ORDER-HEADER' TO SQE-PARAGRAPH
                    MOVE 'order insert' TO SQE-STATEMENT
                    MOVE 'C' TO SQE-SCOPE
                    PERFORM ORDER-SQL-ERROR
              END-EVALUATE
           END-IF

               WHERE ORDER_ID = :HV-ORDER-ID
                 AND DELETED_FLAG <> 'Y'
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'ORDER UNKNOWN OR DELETED' TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE 'SQL ERROR ON CHECKS' TO WS-REJECT-REASON
                 MOVE 'LOAD-ORDER-ITEM' TO SQE-PARAGRAPH
                 MOVE 'order select' TO SQE-STATEMENT
                 MOVE 'C' TO SQE-SCOPE
                 PERFORM ORDER-SQL-ERROR
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
              IF OI-QTY = 0
              END-IF
           END-IF

      * the list price is the one in force on the order's date -
      * the dated CLAPP.PRODUCT_PRICES row, else the master price
           IF WS-REJECT-REASON = SPACES
              MOVE OI-PRODUCT TO HV-PRODUCT-ID
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
                                           :HV-ORDER-DATE)),
                           P.UNIT_PRICE),
                        P.ACTIVE_FLAG
                   INTO :HV-PROD-PRICE, :HV-PROD-ACTIVE
                   FROM CLAPP.PRODUCTS P
                  WHERE P.PRODUCT_ID = :HV-PRODUCT-ID
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE = 100
                    MOVE 'UNKNOWN PRODUCT' TO WS-REJECT-REASON
                 WHEN SQLCODE NOT = 0
                    MOVE 'SQL ERROR ON CHECKS' TO WS-REJECT-REASON
                    MOVE 'LOAD-ORDER-ITEM' TO SQE-PARAGRAPH
                    MOVE 'product select' TO SQE-STATEMENT
                    MOVE 'C' TO SQE-SCOPE
                    PERFORM ORDER-SQL-ERROR
                 WHEN HV-PROD-ACTIVE NOT = 'Y'
                    MOVE 'PRODUCT NOT ACTIVE' TO WS-REJECT-REASON
                 WHEN OTHER
                  ORDER BY EFF_FROM DESC
                  FETCH FIRST 1 ROW ONLY
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    CONTINUE
                 WHEN 100
                    MOVE 'NO VAT RATE FOR CATEGORY' TO WS-REJECT-REASON
                 WHEN OTHER
                    MOVE 'SQL ERROR ON CHECKS' TO WS-REJECT-REASON
                    MOVE 'LOAD-ORDER-ITEM' TO SQE-PARAGRAPH
                    MOVE 'vat rate select' TO SQE-STATEMENT
                    MOVE 'C' TO SQE-SCOPE
                    PERFORM ORDER-SQL-ERROR
              END-EVALUATE
           END-IF

           IF WS-REJECT-REASON = SPACES
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
                    MOVE 'SQL ERROR ON CHECKS' TO WS-REJECT-REASON
                    MOVE 'LOAD-ORDER-ITEM' TO SQE-PARAGRAPH
                    MOVE 'unit cost select' TO SQE-STATEMENT
                    MOVE 'C' TO SQE-SCOPE
                    PERFORM ORDER-SQL-ERROR
              END-EVALUATE
           END-IF

           IF WS-REJECT-REASON = SPACES
              MOVE 1 TO HV-LINE-NO
              EXEC SQL
                 SELECT COALESCE(MAX(LINE_NO), 0) + 1
                   INTO :HV-LINE-NO
                   FROM CLAPP.ORDER_ITEMS
                  WHERE ORDER_ID = :HV-ORDER-ID
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'SQL ERROR ON CHECKS' TO WS-REJECT-REASON
                 MOVE 'LOAD-ORDER-ITEM' TO SQE-PARAGRAPH
                 MOVE 'line number select' TO SQE-STATEMENT
                 MOVE 'C' TO SQE-SCOPE
                 PERFORM ORDER-SQL-ERROR
              END-IF
           END-IF

              COMPUTE HV-VAT-AMT ROUNDED =
                 HV-LINE-AMT * HV-VAT-RATE / 100
              COMPUTE HV-GROSS-AMT = HV-LINE-AMT + HV-VAT-AMT
      * the line, the order total and the audit entry are one unit
              EXEC SQL
                 SAVEPOINT ORDER_UNIT ON ROLLBACK RETAIN CURSORS
              END-EXEC
              EXEC SQL
                 INSERT INTO CLAPP.ORDER_ITEMS
                 (ORDER_ID, LINE_NO, PRODUCT_ID, QTY, UNIT_PRICE,
                  LINE_AMT, VAT_CAT, VAT_RATE, VAT_AMT, GROSS_AMT,
                  UNIT_COST)
                 VALUES(:HV-ORDER-ID, :HV-LINE-NO, :HV-PRODUCT-ID,
                        :HV-QTY, :HV-UNIT-PRICE, :HV-LINE-AMT,
                        :HV-VAT-CAT, :HV-VAT-RATE, :HV-VAT-AMT,
                        :HV-GROSS-AMT, NULLIF(:HV-UNIT-COST, 0))
              END-EXEC
              IF SQLCODE = 0
                 EXEC SQL
                            WHERE ORDER_ID = :HV-ORDER-ID)
                     WHERE ORDER_ID = :HV-ORDER-ID
                 END-EXEC
                 IF SQLCODE = 0
                    MOVE 'Item loaded from branch file'
                       TO HV-AUD-DETAIL
                    PERFORM WRITE-ITEM-AUDIT
                 ELSE
                    MOVE 'SQL ERROR ON ORDER TOTAL' TO WS-REJECT-REASON
                    MOVE 'LOAD-ORDER-ITEM' TO SQE-PARAGRAPH
                    MOVE 'order total update' TO SQE-STATEMENT
                    MOVE 'P' TO SQE-SCOPE
                    PERFORM ORDER-SQL-ERROR
                 END-IF
                 IF WS-REJECT-REASON = SPACES
                    PERFORM WRITE-ACCEPT-LINE
                 END-IF
              ELSE
                 MOVE 'SQL ERROR ON ITEM INSERT' TO WS-REJECT-REASON
                 MOVE 'LOAD-ORDER-ITEM' TO SQE-PARAGRAPH
                 MOVE 'item insert' TO SQE-STATEMENT
                 MOVE 'C' TO SQE-SCOPE
                 PERFORM ORDER-SQL-ERROR
              END-IF
           END-IF

              VALUES ('ORDERS', :HV-ORDER-ID, 'A',
                      CURRENT TIMESTAMP, :HV-AUD-DETAIL,
                      :HV-BATCH-USER)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'SQL ERROR ON AUDIT' TO WS-REJECT-REASON
              MOVE 'WRITE-LOAD-AUDIT' TO SQE-PARAGRAPH
              MOVE 'order audit insert' TO SQE-STATEMENT
              MOVE 'P' TO SQE-SCOPE
              PERFORM ORDER-SQL-ERROR
           END-IF.

       WRITE-ITEM-AUDIT.

              VALUES ('ORDER_ITEMS', :HV-ORDER-ID, 'A',
                      CURRENT TIMESTAMP, :HV-AUD-DETAIL,
                      :HV-BATCH-USER)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'SQL ERROR ON AUDIT' TO WS-REJECT-REASON
              MOVE 'WRITE-ITEM-AUDIT' TO SQE-PARAGRAPH
              MOVE 'item audit insert' TO SQE-STATEMENT
              MOVE 'P' TO SQE-SCOPE
              PERFORM ORDER-SQL-ERROR
           END-IF.

       WRITE-ACCEPT-LINE.

           ADD 1 TO WS-SINCE-COMMIT
           IF WS-SINCE-COMMIT >= 100
              EXEC SQL COMMIT END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'WRITE-ACCEPT-LINE' TO SQE-PARAGRAPH
                 MOVE 'commit' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 MOVE 'S' TO SQE-SCOPE
                 PERFORM SQL-ERROR
              END-IF
              MOVE 0 TO WS-SINCE-COMMIT
           END-IF.

           MOVE WS-REJECT-REASON TO WS-RPT-REASON
           WRITE RPT-REC FROM WS-RPT-LINE.

      * a failed statement rejects the record; the scope the caller
      * set says how much CLSQLERR takes back with it
       ORDER-SQL-ERROR.

           MOVE SPACES TO SQE-KEY
           STRING 'order ' WS-RPT-ORDER
              DELIMITED BY SIZE INTO SQE-KEY
           END-STRING
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
           MOVE 'ACCEPTED'       TO RUN-COUNT-LABEL(1)
           MOVE WS-ACCEPTED TO RUN-COUNT(1)
           MOVE 'REJECTED'       TO RUN-COUNT-LABEL(2)
           MOVE WS-REJECTED TO RUN-COUNT(2)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

       END PROGRAM ORDLOAD.
