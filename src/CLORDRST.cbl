      *-------------------------------------------------------------*
      * Program: CLORDRST - restore an archived order for audit     *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Reads restore requests (DD UT-S-ORRREQ: order ID and the    *
      * auditor asking) and, for each, scans the CLORDARC archive   *
      * (DD UT-S-ORRARC - one run's file, or several concatenated)  *
      * for the order's last complete block - one superseded by a   *
      * restart marker is ignored. The block's ORDERS row and its   *
      * ORDER_ITEMS, INVOICES, PAYMENTS, CREDIT_NOTES, SHIPMENTS    *
      * and SHIPMENT_ITEMS rows are inserted back as archived, with *
      * an AUDIT_LOG entry naming the requester, in one unit of     *
      * work per order. An order still (or again) on CLAPP.ORDERS,  *
      * or not found complete in the archive, is rejected and       *
      * reported (DD UT-S-ORRRPT) with RC 4; a failed insert rolls  *
      * the order back and ends the job with RC 8. A restored order *
      * is CLOSED and settled, so it stays eligible for the next    *
      * CLORDARC run unless a hold is put on it.                    *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLORDRST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQFILE ASSIGN TO UT-S-ORRREQ
                  ORGANIZATION IS SEQUENTIAL.
           SELECT ARCFILE ASSIGN TO UT-S-ORRARC
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO UT-S-ORRRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REQ-REC.
       01  REQ-REC.
           05  REQ-ORDER-ID          PIC X(12).
           05  FILLER                PIC X(1).
           05  REQ-REQUESTED-BY      PIC X(30).
           05  FILLER                PIC X(37).
       FD  ARCFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ARC-IN-REC.
       01  ARC-IN-REC                PIC X(300).
       FD  RPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPT-REC.
       01  RPT-REC                   PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLORDRST'.
       01  WS-REQ-EOF               PIC X(1)  VALUE 'N'.
       01  WS-ARC-EOF               PIC X(1)  VALUE 'N'.
       01  WS-COLLECTING            PIC X(1)  VALUE 'N'.
       01  WS-BLK-COMPLETE          PIC X(1)  VALUE 'N'.
       01  WS-BLK-OVERFLOW          PIC X(1)  VALUE 'N'.
       01  WS-RESTORE-OK            PIC X(1)  VALUE 'Y'.
       01  WS-RESTORED              PIC 9(9) COMP VALUE 0.
       01  WS-REJECTED              PIC 9(9) COMP VALUE 0.
       01  WS-ERRORS                PIC 9(9) COMP VALUE 0.
       01  WS-B                     PIC S9(4) COMP VALUE 0.
       01  WS-ROWS-D                PIC 9(5)  VALUE 0.
       01  WS-REJECT-REASON         PIC X(40) VALUE SPACES.
       01  WS-SQL-TABLE             PIC X(20) VALUE SPACES.

      * the requested order's block as last found in the archive
       01  WS-BLOCK.
           05  WS-BLK-COUNT         PIC S9(4) COMP VALUE 0.
           05  WS-BLK-MAX           PIC S9(4) COMP VALUE 2000.
           05  WS-BLK-REC           PIC X(300) OCCURS 2000 TIMES.

       01  WS-RPT-LINE.
           05  WS-RPT-ORDER         PIC X(12).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-VERDICT       PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-TEXT          PIC X(40).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-REQUESTER     PIC X(30).
           05  FILLER               PIC X(7)  VALUE SPACES.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-ORDER-ID              PIC X(12).
       01  HV-COUNT                 PIC S9(9) COMP.
       01  HV-AUD-DETAIL            PIC X(70).

      * the archive record is inserted straight from its fields
           COPY CLORDAR.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           DISPLAY '*** ' WS-PROG-NAME ' START'

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           OPEN INPUT REQFILE
           OPEN OUTPUT RPTFILE

           PERFORM UNTIL WS-REQ-EOF = 'Y'
              READ REQFILE
                 AT END
                    MOVE 'Y' TO WS-REQ-EOF
                 NOT AT END
                    IF REQ-ORDER-ID NOT = SPACES
                       PERFORM PROCESS-ONE-REQUEST
                    END-IF
              END-READ
           END-PERFORM

           CLOSE REQFILE
           CLOSE RPTFILE

           DISPLAY '*** ' WS-PROG-NAME ' restored ' WS-RESTORED
              ' rejected ' WS-REJECTED ' failed ' WS-ERRORS

           EVALUATE TRUE
              WHEN WS-ERRORS > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-REJECTED > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           PERFORM RECORD-RUN-END
           DISPLAY '*** ' WS-PROG-NAME ' END'
           GOBACK.

       PROCESS-ONE-REQUEST.

           MOVE REQ-ORDER-ID     TO HV-ORDER-ID
           MOVE REQ-ORDER-ID     TO WS-RPT-ORDER
           MOVE REQ-REQUESTED-BY TO WS-RPT-REQUESTER
           MOVE SPACES           TO WS-REJECT-REASON

           MOVE 0 TO HV-COUNT
           EXEC SQL
              SELECT COUNT(*) INTO :HV-COUNT
                FROM CLAPP.ORDERS
               WHERE ORDER_ID = :HV-ORDER-ID
           END-EXEC
           IF HV-COUNT > 0
              MOVE 'ORDER IS ON FILE - NOTHING TO RESTORE'
                 TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACES
              PERFORM FIND-ARCHIVED-BLOCK
              EVALUATE TRUE
                 WHEN WS-BLK-OVERFLOW = 'Y'
                    MOVE 'BLOCK TOO LARGE TO RESTORE'
                       TO WS-REJECT-REASON
                 WHEN WS-BLK-COMPLETE = 'N'
                    MOVE 'NOT FOUND COMPLETE IN ARCHIVE'
                       TO WS-REJECT-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           IF WS-REJECT-REASON = SPACES
              PERFORM RESTORE-BLOCK
           ELSE
              ADD 1 TO WS-REJECTED
              MOVE 'REJECTED'       TO WS-RPT-VERDICT
              MOVE WS-REJECT-REASON TO WS-RPT-TEXT
              WRITE RPT-REC FROM WS-RPT-LINE
           END-IF.

      * a block counts only once its OE record agrees with the rows
      * read; a restart marker for a lower order ID means the block
      * before it was rolled back and is written again after it
       FIND-ARCHIVED-BLOCK.

           MOVE 0   TO WS-BLK-COUNT
           MOVE 'N' TO WS-COLLECTING
           MOVE 'N' TO WS-BLK-COMPLETE
           MOVE 'N' TO WS-BLK-OVERFLOW
           MOVE 'N' TO WS-ARC-EOF

           OPEN INPUT ARCFILE

           PERFORM UNTIL WS-ARC-EOF = 'Y'
              READ ARCFILE INTO ARC-REC
                 AT END
                    MOVE 'Y' TO WS-ARC-EOF
                 NOT AT END
                    PERFORM SCAN-ARCHIVE-RECORD
              END-READ
           END-PERFORM

           CLOSE ARCFILE.

       SCAN-ARCHIVE-RECORD.

           EVALUATE TRUE
              WHEN ARC-IS-ORDER AND ARC-ORDER-ID = HV-ORDER-ID
                 MOVE 0   TO WS-BLK-COUNT
                 MOVE 'N' TO WS-BLK-COMPLETE
                 MOVE 'N' TO WS-BLK-OVERFLOW
                 MOVE 'Y' TO WS-COLLECTING
                 PERFORM KEEP-BLOCK-RECORD
              WHEN ARC-IS-ORDER-END AND ARC-ORDER-ID = HV-ORDER-ID
                                    AND WS-COLLECTING = 'Y'
                 MOVE 'N' TO WS-COLLECTING
                 IF ARC-OE-ROWS = WS-BLK-COUNT
                    AND WS-BLK-OVERFLOW = 'N'
                    MOVE 'Y' TO WS-BLK-COMPLETE
                 END-IF
              WHEN ARC-IS-RESTART AND ARC-ORDER-ID < HV-ORDER-ID
                 MOVE 0   TO WS-BLK-COUNT
                 MOVE 'N' TO WS-COLLECTING
                 MOVE 'N' TO WS-BLK-COMPLETE
              WHEN WS-COLLECTING = 'Y' AND ARC-ORDER-ID = HV-ORDER-ID
                 PERFORM KEEP-BLOCK-RECORD
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       KEEP-BLOCK-RECORD.

           IF WS-BLK-COUNT < WS-BLK-MAX
              ADD 1 TO WS-BLK-COUNT
              MOVE ARC-REC TO WS-BLK-REC(WS-BLK-COUNT)
           ELSE
              MOVE 'Y' TO WS-BLK-OVERFLOW
           END-IF.

      * the block is in parent-first order, so inserting it as read
      * satisfies every foreign key on the way in
       RESTORE-BLOCK.

           MOVE 'Y' TO WS-RESTORE-OK

           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BLK-COUNT OR WS-RESTORE-OK = 'N'
              MOVE WS-BLK-REC(WS-B) TO ARC-REC
              EVALUATE TRUE
                 WHEN ARC-IS-ORDER
                    PERFORM RESTORE-ORDER-ROW
                 WHEN ARC-IS-ITEM
                    PERFORM RESTORE-ITEM-ROW
                 WHEN ARC-IS-INVOICE
                    PERFORM RESTORE-INVOICE-ROW
                 WHEN ARC-IS-PAYMENT
                    PERFORM RESTORE-PAYMENT-ROW
                 WHEN ARC-IS-CREDIT
                    PERFORM RESTORE-CREDIT-ROW
                 WHEN ARC-IS-SHIPMENT
                    PERFORM RESTORE-SHIPMENT-ROW
                 WHEN ARC-IS-SHIP-ITEM
                    PERFORM RESTORE-SHIP-ITEM-ROW
              END-EVALUATE
           END-PERFORM

           IF WS-RESTORE-OK = 'Y'
              MOVE SPACES TO HV-AUD-DETAIL
              STRING 'Restored from archive for ' REQ-REQUESTED-BY
                 DELIMITED BY SIZE INTO HV-AUD-DETAIL
              END-STRING
              EXEC SQL
                 INSERT INTO CLAPP.AUDIT_LOG
                 (TABLE_NAME, REC_KEY, ACTION, AUD_TS, DETAIL,
                  USER_ID)
                 VALUES ('ORDERS', :HV-ORDER-ID, 'A',
                         CURRENT TIMESTAMP, :HV-AUD-DETAIL,
                         'CLORDRST')
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'AUDIT_LOG' TO WS-SQL-TABLE
                 PERFORM RESTORE-SQL-ERROR
              END-IF
           END-IF

           IF WS-RESTORE-OK = 'Y'
              EXEC SQL COMMIT END-EXEC
              ADD 1 TO WS-RESTORED
              MOVE WS-BLK-COUNT TO WS-ROWS-D
              MOVE 'RESTORED' TO WS-RPT-VERDICT
              MOVE SPACES     TO WS-RPT-TEXT
              STRING WS-ROWS-D ' ROWS BACK ON CLAPP'
                 DELIMITED BY SIZE INTO WS-RPT-TEXT
              END-STRING
              WRITE RPT-REC FROM WS-RPT-LINE
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              ADD 1 TO WS-ERRORS
              MOVE 'FAILED' TO WS-RPT-VERDICT
              MOVE SPACES   TO WS-RPT-TEXT
              STRING 'INSERT INTO ' WS-SQL-TABLE ' FAILED'
                 DELIMITED BY SIZE INTO WS-RPT-TEXT
              END-STRING
              WRITE RPT-REC FROM WS-RPT-LINE
           END-IF.

       RESTORE-ORDER-ROW.

           EXEC SQL
              INSERT INTO CLAPP.ORDERS
              (ORDER_ID, CLIENT_ID, ORDER_DATE, STATUS, TOTAL_AMT,
               CURRENCY, ORIG_AMT, SHIP_ADDR_TYPE, CHANNEL,
               CLIENT_REF, REQ_DELIV_DATE, SALES_REP, ENTERED_BY,
               APPROVAL_REQ_TS, APPROVED_BY, APPROVED_TS,
               APPROVED_AMT, DOC_TYPE, VALID_UNTIL, CONVERTED_ORDER,
               INVOICE_NO, BUYER_VAT_ID, DELETED_FLAG, ROW_VERSION)
              VALUES (:ARC-ORDER-ID, :ARC-OH-CLIENT-ID,
                      :ARC-OH-ORDER-DATE, :ARC-OH-STATUS,
                      :ARC-OH-TOTAL-AMT,
                      NULLIF(:ARC-OH-CURRENCY, ' '),
                      :ARC-OH-ORIG-AMT,
                      NULLIF(:ARC-OH-ADDR-TYPE, ' '),
                      NULLIF(:ARC-OH-CHANNEL, ' '),
                      NULLIF(:ARC-OH-CLIENT-REF, ' '),
                      NULLIF(:ARC-OH-REQ-DELIV, ' '),
                      NULLIF(:ARC-OH-SALES-REP, ' '),
                      NULLIF(:ARC-OH-ENTERED-BY, ' '),
                      NULLIF(:ARC-OH-APPR-REQ-TS, ' '),
                      NULLIF(:ARC-OH-APPROVED-BY, ' '),
                      NULLIF(:ARC-OH-APPROVED-TS, ' '),
                      NULLIF(:ARC-OH-APPROVED-AMT, 0),
                      NULLIF(:ARC-OH-DOC-TYPE, ' '),
                      NULLIF(:ARC-OH-VALID-UNTIL, ' '),
                      NULLIF(:ARC-OH-CONVERTED, ' '),
                      NULLIF(:ARC-OH-INVOICE-NO, 0),
                      NULLIF(:ARC-OH-BUYER-VAT-ID, ' '),
                      :ARC-OH-DELETED-FLAG, :ARC-OH-ROW-VERSION)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'ORDERS' TO WS-SQL-TABLE
              PERFORM RESTORE-SQL-ERROR
           END-IF.

       RESTORE-ITEM-ROW.

           EXEC SQL
              INSERT INTO CLAPP.ORDER_ITEMS
              (ORDER_ID, LINE_NO, PRODUCT_ID, QTY, UNIT_PRICE,
               LINE_AMT, VAT_CAT, VAT_RATE, VAT_AMT, GROSS_AMT,
               BACKORDER_FLAG, AGREEMENT_ID, UNIT_COST, ALLOC_QTY)
              VALUES (:ARC-ORDER-ID, :ARC-OI-LINE-NO,
                      NULLIF(:ARC-OI-PRODUCT-ID, ' '),
                      :ARC-OI-QTY, :ARC-OI-UNIT-PRICE,
                      :ARC-OI-LINE-AMT,
                      NULLIF(:ARC-OI-VAT-CAT, ' '),
                      :ARC-OI-VAT-RATE, :ARC-OI-VAT-AMT,
                      :ARC-OI-GROSS-AMT,
                      NULLIF(:ARC-OI-BACKORDER, ' '),
                      NULLIF(:ARC-OI-AGREEMENT-ID, 0),
                      NULLIF(:ARC-OI-UNIT-COST, 0),
                      :ARC-OI-ALLOC-QTY)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'ORDER_ITEMS' TO WS-SQL-TABLE
              PERFORM RESTORE-SQL-ERROR
           END-IF.

       RESTORE-INVOICE-ROW.

           EXEC SQL
              INSERT INTO CLAPP.INVOICES
              (INV_NO, ORDER_ID, CLIENT_ID, INV_DATE, NET_AMT,
               VAT_AMT, GROSS_AMT, PAYMENT_TERMS, DUE_DATE,
               EDOC_SENT, COLL_STATUS, COLL_MSG_ID, COLL_MANDATE_ID,
               COLL_SEQ_TYPE, COLL_DATE, COLL_AMT, RETURN_REASON,
               RETURN_DATE, GL_JOURNAL_ID)
              VALUES (:ARC-IV-INV-NO, :ARC-ORDER-ID,
                      :ARC-IV-CLIENT-ID, :ARC-IV-INV-DATE,
                      :ARC-IV-NET-AMT, :ARC-IV-VAT-AMT,
                      :ARC-IV-GROSS-AMT,
                      NULLIF(:ARC-IV-PAY-TERMS, ' '),
                      NULLIF(:ARC-IV-DUE-DATE, ' '),
                      NULLIF(:ARC-IV-EDOC-SENT, ' '),
                      NULLIF(:ARC-IV-COLL-STATUS, ' '),
                      NULLIF(:ARC-IV-COLL-MSG-ID, ' '),
                      NULLIF(:ARC-IV-COLL-MANDATE, ' '),
                      NULLIF(:ARC-IV-COLL-SEQ, ' '),
                      NULLIF(:ARC-IV-COLL-DATE, ' '),
                      NULLIF(:ARC-IV-COLL-AMT, 0),
                      NULLIF(:ARC-IV-RET-REASON, ' '),
                      NULLIF(:ARC-IV-RET-DATE, ' '),
                      NULLIF(:ARC-IV-GL-JOURNAL, ' '))
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'INVOICES' TO WS-SQL-TABLE
              PERFORM RESTORE-SQL-ERROR
           END-IF.

       RESTORE-PAYMENT-ROW.

           EXEC SQL
              INSERT INTO CLAPP.PAYMENTS
              (ORDER_ID, CLIENT_ID, PAY_AMT, VALUE_DATE, PAY_REF,
               PAY_TS, PAY_CURRENCY, PAY_ORIG_AMT, PAY_FX_RATE,
               GL_JOURNAL_ID)
              VALUES (:ARC-ORDER-ID,
                      NULLIF(:ARC-PY-CLIENT-ID, ' '),
                      :ARC-PY-PAY-AMT, :ARC-PY-VALUE-DATE,
                      NULLIF(:ARC-PY-PAY-REF, ' '),
                      TIMESTAMP(:ARC-PY-PAY-TS),
                      NULLIF(:ARC-PY-CURRENCY, ' '),
                      NULLIF(:ARC-PY-ORIG-AMT, 0),
                      NULLIF(:ARC-PY-FX-RATE, 0),
                      NULLIF(:ARC-PY-GL-JOURNAL, ' '))
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'PAYMENTS' TO WS-SQL-TABLE
              PERFORM RESTORE-SQL-ERROR
           END-IF.

       RESTORE-CREDIT-ROW.

           EXEC SQL
              INSERT INTO CLAPP.CREDIT_NOTES
              (ORDER_ID, CN_NO, CN_DATE, REASON_CODE, NET_AMT,
               VAT_AMT, GROSS_AMT, GL_JOURNAL_ID)
              VALUES (:ARC-ORDER-ID, :ARC-CN-CN-NO,
                      :ARC-CN-CN-DATE,
                      NULLIF(:ARC-CN-REASON, ' '),
                      :ARC-CN-NET-AMT, :ARC-CN-VAT-AMT,
                      :ARC-CN-GROSS-AMT,
                      NULLIF(:ARC-CN-GL-JOURNAL, ' '))
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'CREDIT_NOTES' TO WS-SQL-TABLE
              PERFORM RESTORE-SQL-ERROR
           END-IF.

       RESTORE-SHIPMENT-ROW.

           EXEC SQL
              INSERT INTO CLAPP.SHIPMENTS
              (ORDER_ID, SHIP_NO, SHIP_DATE, CARRIER_REF,
               CARRIER_CODE, PARCELS, WEIGHT_KG, DESADV_STATUS,
               DESADV_TS, TRACKING_NO, MANIFEST_DATE,
               DELIVERY_STATUS, DELIVERY_DATE, EXCEPTION_CODE,
               EXCEPTION_DATE)
              VALUES (:ARC-ORDER-ID, :ARC-SH-SHIP-NO,
                      :ARC-SH-SHIP-DATE,
                      NULLIF(:ARC-SH-CARRIER-REF, ' '),
                      NULLIF(:ARC-SH-CARRIER-CODE, ' '),
                      :ARC-SH-PARCELS, :ARC-SH-WEIGHT-KG,
                      NULLIF(:ARC-SH-DESADV-STAT, ' '),
                      NULLIF(:ARC-SH-DESADV-TS, ' '),
                      NULLIF(:ARC-SH-TRACKING-NO, ' '),
                      NULLIF(:ARC-SH-MANIFEST, ' '),
                      NULLIF(:ARC-SH-DELIV-STAT, ' '),
                      NULLIF(:ARC-SH-DELIV-DATE, ' '),
                      NULLIF(:ARC-SH-EXC-CODE, ' '),
                      NULLIF(:ARC-SH-EXC-DATE, ' '))
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'SHIPMENTS' TO WS-SQL-TABLE
              PERFORM RESTORE-SQL-ERROR
           END-IF.

       RESTORE-SHIP-ITEM-ROW.

           EXEC SQL
              INSERT INTO CLAPP.SHIPMENT_ITEMS
              (ORDER_ID, SHIP_NO, LINE_NO, QTY_SHIPPED)
              VALUES (:ARC-ORDER-ID, :ARC-SI-SHIP-NO,
                      :ARC-SI-LINE-NO, :ARC-SI-QTY-SHIPPED)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'SHIPMENT_ITEMS' TO WS-SQL-TABLE
              PERFORM RESTORE-SQL-ERROR
           END-IF.

       RESTORE-SQL-ERROR.

           MOVE 'RESTORE-SQL-ERROR' TO SQE-PARAGRAPH
           MOVE SPACES TO SQE-STATEMENT
           STRING WS-SQL-TABLE DELIMITED BY SPACE ' insert'
              DELIMITED BY SIZE INTO SQE-STATEMENT
           END-STRING
           MOVE SPACES TO SQE-KEY
           STRING 'order ' HV-ORDER-ID
              DELIMITED BY SIZE INTO SQE-KEY
           END-STRING
           MOVE 'U' TO SQE-SCOPE
           PERFORM SQL-ERROR
           MOVE 'N' TO WS-RESTORE-OK.

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
           MOVE 'RESTORED'       TO RUN-COUNT-LABEL(1)
           MOVE WS-RESTORED TO RUN-COUNT(1)
           MOVE 'REJECTED'       TO RUN-COUNT-LABEL(2)
           MOVE WS-REJECTED TO RUN-COUNT(2)
           MOVE 'ERRORS'         TO RUN-COUNT-LABEL(3)
           MOVE WS-ERRORS TO RUN-COUNT(3)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

       END PROGRAM CLORDRST.
