      *-------------------------------------------------------------*
      * Program: CLPKCNF - book pick confirmations as shipments     *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Reads the warehouse's amended pick confirmation file (DD    *
      * UT-S-PICKCFM, layout CLPICKCF, in order sequence as CLPICK  *
      * wrote it) and books what was actually picked: one           *
      * CLAPP.SHIPMENTS row per order with a SHIPMENT_ITEMS row per *
      * picked line, under the rules of the order screen's          *
      * shipment capture - the line must exist and the picked       *
      * quantity may not exceed what the line still has open. An    *
      * order with every line fully shipped moves PROCESSING ->     *
      * SHIPPED with its audit row and order event, as the screen   *
      * does it. Each order commits on its own; refused lines are   *
      * listed on the report (DD UT-S-PKCRPT) with RC 4. A shipment *
      * of an order captured through EDI is queued for the CLEDIOUT *
      * despatch advice (SHIPMENTS.DESADV_STATUS 'P'). A fully      *
      * shipped order queues the client's notification e-mail to    *
      * CLAPP.NOTIFY_OUTBOX when the client opted in.               *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLPKCNF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNFFILE ASSIGN TO UT-S-PICKCFM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO UT-S-PKCRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CNFFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PCK-CONFIRM-REC.
       COPY CLPICKCF.
       FD  RPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPT-REC.
       01  RPT-REC                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLPKCNF'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-FIRST                 PIC X(1)  VALUE 'Y'.
       01  WS-CUR-ORDER             PIC X(12) VALUE SPACES.
       01  WS-ORDER-OK              PIC X(1)  VALUE 'N'.
       01  WS-ORDER-FAILED          PIC X(1)  VALUE 'N'.
       01  WS-SHIP-OPEN             PIC X(1)  VALUE 'N'.
       01  WS-REASON                PIC X(40) VALUE SPACES.
       01  WS-RECORDS               PIC 9(9) COMP VALUE 0.
       01  WS-SHIPMENTS             PIC 9(9) COMP VALUE 0.
       01  WS-SHIPPED-LINES         PIC 9(9) COMP VALUE 0.
       01  WS-ORDER-LINES           PIC 9(9) COMP VALUE 0.
       01  WS-ORDERS-SHIPPED        PIC 9(9) COMP VALUE 0.
       01  WS-REJECTED              PIC 9(9) COMP VALUE 0.
       01  WS-ERRORS                PIC 9(9) COMP VALUE 0.
       01  WS-TODAY-RAW             PIC X(21) VALUE SPACES.
       01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.
       01  WS-LINE-D                PIC ZZZ9.
       01  WS-QTY-D                 PIC ZZZZ9.

       01  WS-HEADING.
           05  FILLER               PIC X(50) VALUE
               'ORDER        LINE PRODUCT  PICKED  RESULT        '.
           05  FILLER               PIC X(50) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-ORDER         PIC X(12).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-LINE-NO       PIC ZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-PRODUCT       PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-QTY           PIC ZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DTL-RESULT        PIC X(40).
           05  FILLER               PIC X(25) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05  FILLER               PIC X(10) VALUE 'TOTALS    '.
           05  WS-TRL-SHIPMENTS     PIC Z(8)9.
           05  FILLER               PIC X(14) VALUE ' SHIPMENT(S)  '.
           05  WS-TRL-SHIPPED       PIC Z(8)9.
           05  FILLER               PIC X(20) VALUE
               ' ORDER(S) SHIPPED  '.
           05  WS-TRL-REJECTED      PIC Z(8)9.
           05  FILLER               PIC X(16) VALUE
               ' LINE(S) REFUSED'.
           05  FILLER               PIC X(13) VALUE SPACES.

       COPY CMQODV.
       COPY CMQMDV.
       COPY CMQPMOV.
       COPY CMQV.
      * batch address space owns its own queue connection, like
      * ORDTMPL; the put is best-effort - a queue outage never
      * blocks the shipment booking.
       01  WS-MQ-QMGR              PIC X(48) VALUE SPACES.
       01  WS-MQ-HCONN             PIC S9(9) COMP VALUE 0.
       01  WS-MQ-COMPCODE          PIC S9(9) COMP VALUE 0.
       01  WS-MQ-REASON            PIC S9(9) COMP VALUE 0.
       01  WS-MQ-BUFLEN            PIC S9(9) COMP VALUE 100.
       01  WS-MQ-CONNECTED         PIC X(1)  VALUE 'N'.
       01  WS-MQ-QNAME             PIC X(48) VALUE
           'CLAPP.ORDER.EVENTS'.
       01  WS-MQ-MESSAGE.
           05  EVT-TAG             PIC X(6)  VALUE 'ORDEVT'.
           05  EVT-ORDER-ID        PIC X(12).
           05  EVT-CLIENT-ID       PIC X(10).
           05  EVT-OLD-STATUS      PIC X(12).
           05  EVT-NEW-STATUS      PIC X(12).
           05  EVT-AMOUNT          PIC 9(11)V99.
           05  EVT-TS              PIC X(26).
           05  FILLER              PIC X(9)  VALUE SPACES.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-ORDER-ID              PIC X(12).
       01  HV-CLIENT-ID             PIC X(10).
       01  HV-ORDER-TOTAL           PIC S9(11)V99 COMP-3.
       01  HV-LINE-NO               PIC S9(4) COMP.
       01  HV-LINE-PRODUCT          PIC X(8).
       01  HV-ORD-QTY               PIC S9(4) COMP.
       01  HV-SHIPPED-QTY           PIC S9(4) COMP.
       01  HV-SHIP-QTY              PIC S9(4) COMP.
       01  HV-SHIP-NO               PIC S9(4) COMP.
       01  HV-SHIP-DATE             PIC X(10).
       01  HV-CARRIER-REF           PIC X(20).
       01  HV-CARRIER-CODE          PIC X(4).
       01  HV-PARCELS               PIC S9(4) COMP.
       01  HV-WEIGHT-KG             PIC S9(5)V99 COMP-3.
       01  HV-DESADV-STATUS         PIC X(1).
       01  HV-SHORT-LINES           PIC S9(9) COMP.
       01  HV-AUD-DETAIL            PIC X(70).
       01  HV-BATCH-USER            PIC X(8)  VALUE 'CLPKCNF'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-RAW
           STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
              WS-TODAY-RAW(7:2)
              DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING

           OPEN INPUT CNFFILE
           OPEN OUTPUT RPTFILE
           WRITE RPT-REC FROM WS-HEADING

           CALL 'MQCONN' USING WS-MQ-QMGR WS-MQ-HCONN
                               WS-MQ-COMPCODE WS-MQ-REASON
           END-CALL
           IF WS-MQ-COMPCODE = MQCC-OK
              MOVE 'Y' TO WS-MQ-CONNECTED
           ELSE
              DISPLAY 'WARNING: ' WS-PROG-NAME
                 ' MQCONN failed REASON=' WS-MQ-REASON
                 ' - order events suppressed'
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
              READ CNFFILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-RECORDS
                    IF WS-FIRST = 'Y'
                       OR PCK-ORDER-ID NOT = WS-CUR-ORDER
                       PERFORM START-ORDER
                    END-IF
                    PERFORM CONFIRM-ONE-LINE
              END-READ
           END-PERFORM

           IF WS-FIRST = 'N'
              PERFORM END-ORDER
           END-IF

           IF WS-MQ-CONNECTED = 'Y'
              CALL 'MQDISC' USING WS-MQ-HCONN
                                  WS-MQ-COMPCODE WS-MQ-REASON
              END-CALL
           END-IF

           MOVE WS-SHIPMENTS      TO WS-TRL-SHIPMENTS
           MOVE WS-ORDERS-SHIPPED TO WS-TRL-SHIPPED
           MOVE WS-REJECTED       TO WS-TRL-REJECTED
           WRITE RPT-REC FROM WS-TRAILER-LINE

           CLOSE CNFFILE
           CLOSE RPTFILE

           DISPLAY '*** ' WS-PROG-NAME ' read ' WS-RECORDS
              ' record(s), ' WS-SHIPMENTS ' shipment(s), '
              WS-SHIPPED-LINES ' line(s) shipped'
           DISPLAY '*** ' WS-PROG-NAME ' ' WS-ORDERS-SHIPPED
              ' order(s) fully shipped, ' WS-REJECTED
              ' line(s) refused, ' WS-ERRORS ' error(s)'
           IF WS-ERRORS > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-REJECTED > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

      * the shipment header is only written with the order's first
      * picked line, so an order with nothing picked books nothing
       START-ORDER.

           IF WS-FIRST = 'N'
              PERFORM END-ORDER
           END-IF
           MOVE 'N' TO WS-FIRST
           MOVE PCK-ORDER-ID TO WS-CUR-ORDER
           MOVE PCK-ORDER-ID TO HV-ORDER-ID
           MOVE 'N' TO WS-SHIP-OPEN
           MOVE 'N' TO WS-ORDER-FAILED
           MOVE 'N' TO WS-ORDER-OK
           MOVE 0 TO WS-ORDER-LINES
           EXEC SQL
              SELECT CLIENT_ID, COALESCE(TOTAL_AMT,0)
                INTO :HV-CLIENT-ID, :HV-ORDER-TOTAL
                FROM CLAPP.ORDERS
               WHERE ORDER_ID = :HV-ORDER-ID
                 AND DELETED_FLAG <> 'Y'
           END-EXEC
           IF SQLCODE = 0
              MOVE 'Y' TO WS-ORDER-OK
           END-IF.

       CONFIRM-ONE-LINE.

           MOVE SPACES TO WS-REASON
           MOVE PCK-LINE-NO TO HV-LINE-NO
           EVALUATE TRUE
              WHEN WS-ORDER-FAILED = 'Y'
                 MOVE 'ORDER ROLLED BACK' TO WS-REASON
              WHEN WS-ORDER-OK NOT = 'Y'
                 MOVE 'REFUSED - ORDER NOT FOUND' TO WS-REASON
              WHEN PCK-QTY-PICKED IS NOT NUMERIC
                 MOVE 'REFUSED - PICKED QTY NOT NUMERIC'
                    TO WS-REASON
              WHEN PCK-QTY-PICKED = 0
                 MOVE 'NOT PICKED' TO WS-REASON
              WHEN OTHER
                 PERFORM CHECK-PICKED-LINE
           END-EVALUATE

           IF WS-REASON = SPACES
              PERFORM BOOK-PICKED-LINE
           ELSE
              IF WS-REASON NOT = 'NOT PICKED'
                 ADD 1 TO WS-REJECTED
              END-IF
           END-IF

           MOVE PCK-ORDER-ID   TO WS-DTL-ORDER
           MOVE PCK-LINE-NO    TO WS-DTL-LINE-NO
           MOVE PCK-PRODUCT-ID TO WS-DTL-PRODUCT
           IF PCK-QTY-PICKED IS NUMERIC
              MOVE PCK-QTY-PICKED TO WS-DTL-QTY
           ELSE
              MOVE 0 TO WS-DTL-QTY
           END-IF
           IF WS-REASON = SPACES
              MOVE 'SHIPPED' TO WS-DTL-RESULT
           ELSE
              MOVE WS-REASON TO WS-DTL-RESULT
           END-IF
           WRITE RPT-REC FROM WS-DETAIL-LINE.

      * the rules RECORD-SHIPMENT-APPLY applies on the order screen:
      * the line must exist and shipped-so-far plus this pick may
      * not exceed the ordered quantity
       CHECK-PICKED-LINE.

           MOVE PCK-QTY-PICKED TO HV-SHIP-QTY
           EXEC SQL
              SELECT QTY, COALESCE(PRODUCT_ID,' ')
                INTO :HV-ORD-QTY, :HV-LINE-PRODUCT
                FROM CLAPP.ORDER_ITEMS
               WHERE ORDER_ID = :HV-ORDER-ID
                 AND LINE_NO = :HV-LINE-NO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'REFUSED - ORDER LINE NOT FOUND' TO WS-REASON
           ELSE
              IF HV-LINE-PRODUCT NOT = PCK-PRODUCT-ID
                 MOVE 'REFUSED - PRODUCT DIFFERS FROM LINE'
                    TO WS-REASON
              ELSE
                 MOVE 0 TO HV-SHIPPED-QTY
                 EXEC SQL
                    SELECT COALESCE(SUM(QTY_SHIPPED),0)
                      INTO :HV-SHIPPED-QTY
                      FROM CLAPP.SHIPMENT_ITEMS
                     WHERE ORDER_ID = :HV-ORDER-ID
                       AND LINE_NO = :HV-LINE-NO
                 END-EXEC
                 IF HV-SHIP-QTY < 1
                    OR HV-SHIPPED-QTY + HV-SHIP-QTY > HV-ORD-QTY
                    MOVE 'REFUSED - EXCEEDS OPEN LINE QUANTITY'
                       TO WS-REASON
                 END-IF
              END-IF
           END-IF.

       BOOK-PICKED-LINE.

           IF WS-SHIP-OPEN = 'N'
              PERFORM INSERT-SHIPMENT-HEADER
           END-IF
           IF WS-ORDER-FAILED = 'N'
              EXEC SQL
                 INSERT INTO CLAPP.SHIPMENT_ITEMS
                 (ORDER_ID, SHIP_NO, LINE_NO, QTY_SHIPPED)
                 VALUES (:HV-ORDER-ID, :HV-SHIP-NO, :HV-LINE-NO,
                         :HV-SHIP-QTY)
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM FAIL-ORDER
              ELSE
                 ADD 1 TO WS-SHIPPED-LINES
                 ADD 1 TO WS-ORDER-LINES
                 MOVE PCK-LINE-NO    TO WS-LINE-D
                 MOVE PCK-QTY-PICKED TO WS-QTY-D
                 MOVE SPACES TO HV-AUD-DETAIL
                 STRING 'Shipped line ' DELIMITED BY SIZE
                    FUNCTION TRIM(WS-LINE-D) DELIMITED BY SIZE
                    ' qty ' DELIMITED BY SIZE
                    FUNCTION TRIM(WS-QTY-D) DELIMITED BY SIZE
                    ' ref ' DELIMITED BY SIZE
                    FUNCTION TRIM(HV-CARRIER-REF) DELIMITED BY SIZE
                    INTO HV-AUD-DETAIL
                 END-STRING
                 EXEC SQL
                    INSERT INTO CLAPP.AUDIT_LOG
                    (TABLE_NAME, REC_KEY, ACTION, AUD_TS, DETAIL,
                     USER_ID)
                    VALUES ('SHIPMENTS', :HV-ORDER-ID, 'A',
                            CURRENT TIMESTAMP, :HV-AUD-DETAIL,
                            :HV-BATCH-USER)
                 END-EXEC
              END-IF
           END-IF
           IF WS-ORDER-FAILED = 'Y'
              MOVE 'ORDER ROLLED BACK' TO WS-REASON
           END-IF.

      * ship date, carrier, parcels and weight come from the order's
      * first picked record - one consignment per order per
      * confirmation; a blank carrier leaves the shipment for the
      * manifest run's default carrier
       INSERT-SHIPMENT-HEADER.

           IF PCK-SHIP-DATE = SPACES
              MOVE WS-TODAY-DATE TO HV-SHIP-DATE
           ELSE
              MOVE PCK-SHIP-DATE TO HV-SHIP-DATE
           END-IF
           MOVE PCK-CARRIER-REF TO HV-CARRIER-REF
           MOVE PCK-CARRIER-CODE TO HV-CARRIER-CODE
           MOVE 1 TO HV-PARCELS
           IF PCK-PARCELS IS NUMERIC
              IF PCK-PARCELS > 0
                 MOVE PCK-PARCELS TO HV-PARCELS
              END-IF
           END-IF
           MOVE 0 TO HV-WEIGHT-KG
           IF PCK-WEIGHT-KG IS NUMERIC
              MOVE PCK-WEIGHT-KG TO HV-WEIGHT-KG
           END-IF
           MOVE 1 TO HV-SHIP-NO
           EXEC SQL
              SELECT COALESCE(MAX(SHIP_NO), 0) + 1
                INTO :HV-SHIP-NO
                FROM CLAPP.SHIPMENTS
               WHERE ORDER_ID = :HV-ORDER-ID
           END-EXEC
      * an order captured through EDI gets its despatch advice
      * queued with the shipment, as the screen does it
           MOVE SPACE TO HV-DESADV-STATUS
           EXEC SQL
              SELECT CASE WHEN CHANNEL = 'EDI' THEN 'P'
                          ELSE ' ' END
                INTO :HV-DESADV-STATUS
                FROM CLAPP.ORDERS
               WHERE ORDER_ID = :HV-ORDER-ID
           END-EXEC
           EXEC SQL
              INSERT INTO CLAPP.SHIPMENTS
              (ORDER_ID, SHIP_NO, SHIP_DATE, CARRIER_REF,
               CARRIER_CODE, PARCELS, WEIGHT_KG, DESADV_STATUS)
              VALUES (:HV-ORDER-ID, :HV-SHIP-NO, :HV-SHIP-DATE,
                      :HV-CARRIER-REF,
                      NULLIF(:HV-CARRIER-CODE, ' '), :HV-PARCELS,
                      :HV-WEIGHT-KG, NULLIF(:HV-DESADV-STATUS, ' '))
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM FAIL-ORDER
           ELSE
              MOVE 'Y' TO WS-SHIP-OPEN
              ADD 1 TO WS-SHIPMENTS
           END-IF.

      * a database failure takes the whole order's shipment back;
      * its remaining records are listed but not booked
       FAIL-ORDER.

           ADD 1 TO WS-ERRORS
           MOVE 'FAIL-ORDER' TO SQE-PARAGRAPH
           MOVE 'shipment booking' TO SQE-STATEMENT
           MOVE SPACES TO SQE-KEY
           STRING 'order ' HV-ORDER-ID
              DELIMITED BY SIZE INTO SQE-KEY
           END-STRING
           MOVE 'U' TO SQE-SCOPE
           PERFORM SQL-ERROR
           IF WS-SHIP-OPEN = 'Y'
              SUBTRACT 1 FROM WS-SHIPMENTS
           END-IF
           SUBTRACT WS-ORDER-LINES FROM WS-SHIPPED-LINES
           MOVE 0 TO WS-ORDER-LINES
           MOVE 'N' TO WS-SHIP-OPEN
           MOVE 'Y' TO WS-ORDER-FAILED.

      * CHECK-ORDER-FULLY-SHIPPED's rule: no line left with open
      * quantity moves the order PROCESSING -> SHIPPED
       END-ORDER.

           IF WS-SHIP-OPEN = 'Y'
              MOVE 0 TO HV-SHORT-LINES
              EXEC SQL
                 SELECT COUNT(*) INTO :HV-SHORT-LINES
                   FROM CLAPP.ORDER_ITEMS I
                  WHERE I.ORDER_ID = :HV-ORDER-ID
                    AND I.QTY >
                        (SELECT COALESCE(SUM(S.QTY_SHIPPED),0)
                           FROM CLAPP.SHIPMENT_ITEMS S
                          WHERE S.ORDER_ID = I.ORDER_ID
                            AND S.LINE_NO = I.LINE_NO)
              END-EXEC
              IF SQLCODE = 0 AND HV-SHORT-LINES = 0
                 PERFORM MARK-ORDER-SHIPPED
              ELSE
                 EXEC SQL COMMIT END-EXEC
              END-IF
           END-IF.

       MARK-ORDER-SHIPPED.

           EXEC SQL
              UPDATE CLAPP.ORDERS
                 SET STATUS = 'SHIPPED',
                     ROW_VERSION = COALESCE(ROW_VERSION,0) + 1
               WHERE ORDER_ID = :HV-ORDER-ID
                 AND STATUS = 'PROCESSING'
                 AND DELETED_FLAG <> 'Y'
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL
                 INSERT INTO CLAPP.AUDIT_LOG
                 (TABLE_NAME, REC_KEY, ACTION, AUD_TS, DETAIL,
                  USER_ID)
                 VALUES ('ORDERS', :HV-ORDER-ID, 'U',
                         CURRENT TIMESTAMP,
                         'Status PROCESSING->SHIPPED',
                         :HV-BATCH-USER)
              END-EXEC
              PERFORM QUEUE-CLIENT-NOTIFICATION
              EXEC SQL COMMIT END-EXEC
              ADD 1 TO WS-ORDERS-SHIPPED
              PERFORM PUBLISH-ORDER-EVENT
           ELSE
              EXEC SQL COMMIT END-EXEC
           END-IF.

      * the shipped e-mail for a client who opted in, committed with
      * the status; a failing insert is reported, the order stays
      * shipped.
       QUEUE-CLIENT-NOTIFICATION.

           EXEC SQL
              INSERT INTO CLAPP.NOTIFY_OUTBOX
                 (NOTIFY_NO, CLIENT_ID, ORDER_ID, EVENT_TYPE,
                  NEW_STATUS, AMOUNT, QUEUED_TS, NOTIFY_STATUS)
              SELECT (SELECT COALESCE(MAX(NOTIFY_NO),0) + 1
                        FROM CLAPP.NOTIFY_OUTBOX),
                     CLIENT_ID, :HV-ORDER-ID, 'SHIP', 'SHIPPED',
                     :HV-ORDER-TOTAL, CURRENT TIMESTAMP, 'P'
                FROM CLAPP.CLIENTS
               WHERE CLIENT_ID = :HV-CLIENT-ID
                 AND COALESCE(NOTIFY_OPT,'N') IN ('E','D')
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 'QUEUE-CLIENT-NOTIFICATION' TO SQE-PARAGRAPH
              MOVE 'shipment notification insert' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'order ' HV-ORDER-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'W' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF.

       PUBLISH-ORDER-EVENT.

           IF WS-MQ-CONNECTED = 'Y'
              MOVE HV-ORDER-ID    TO EVT-ORDER-ID
              MOVE HV-CLIENT-ID   TO EVT-CLIENT-ID
              MOVE 'PROCESSING'   TO EVT-OLD-STATUS
              MOVE 'SHIPPED'      TO EVT-NEW-STATUS
              MOVE HV-ORDER-TOTAL TO EVT-AMOUNT
              MOVE SPACES         TO EVT-TS
              EXEC SQL
                 SET :EVT-TS = CURRENT TIMESTAMP
              END-EXEC
              MOVE WS-MQ-QNAME       TO MQOD-OBJECTNAME
              MOVE MQOT-Q            TO MQOD-OBJECTTYPE
              MOVE MQMT-DATAGRAM     TO MQMD-MSGTYPE
              MOVE MQPER-NOT-PERSISTENT TO MQMD-PERSISTENCE
              MOVE MQFMT-STRING      TO MQMD-FORMAT
              MOVE MQPMO-NO-SYNCPOINT TO MQPMO-OPTIONS
              CALL 'MQPUT1' USING WS-MQ-HCONN MQOD MQMD MQPMO
                                  WS-MQ-BUFLEN WS-MQ-MESSAGE
                                  WS-MQ-COMPCODE WS-MQ-REASON
              END-CALL
           END-IF.

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
           MOVE 'RECORDS'        TO RUN-COUNT-LABEL(1)
           MOVE WS-RECORDS TO RUN-COUNT(1)
           MOVE 'SHIPMENTS'      TO RUN-COUNT-LABEL(2)
           MOVE WS-SHIPMENTS TO RUN-COUNT(2)
           MOVE 'REJECTED'       TO RUN-COUNT-LABEL(3)
           MOVE WS-REJECTED TO RUN-COUNT(3)
           MOVE 'ERRORS'         TO RUN-COUNT-LABEL(4)
           MOVE WS-ERRORS TO RUN-COUNT(4)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

       END PROGRAM CLPKCNF.
