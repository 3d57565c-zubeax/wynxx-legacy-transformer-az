      *-------------------------------------------------------------*
      * Program: CLALLOC - backorder allocation after receipts      *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Runs after the day's stock receipts are booked. A line      *
      * booked backordered took no stock; this run hands it the     *
      * product's available on-hand - key-account clients first     *
      * (CLIENTS.KEY_ACCOUNT_FLAG), then first come by ORDER_DATE.  *
      * The allocated quantity is reserved by taking it off         *
      * ON_HAND_QTY and adding it to the line's ALLOC_QTY; a line   *
      * covered in full loses its backorder flag and from then on   *
      * counts as an ordinary booked line. Each order left with no  *
      * backordered line is reported as fully shippable. Product    *
      * decrement, line update and audit row commit together per    *
      * line. A kit line (a product with CLAPP.KIT_COMPONENTS rows) *
      * is allocated in whole kits its components can all cover,    *
      * and the components' stock is what gets reserved. Every      *
      * stock taken is written to the CLAPP.STOCK_MOVES ledger as   *
      * reason ALOC against the order line, in the same commit.     *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLALLOC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPTFILE ASSIGN TO UT-S-ALCRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPT-REC.
       01  RPT-REC                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLALLOC'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-ALLOCATED             PIC 9(9) COMP VALUE 0.
       01  WS-SHIPPABLE             PIC 9(9) COMP VALUE 0.
       01  WS-ERRORS                PIC 9(9) COMP VALUE 0.

       01  WS-HEADING.
           05  FILLER               PIC X(50) VALUE
               'ORDER        LINE PRODUCT  CLIENT     KEY ORDER-DA'.
           05  FILLER               PIC X(50) VALUE
               'TE     ORDERED  ALLOCATED  STATUS                 '.

       01  WS-DETAIL-LINE.
           05  WS-DTL-ORDER         PIC X(12).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-LINE-NO       PIC ZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-PRODUCT       PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-CLIENT        PIC X(10).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DTL-KEY           PIC X(1).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DTL-DATE          PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-QTY           PIC ZZZZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DTL-ALLOC         PIC ZZZZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DTL-STATUS        PIC X(8).
           05  FILLER               PIC X(17) VALUE SPACES.

       01  WS-SHIP-LINE.
           05  FILLER               PIC X(6)  VALUE 'ORDER '.
           05  WS-SHP-ORDER         PIC X(12).
           05  FILLER               PIC X(8)  VALUE ' CLIENT '.
           05  WS-SHP-CLIENT        PIC X(10).
           05  FILLER               PIC X(30) VALUE
               '  NOW FULLY SHIPPABLE'.
           05  FILLER               PIC X(34) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05  FILLER               PIC X(10) VALUE 'TOTALS    '.
           05  WS-TRL-ALLOCATED     PIC Z(8)9.
           05  FILLER               PIC X(20) VALUE
               ' LINE(S) ALLOCATED  '.
           05  WS-TRL-SHIPPABLE     PIC Z(8)9.
           05  FILLER               PIC X(25) VALUE
               ' ORDER(S) NOW SHIPPABLE'.
           05  FILLER               PIC X(27) VALUE SPACES.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-ORDER-ID              PIC X(12).
       01  HV-LINE-NO               PIC S9(4) COMP.
       01  HV-PRODUCT-ID            PIC X(8).
       01  HV-QTY                   PIC S9(9) COMP.
       01  HV-ALLOC-QTY             PIC S9(9) COMP.
       01  HV-CLIENT-ID             PIC X(10).
       01  HV-KEY-ACCOUNT           PIC X(1).
       01  HV-ORDER-DATE            PIC X(10).
       01  HV-ON-HAND               PIC S9(9) COMP.
       01  HV-NEED-QTY              PIC S9(9) COMP.
       01  HV-TAKE-QTY              PIC S9(9) COMP.
       01  HV-BACKORDER             PIC X(1).
       01  HV-OPEN-LINES            PIC S9(9) COMP.
       01  HV-KIT-COUNT             PIC S9(9) COMP.
       01  HV-KIT-ROWS              PIC S9(9) COMP.
       01  HV-MOVE-REF              PIC X(20).
       01  WS-MOVE-LINE             PIC 9(4).
       01  WS-RESERVE-OK            PIC X(1)  VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           OPEN OUTPUT RPTFILE
           WRITE RPT-REC FROM WS-HEADING

      * the waiting lines of open, non-quote orders in allocation
      * order; on-hand is re-read per line because each allocation
      * reduces what the next line can have
           EXEC SQL DECLARE ALC-CUR CURSOR WITH HOLD FOR
              SELECT I.ORDER_ID, I.LINE_NO, I.PRODUCT_ID, I.QTY,
                     COALESCE(I.ALLOC_QTY,0), O.CLIENT_ID,
                     COALESCE(C.KEY_ACCOUNT_FLAG,'N'),
                     O.ORDER_DATE
                FROM CLAPP.ORDER_ITEMS I
                     INNER JOIN CLAPP.ORDERS O
                        ON O.ORDER_ID = I.ORDER_ID
                     LEFT OUTER JOIN CLAPP.CLIENTS C
                        ON C.CLIENT_ID = O.CLIENT_ID
               WHERE I.BACKORDER_FLAG = 'Y'
                 AND I.PRODUCT_ID IS NOT NULL
                 AND O.STATUS NOT IN ('CLOSED', 'CANCELLED')
                 AND COALESCE(O.DOC_TYPE,'O') <> 'Q'
                 AND O.DELETED_FLAG <> 'Y'
               ORDER BY CASE WHEN C.KEY_ACCOUNT_FLAG = 'Y'
                             THEN 0 ELSE 1 END,
                        O.ORDER_DATE, O.ORDER_ID, I.LINE_NO
           END-EXEC

           EXEC SQL OPEN ALC-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH ALC-CUR INTO :HV-ORDER-ID, :HV-LINE-NO,
                       :HV-PRODUCT-ID, :HV-QTY, :HV-ALLOC-QTY,
                       :HV-CLIENT-ID, :HV-KEY-ACCOUNT, :HV-ORDER-DATE
              END-EXEC
              IF SQLCODE = 0
                 PERFORM ALLOCATE-ONE-LINE
              ELSE
                 IF SQLCODE NOT = 100
                    ADD 1 TO WS-ERRORS
                    MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
                    MOVE 'fetch ALC-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE ALC-CUR END-EXEC

           MOVE WS-ALLOCATED TO WS-TRL-ALLOCATED
           MOVE WS-SHIPPABLE TO WS-TRL-SHIPPABLE
           WRITE RPT-REC FROM WS-TRAILER-LINE

           CLOSE RPTFILE

           DISPLAY '*** ' WS-PROG-NAME ' allocated ' WS-ALLOCATED
              ' line(s), ' WS-SHIPPABLE ' order(s) now shippable, '
              WS-ERRORS ' error(s)'
           IF WS-ERRORS > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

      * a line takes what it still needs or whatever is left; the
      * product decrement is guarded on the on-hand just read, so a
      * sale keyed on line meanwhile cannot drive it negative
       ALLOCATE-ONE-LINE.

           MOVE 0 TO HV-KIT-COUNT
           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-KIT-COUNT
                FROM CLAPP.KIT_COMPONENTS
               WHERE KIT_PRODUCT_ID = :HV-PRODUCT-ID
           END-EXEC
           MOVE 0 TO HV-ON-HAND
           IF HV-KIT-COUNT > 0
      * a kit's on-hand is the number of whole kits the scarcest
      * component still makes
              EXEC SQL
                 SELECT COALESCE(MIN(COALESCE(P.ON_HAND_QTY,0)
                                     / K.COMP_QTY), 0)
                   INTO :HV-ON-HAND
                   FROM CLAPP.KIT_COMPONENTS K
                        INNER JOIN CLAPP.PRODUCTS P
                           ON P.PRODUCT_ID = K.COMPONENT_ID
                  WHERE K.KIT_PRODUCT_ID = :HV-PRODUCT-ID
              END-EXEC
           ELSE
              EXEC SQL
                 SELECT COALESCE(ON_HAND_QTY,0)
                   INTO :HV-ON-HAND
                   FROM CLAPP.PRODUCTS
                  WHERE PRODUCT_ID = :HV-PRODUCT-ID
              END-EXEC
           END-IF
           COMPUTE HV-NEED-QTY = HV-QTY - HV-ALLOC-QTY
           IF SQLCODE = 0 AND HV-ON-HAND > 0 AND HV-NEED-QTY > 0
              IF HV-ON-HAND < HV-NEED-QTY
                 MOVE HV-ON-HAND TO HV-TAKE-QTY
                 MOVE 'Y' TO HV-BACKORDER
              ELSE
                 MOVE HV-NEED-QTY TO HV-TAKE-QTY
                 MOVE 'N' TO HV-BACKORDER
              END-IF
              PERFORM RESERVE-LINE-STOCK
           END-IF.

      * each line is its own unit under a savepoint, so a failed
      * reservation is undone without closing ALC-CUR
       RESERVE-LINE-STOCK.

           MOVE 'N' TO WS-RESERVE-OK
           EXEC SQL
              SAVEPOINT ALLOC_UNIT ON ROLLBACK RETAIN CURSORS
           END-EXEC
           IF HV-KIT-COUNT > 0
              PERFORM RESERVE-KIT-STOCK
           ELSE
              EXEC SQL
                 UPDATE CLAPP.PRODUCTS
                    SET ON_HAND_QTY = ON_HAND_QTY - :HV-TAKE-QTY
                  WHERE PRODUCT_ID = :HV-PRODUCT-ID
                    AND ON_HAND_QTY >= :HV-TAKE-QTY
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Y' TO WS-RESERVE-OK
              END-IF
           END-IF
           IF WS-RESERVE-OK = 'Y'
              ADD HV-TAKE-QTY TO HV-ALLOC-QTY
              EXEC SQL
                 UPDATE CLAPP.ORDER_ITEMS
                    SET ALLOC_QTY = :HV-ALLOC-QTY,
                        BACKORDER_FLAG = :HV-BACKORDER
                  WHERE ORDER_ID = :HV-ORDER-ID
                    AND LINE_NO = :HV-LINE-NO
              END-EXEC
           END-IF
           IF WS-RESERVE-OK = 'Y' AND SQLCODE = 0
              PERFORM WRITE-STOCK-MOVE
           END-IF
           IF WS-RESERVE-OK = 'Y' AND SQLCODE NOT = 0
              MOVE 'N' TO WS-RESERVE-OK
           END-IF
           IF WS-RESERVE-OK = 'N'
              ADD 1 TO WS-ERRORS
              MOVE 'RESERVE-LINE-STOCK' TO SQE-PARAGRAPH
              MOVE 'stock reservation' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'order ' HV-ORDER-ID ' line'
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE HV-LINE-NO TO SQE-KEY(25:4)
              MOVE 'P' TO SQE-SCOPE
              PERFORM SQL-ERROR
           ELSE
              EXEC SQL
                 INSERT INTO CLAPP.AUDIT_LOG
                 (TABLE_NAME, REC_KEY, ACTION, AUD_TS, DETAIL,
                  USER_ID)
                 VALUES ('ORDER_ITEM', :HV-ORDER-ID, 'U',
                         CURRENT TIMESTAMP,
                         'Backorder stock allocated',
                         'CLALLOC')
              END-EXEC
              EXEC SQL COMMIT END-EXEC
              ADD 1 TO WS-ALLOCATED
              MOVE HV-ORDER-ID    TO WS-DTL-ORDER
              MOVE HV-LINE-NO     TO WS-DTL-LINE-NO
              MOVE HV-PRODUCT-ID  TO WS-DTL-PRODUCT
              MOVE HV-CLIENT-ID   TO WS-DTL-CLIENT
              MOVE HV-KEY-ACCOUNT TO WS-DTL-KEY
              MOVE HV-ORDER-DATE  TO WS-DTL-DATE
              MOVE HV-QTY         TO WS-DTL-QTY
              MOVE HV-ALLOC-QTY   TO WS-DTL-ALLOC
              IF HV-BACKORDER = 'N'
                 MOVE 'COVERED' TO WS-DTL-STATUS
              ELSE
                 MOVE 'PARTIAL' TO WS-DTL-STATUS
              END-IF
              WRITE RPT-REC FROM WS-DETAIL-LINE
              IF HV-BACKORDER = 'N'
                 PERFORM CHECK-ORDER-SHIPPABLE
              END-IF
           END-IF.

      * every component gives up its share of the kits taken, each
      * guarded like a single product; a component that could not
      * be decremented fails the whole reservation and the line is
      * rolled back
       RESERVE-KIT-STOCK.

           EXEC SQL
              UPDATE CLAPP.PRODUCTS P
                 SET ON_HAND_QTY = P.ON_HAND_QTY - :HV-TAKE-QTY *
                     (SELECT K.COMP_QTY
                        FROM CLAPP.KIT_COMPONENTS K
                       WHERE K.KIT_PRODUCT_ID = :HV-PRODUCT-ID
                         AND K.COMPONENT_ID = P.PRODUCT_ID)
               WHERE P.PRODUCT_ID IN
                     (SELECT K.COMPONENT_ID
                        FROM CLAPP.KIT_COMPONENTS K
                       WHERE K.KIT_PRODUCT_ID = :HV-PRODUCT-ID
                         AND P.ON_HAND_QTY >=
                             :HV-TAKE-QTY * K.COMP_QTY)
           END-EXEC
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO HV-KIT-ROWS
              IF HV-KIT-ROWS = HV-KIT-COUNT
                 MOVE 'Y' TO WS-RESERVE-OK
              END-IF
           END-IF.

      * the ledger row(s) for the stock just reserved, valued at the
      * product's standard cost - one per component for a kit
       WRITE-STOCK-MOVE.

           MOVE HV-LINE-NO TO WS-MOVE-LINE
           MOVE SPACES TO HV-MOVE-REF
           STRING HV-ORDER-ID DELIMITED BY SPACE
              '/' DELIMITED BY SIZE
              WS-MOVE-LINE DELIMITED BY SIZE
              INTO HV-MOVE-REF
           END-STRING
           IF HV-KIT-COUNT > 0
              EXEC SQL
                 INSERT INTO CLAPP.STOCK_MOVES
                    (MOVE_NO, PRODUCT_ID, MOVE_TS, QTY, UNIT_COST,
                     MOVE_VALUE, REASON_CODE, DOC_TYPE, DOC_REF,
                     USER_ID)
                 SELECT (SELECT COALESCE(MAX(MOVE_NO),0)
                           FROM CLAPP.STOCK_MOVES)
                        + ROW_NUMBER() OVER (ORDER BY K.COMPONENT_ID),
                        K.COMPONENT_ID, CURRENT TIMESTAMP,
                        0 - :HV-TAKE-QTY * K.COMP_QTY,
                        COALESCE(C.STD_COST,0),
                        (0 - :HV-TAKE-QTY * K.COMP_QTY)
                           * COALESCE(C.STD_COST,0),
                        'ALOC', 'ORD', :HV-MOVE-REF, 'CLALLOC'
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
           ELSE
              EXEC SQL
                 INSERT INTO CLAPP.STOCK_MOVES
                    (MOVE_NO, PRODUCT_ID, MOVE_TS, QTY, UNIT_COST,
                     MOVE_VALUE, REASON_CODE, DOC_TYPE, DOC_REF,
                     USER_ID)
                 SELECT (SELECT COALESCE(MAX(MOVE_NO),0) + 1
                           FROM CLAPP.STOCK_MOVES),
                        P.PRODUCT_ID, CURRENT TIMESTAMP,
                        0 - :HV-TAKE-QTY, COALESCE(C.STD_COST,0),
                        (0 - :HV-TAKE-QTY) * COALESCE(C.STD_COST,0),
                        'ALOC', 'ORD', :HV-MOVE-REF, 'CLALLOC'
                   FROM CLAPP.PRODUCTS P
                        LEFT OUTER JOIN CLAPP.PRODUCT_COSTS C
                           ON C.PRODUCT_ID = P.PRODUCT_ID
                          AND C.EFF_FROM =
                              (SELECT MAX(C2.EFF_FROM)
                                 FROM CLAPP.PRODUCT_COSTS C2
                                WHERE C2.PRODUCT_ID = P.PRODUCT_ID
                                  AND C2.EFF_FROM <= CURRENT DATE)
                  WHERE P.PRODUCT_ID = :HV-PRODUCT-ID
              END-EXEC
           END-IF.

      * the order is shippable once no line still waits for stock
       CHECK-ORDER-SHIPPABLE.

           MOVE 0 TO HV-OPEN-LINES
           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-OPEN-LINES
                FROM CLAPP.ORDER_ITEMS
               WHERE ORDER_ID = :HV-ORDER-ID
                 AND BACKORDER_FLAG = 'Y'
           END-EXEC
           IF SQLCODE = 0 AND HV-OPEN-LINES = 0
              ADD 1 TO WS-SHIPPABLE
              MOVE HV-ORDER-ID  TO WS-SHP-ORDER
              MOVE HV-CLIENT-ID TO WS-SHP-CLIENT
              WRITE RPT-REC FROM WS-SHIP-LINE
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
           MOVE 'ALLOCATED'      TO RUN-COUNT-LABEL(1)
           MOVE WS-ALLOCATED TO RUN-COUNT(1)
           MOVE 'SHIPPABLE'      TO RUN-COUNT-LABEL(2)
           MOVE WS-SHIPPABLE TO RUN-COUNT(2)
           MOVE 'ERRORS'         TO RUN-COUNT-LABEL(3)
           MOVE WS-ERRORS TO RUN-COUNT(3)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

       END PROGRAM CLALLOC.
