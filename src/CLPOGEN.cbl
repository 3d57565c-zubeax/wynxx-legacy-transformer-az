      *-------------------------------------------------------------*
      * Program: CLPOGEN - nightly draft purchase-order generation  *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Works the STKRPT projection (on-hand less open-order        *
      * demand) plus the quantity still due in on open purchase-    *
      * order lines, for every active product that carries a        *
      * reorder point. A product whose projected position falls     *
      * below its reorder point gets a line on a draft PO to its    *
      * preferred supplier, in whole multiples of its reorder       *
      * quantity, enough to bring the position back to the reorder  *
      * point. All of a supplier's lines go onto one draft PO - an  *
      * existing draft for the supplier is added to, otherwise a    *
      * new one is numbered from CLAPP.PO_REGISTER. Purchasing      *
      * reviews the drafts and releases them on the product screen. *
      * Register bump, PO header, PO line and audit row commit      *
      * together per line. A product with no usable preferred       *
      * supplier is listed as an exception with RC 4. A kit is      *
      * never bought: its open order lines count as demand on its   *
      * components (CLAPP.KIT_COMPONENTS, line qty x kit qty) and   *
      * the components are reordered in its place.                  *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLPOGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPTFILE ASSIGN TO UT-S-POGRPT
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
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLPOGEN'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-LINES                 PIC 9(9) COMP VALUE 0.
       01  WS-NEW-POS               PIC 9(9) COMP VALUE 0.
       01  WS-EXCEPTIONS            PIC 9(9) COMP VALUE 0.
       01  WS-ERRORS                PIC 9(9) COMP VALUE 0.
       01  WS-TODAY-RAW             PIC X(21) VALUE SPACES.
       01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.
       01  WS-CUR-SUPPLIER          PIC X(8)  VALUE SPACES.
       01  WS-SHORTFALL             PIC S9(9) COMP VALUE 0.
       01  WS-LOTS                  PIC S9(9) COMP VALUE 0.
       01  WS-PO-NO-D               PIC 9(8)  VALUE 0.

       01  WS-HEADING.
           05  FILLER               PIC X(50) VALUE
               'SUPPLIER PO-NO    PRODUCT    ON-HAND    DEMAND  '.
           05  FILLER               PIC X(50) VALUE
               'ON-ORDER  POSITION   REORDER  ORDER-QTY          '.

       01  WS-DETAIL-LINE.
           05  WS-DTL-SUPPLIER      PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-PO-NO         PIC Z(7)9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DTL-PRODUCT       PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-ONHAND        PIC -(8)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-DEMAND        PIC ZZZZZZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-ONORDER       PIC ZZZZZZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-POSITION      PIC -(8)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-ROP           PIC ZZZZZZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-QTY           PIC ZZZZZZZZ9.
           05  FILLER               PIC X(13) VALUE SPACES.

       01  WS-EXC-LINE.
           05  FILLER               PIC X(19) VALUE
               'EXCEPTION  PRODUCT '.
           05  WS-EXC-PRODUCT       PIC X(8).
           05  FILLER               PIC X(11) VALUE '  SUPPLIER '.
           05  WS-EXC-SUPPLIER      PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-EXC-REASON        PIC X(30).
           05  FILLER               PIC X(22) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05  FILLER               PIC X(10) VALUE 'TOTALS    '.
           05  WS-TRL-LINES         PIC Z(8)9.
           05  FILLER               PIC X(13) VALUE ' PO LINE(S)  '.
           05  WS-TRL-NEW-POS       PIC Z(8)9.
           05  FILLER               PIC X(13) VALUE ' NEW PO(S)   '.
           05  WS-TRL-EXCEPTIONS    PIC Z(8)9.
           05  FILLER               PIC X(14) VALUE ' EXCEPTION(S) '.
           05  FILLER               PIC X(23) VALUE SPACES.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-PRODUCT-ID            PIC X(8).
       01  HV-ON-HAND               PIC S9(9) COMP.
       01  HV-DEMAND                PIC S9(9) COMP.
       01  HV-ON-ORDER              PIC S9(9) COMP.
       01  HV-POSITION              PIC S9(9) COMP.
       01  HV-REORDER-POINT         PIC S9(9) COMP.
       01  HV-REORDER-QTY           PIC S9(9) COMP.
       01  HV-SUPPLIER-ID           PIC X(8).
       01  HV-SUPP-ACTIVE           PIC X(1).
       01  HV-PO-NO                 PIC S9(9) COMP.
       01  HV-PO-LINE-NO            PIC S9(4) COMP.
       01  HV-ORDER-QTY             PIC S9(9) COMP.
       01  HV-PO-DATE               PIC X(10).
       01  HV-AUD-KEY               PIC X(12).

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

           OPEN OUTPUT RPTFILE
           WRITE RPT-REC FROM WS-HEADING

      * demand as STKRPT works it; on-order = ordered less received
      * on the open lines of draft and released POs, an over-
      * delivered line counting as nothing still to come. A kit
      * line is demand on each of its components at open qty x kit
      * qty, and a kit is not reordered itself. Sorted by supplier
      * so each supplier's lines land on one draft PO.
           EXEC SQL DECLARE POG-CUR CURSOR WITH HOLD FOR
              SELECT P.PRODUCT_ID, COALESCE(P.ON_HAND_QTY,0),
                     COALESCE(D.DEMAND_QTY, 0),
                     COALESCE(Q.ON_ORDER_QTY, 0),
                     P.REORDER_POINT,
                     COALESCE(P.REORDER_QTY, 0),
                     COALESCE(P.PREF_SUPPLIER_ID,' '),
                     COALESCE(S.ACTIVE_FLAG,' ')
                FROM CLAPP.PRODUCTS P
                     LEFT OUTER JOIN
                     (SELECT COALESCE(K.COMPONENT_ID, I.PRODUCT_ID)
                                AS PRODUCT_ID,
                             SUM((I.QTY - COALESCE(H.SHIPPED_QTY,0))
                                 * COALESCE(K.COMP_QTY,1))
                                AS DEMAND_QTY
                        FROM CLAPP.ORDER_ITEMS I
                             INNER JOIN CLAPP.ORDERS O
                                ON O.ORDER_ID = I.ORDER_ID
                             LEFT OUTER JOIN
                             (SELECT ORDER_ID, LINE_NO,
                                     SUM(QTY_SHIPPED)
                                        AS SHIPPED_QTY
                                FROM CLAPP.SHIPMENT_ITEMS
                               GROUP BY ORDER_ID, LINE_NO) H
                                ON H.ORDER_ID = I.ORDER_ID
                               AND H.LINE_NO = I.LINE_NO
                             LEFT OUTER JOIN CLAPP.KIT_COMPONENTS K
                                ON K.KIT_PRODUCT_ID = I.PRODUCT_ID
                       WHERE O.STATUS NOT IN
                             ('CLOSED', 'CANCELLED')
                         AND COALESCE(O.DOC_TYPE,'O') <> 'Q'
                         AND O.DELETED_FLAG <> 'Y'
                         AND I.PRODUCT_ID IS NOT NULL
                       GROUP BY COALESCE(K.COMPONENT_ID,
                                         I.PRODUCT_ID)) D
                        ON D.PRODUCT_ID = P.PRODUCT_ID
                     LEFT OUTER JOIN
                     (SELECT L.PRODUCT_ID,
                             SUM(CASE WHEN L.QTY_ORDERED >
                                           L.QTY_RECEIVED
                                      THEN L.QTY_ORDERED -
                                           L.QTY_RECEIVED
                                      ELSE 0 END)
                                AS ON_ORDER_QTY
                        FROM CLAPP.PO_LINES L
                             INNER JOIN CLAPP.PURCHASE_ORDERS R
                                ON R.PO_NO = L.PO_NO
                       WHERE R.STATUS IN ('D', 'O')
                         AND L.LINE_STATUS = 'O'
                       GROUP BY L.PRODUCT_ID) Q
                        ON Q.PRODUCT_ID = P.PRODUCT_ID
                     LEFT OUTER JOIN CLAPP.SUPPLIERS S
                        ON S.SUPPLIER_ID = P.PREF_SUPPLIER_ID
               WHERE P.ACTIVE_FLAG = 'Y'
                 AND P.REORDER_POINT IS NOT NULL
                 AND NOT EXISTS
                     (SELECT 1
                        FROM CLAPP.KIT_COMPONENTS K2
                       WHERE K2.KIT_PRODUCT_ID = P.PRODUCT_ID)
               ORDER BY 7, P.PRODUCT_ID
           END-EXEC

           EXEC SQL OPEN POG-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH POG-CUR INTO :HV-PRODUCT-ID, :HV-ON-HAND,
                       :HV-DEMAND, :HV-ON-ORDER, :HV-REORDER-POINT,
                       :HV-REORDER-QTY, :HV-SUPPLIER-ID,
                       :HV-SUPP-ACTIVE
              END-EXEC
              IF SQLCODE = 0
                 COMPUTE HV-POSITION =
                    HV-ON-HAND - HV-DEMAND + HV-ON-ORDER
                 IF HV-POSITION < HV-REORDER-POINT
                    PERFORM RAISE-PO-LINE
                 END-IF
              ELSE
                 IF SQLCODE NOT = 100
                    ADD 1 TO WS-ERRORS
                    MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
                    MOVE 'fetch POG-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE POG-CUR END-EXEC

           MOVE WS-LINES      TO WS-TRL-LINES
           MOVE WS-NEW-POS    TO WS-TRL-NEW-POS
           MOVE WS-EXCEPTIONS TO WS-TRL-EXCEPTIONS
           WRITE RPT-REC FROM WS-TRAILER-LINE

           CLOSE RPTFILE

           DISPLAY '*** ' WS-PROG-NAME ' raised ' WS-LINES
              ' PO line(s) on ' WS-NEW-POS ' new PO(s), '
              WS-EXCEPTIONS ' exception(s), ' WS-ERRORS ' error(s)'
           IF WS-ERRORS > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-EXCEPTIONS > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

      * a product short of its reorder point but with no preferred
      * supplier, or one no longer active, cannot be ordered
      * automatically - purchasing has to decide where it comes from
       RAISE-PO-LINE.

           IF HV-SUPPLIER-ID = SPACES OR HV-SUPP-ACTIVE NOT = 'Y'
              ADD 1 TO WS-EXCEPTIONS
              MOVE HV-PRODUCT-ID  TO WS-EXC-PRODUCT
              MOVE HV-SUPPLIER-ID TO WS-EXC-SUPPLIER
              IF HV-SUPPLIER-ID = SPACES
                 MOVE 'NO PREFERRED SUPPLIER' TO WS-EXC-REASON
              ELSE
                 MOVE 'SUPPLIER MISSING OR INACTIVE' TO WS-EXC-REASON
              END-IF
              WRITE RPT-REC FROM WS-EXC-LINE
           ELSE
              COMPUTE WS-SHORTFALL = HV-REORDER-POINT - HV-POSITION
              IF HV-REORDER-QTY > 0
                 COMPUTE WS-LOTS =
                    (WS-SHORTFALL + HV-REORDER-QTY - 1)
                    / HV-REORDER-QTY
                 COMPUTE HV-ORDER-QTY = WS-LOTS * HV-REORDER-QTY
              ELSE
                 MOVE WS-SHORTFALL TO HV-ORDER-QTY
              END-IF
              IF HV-SUPPLIER-ID NOT = WS-CUR-SUPPLIER
                 PERFORM FIND-DRAFT-PO
              END-IF
              PERFORM ADD-PO-LINE
           END-IF.

      * the supplier's newest draft PO takes the line; HV-PO-NO 0
      * means none is open and ADD-PO-LINE numbers a new one
       FIND-DRAFT-PO.

           MOVE HV-SUPPLIER-ID TO WS-CUR-SUPPLIER
           MOVE 0 TO HV-PO-NO
           EXEC SQL
              SELECT COALESCE(MAX(PO_NO),0)
                INTO :HV-PO-NO
                FROM CLAPP.PURCHASE_ORDERS
               WHERE SUPPLIER_ID = :HV-SUPPLIER-ID
                 AND STATUS = 'D'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO HV-PO-NO
           END-IF.

      * The register row is bumped first and read back - under the
      * same commit as the PO header and its first line, so the
      * sequence stays gap-free however the job ends. Each line is
      * its own unit under a savepoint, so a failure is undone
      * without closing POG-CUR.
       ADD-PO-LINE.

           EXEC SQL
              SAVEPOINT POGEN_UNIT ON ROLLBACK RETAIN CURSORS
           END-EXEC
           IF HV-PO-NO = 0
              EXEC SQL
                 UPDATE CLAPP.PO_REGISTER
                    SET LAST_PO_NO = LAST_PO_NO + 1
              END-EXEC
              IF SQLCODE = 0
                 EXEC SQL
                    SELECT LAST_PO_NO INTO :HV-PO-NO
                      FROM CLAPP.PO_REGISTER
                 END-EXEC
                 MOVE WS-TODAY-DATE TO HV-PO-DATE
                 EXEC SQL
                    INSERT INTO CLAPP.PURCHASE_ORDERS
                    (PO_NO, SUPPLIER_ID, PO_DATE, STATUS, CREATED_TS)
                    VALUES (:HV-PO-NO, :HV-SUPPLIER-ID, :HV-PO-DATE,
                            'D', CURRENT TIMESTAMP)
                 END-EXEC
              END-IF
              IF SQLCODE NOT = 0
                 ADD 1 TO WS-ERRORS
                 MOVE 'ADD-PO-LINE' TO SQE-PARAGRAPH
                 MOVE 'purchase order insert' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 STRING 'supplier ' HV-SUPPLIER-ID
                    DELIMITED BY SIZE INTO SQE-KEY
                 END-STRING
                 MOVE 'P' TO SQE-SCOPE
                 PERFORM SQL-ERROR
                 MOVE SPACES TO WS-CUR-SUPPLIER
              ELSE
                 ADD 1 TO WS-NEW-POS
                 PERFORM INSERT-PO-LINE
              END-IF
           ELSE
              PERFORM INSERT-PO-LINE
           END-IF.

       INSERT-PO-LINE.

           EXEC SQL
              SELECT COALESCE(MAX(LINE_NO),0) + 1
                INTO :HV-PO-LINE-NO
                FROM CLAPP.PO_LINES
               WHERE PO_NO = :HV-PO-NO
           END-EXEC
           EXEC SQL
              INSERT INTO CLAPP.PO_LINES
              (PO_NO, LINE_NO, PRODUCT_ID, QTY_ORDERED,
               QTY_RECEIVED, LINE_STATUS)
              VALUES (:HV-PO-NO, :HV-PO-LINE-NO, :HV-PRODUCT-ID,
                      :HV-ORDER-QTY, 0, 'O')
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              MOVE 'INSERT-PO-LINE' TO SQE-PARAGRAPH
              MOVE 'purchase order line insert' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'supplier ' HV-SUPPLIER-ID ' product '
                 HV-PRODUCT-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'P' TO SQE-SCOPE
              PERFORM SQL-ERROR
              MOVE SPACES TO WS-CUR-SUPPLIER
           ELSE
              MOVE HV-PO-NO TO WS-PO-NO-D
              MOVE SPACES TO HV-AUD-KEY
              MOVE WS-PO-NO-D TO HV-AUD-KEY
              EXEC SQL
                 INSERT INTO CLAPP.AUDIT_LOG
                 (TABLE_NAME, REC_KEY, ACTION, AUD_TS, DETAIL,
                  USER_ID)
                 VALUES ('PO_LINES', :HV-AUD-KEY, 'A',
                         CURRENT TIMESTAMP,
                         'Draft PO line raised below reorder point',
                         'CLPOGEN')
              END-EXEC
              EXEC SQL COMMIT END-EXEC
              ADD 1 TO WS-LINES
              MOVE HV-SUPPLIER-ID   TO WS-DTL-SUPPLIER
              MOVE HV-PO-NO         TO WS-DTL-PO-NO
              MOVE HV-PRODUCT-ID    TO WS-DTL-PRODUCT
              MOVE HV-ON-HAND       TO WS-DTL-ONHAND
              MOVE HV-DEMAND        TO WS-DTL-DEMAND
              MOVE HV-ON-ORDER      TO WS-DTL-ONORDER
              MOVE HV-POSITION      TO WS-DTL-POSITION
              MOVE HV-REORDER-POINT TO WS-DTL-ROP
              MOVE HV-ORDER-QTY     TO WS-DTL-QTY
              WRITE RPT-REC FROM WS-DETAIL-LINE
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
           MOVE 'PO LINES'       TO RUN-COUNT-LABEL(1)
           MOVE WS-LINES TO RUN-COUNT(1)
           MOVE 'NEW POS'        TO RUN-COUNT-LABEL(2)
           MOVE WS-NEW-POS TO RUN-COUNT(2)
           MOVE 'EXCEPTIONS'     TO RUN-COUNT-LABEL(3)
           MOVE WS-EXCEPTIONS TO RUN-COUNT(3)
           MOVE 'ERRORS'         TO RUN-COUNT-LABEL(4)
           MOVE WS-ERRORS TO RUN-COUNT(4)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

       END PROGRAM CLPOGEN.
