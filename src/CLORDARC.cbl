      *-------------------------------------------------------------*
      * Program: CLORDARC - retention archive and purge of orders   *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Moves fully settled order history past the statutory        *
      * retention years (DD UT-S-ORAPRM, default 10) out of CLAPP:  *
      * a CLOSED order is archived when it has been invoiced, its   *
      * balance is exactly settled, and its order, invoice, payment *
      * and credit note dates all fall before 1 January of the      *
      * current year less the retention years. The ORDERS row and   *
      * all its ORDER_ITEMS, INVOICES, PAYMENTS, CREDIT_NOTES,      *
      * SHIPMENTS and SHIPMENT_ITEMS rows are written as one block  *
      * to the sequential archive (DD UT-S-ORAOUT, layout CLORDAR), *
      * then deleted and noted in AUDIT_LOG, in committed batches.  *
      * An order under an open GDPR or audit hold in                *
      * CLAPP.RETENTION_HOLDS (on the order or its client), an      *
      * order whose credit note is still owed to the client, and    *
      * an order not paid to the cent are skipped and reported.     *
      * The checkpoint (DD UT-S-ORACHK) records the last committed  *
      * order and the running control totals at every commit; an    *
      * INFLIGHT checkpoint makes the next run extend the same      *
      * archive and resume after that order. The archive closes     *
      * with per-table control totals, repeated on the report (DD   *
      * UT-S-ORARPT). CLORDRST brings an archived order back.       *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLORDARC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCPRM ASSIGN TO UT-S-ORAPRM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARCCHK ASSIGN TO UT-S-ORACHK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CHK-STATUS.
           SELECT ARCFILE ASSIGN TO UT-S-ORAOUT
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO UT-S-ORARPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCPRM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 2 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ARC-PARM-CARD.
       01  ARC-PARM-CARD             PIC X(2).
       FD  ARCCHK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ARCCHK-REC.
       01  ARCCHK-REC.
           05  CHK-STATE             PIC X(8).
           05  FILLER                PIC X(1).
           05  CHK-LAST-ORDER        PIC X(12).
           05  CHK-RUN-DATE          PIC X(10).
           05  CHK-ORDERS            PIC 9(9).
           05  CHK-SKIPPED           PIC 9(9).
           05  CHK-TABLE             OCCURS 7 TIMES.
               10  CHK-ROWS          PIC 9(9).
               10  CHK-VALUE         PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
           05  FILLER                PIC X(16).
       FD  ARCFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ARC-OUT-REC.
       01  ARC-OUT-REC               PIC X(300).
       FD  RPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPT-REC.
       01  RPT-REC                   PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLORDARC'.
       01  WS-RETAIN-YEARS          PIC 9(2)  VALUE 10.
       01  WS-CHK-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-ROW-EOF               PIC X(1)  VALUE 'N'.
       01  WS-FATAL                 PIC X(1)  VALUE 'N'.
       01  WS-RESTART               PIC X(1)  VALUE 'N'.
       01  WS-NOW-RAW               PIC X(21).
       01  WS-TODAY-DATE            PIC X(10).
       01  WS-CUT-YEAR              PIC 9(4)  VALUE 0.
       01  WS-COMMIT-LIMIT          PIC 9(4) COMP VALUE 100.
       01  WS-SINCE-COMMIT          PIC 9(4) COMP VALUE 0.
       01  WS-ARCHIVED              PIC 9(9) COMP VALUE 0.
       01  WS-SKIPPED               PIC 9(9) COMP VALUE 0.
       01  WS-BATCH-ORDERS          PIC 9(9) COMP VALUE 0.
       01  WS-BLOCK-ROWS            PIC 9(5)  VALUE 0.
       01  WS-LAST-KEY              PIC X(12) VALUE SPACES.
       01  WS-SKIP-REASON           PIC X(30) VALUE SPACES.
       01  WS-SQL-TABLE             PIC X(20) VALUE SPACES.
       01  WS-T                     PIC S9(4) COMP VALUE 0.

      * control totals per table - rows and a control value (the
      * amount column, or parcels / quantity shipped for shipments):
      * the order being archived, the batch since the last commit,
      * and the committed run, which is what the checkpoint carries
       01  WS-CTL-TABLE.
           05  WS-CTL               OCCURS 7 TIMES.
               10  WS-ORD-ROWS      PIC 9(9) COMP.
               10  WS-ORD-VALUE     PIC S9(13)V99 COMP-3.
               10  WS-BAT-ROWS      PIC 9(9) COMP.
               10  WS-BAT-VALUE     PIC S9(13)V99 COMP-3.
               10  WS-RUN-ROWS      PIC 9(9) COMP.
               10  WS-RUN-VALUE     PIC S9(13)V99 COMP-3.

       01  WS-TABLE-NAMES.
           05  FILLER               PIC X(20) VALUE 'ORDERS'.
           05  FILLER               PIC X(20) VALUE 'ORDER_ITEMS'.
           05  FILLER               PIC X(20) VALUE 'INVOICES'.
           05  FILLER               PIC X(20) VALUE 'PAYMENTS'.
           05  FILLER               PIC X(20) VALUE 'CREDIT_NOTES'.
           05  FILLER               PIC X(20) VALUE 'SHIPMENTS'.
           05  FILLER               PIC X(20) VALUE 'SHIPMENT_ITEMS'.
       01  WS-TABLE-NAME-TBL REDEFINES WS-TABLE-NAMES.
           05  WS-TABLE-NAME        PIC X(20) OCCURS 7 TIMES.

       01  WS-RPT-HDG.
           05  FILLER               PIC X(34) VALUE
               'ORDER RETENTION ARCHIVE RUN DATE '.
           05  WS-HDG-DATE          PIC X(10).
           05  FILLER               PIC X(16) VALUE
               '  BEFORE CUTOFF '.
           05  WS-HDG-CUTOFF        PIC X(10).
           05  FILLER               PIC X(30) VALUE SPACES.

       01  WS-RPT-LINE.
           05  WS-RPT-ORDER         PIC X(12).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-CLIENT        PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-VERDICT       PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-TEXT          PIC X(40).
           05  FILLER               PIC X(27) VALUE SPACES.

       01  WS-CTL-LINE.
           05  FILLER               PIC X(9)  VALUE 'CONTROL  '.
           05  WS-CTL-TABLE-OUT     PIC X(20).
           05  FILLER               PIC X(6)  VALUE ' ROWS '.
           05  WS-CTL-ROWS-OUT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(7)  VALUE ' VALUE '.
           05  WS-CTL-VALUE-OUT     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(26) VALUE SPACES.

      * the parameter card, with any setting in force in
      * CLAPP.BATCH_PARMS laid over it by CLPARM
       01  ARC-PARM-AREA.
           05  ARC-PARM-REC          PIC 9(2).

      * card fields CLPARM may take from the table: name,
      * column, length, type and description
       01  WS-PARM-DEFS.
           05  FILLER               PIC X(48) VALUE
               'RETAIN-YEARS00102NYears before archive          '.

       COPY CLPRMAPI.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-CUTOFF-DATE           PIC X(10).
       01  HV-RESTART-KEY           PIC X(12).
       01  HV-ORDER-ID              PIC X(12).
       01  HV-CLIENT-ID             PIC X(10).
       01  HV-OPEN-AMT              PIC S9(11)V99 COMP-3.
       01  HV-CN-COUNT              PIC S9(9) COMP.
       01  HV-HOLD-TYPE             PIC X(8).
       01  HV-AUD-DETAIL            PIC X(70).

      * the archive record is filled straight from the fetches
           COPY CLORDAR.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           DISPLAY '*** ' WS-PROG-NAME ' START'

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-RAW
           STRING WS-NOW-RAW(1:4) '-' WS-NOW-RAW(5:2) '-'
              WS-NOW-RAW(7:2)
              DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING

           PERFORM READ-RETENTION-PARM
           PERFORM DERIVE-RETENTION-CUTOFF
           PERFORM LOAD-CHECKPOINT
           MOVE 'INFLIGHT' TO CHK-STATE

           OPEN OUTPUT RPTFILE
           MOVE WS-TODAY-DATE  TO WS-HDG-DATE
           MOVE HV-CUTOFF-DATE TO WS-HDG-CUTOFF
           WRITE RPT-REC FROM WS-RPT-HDG

           MOVE SPACES TO ARC-REC
           IF WS-RESTART = 'Y'
              OPEN EXTEND ARCFILE
              SET ARC-IS-RESTART TO TRUE
              MOVE WS-LAST-KEY   TO ARC-ORDER-ID
              MOVE WS-TODAY-DATE TO ARC-RS-RUN-DATE
              DISPLAY '*** ' WS-PROG-NAME ' restart after order '
                 WS-LAST-KEY
           ELSE
              OPEN OUTPUT ARCFILE
              SET ARC-IS-HEADER TO TRUE
              MOVE WS-TODAY-DATE   TO ARC-HD-RUN-DATE
              MOVE HV-CUTOFF-DATE  TO ARC-HD-CUTOFF
              MOVE WS-RETAIN-YEARS TO ARC-HD-YEARS
           END-IF
           WRITE ARC-OUT-REC FROM ARC-REC

           PERFORM SAVE-CHECKPOINT

           PERFORM ARCHIVE-ELIGIBLE-ORDERS

           IF WS-FATAL = 'N'
              PERFORM TAKE-COMMIT-POINT
              PERFORM WRITE-CONTROL-TOTALS
              MOVE 'DONE' TO CHK-STATE
              PERFORM SAVE-CHECKPOINT
           END-IF

           CLOSE ARCFILE
           CLOSE RPTFILE

           DISPLAY '*** ' WS-PROG-NAME ' archived ' WS-ARCHIVED
              ' order(s), skipped ' WS-SKIPPED

           EVALUATE TRUE
              WHEN WS-FATAL = 'Y'
                 MOVE 8 TO RETURN-CODE
              WHEN WS-SKIPPED > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           PERFORM RECORD-RUN-END
           DISPLAY '*** ' WS-PROG-NAME ' END'
           GOBACK.

       READ-RETENTION-PARM.

           MOVE SPACES TO ARC-PARM-AREA
           OPEN INPUT ARCPRM

           READ ARCPRM INTO ARC-PARM-AREA
              AT END
                 CONTINUE
           END-READ

           CLOSE ARCPRM
           PERFORM GET-BATCH-PARMS
           IF ARC-PARM-AREA = SPACES
              DISPLAY 'WARNING: ' WS-PROG-NAME
                 ' no retention parm - using '
                 WS-RETAIN-YEARS ' years'
           ELSE
              MOVE ARC-PARM-REC TO RUN-PARMS
              IF ARC-PARM-REC > 0
                 MOVE ARC-PARM-REC TO WS-RETAIN-YEARS
              END-IF
           END-IF.

      * retention runs to the end of the calendar year a document
      * belongs to, so everything dated before 1 January of the
      * current year less the retention years has served its time
       DERIVE-RETENTION-CUTOFF.

           MOVE WS-NOW-RAW(1:4) TO WS-CUT-YEAR
           SUBTRACT WS-RETAIN-YEARS FROM WS-CUT-YEAR

           MOVE SPACES TO HV-CUTOFF-DATE
           STRING WS-CUT-YEAR '-01-01'
              DELIMITED BY SIZE INTO HV-CUTOFF-DATE
           END-STRING

           DISPLAY '*** ' WS-PROG-NAME ' retention cutoff '
              HV-CUTOFF-DATE.

      * an INFLIGHT checkpoint is an earlier run that stopped before
      * its end: resume after its last committed order with its
      * control totals; anything else starts a new archive
       LOAD-CHECKPOINT.

           INITIALIZE WS-CTL-TABLE
           MOVE SPACES TO WS-LAST-KEY

           OPEN INPUT ARCCHK
           IF WS-CHK-STATUS = '00'
              READ ARCCHK
                 AT END
                    MOVE SPACES TO CHK-STATE
              END-READ
              IF CHK-STATE = 'INFLIGHT'
                 MOVE 'Y'            TO WS-RESTART
                 MOVE CHK-LAST-ORDER TO WS-LAST-KEY
                 MOVE CHK-ORDERS     TO WS-ARCHIVED
                 MOVE CHK-SKIPPED    TO WS-SKIPPED
                 PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 7
                    MOVE CHK-ROWS(WS-T)  TO WS-RUN-ROWS(WS-T)
                    MOVE CHK-VALUE(WS-T) TO WS-RUN-VALUE(WS-T)
                 END-PERFORM
              END-IF
           END-IF
           CLOSE ARCCHK

           MOVE WS-LAST-KEY TO HV-RESTART-KEY.

       SAVE-CHECKPOINT.

           MOVE WS-LAST-KEY   TO CHK-LAST-ORDER
           MOVE WS-TODAY-DATE TO CHK-RUN-DATE
           MOVE WS-ARCHIVED   TO CHK-ORDERS
           MOVE WS-SKIPPED    TO CHK-SKIPPED
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 7
              MOVE WS-RUN-ROWS(WS-T)  TO CHK-ROWS(WS-T)
              MOVE WS-RUN-VALUE(WS-T) TO CHK-VALUE(WS-T)
           END-PERFORM

           OPEN OUTPUT ARCCHK
           WRITE ARCCHK-REC
           CLOSE ARCCHK.

      * closed, invoiced orders with nothing dated on or after the
      * cutoff; the balance and holds are judged per order below
       ARCHIVE-ELIGIBLE-ORDERS.

           EXEC SQL DECLARE ARC-CUR CURSOR WITH HOLD FOR
              SELECT O.ORDER_ID, O.CLIENT_ID
                FROM CLAPP.ORDERS O
               WHERE O.STATUS = 'CLOSED'
                 AND O.ORDER_DATE < :HV-CUTOFF-DATE
                 AND O.ORDER_ID > :HV-RESTART-KEY
                 AND EXISTS
                     (SELECT 1
                        FROM CLAPP.INVOICES I
                       WHERE I.ORDER_ID = O.ORDER_ID)
                 AND NOT EXISTS
                     (SELECT 1
                        FROM CLAPP.INVOICES I
                       WHERE I.ORDER_ID = O.ORDER_ID
                         AND I.INV_DATE >= :HV-CUTOFF-DATE)
                 AND NOT EXISTS
                     (SELECT 1
                        FROM CLAPP.PAYMENTS P
                       WHERE P.ORDER_ID = O.ORDER_ID
                         AND P.VALUE_DATE >= :HV-CUTOFF-DATE)
                 AND NOT EXISTS
                     (SELECT 1
                        FROM CLAPP.CREDIT_NOTES N
                       WHERE N.ORDER_ID = O.ORDER_ID
                         AND N.CN_DATE >= :HV-CUTOFF-DATE)
               ORDER BY O.ORDER_ID
           END-EXEC

           EXEC SQL OPEN ARC-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y' OR WS-FATAL = 'Y'
              EXEC SQL
                 FETCH ARC-CUR INTO :HV-ORDER-ID, :HV-CLIENT-ID
              END-EXEC
              IF SQLCODE = 0
                 PERFORM PROCESS-ONE-ORDER
              ELSE
                 IF SQLCODE NOT = 100
                    MOVE 'ARCHIVE-ELIGIBLE-ORDERS' TO SQE-PARAGRAPH
                    MOVE 'fetch ARC-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                    MOVE 'Y' TO WS-FATAL
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE ARC-CUR END-EXEC

      * a fatal order stops the run: the batch since the last commit
      * point is backed out once the cursor is closed, and the
      * checkpoint restarts the next run after the last committed
      * order
           IF WS-FATAL = 'Y'
              EXEC SQL ROLLBACK END-EXEC
           END-IF.

       PROCESS-ONE-ORDER.

           MOVE SPACES       TO WS-SKIP-REASON
           MOVE HV-ORDER-ID  TO WS-RPT-ORDER
           MOVE HV-CLIENT-ID TO WS-RPT-CLIENT

           PERFORM CHECK-ORDER-SETTLED

           IF WS-SKIP-REASON = SPACES
              PERFORM CHECK-RETENTION-HOLD
           END-IF

           IF WS-SKIP-REASON = SPACES
              PERFORM ARCHIVE-ONE-ORDER
              IF WS-FATAL = 'N'
                 PERFORM DELETE-ONE-ORDER
              END-IF
              IF WS-FATAL = 'N'
                 ADD 1 TO WS-BATCH-ORDERS
                 MOVE 'ARCHIVED' TO WS-RPT-VERDICT
                 MOVE SPACES     TO WS-RPT-TEXT
                 STRING WS-BLOCK-ROWS ' ROWS'
                    DELIMITED BY SIZE INTO WS-RPT-TEXT
                 END-STRING
                 WRITE RPT-REC FROM WS-RPT-LINE
                 PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 7
                    ADD WS-ORD-ROWS(WS-T)  TO WS-BAT-ROWS(WS-T)
                    ADD WS-ORD-VALUE(WS-T) TO WS-BAT-VALUE(WS-T)
                 END-PERFORM
              END-IF
           ELSE
              ADD 1 TO WS-SKIPPED
              MOVE 'SKIPPED'      TO WS-RPT-VERDICT
              MOVE WS-SKIP-REASON TO WS-RPT-TEXT
              WRITE RPT-REC FROM WS-RPT-LINE
           END-IF

           IF WS-FATAL = 'N'
              MOVE HV-ORDER-ID TO WS-LAST-KEY
              ADD 1 TO WS-SINCE-COMMIT
              IF WS-SINCE-COMMIT >= WS-COMMIT-LIMIT
                 PERFORM TAKE-COMMIT-POINT
              END-IF
           END-IF.

      * the open balance the aging report uses: paid to the cent
      * is archivable; a balance still due is not, and a balance in
      * the client's favour is a credit note (or overpayment) still
      * owed back
       CHECK-ORDER-SETTLED.

           MOVE 0 TO HV-OPEN-AMT
           MOVE 0 TO HV-CN-COUNT
           EXEC SQL
              SELECT COALESCE((SELECT SUM(I.GROSS_AMT)
                                 FROM CLAPP.INVOICES I
                                WHERE I.ORDER_ID = :HV-ORDER-ID), 0)
                     - COALESCE((SELECT SUM(P.PAY_AMT)
                                   FROM CLAPP.PAYMENTS P
                                  WHERE P.ORDER_ID = :HV-ORDER-ID), 0)
                     + COALESCE((SELECT SUM(N.GROSS_AMT)
                                   FROM CLAPP.CREDIT_NOTES N
                                  WHERE N.ORDER_ID = :HV-ORDER-ID), 0),
                     (SELECT COUNT(*)
                        FROM CLAPP.CREDIT_NOTES N
                       WHERE N.ORDER_ID = :HV-ORDER-ID)
                INTO :HV-OPEN-AMT, :HV-CN-COUNT
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 MOVE 'BALANCE NOT DETERMINED' TO WS-SKIP-REASON
              WHEN HV-OPEN-AMT > 0
                 MOVE 'NOT FULLY PAID' TO WS-SKIP-REASON
              WHEN HV-OPEN-AMT < 0 AND HV-CN-COUNT > 0
                 MOVE 'OPEN CREDIT NOTE' TO WS-SKIP-REASON
              WHEN HV-OPEN-AMT < 0
                 MOVE 'OVERPAYMENT NOT REFUNDED' TO WS-SKIP-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * a hold on the order itself, or one on its client with no
      * order named, keeps the history in place until released
       CHECK-RETENTION-HOLD.

           MOVE SPACES TO HV-HOLD-TYPE
           EXEC SQL
              SELECT COALESCE(MIN(HOLD_TYPE), ' ')
                INTO :HV-HOLD-TYPE
                FROM CLAPP.RETENTION_HOLDS
               WHERE RELEASED_DATE IS NULL
                 AND (ORDER_ID = :HV-ORDER-ID
                      OR (ORDER_ID IS NULL
                          AND CLIENT_ID = :HV-CLIENT-ID))
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 MOVE 'HOLD CHECK FAILED' TO WS-SKIP-REASON
              WHEN HV-HOLD-TYPE = SPACES
                 CONTINUE
              WHEN HV-HOLD-TYPE = 'GDPR'
                 MOVE 'GDPR HOLD' TO WS-SKIP-REASON
              WHEN OTHER
                 MOVE 'AUDIT HOLD' TO WS-SKIP-REASON
           END-EVALUATE.

      * parent first, so CLORDRST can insert the block as it reads
      * it; the OE record closes the block with its row count
       ARCHIVE-ONE-ORDER.

           MOVE 0 TO WS-BLOCK-ROWS
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 7
              MOVE 0 TO WS-ORD-ROWS(WS-T)
              MOVE 0 TO WS-ORD-VALUE(WS-T)
           END-PERFORM

           PERFORM ARCHIVE-ORDER-ROW
           IF WS-FATAL = 'N'
              PERFORM ARCHIVE-ITEM-ROWS
           END-IF
           IF WS-FATAL = 'N'
              PERFORM ARCHIVE-INVOICE-ROWS
           END-IF
           IF WS-FATAL = 'N'
              PERFORM ARCHIVE-PAYMENT-ROWS
           END-IF
           IF WS-FATAL = 'N'
              PERFORM ARCHIVE-CREDIT-ROWS
           END-IF
           IF WS-FATAL = 'N'
              PERFORM ARCHIVE-SHIPMENT-ROWS
           END-IF
           IF WS-FATAL = 'N'
              PERFORM ARCHIVE-SHIP-ITEM-ROWS
           END-IF

           IF WS-FATAL = 'N'
              MOVE SPACES TO ARC-REC
              SET ARC-IS-ORDER-END TO TRUE
              MOVE HV-ORDER-ID   TO ARC-ORDER-ID
              MOVE WS-BLOCK-ROWS TO ARC-OE-ROWS
              WRITE ARC-OUT-REC FROM ARC-REC
           END-IF.

       ARCHIVE-ORDER-ROW.

           MOVE SPACES TO ARC-REC
           EXEC SQL
              SELECT CLIENT_ID, CHAR(ORDER_DATE, ISO), STATUS,
                     TOTAL_AMT, COALESCE(CURRENCY,' '),
                     COALESCE(ORIG_AMT,0),
                     COALESCE(SHIP_ADDR_TYPE,' '),
                     COALESCE(CHANNEL,' '), COALESCE(CLIENT_REF,' '),
                     COALESCE(CHAR(REQ_DELIV_DATE, ISO),' '),
                     COALESCE(SALES_REP,' '), COALESCE(ENTERED_BY,' '),
                     COALESCE(CHAR(APPROVAL_REQ_TS),' '),
                     COALESCE(APPROVED_BY,' '),
                     COALESCE(CHAR(APPROVED_TS),' '),
                     COALESCE(APPROVED_AMT,0), COALESCE(DOC_TYPE,' '),
                     COALESCE(CHAR(VALID_UNTIL, ISO),' '),
                     COALESCE(CONVERTED_ORDER,' '),
                     COALESCE(INVOICE_NO,0),
                     COALESCE(BUYER_VAT_ID,' '),
                     COALESCE(DELETED_FLAG,'N'),
                     COALESCE(ROW_VERSION,0)
                INTO :ARC-OH-CLIENT-ID, :ARC-OH-ORDER-DATE,
                     :ARC-OH-STATUS, :ARC-OH-TOTAL-AMT,
                     :ARC-OH-CURRENCY, :ARC-OH-ORIG-AMT,
                     :ARC-OH-ADDR-TYPE, :ARC-OH-CHANNEL,
                     :ARC-OH-CLIENT-REF, :ARC-OH-REQ-DELIV,
                     :ARC-OH-SALES-REP, :ARC-OH-ENTERED-BY,
                     :ARC-OH-APPR-REQ-TS, :ARC-OH-APPROVED-BY,
                     :ARC-OH-APPROVED-TS, :ARC-OH-APPROVED-AMT,
                     :ARC-OH-DOC-TYPE, :ARC-OH-VALID-UNTIL,
                     :ARC-OH-CONVERTED, :ARC-OH-INVOICE-NO,
                     :ARC-OH-BUYER-VAT-ID, :ARC-OH-DELETED-FLAG,
                     :ARC-OH-ROW-VERSION
                FROM CLAPP.ORDERS
               WHERE ORDER_ID = :HV-ORDER-ID
           END-EXEC
           IF SQLCODE = 0
              SET ARC-IS-ORDER TO TRUE
              MOVE HV-ORDER-ID TO ARC-ORDER-ID
              MOVE 1 TO WS-T
              MOVE ARC-OH-TOTAL-AMT TO WS-ORD-VALUE(WS-T)
              PERFORM WRITE-ARCHIVE-ROW
           ELSE
              MOVE 'ORDERS' TO WS-SQL-TABLE
              PERFORM ARCHIVE-SQL-ERROR
           END-IF.

       ARCHIVE-ITEM-ROWS.

           MOVE 'N' TO WS-ROW-EOF
           EXEC SQL DECLARE ARI-CUR CURSOR FOR
              SELECT LINE_NO, COALESCE(PRODUCT_ID,' '), QTY,
                     UNIT_PRICE, LINE_AMT, COALESCE(VAT_CAT,' '),
                     COALESCE(VAT_RATE,0), COALESCE(VAT_AMT,0),
                     COALESCE(GROSS_AMT,0),
                     COALESCE(BACKORDER_FLAG,' '),
                     COALESCE(AGREEMENT_ID,0), COALESCE(UNIT_COST,0),
                     COALESCE(ALLOC_QTY,0)
                FROM CLAPP.ORDER_ITEMS
               WHERE ORDER_ID = :HV-ORDER-ID
               ORDER BY LINE_NO
           END-EXEC
           EXEC SQL OPEN ARI-CUR END-EXEC
           PERFORM UNTIL WS-ROW-EOF = 'Y'
              MOVE SPACES TO ARC-REC
              EXEC SQL
                 FETCH ARI-CUR
                  INTO :ARC-OI-LINE-NO, :ARC-OI-PRODUCT-ID,
                       :ARC-OI-QTY, :ARC-OI-UNIT-PRICE,
                       :ARC-OI-LINE-AMT, :ARC-OI-VAT-CAT,
                       :ARC-OI-VAT-RATE, :ARC-OI-VAT-AMT,
                       :ARC-OI-GROSS-AMT, :ARC-OI-BACKORDER,
                       :ARC-OI-AGREEMENT-ID, :ARC-OI-UNIT-COST,
                       :ARC-OI-ALLOC-QTY
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    SET ARC-IS-ITEM TO TRUE
                    MOVE HV-ORDER-ID TO ARC-ORDER-ID
                    MOVE 2 TO WS-T
                    ADD ARC-OI-LINE-AMT TO WS-ORD-VALUE(WS-T)
                    PERFORM WRITE-ARCHIVE-ROW
                 WHEN 100
                    MOVE 'Y' TO WS-ROW-EOF
                 WHEN OTHER
                    MOVE 'Y' TO WS-ROW-EOF
                    MOVE 'ORDER_ITEMS' TO WS-SQL-TABLE
                    PERFORM ARCHIVE-SQL-ERROR
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE ARI-CUR END-EXEC.

       ARCHIVE-INVOICE-ROWS.

           MOVE 'N' TO WS-ROW-EOF
           EXEC SQL DECLARE ARV-CUR CURSOR FOR
              SELECT INV_NO, CLIENT_ID, CHAR(INV_DATE, ISO),
                     COALESCE(NET_AMT,0), COALESCE(VAT_AMT,0),
                     GROSS_AMT, COALESCE(PAYMENT_TERMS,' '),
                     COALESCE(CHAR(DUE_DATE, ISO),' '),
                     COALESCE(EDOC_SENT,' '), COALESCE(COLL_STATUS,' '),
                     COALESCE(COLL_MSG_ID,' '),
                     COALESCE(COLL_MANDATE_ID,' '),
                     COALESCE(COLL_SEQ_TYPE,' '),
                     COALESCE(CHAR(COLL_DATE, ISO),' '),
                     COALESCE(COLL_AMT,0), COALESCE(RETURN_REASON,' '),
                     COALESCE(CHAR(RETURN_DATE, ISO),' '),
                     COALESCE(GL_JOURNAL_ID,' ')
                FROM CLAPP.INVOICES
               WHERE ORDER_ID = :HV-ORDER-ID
               ORDER BY INV_NO
           END-EXEC
           EXEC SQL OPEN ARV-CUR END-EXEC
           PERFORM UNTIL WS-ROW-EOF = 'Y'
              MOVE SPACES TO ARC-REC
              EXEC SQL
                 FETCH ARV-CUR
                  INTO :ARC-IV-INV-NO, :ARC-IV-CLIENT-ID,
                       :ARC-IV-INV-DATE, :ARC-IV-NET-AMT,
                       :ARC-IV-VAT-AMT, :ARC-IV-GROSS-AMT,
                       :ARC-IV-PAY-TERMS, :ARC-IV-DUE-DATE,
                       :ARC-IV-EDOC-SENT, :ARC-IV-COLL-STATUS,
                       :ARC-IV-COLL-MSG-ID, :ARC-IV-COLL-MANDATE,
                       :ARC-IV-COLL-SEQ, :ARC-IV-COLL-DATE,
                       :ARC-IV-COLL-AMT, :ARC-IV-RET-REASON,
                       :ARC-IV-RET-DATE, :ARC-IV-GL-JOURNAL
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    SET ARC-IS-INVOICE TO TRUE
                    MOVE HV-ORDER-ID TO ARC-ORDER-ID
                    MOVE 3 TO WS-T
                    ADD ARC-IV-GROSS-AMT TO WS-ORD-VALUE(WS-T)
                    PERFORM WRITE-ARCHIVE-ROW
                 WHEN 100
                    MOVE 'Y' TO WS-ROW-EOF
                 WHEN OTHER
                    MOVE 'Y' TO WS-ROW-EOF
                    MOVE 'INVOICES' TO WS-SQL-TABLE
                    PERFORM ARCHIVE-SQL-ERROR
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE ARV-CUR END-EXEC.

       ARCHIVE-PAYMENT-ROWS.

           MOVE 'N' TO WS-ROW-EOF
           EXEC SQL DECLARE ARP-CUR CURSOR FOR
              SELECT COALESCE(CLIENT_ID,' '), PAY_AMT,
                     CHAR(VALUE_DATE, ISO), COALESCE(PAY_REF,' '),
                     CHAR(PAY_TS), COALESCE(PAY_CURRENCY,' '),
                     COALESCE(PAY_ORIG_AMT,0), COALESCE(PAY_FX_RATE,0),
                     COALESCE(GL_JOURNAL_ID,' ')
                FROM CLAPP.PAYMENTS
               WHERE ORDER_ID = :HV-ORDER-ID
               ORDER BY PAY_TS
           END-EXEC
           EXEC SQL OPEN ARP-CUR END-EXEC
           PERFORM UNTIL WS-ROW-EOF = 'Y'
              MOVE SPACES TO ARC-REC
              EXEC SQL
                 FETCH ARP-CUR
                  INTO :ARC-PY-CLIENT-ID, :ARC-PY-PAY-AMT,
                       :ARC-PY-VALUE-DATE, :ARC-PY-PAY-REF,
                       :ARC-PY-PAY-TS, :ARC-PY-CURRENCY,
                       :ARC-PY-ORIG-AMT, :ARC-PY-FX-RATE,
                       :ARC-PY-GL-JOURNAL
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    SET ARC-IS-PAYMENT TO TRUE
                    MOVE HV-ORDER-ID TO ARC-ORDER-ID
                    MOVE 4 TO WS-T
                    ADD ARC-PY-PAY-AMT TO WS-ORD-VALUE(WS-T)
                    PERFORM WRITE-ARCHIVE-ROW
                 WHEN 100
                    MOVE 'Y' TO WS-ROW-EOF
                 WHEN OTHER
                    MOVE 'Y' TO WS-ROW-EOF
                    MOVE 'PAYMENTS' TO WS-SQL-TABLE
                    PERFORM ARCHIVE-SQL-ERROR
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE ARP-CUR END-EXEC.

       ARCHIVE-CREDIT-ROWS.

           MOVE 'N' TO WS-ROW-EOF
           EXEC SQL DECLARE ARN-CUR CURSOR FOR
              SELECT CN_NO, CHAR(CN_DATE, ISO),
                     COALESCE(REASON_CODE,' '), COALESCE(NET_AMT,0),
                     COALESCE(VAT_AMT,0), GROSS_AMT,
                     COALESCE(GL_JOURNAL_ID,' ')
                FROM CLAPP.CREDIT_NOTES
               WHERE ORDER_ID = :HV-ORDER-ID
               ORDER BY CN_NO
           END-EXEC
           EXEC SQL OPEN ARN-CUR END-EXEC
           PERFORM UNTIL WS-ROW-EOF = 'Y'
              MOVE SPACES TO ARC-REC
              EXEC SQL
                 FETCH ARN-CUR
                  INTO :ARC-CN-CN-NO, :ARC-CN-CN-DATE,
                       :ARC-CN-REASON, :ARC-CN-NET-AMT,
                       :ARC-CN-VAT-AMT, :ARC-CN-GROSS-AMT,
                       :ARC-CN-GL-JOURNAL
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    SET ARC-IS-CREDIT TO TRUE
                    MOVE HV-ORDER-ID TO ARC-ORDER-ID
                    MOVE 5 TO WS-T
                    ADD ARC-CN-GROSS-AMT TO WS-ORD-VALUE(WS-T)
                    PERFORM WRITE-ARCHIVE-ROW
                 WHEN 100
                    MOVE 'Y' TO WS-ROW-EOF
                 WHEN OTHER
                    MOVE 'Y' TO WS-ROW-EOF
                    MOVE 'CREDIT_NOTES' TO WS-SQL-TABLE
                    PERFORM ARCHIVE-SQL-ERROR
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE ARN-CUR END-EXEC.

       ARCHIVE-SHIPMENT-ROWS.

           MOVE 'N' TO WS-ROW-EOF
           EXEC SQL DECLARE ARS-CUR CURSOR FOR
              SELECT SHIP_NO, CHAR(SHIP_DATE, ISO),
                     COALESCE(CARRIER_REF,' '),
                     COALESCE(CARRIER_CODE,' '), COALESCE(PARCELS,0),
                     COALESCE(WEIGHT_KG,0),
                     COALESCE(DESADV_STATUS,' '),
                     COALESCE(CHAR(DESADV_TS),' '),
                     COALESCE(TRACKING_NO,' '),
                     COALESCE(CHAR(MANIFEST_DATE, ISO),' '),
                     COALESCE(DELIVERY_STATUS,' '),
                     COALESCE(CHAR(DELIVERY_DATE, ISO),' '),
                     COALESCE(EXCEPTION_CODE,' '),
                     COALESCE(CHAR(EXCEPTION_DATE, ISO),' ')
                FROM CLAPP.SHIPMENTS
               WHERE ORDER_ID = :HV-ORDER-ID
               ORDER BY SHIP_NO
           END-EXEC
           EXEC SQL OPEN ARS-CUR END-EXEC
           PERFORM UNTIL WS-ROW-EOF = 'Y'
              MOVE SPACES TO ARC-REC
              EXEC SQL
                 FETCH ARS-CUR
                  INTO :ARC-SH-SHIP-NO, :ARC-SH-SHIP-DATE,
                       :ARC-SH-CARRIER-REF, :ARC-SH-CARRIER-CODE,
                       :ARC-SH-PARCELS, :ARC-SH-WEIGHT-KG,
                       :ARC-SH-DESADV-STAT, :ARC-SH-DESADV-TS,
                       :ARC-SH-TRACKING-NO, :ARC-SH-MANIFEST,
                       :ARC-SH-DELIV-STAT, :ARC-SH-DELIV-DATE,
                       :ARC-SH-EXC-CODE, :ARC-SH-EXC-DATE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    SET ARC-IS-SHIPMENT TO TRUE
                    MOVE HV-ORDER-ID TO ARC-ORDER-ID
                    MOVE 6 TO WS-T
                    ADD ARC-SH-PARCELS TO WS-ORD-VALUE(WS-T)
                    PERFORM WRITE-ARCHIVE-ROW
                 WHEN 100
                    MOVE 'Y' TO WS-ROW-EOF
                 WHEN OTHER
                    MOVE 'Y' TO WS-ROW-EOF
                    MOVE 'SHIPMENTS' TO WS-SQL-TABLE
                    PERFORM ARCHIVE-SQL-ERROR
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE ARS-CUR END-EXEC.

       ARCHIVE-SHIP-ITEM-ROWS.

           MOVE 'N' TO WS-ROW-EOF
           EXEC SQL DECLARE ART-CUR CURSOR FOR
              SELECT SHIP_NO, LINE_NO, QTY_SHIPPED
                FROM CLAPP.SHIPMENT_ITEMS
               WHERE ORDER_ID = :HV-ORDER-ID
               ORDER BY SHIP_NO, LINE_NO
           END-EXEC
           EXEC SQL OPEN ART-CUR END-EXEC
           PERFORM UNTIL WS-ROW-EOF = 'Y'
              MOVE SPACES TO ARC-REC
              EXEC SQL
                 FETCH ART-CUR
                  INTO :ARC-SI-SHIP-NO, :ARC-SI-LINE-NO,
                       :ARC-SI-QTY-SHIPPED
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    SET ARC-IS-SHIP-ITEM TO TRUE
                    MOVE HV-ORDER-ID TO ARC-ORDER-ID
                    MOVE 7 TO WS-T
                    ADD ARC-SI-QTY-SHIPPED TO WS-ORD-VALUE(WS-T)
                    PERFORM WRITE-ARCHIVE-ROW
                 WHEN 100
                    MOVE 'Y' TO WS-ROW-EOF
                 WHEN OTHER
                    MOVE 'Y' TO WS-ROW-EOF
                    MOVE 'SHIPMENT_ITEMS' TO WS-SQL-TABLE
                    PERFORM ARCHIVE-SQL-ERROR
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE ART-CUR END-EXEC.

       WRITE-ARCHIVE-ROW.

           WRITE ARC-OUT-REC FROM ARC-REC
           ADD 1 TO WS-BLOCK-ROWS
           ADD 1 TO WS-ORD-ROWS(WS-T).

       ARCHIVE-SQL-ERROR.

           MOVE 'ARCHIVE-SQL-ERROR' TO SQE-PARAGRAPH
           MOVE SPACES TO SQE-STATEMENT
           STRING WS-SQL-TABLE DELIMITED BY SPACE ' archive read'
              DELIMITED BY SIZE INTO SQE-STATEMENT
           END-STRING
           MOVE SPACES TO SQE-KEY
           STRING 'order ' HV-ORDER-ID
              DELIMITED BY SIZE INTO SQE-KEY
           END-STRING
           MOVE 'S' TO SQE-SCOPE
           PERFORM SQL-ERROR
           MOVE 'Y' TO WS-FATAL.

      * children before the parent; a row count that disagrees with
      * what was archived means the order changed underneath us
       DELETE-ONE-ORDER.

           EXEC SQL
              DELETE FROM CLAPP.SHIPMENT_ITEMS
               WHERE ORDER_ID = :HV-ORDER-ID
           END-EXEC
           MOVE 7 TO WS-T
           PERFORM CHECK-DELETE-COUNT

           IF WS-FATAL = 'N'
              EXEC SQL
                 DELETE FROM CLAPP.SHIPMENTS
                  WHERE ORDER_ID = :HV-ORDER-ID
              END-EXEC
              MOVE 6 TO WS-T
              PERFORM CHECK-DELETE-COUNT
           END-IF

           IF WS-FATAL = 'N'
              EXEC SQL
                 DELETE FROM CLAPP.CREDIT_NOTES
                  WHERE ORDER_ID = :HV-ORDER-ID
              END-EXEC
              MOVE 5 TO WS-T
              PERFORM CHECK-DELETE-COUNT
           END-IF

           IF WS-FATAL = 'N'
              EXEC SQL
                 DELETE FROM CLAPP.PAYMENTS
                  WHERE ORDER_ID = :HV-ORDER-ID
              END-EXEC
              MOVE 4 TO WS-T
              PERFORM CHECK-DELETE-COUNT
           END-IF

           IF WS-FATAL = 'N'
              EXEC SQL
                 DELETE FROM CLAPP.INVOICES
                  WHERE ORDER_ID = :HV-ORDER-ID
              END-EXEC
              MOVE 3 TO WS-T
              PERFORM CHECK-DELETE-COUNT
           END-IF

           IF WS-FATAL = 'N'
              EXEC SQL
                 DELETE FROM CLAPP.ORDER_ITEMS
                  WHERE ORDER_ID = :HV-ORDER-ID
              END-EXEC
              MOVE 2 TO WS-T
              PERFORM CHECK-DELETE-COUNT
           END-IF

           IF WS-FATAL = 'N'
              EXEC SQL
                 DELETE FROM CLAPP.ORDERS
                  WHERE ORDER_ID = :HV-ORDER-ID
              END-EXEC
              MOVE 1 TO WS-T
              PERFORM CHECK-DELETE-COUNT
           END-IF

           IF WS-FATAL = 'N'
              MOVE SPACES TO HV-AUD-DETAIL
              STRING 'Archived by retention run ' WS-TODAY-DATE
                 ', cutoff ' HV-CUTOFF-DATE
                 DELIMITED BY SIZE INTO HV-AUD-DETAIL
              END-STRING
              EXEC SQL
                 INSERT INTO CLAPP.AUDIT_LOG
                 (TABLE_NAME, REC_KEY, ACTION, AUD_TS, DETAIL,
                  USER_ID)
                 VALUES ('ORDERS', :HV-ORDER-ID, 'D',
                         CURRENT TIMESTAMP, :HV-AUD-DETAIL,
                         'CLORDARC')
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'DELETE-ONE-ORDER' TO SQE-PARAGRAPH
                 MOVE 'audit log insert' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 STRING 'order ' HV-ORDER-ID
                    DELIMITED BY SIZE INTO SQE-KEY
                 END-STRING
                 MOVE 'S' TO SQE-SCOPE
                 PERFORM SQL-ERROR
                 MOVE 'Y' TO WS-FATAL
              END-IF
           END-IF.

       CHECK-DELETE-COUNT.

           EVALUATE TRUE
              WHEN SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE 'CHECK-DELETE-COUNT' TO SQE-PARAGRAPH
                 MOVE SPACES TO SQE-STATEMENT
                 STRING WS-TABLE-NAME(WS-T) DELIMITED BY SPACE ' delete'
                    DELIMITED BY SIZE INTO SQE-STATEMENT
                 END-STRING
                 MOVE SPACES TO SQE-KEY
                 STRING 'order ' HV-ORDER-ID
                    DELIMITED BY SIZE INTO SQE-KEY
                 END-STRING
                 MOVE 'S' TO SQE-SCOPE
                 PERFORM SQL-ERROR
                 MOVE 'Y' TO WS-FATAL
              WHEN SQLERRD(3) NOT = WS-ORD-ROWS(WS-T)
                 DISPLAY 'ERROR: ' WS-PROG-NAME ' '
                    WS-TABLE-NAME(WS-T)
                    ' delete count differs from archive, order '
                    HV-ORDER-ID
                 MOVE 'Y' TO WS-FATAL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * the archive is closed and reopened before the commit so the
      * rows being deleted are safely on the file when the deletes
      * become permanent; the checkpoint then moves on to them
       TAKE-COMMIT-POINT.

           CLOSE ARCFILE
           OPEN EXTEND ARCFILE

           EXEC SQL COMMIT END-EXEC

           ADD WS-BATCH-ORDERS TO WS-ARCHIVED
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 7
              ADD WS-BAT-ROWS(WS-T)  TO WS-RUN-ROWS(WS-T)
              ADD WS-BAT-VALUE(WS-T) TO WS-RUN-VALUE(WS-T)
              MOVE 0 TO WS-BAT-ROWS(WS-T)
              MOVE 0 TO WS-BAT-VALUE(WS-T)
           END-PERFORM
           MOVE 0 TO WS-BATCH-ORDERS
           MOVE 0 TO WS-SINCE-COMMIT

           PERFORM SAVE-CHECKPOINT.

       WRITE-CONTROL-TOTALS.

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC

           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 7
              MOVE SPACES TO ARC-REC
              SET ARC-IS-CONTROL TO TRUE
              MOVE WS-TABLE-NAME(WS-T) TO ARC-CT-TABLE
              MOVE WS-RUN-ROWS(WS-T)   TO ARC-CT-ROWS
              MOVE WS-RUN-VALUE(WS-T)  TO ARC-CT-VALUE
              WRITE ARC-OUT-REC FROM ARC-REC

              MOVE WS-TABLE-NAME(WS-T) TO WS-CTL-TABLE-OUT
              MOVE WS-RUN-ROWS(WS-T)   TO WS-CTL-ROWS-OUT
              MOVE WS-RUN-VALUE(WS-T)  TO WS-CTL-VALUE-OUT
              WRITE RPT-REC FROM WS-CTL-LINE
           END-PERFORM.

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
           MOVE 'ARCHIVED'       TO RUN-COUNT-LABEL(1)
           MOVE WS-ARCHIVED TO RUN-COUNT(1)
           MOVE 'SKIPPED'        TO RUN-COUNT-LABEL(2)
           MOVE WS-SKIPPED TO RUN-COUNT(2)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

      * a card field with a value in force in CLAPP.BATCH_PARMS
      * takes the table value instead
       GET-BATCH-PARMS.

           MOVE WS-PROG-NAME TO BPR-PROGRAM
           MOVE ARC-PARM-AREA TO BPR-CARD
           MOVE WS-PARM-DEFS TO BPR-DEFS
           CALL 'CLPARM' USING BPR-REQUEST BPR-RESPONSE
           MOVE BPR-CARD TO ARC-PARM-AREA.

       END PROGRAM CLORDARC.
