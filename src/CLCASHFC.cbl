      *-------------------------------------------------------------*
      * Program: CLCASHFC - weekly cash receipts forecast           *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Projects the receipts of the next eight weeks from today:   *
      * the open balance of every CLAPP.INVOICES invoice, the value *
      * of open orders not yet invoiced, and the active monthly     *
      * CLAPP.ORDER_TEMPLATES orders still to be materialized. An   *
      * invoice is expected its client's average days-to-pay after  *
      * the invoice date - the days from invoice to the last        *
      * payment's value date over the settled invoices of the last  *
      * 12 months, or the client's payment terms with no history.   *
      * Orders and template orders are first carried to their       *
      * invoice date by the order-to-invoice lead time (the         *
      * client's own over the last 12 months, else the house        *
      * average). Expected EUR (foreign amounts at today's          *
      * CLAPP.FX_RATES rate) and original-currency amounts are      *
      * reported by week and by the client's latest CLPAYSCR grade, *
      * with the overdue expectation and anything beyond week       *
      * eight shown apart.                                          *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLCASHFC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPTFILE ASSIGN TO UT-S-CFCRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPT-REC.
       01  RPT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLCASHFC'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-ERRORS                PIC 9(9) COMP VALUE 0.
       01  WS-ITEMS                 PIC 9(9) COMP VALUE 0.
       01  WS-HORIZON-WEEKS         PIC S9(4) COMP VALUE 8.
       01  WS-NOW-RAW               PIC X(21).
       01  WS-TODAY-DATE            PIC X(10).
       01  WS-START-INT             PIC S9(9) COMP VALUE 0.
       01  WS-HORIZON-END           PIC S9(9) COMP VALUE 0.
       01  WS-DATE-X                PIC X(10).
       01  WS-DATE-NUM              PIC 9(8)  VALUE 0.
       01  WS-DATE-INT              PIC S9(9) COMP VALUE 0.
       01  WS-BASE-INT              PIC S9(9) COMP VALUE 0.
       01  WS-EXPECT-INT            PIC S9(9) COMP VALUE 0.
       01  WS-DAYS-AHEAD            PIC S9(9) COMP VALUE 0.
       01  WS-WEEK                  PIC S9(4) COMP VALUE 0.
       01  WS-RISK                  PIC S9(4) COMP VALUE 0.
       01  WS-SOURCE                PIC S9(4) COMP VALUE 0.
       01  WS-C                     PIC S9(4) COMP VALUE 0.
       01  WS-W                     PIC S9(4) COMP VALUE 0.
       01  WS-R                     PIC S9(4) COMP VALUE 0.
       01  WS-M                     PIC S9(4) COMP VALUE 0.
       01  WS-CCY-FULL              PIC X(1)  VALUE 'N'.
       01  WS-ITEM-ORIG             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ITEM-EUR              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CUR-CLIENT            PIC X(10) VALUE HIGH-VALUES.
       01  WS-LEAD-ALL              PIC S9(9) COMP VALUE 0.
       01  WS-TPL-YEAR              PIC 9(4)  VALUE 0.
       01  WS-TPL-MONTH             PIC 9(2)  VALUE 0.
       01  WS-MONTH-TAG             PIC X(6)  VALUE SPACES.

      * the client profile the expected dates are worked from,
      * loaded once per client
       01  WS-CLIENT-PROFILE.
           05  WS-PAY-DAYS          PIC S9(9) COMP VALUE 0.
           05  WS-LEAD-DAYS         PIC S9(9) COMP VALUE 0.
           05  WS-GRADE             PIC X(1)  VALUE SPACE.

      * expected EUR by week (1 overdue, 2-9 weeks one to eight,
      * 10 after week eight) and risk grade (A B C D, 5 not judged,
      * 6 total)
       01  WS-EUR-TABLE.
           05  WS-EUR-WEEK          OCCURS 10 TIMES.
               10  WS-EUR-AMT       PIC S9(13)V99 COMP-3
                                    OCCURS 6 TIMES.

      * the same per original currency
       01  WS-CCY-TABLE.
           05  WS-CCY-COUNT         PIC S9(4) COMP VALUE 0.
           05  WS-CCY-ENTRY         OCCURS 20 TIMES.
               10  WS-CCY-CODE      PIC X(3).
               10  WS-CCY-WEEK      OCCURS 10 TIMES.
                   15  WS-CCY-AMT   PIC S9(13)V99 COMP-3
                                    OCCURS 6 TIMES.

       01  WS-COL-TOTALS.
           05  WS-COL-TOT           PIC S9(13)V99 COMP-3
                                    OCCURS 6 TIMES.

       01  WS-SOURCE-TABLE.
           05  WS-SRC-EUR           PIC S9(13)V99 COMP-3
                                    OCCURS 3 TIMES.
           05  WS-SRC-COUNT         PIC 9(9) COMP
                                    OCCURS 3 TIMES.

       01  WS-SOURCE-NAMES.
           05  FILLER               PIC X(30) VALUE
               'OPEN INVOICES'.
           05  FILLER               PIC X(30) VALUE
               'ORDERS NOT YET INVOICED'.
           05  FILLER               PIC X(30) VALUE
               'TEMPLATE ORDERS STILL DUE'.
       01  WS-SOURCE-NAME-TBL REDEFINES WS-SOURCE-NAMES.
           05  WS-SRC-NAME          PIC X(30) OCCURS 3 TIMES.

       01  WS-TITLE.
           05  FILLER               PIC X(33) VALUE
               'CASH RECEIPTS FORECAST FROM     '.
           05  WS-TTL-DATE          PIC X(10).
           05  FILLER               PIC X(22) VALUE
               ' FOR THE NEXT 8 WEEKS'.
           05  FILLER               PIC X(67) VALUE SPACES.

       01  WS-SECT-EUR              PIC X(80) VALUE
           'EXPECTED RECEIPTS IN EUR BY WEEK AND CLIENT RISK GRADE'.
       01  WS-SECT-CCY              PIC X(80) VALUE
           'EXPECTED RECEIPTS IN ORIGINAL CURRENCY BY WEEK AND CLIENT RI
      -    'SK GRADE'.
       01  WS-SECT-SRC              PIC X(80) VALUE
           'EXPECTED RECEIPTS IN EUR BY SOURCE (ALL WEEKS)'.

       01  WS-SECTION-LINE.
           05  WS-SECTION-TEXT      PIC X(80).
           05  FILLER               PIC X(52) VALUE SPACES.

       01  WS-COL-HEADING.
           05  FILLER               PIC X(4)  VALUE 'CCY '.
           05  FILLER               PIC X(18) VALUE 'WEEK'.
           05  FILLER               PIC X(16) VALUE
               '         GRADE A'.
           05  FILLER               PIC X(16) VALUE
               '         GRADE B'.
           05  FILLER               PIC X(16) VALUE
               '         GRADE C'.
           05  FILLER               PIC X(16) VALUE
               '         GRADE D'.
           05  FILLER               PIC X(16) VALUE
               '      NOT JUDGED'.
           05  FILLER               PIC X(16) VALUE
               '           TOTAL'.
           05  FILLER               PIC X(14) VALUE SPACES.

       01  WS-ROW-LINE.
           05  WS-ROW-CCY           PIC X(3).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-ROW-WEEK          PIC X(18).
           05  WS-ROW-COL           OCCURS 6 TIMES.
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  WS-ROW-AMT       PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(14) VALUE SPACES.

       01  WS-WEEK-LABEL.
           05  FILLER               PIC X(5)  VALUE 'WEEK '.
           05  WS-WL-NO             PIC 9(1).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-WL-DATE           PIC X(10).

       01  WS-WEEK-DATE             PIC 9(8)  VALUE 0.
       01  WS-WEEK-DATE-X REDEFINES WS-WEEK-DATE.
           05  WS-WD-YEAR           PIC X(4).
           05  WS-WD-MONTH          PIC X(2).
           05  WS-WD-DAY            PIC X(2).

       01  WS-SOURCE-LINE.
           05  WS-SRC-NAME-OUT      PIC X(30).
           05  WS-SRC-COUNT-OUT     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-SRC-EUR-OUT       PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(78) VALUE SPACES.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-TODAY-DATE            PIC X(10).
       01  HV-CLIENT-ID             PIC X(10).
       01  HV-CURRENCY              PIC X(3).
       01  HV-BASE-DATE             PIC X(10).
       01  HV-OPEN-AMT              PIC S9(11)V99 COMP-3.
       01  HV-ORIG-AMT              PIC S9(11)V99 COMP-3.
       01  HV-TOTAL-AMT             PIC S9(11)V99 COMP-3.
       01  HV-FX-RATE               PIC S9(7)V9(6) COMP-3.
       01  HV-TEMPLATE-ID           PIC X(12).
       01  HV-ORDER-ID              PIC X(12).
       01  HV-COUNT                 PIC S9(9) COMP.
       01  HV-PAY-DAYS              PIC S9(9) COMP.
       01  HV-LEAD-DAYS             PIC S9(9) COMP.
       01  HV-LEAD-ALL              PIC S9(9) COMP.
       01  HV-TERM-DAYS             PIC S9(9) COMP.
       01  HV-GRADE                 PIC X(1).

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-RAW
           STRING WS-NOW-RAW(1:4) '-' WS-NOW-RAW(5:2) '-'
              WS-NOW-RAW(7:2)
              DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING
           MOVE WS-TODAY-DATE TO HV-TODAY-DATE
           MOVE WS-TODAY-DATE TO WS-DATE-X
           PERFORM DATE-TO-INTEGER
           MOVE WS-DATE-INT TO WS-START-INT
           COMPUTE WS-HORIZON-END =
              WS-START-INT + WS-HORIZON-WEEKS * 7 - 1

           INITIALIZE WS-EUR-TABLE WS-CCY-TABLE WS-SOURCE-TABLE

           OPEN OUTPUT RPTFILE

           PERFORM LOAD-HOUSE-LEAD-TIME

           PERFORM FORECAST-OPEN-INVOICES
           PERFORM FORECAST-OPEN-ORDERS
           PERFORM FORECAST-TEMPLATE-ORDERS

           PERFORM WRITE-FORECAST-REPORT

           CLOSE RPTFILE

           DISPLAY '*** ' WS-PROG-NAME ' forecast from ' WS-TODAY-DATE
              ' items ' WS-ITEMS ', ' WS-ERRORS ' error(s)'
           IF WS-ERRORS > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

      * the house order-to-invoice lead time over the last 12 months,
      * for clients with no invoices of their own in that window
       LOAD-HOUSE-LEAD-TIME.

           MOVE 0 TO HV-LEAD-ALL
           EXEC SQL
              SELECT COALESCE(AVG(DAYS(I.INV_DATE)
                                  - DAYS(O.ORDER_DATE)),0)
                INTO :HV-LEAD-ALL
                FROM CLAPP.INVOICES I
                     INNER JOIN CLAPP.ORDERS O
                        ON O.ORDER_ID = I.ORDER_ID
               WHERE I.INV_DATE >= CURRENT DATE - 12 MONTHS
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              MOVE 'LOAD-HOUSE-LEAD-TIME' TO SQE-PARAGRAPH
              MOVE 'lead time select' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'C' TO SQE-SCOPE
              PERFORM SQL-ERROR
              MOVE 0 TO HV-LEAD-ALL
           END-IF
           MOVE HV-LEAD-ALL TO WS-LEAD-ALL.

      * open balance the way the aging report sees it; the invoice
      * carries booked EUR, its original-currency share follows the
      * order's booked rate
       FORECAST-OPEN-INVOICES.

           MOVE 1   TO WS-SOURCE
           MOVE 'N' TO WS-EOF

           EXEC SQL DECLARE CFI-CUR CURSOR FOR
              SELECT X.CLIENT_ID, X.CURRENCY, CHAR(X.INV_DATE, ISO),
                     X.OPEN_AMT, X.ORIG_AMT, X.TOTAL_AMT,
                     COALESCE(R.RATE_TO_EUR,0)
                FROM (SELECT I.CLIENT_ID,
                             COALESCE(O.CURRENCY,'EUR') AS CURRENCY,
                             I.INV_DATE,
                             COALESCE(O.ORIG_AMT,O.TOTAL_AMT)
                                AS ORIG_AMT,
                             O.TOTAL_AMT,
                             I.GROSS_AMT
                             - COALESCE((SELECT SUM(P.PAY_AMT)
                                   FROM CLAPP.PAYMENTS P
                                  WHERE P.ORDER_ID = I.ORDER_ID), 0)
                             + COALESCE((SELECT SUM(N.GROSS_AMT)
                                   FROM CLAPP.CREDIT_NOTES N
                                  WHERE N.ORDER_ID = I.ORDER_ID), 0)
                                AS OPEN_AMT
                        FROM CLAPP.INVOICES I
                             INNER JOIN CLAPP.ORDERS O
                                ON O.ORDER_ID = I.ORDER_ID) X
                     LEFT OUTER JOIN CLAPP.FX_RATES R
                        ON R.CURRENCY = X.CURRENCY
               WHERE X.OPEN_AMT > 0
               ORDER BY X.CLIENT_ID
           END-EXEC

           EXEC SQL OPEN CFI-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH CFI-CUR INTO :HV-CLIENT-ID, :HV-CURRENCY,
                       :HV-BASE-DATE, :HV-OPEN-AMT, :HV-ORIG-AMT,
                       :HV-TOTAL-AMT, :HV-FX-RATE
              END-EXEC
              IF SQLCODE = 0
                 PERFORM LOAD-CLIENT-PROFILE
                 MOVE HV-BASE-DATE TO WS-DATE-X
                 PERFORM DATE-TO-INTEGER
                 COMPUTE WS-EXPECT-INT = WS-DATE-INT + WS-PAY-DAYS
                 PERFORM CONVERT-OPEN-AMOUNT
                 PERFORM ADD-FORECAST-ITEM
              ELSE
                 IF SQLCODE NOT = 100
                    ADD 1 TO WS-ERRORS
                    MOVE 'FORECAST-OPEN-INVOICES' TO SQE-PARAGRAPH
                    MOVE 'fetch CFI-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE CFI-CUR END-EXEC.

      * orders not yet invoiced, less anything already paid against
      * them; one whose lead time has run out is invoiced today
       FORECAST-OPEN-ORDERS.

           MOVE 2   TO WS-SOURCE
           MOVE 'N' TO WS-EOF

           EXEC SQL DECLARE CFO-CUR CURSOR FOR
              SELECT X.CLIENT_ID, X.CURRENCY, CHAR(X.ORDER_DATE, ISO),
                     X.OPEN_AMT, X.ORIG_AMT, X.TOTAL_AMT,
                     COALESCE(R.RATE_TO_EUR,0)
                FROM (SELECT O.CLIENT_ID,
                             COALESCE(O.CURRENCY,'EUR') AS CURRENCY,
                             O.ORDER_DATE,
                             COALESCE(O.ORIG_AMT,O.TOTAL_AMT)
                                AS ORIG_AMT,
                             O.TOTAL_AMT,
                             O.TOTAL_AMT
                             - COALESCE((SELECT SUM(P.PAY_AMT)
                                   FROM CLAPP.PAYMENTS P
                                  WHERE P.ORDER_ID = O.ORDER_ID), 0)
                             + COALESCE((SELECT SUM(N.GROSS_AMT)
                                   FROM CLAPP.CREDIT_NOTES N
                                  WHERE N.ORDER_ID = O.ORDER_ID), 0)
                                AS OPEN_AMT
                        FROM CLAPP.ORDERS O
                       WHERE O.STATUS <> 'CANCELLED'
                         AND O.DELETED_FLAG <> 'Y'
                         AND COALESCE(O.DOC_TYPE,'O') <> 'Q'
                         AND NOT EXISTS
                             (SELECT 1
                                FROM CLAPP.INVOICES I
                               WHERE I.ORDER_ID = O.ORDER_ID)) X
                     LEFT OUTER JOIN CLAPP.FX_RATES R
                        ON R.CURRENCY = X.CURRENCY
               WHERE X.OPEN_AMT > 0
               ORDER BY X.CLIENT_ID
           END-EXEC

           EXEC SQL OPEN CFO-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH CFO-CUR INTO :HV-CLIENT-ID, :HV-CURRENCY,
                       :HV-BASE-DATE, :HV-OPEN-AMT, :HV-ORIG-AMT,
                       :HV-TOTAL-AMT, :HV-FX-RATE
              END-EXEC
              IF SQLCODE = 0
                 PERFORM LOAD-CLIENT-PROFILE
                 MOVE HV-BASE-DATE TO WS-DATE-X
                 PERFORM DATE-TO-INTEGER
                 COMPUTE WS-BASE-INT = WS-DATE-INT + WS-LEAD-DAYS
                 IF WS-BASE-INT < WS-START-INT
                    MOVE WS-START-INT TO WS-BASE-INT
                 END-IF
                 COMPUTE WS-EXPECT-INT = WS-BASE-INT + WS-PAY-DAYS
                 PERFORM CONVERT-OPEN-AMOUNT
                 PERFORM ADD-FORECAST-ITEM
              ELSE
                 IF SQLCODE NOT = 100
                    ADD 1 TO WS-ERRORS
                    MOVE 'FORECAST-OPEN-ORDERS' TO SQE-PARAGRAPH
                    MOVE 'fetch CFO-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE CFO-CUR END-EXEC.

      * each active template is valued at today's list prices in its
      * own currency, and forecast once for every month whose order
      * falls inside the horizon and ORDTMPL has not yet created
       FORECAST-TEMPLATE-ORDERS.

           MOVE 3   TO WS-SOURCE
           MOVE 'N' TO WS-EOF

           EXEC SQL DECLARE CFT-CUR CURSOR FOR
              SELECT X.TEMPLATE_ID, X.CLIENT_ID, X.CURRENCY,
                     SUM(X.LINE_AMT),
                     COALESCE(MAX(F.RATE_TO_EUR),0)
                FROM (SELECT T.TEMPLATE_ID, T.CLIENT_ID,
                             COALESCE(T.CURRENCY,'EUR') AS CURRENCY,
                             I.QTY *
                             COALESCE(
                                (SELECT R.UNIT_PRICE
                                   FROM CLAPP.PRODUCT_PRICES R
                                  WHERE R.PRODUCT_ID = P.PRODUCT_ID
                                    AND R.EFF_FROM =
                                        (SELECT MAX(R2.EFF_FROM)
                                           FROM CLAPP.PRODUCT_PRICES R2
                                          WHERE R2.PRODUCT_ID =
                                                P.PRODUCT_ID
                                            AND R2.EFF_FROM <=
                                                :HV-TODAY-DATE)),
                                P.UNIT_PRICE) AS LINE_AMT
                        FROM CLAPP.ORDER_TEMPLATES T
                             INNER JOIN CLAPP.TEMPLATE_ITEMS I
                                ON I.TEMPLATE_ID = T.TEMPLATE_ID
                             INNER JOIN CLAPP.PRODUCTS P
                                ON P.PRODUCT_ID = I.PRODUCT_ID
                       WHERE T.ACTIVE_FLAG = 'Y'
                         AND P.ACTIVE_FLAG = 'Y') X
                     LEFT OUTER JOIN CLAPP.FX_RATES F
                        ON F.CURRENCY = X.CURRENCY
               GROUP BY X.TEMPLATE_ID, X.CLIENT_ID, X.CURRENCY
               ORDER BY X.CLIENT_ID, X.TEMPLATE_ID
           END-EXEC

           EXEC SQL OPEN CFT-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH CFT-CUR INTO :HV-TEMPLATE-ID, :HV-CLIENT-ID,
                       :HV-CURRENCY, :HV-ORIG-AMT, :HV-FX-RATE
              END-EXEC
              IF SQLCODE = 0
                 PERFORM LOAD-CLIENT-PROFILE
                 PERFORM VARYING WS-M FROM 0 BY 1 UNTIL WS-M > 2
                    PERFORM FORECAST-ONE-TEMPLATE-MONTH
                 END-PERFORM
              ELSE
                 IF SQLCODE NOT = 100
                    ADD 1 TO WS-ERRORS
                    MOVE 'FORECAST-TEMPLATE-ORDERS' TO SQE-PARAGRAPH
                    MOVE 'fetch CFT-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE CFT-CUR END-EXEC.

      * ORDTMPL books the month's order as the template's first six
      * characters plus YYYYMM on the day it runs - the first of the
      * month, or today for the current month not yet run
       FORECAST-ONE-TEMPLATE-MONTH.

           MOVE WS-NOW-RAW(1:4) TO WS-TPL-YEAR
           MOVE WS-NOW-RAW(5:2) TO WS-TPL-MONTH
           ADD WS-M TO WS-TPL-MONTH
           IF WS-TPL-MONTH > 12
              SUBTRACT 12 FROM WS-TPL-MONTH
              ADD 1 TO WS-TPL-YEAR
           END-IF
           MOVE SPACES TO WS-DATE-X
           STRING WS-TPL-YEAR '-' WS-TPL-MONTH '-01'
              DELIMITED BY SIZE INTO WS-DATE-X
           END-STRING
           PERFORM DATE-TO-INTEGER
           MOVE WS-DATE-INT TO WS-BASE-INT
           IF WS-BASE-INT < WS-START-INT
              MOVE WS-START-INT TO WS-BASE-INT
           END-IF

           IF WS-BASE-INT <= WS-HORIZON-END
              MOVE SPACES TO WS-MONTH-TAG
              STRING WS-TPL-YEAR WS-TPL-MONTH
                 DELIMITED BY SIZE INTO WS-MONTH-TAG
              END-STRING
              MOVE SPACES TO HV-ORDER-ID
              STRING HV-TEMPLATE-ID(1:6) WS-MONTH-TAG
                 DELIMITED BY SIZE INTO HV-ORDER-ID
              END-STRING
              MOVE 0 TO HV-COUNT
              EXEC SQL
                 SELECT COUNT(*) INTO :HV-COUNT
                   FROM CLAPP.ORDERS
                  WHERE ORDER_ID = :HV-ORDER-ID
              END-EXEC
              IF HV-COUNT = 0
                 COMPUTE WS-EXPECT-INT =
                    WS-BASE-INT + WS-LEAD-DAYS + WS-PAY-DAYS
                 MOVE HV-ORIG-AMT TO WS-ITEM-ORIG
                 IF HV-CURRENCY = 'EUR' OR HV-FX-RATE = 0
                    MOVE HV-ORIG-AMT TO WS-ITEM-EUR
                 ELSE
                    COMPUTE WS-ITEM-EUR ROUNDED =
                       HV-ORIG-AMT * HV-FX-RATE
                 END-IF
                 PERFORM ADD-FORECAST-ITEM
              END-IF
           END-IF.

      * the open booked EUR split back into the original currency at
      * the order's booked rate; the EUR expected is that amount at
      * today's rate, or the booked figure with no rate maintained
       CONVERT-OPEN-AMOUNT.

           IF HV-CURRENCY = 'EUR' OR HV-TOTAL-AMT = 0
              MOVE HV-OPEN-AMT TO WS-ITEM-ORIG WS-ITEM-EUR
           ELSE
              COMPUTE WS-ITEM-ORIG ROUNDED =
                 HV-OPEN-AMT * HV-ORIG-AMT / HV-TOTAL-AMT
              IF HV-FX-RATE = 0
                 MOVE HV-OPEN-AMT TO WS-ITEM-EUR
              ELSE
                 COMPUTE WS-ITEM-EUR ROUNDED =
                    WS-ITEM-ORIG * HV-FX-RATE
              END-IF
           END-IF.

      * days-to-pay over the settled invoices of the last 12 months
      * (settled as CLPAYSCR judges it), the client's own lead time,
      * its payment terms and its latest payment grade
       LOAD-CLIENT-PROFILE.

           IF HV-CLIENT-ID NOT = WS-CUR-CLIENT
              MOVE HV-CLIENT-ID TO WS-CUR-CLIENT
              MOVE -1 TO HV-PAY-DAYS
              EXEC SQL
                 SELECT COALESCE(AVG(DAYS(X.LAST_PAY)
                                     - DAYS(X.INV_DATE)), -1)
                   INTO :HV-PAY-DAYS
                   FROM (SELECT I.INV_DATE,
                                I.GROSS_AMT
                                - COALESCE((SELECT SUM(P.PAY_AMT)
                                      FROM CLAPP.PAYMENTS P
                                     WHERE P.ORDER_ID = I.ORDER_ID), 0)
                                + COALESCE((SELECT SUM(N.GROSS_AMT)
                                      FROM CLAPP.CREDIT_NOTES N
                                     WHERE N.ORDER_ID = I.ORDER_ID), 0)
                                   AS OPEN_AMT,
                                COALESCE((SELECT MAX(P.VALUE_DATE)
                                      FROM CLAPP.PAYMENTS P
                                     WHERE P.ORDER_ID = I.ORDER_ID),
                                     I.INV_DATE) AS LAST_PAY
                           FROM CLAPP.INVOICES I
                          WHERE I.CLIENT_ID = :HV-CLIENT-ID
                            AND I.INV_DATE >=
                                CURRENT DATE - 12 MONTHS) X
                  WHERE X.OPEN_AMT <= 0
              END-EXEC
              IF SQLCODE NOT = 0
                 ADD 1 TO WS-ERRORS
                 MOVE 'LOAD-CLIENT-PROFILE' TO SQE-PARAGRAPH
                 MOVE 'days-to-pay select' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 STRING 'client ' HV-CLIENT-ID
                    DELIMITED BY SIZE INTO SQE-KEY
                 END-STRING
                 MOVE 'C' TO SQE-SCOPE
                 PERFORM SQL-ERROR
                 MOVE -1 TO HV-PAY-DAYS
              END-IF

              IF HV-PAY-DAYS < 0
                 MOVE 30 TO HV-TERM-DAYS
                 EXEC SQL
                    SELECT COALESCE(T.NET_DAYS,30)
                      INTO :HV-TERM-DAYS
                      FROM CLAPP.CLIENTS C
                           LEFT OUTER JOIN CLAPP.PAYMENT_TERMS T
                              ON T.TERMS_CODE = C.PAYMENT_TERMS
                     WHERE C.CLIENT_ID = :HV-CLIENT-ID
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 30 TO HV-TERM-DAYS
                 END-IF
                 MOVE HV-TERM-DAYS TO HV-PAY-DAYS
              END-IF

              MOVE WS-LEAD-ALL TO HV-LEAD-DAYS
              EXEC SQL
                 SELECT COALESCE(AVG(DAYS(I.INV_DATE)
                                     - DAYS(O.ORDER_DATE)),
                                 :HV-LEAD-ALL)
                   INTO :HV-LEAD-DAYS
                   FROM CLAPP.INVOICES I
                        INNER JOIN CLAPP.ORDERS O
                           ON O.ORDER_ID = I.ORDER_ID
                  WHERE I.CLIENT_ID = :HV-CLIENT-ID
                    AND I.INV_DATE >= CURRENT DATE - 12 MONTHS
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE WS-LEAD-ALL TO HV-LEAD-DAYS
              END-IF

              MOVE 'N' TO HV-GRADE
              EXEC SQL
                 SELECT GRADE INTO :HV-GRADE
                   FROM CLAPP.CLIENT_PAY_SCORE
                  WHERE CLIENT_ID = :HV-CLIENT-ID
                  ORDER BY SCORE_DATE DESC
                  FETCH FIRST 1 ROW ONLY
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'N' TO HV-GRADE
              END-IF

              MOVE HV-PAY-DAYS  TO WS-PAY-DAYS
              MOVE HV-LEAD-DAYS TO WS-LEAD-DAYS
              MOVE HV-GRADE     TO WS-GRADE
           END-IF.

      * an expectation already past is overdue; week n runs from day
      * 7(n-1) after today; anything later falls after the horizon
       ADD-FORECAST-ITEM.

           ADD 1 TO WS-ITEMS
           COMPUTE WS-DAYS-AHEAD = WS-EXPECT-INT - WS-START-INT
           EVALUATE TRUE
              WHEN WS-DAYS-AHEAD < 0
                 MOVE 1 TO WS-WEEK
              WHEN WS-EXPECT-INT > WS-HORIZON-END
                 MOVE 10 TO WS-WEEK
              WHEN OTHER
                 COMPUTE WS-WEEK = WS-DAYS-AHEAD / 7 + 2
           END-EVALUATE

           EVALUATE WS-GRADE
              WHEN 'A'   MOVE 1 TO WS-RISK
              WHEN 'B'   MOVE 2 TO WS-RISK
              WHEN 'C'   MOVE 3 TO WS-RISK
              WHEN 'D'   MOVE 4 TO WS-RISK
              WHEN OTHER MOVE 5 TO WS-RISK
           END-EVALUATE

           ADD WS-ITEM-EUR TO WS-EUR-AMT(WS-WEEK, WS-RISK)
                              WS-EUR-AMT(WS-WEEK, 6)
           ADD WS-ITEM-EUR TO WS-SRC-EUR(WS-SOURCE)
           ADD 1           TO WS-SRC-COUNT(WS-SOURCE)

           MOVE 'N' TO WS-CCY-FULL
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CCY-COUNT
                      OR WS-CCY-CODE(WS-C) = HV-CURRENCY
              CONTINUE
           END-PERFORM
           IF WS-C > WS-CCY-COUNT
              IF WS-CCY-COUNT < 20
                 ADD 1 TO WS-CCY-COUNT
                 MOVE WS-CCY-COUNT TO WS-C
                 MOVE HV-CURRENCY  TO WS-CCY-CODE(WS-C)
              ELSE
                 MOVE 'Y' TO WS-CCY-FULL
                 DISPLAY 'WARNING: ' WS-PROG-NAME ' currency '
                    HV-CURRENCY ' beyond 20 - EUR figures only'
              END-IF
           END-IF
           IF WS-CCY-FULL = 'N'
              ADD WS-ITEM-ORIG TO WS-CCY-AMT(WS-C, WS-WEEK, WS-RISK)
                                  WS-CCY-AMT(WS-C, WS-WEEK, 6)
           END-IF.

       DATE-TO-INTEGER.

           COMPUTE WS-DATE-NUM =
              FUNCTION NUMVAL(WS-DATE-X(1:4)) * 10000
              + FUNCTION NUMVAL(WS-DATE-X(6:2)) * 100
              + FUNCTION NUMVAL(WS-DATE-X(9:2))
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

      * the EUR matrix, one matrix per original currency, then what
      * each source contributes
       WRITE-FORECAST-REPORT.

           MOVE WS-TODAY-DATE TO WS-TTL-DATE
           WRITE RPT-REC FROM WS-TITLE

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE WS-SECT-EUR TO WS-SECTION-TEXT
           WRITE RPT-REC FROM WS-SECTION-LINE
           WRITE RPT-REC FROM WS-COL-HEADING
           INITIALIZE WS-COL-TOTALS
           PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 10
              MOVE 'EUR' TO WS-ROW-CCY
              PERFORM SET-WEEK-LABEL
              PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 6
                 MOVE WS-EUR-AMT(WS-W, WS-R) TO WS-ROW-AMT(WS-R)
                 ADD WS-EUR-AMT(WS-W, WS-R)  TO WS-COL-TOT(WS-R)
              END-PERFORM
              WRITE RPT-REC FROM WS-ROW-LINE
           END-PERFORM
           PERFORM WRITE-TOTAL-ROW

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE WS-SECT-CCY TO WS-SECTION-TEXT
           WRITE RPT-REC FROM WS-SECTION-LINE
           WRITE RPT-REC FROM WS-COL-HEADING
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CCY-COUNT
              INITIALIZE WS-COL-TOTALS
              PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > 10
                 IF WS-CCY-AMT(WS-C, WS-W, 6) NOT = 0
                    MOVE WS-CCY-CODE(WS-C) TO WS-ROW-CCY
                    PERFORM SET-WEEK-LABEL
                    PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 6
                       MOVE WS-CCY-AMT(WS-C, WS-W, WS-R)
                          TO WS-ROW-AMT(WS-R)
                       ADD WS-CCY-AMT(WS-C, WS-W, WS-R)
                          TO WS-COL-TOT(WS-R)
                    END-PERFORM
                    WRITE RPT-REC FROM WS-ROW-LINE
                 END-IF
              END-PERFORM
              MOVE WS-CCY-CODE(WS-C) TO WS-ROW-CCY
              PERFORM WRITE-TOTAL-ROW
           END-PERFORM

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE WS-SECT-SRC TO WS-SECTION-TEXT
           WRITE RPT-REC FROM WS-SECTION-LINE
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 3
              MOVE WS-SRC-NAME(WS-R)  TO WS-SRC-NAME-OUT
              MOVE WS-SRC-COUNT(WS-R) TO WS-SRC-COUNT-OUT
              MOVE WS-SRC-EUR(WS-R)   TO WS-SRC-EUR-OUT
              WRITE RPT-REC FROM WS-SOURCE-LINE
           END-PERFORM.

       SET-WEEK-LABEL.

           EVALUATE WS-W
              WHEN 1
                 MOVE 'OVERDUE'      TO WS-ROW-WEEK
              WHEN 10
                 MOVE 'AFTER WEEK 8' TO WS-ROW-WEEK
              WHEN OTHER
                 COMPUTE WS-WL-NO = WS-W - 1
                 COMPUTE WS-WEEK-DATE = FUNCTION DATE-OF-INTEGER
                    (WS-START-INT + (WS-W - 2) * 7)
                 STRING WS-WD-YEAR '-' WS-WD-MONTH '-' WS-WD-DAY
                    DELIMITED BY SIZE INTO WS-WL-DATE
                 END-STRING
                 MOVE WS-WEEK-LABEL TO WS-ROW-WEEK
           END-EVALUATE.

       WRITE-TOTAL-ROW.

           MOVE 'TOTAL' TO WS-ROW-WEEK
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 6
              MOVE WS-COL-TOT(WS-R) TO WS-ROW-AMT(WS-R)
           END-PERFORM
           WRITE RPT-REC FROM WS-ROW-LINE.

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
           MOVE 'ITEMS'          TO RUN-COUNT-LABEL(1)
           MOVE WS-ITEMS TO RUN-COUNT(1)
           MOVE 'ERRORS'         TO RUN-COUNT-LABEL(2)
           MOVE WS-ERRORS TO RUN-COUNT(2)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

       END PROGRAM CLCASHFC.
