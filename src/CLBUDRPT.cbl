      *-------------------------------------------------------------*
      * Program: CLBUDRPT - monthly sales budget versus actual      *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Sets every CLAPP.SALES_BUDGET line (account manager, client *
      * and product group) against what was actually ordered        *
      * (ORDERS/ORDER_ITEMS by order date, quotes and cancelled     *
      * orders excluded) and actually invoiced (the lines of orders *
      * invoiced in CLAPP.INVOICES, by invoice date). Two lines per *
      * budget line: the month, then the year to date with the      *
      * full-year forecast at the year-to-date invoiced run rate    *
      * beside the full-year budget. Variance is invoiced less      *
      * budget, in value and percent. Subtotals per manager, a      *
      * grand total, and the sales no budget line covers. Month on  *
      * the parameter card (YYYY MM), default the month just ended. *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLBUDRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRMFILE ASSIGN TO UT-S-BVAPRM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO UT-S-BVARPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRMFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRM-CARD.
       01  PRM-CARD                 PIC X(80).
       FD  RPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPT-REC.
       01  RPT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLBUDRPT'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-LINES                 PIC 9(9) COMP VALUE 0.
       01  WS-ERRORS                PIC 9(9) COMP VALUE 0.
       01  WS-CUR-MGR               PIC X(8)  VALUE HIGH-VALUES.
       01  WS-YEAR-D                PIC 9(4)  VALUE 0.
       01  WS-MONTH-D               PIC 9(2)  VALUE 0.
       01  WS-VARIANCE              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-VAR-PCT               PIC S9(4)V9 COMP-3 VALUE 0.
       01  WS-VAR-PCT-EDIT          PIC -(4)9.9.

      * the figures one pair of month/year-to-date lines prints -
      * a budget line's own, or a manager's or the grand total
       01  WS-PRINT-SET.
           05  WS-P-MTH-BUD         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-P-MTH-ORD         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-P-MTH-INV         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-P-YTD-BUD         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-P-YTD-ORD         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-P-YTD-INV         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-P-FY-BUD          PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-MGR-TOTALS.
           05  WS-M-MTH-BUD         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-M-MTH-ORD         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-M-MTH-INV         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-M-YTD-BUD         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-M-YTD-ORD         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-M-YTD-INV         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-M-FY-BUD          PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-GRAND-TOTALS.
           05  WS-G-MTH-BUD         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-G-MTH-ORD         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-G-MTH-INV         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-G-YTD-BUD         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-G-YTD-ORD         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-G-YTD-INV         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-G-FY-BUD          PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-TITLE-LINE.
           05  FILLER               PIC X(34) VALUE
               'SALES BUDGET VERSUS ACTUAL  MONTH '.
           05  WS-TTL-YEAR          PIC 9(4).
           05  FILLER               PIC X(1)  VALUE '-'.
           05  WS-TTL-MONTH         PIC 9(2).
           05  FILLER               PIC X(42) VALUE
               '  (YEAR TO DATE FROM JANUARY; VARIANCE IS '.
           05  FILLER               PIC X(26) VALUE
               'INVOICED LESS BUDGET)     '.
           05  FILLER               PIC X(23) VALUE SPACES.

       01  WS-HEADING.
           05  FILLER               PIC X(50) VALUE
               'MANAGER  CLIENT     GROUP    PER         BUDGET   '.
           05  FILLER               PIC X(50) VALUE
               '     ORDERED       INVOICED       VARIANCE    VAR%'.
           05  FILLER               PIC X(32) VALUE
               '       FORECAST      FY BUDGET  '.

       01  WS-MTH-LINE.
           05  WS-DTL-MGR           PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-CLIENT        PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-GROUP         PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  FILLER               PIC X(3)  VALUE 'MTH'.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-MTH-BUD-OUT       PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-MTH-ORD-OUT       PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-MTH-INV-OUT       PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-MTH-VAR-OUT       PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-MTH-PCT-OUT       PIC X(7).
           05  FILLER               PIC X(32) VALUE SPACES.

       01  WS-YTD-LINE.
           05  FILLER               PIC X(29) VALUE SPACES.
           05  FILLER               PIC X(3)  VALUE 'YTD'.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-YTD-BUD-OUT       PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-YTD-ORD-OUT       PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-YTD-INV-OUT       PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-YTD-VAR-OUT       PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-YTD-PCT-OUT       PIC X(7).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-YTD-FCST-OUT      PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-YTD-FYBUD-OUT     PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.

      * the parameter card, with any setting in force in
      * CLAPP.BATCH_PARMS laid over it by CLPARM
       01  PRM-REC.
           05  PRM-YEAR             PIC 9(4).
           05  FILLER               PIC X(1).
           05  PRM-MONTH            PIC 9(2).
           05  FILLER               PIC X(73).

      * card fields CLPARM may take from the table: name,
      * column, length, type and description
       01  WS-PARM-DEFS.
           05  FILLER               PIC X(48) VALUE
               'REPORT-YEAR 00104NReporting year YYYY           '.
           05  FILLER               PIC X(48) VALUE
               'REPORT-MONTH00602NReporting month MM            '.

       COPY CLPRMAPI.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-YEAR                  PIC S9(4) COMP.
       01  HV-MONTH                 PIC S9(4) COMP.
       01  HV-YEAR-FROM             PIC X(10).
       01  HV-MONTH-FROM            PIC X(10).
       01  HV-NEXT-MONTH            PIC X(10).
       01  HV-ACCT-MGR              PIC X(8).
       01  HV-CLIENT-ID             PIC X(10).
       01  HV-PROD-GROUP            PIC X(8).
       01  HV-MTH-BUD               PIC S9(11)V99 COMP-3.
       01  HV-YTD-BUD               PIC S9(11)V99 COMP-3.
       01  HV-FY-BUD                PIC S9(11)V99 COMP-3.
       01  HV-MTH-ORD               PIC S9(11)V99 COMP-3.
       01  HV-YTD-ORD               PIC S9(11)V99 COMP-3.
       01  HV-MTH-INV               PIC S9(11)V99 COMP-3.
       01  HV-YTD-INV               PIC S9(11)V99 COMP-3.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           PERFORM READ-PARM-CARD
           PERFORM SET-PERIOD-DATES

           OPEN OUTPUT RPTFILE

           MOVE WS-YEAR-D  TO WS-TTL-YEAR
           MOVE WS-MONTH-D TO WS-TTL-MONTH
           WRITE RPT-REC FROM WS-TITLE-LINE
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM WS-HEADING

           EXEC SQL DECLARE BVA-CUR CURSOR FOR
              SELECT B.ACCT_MGR, B.CLIENT_ID, B.PROD_GROUP,
                     SUM(CASE WHEN B.BUDGET_MONTH = :HV-MONTH
                              THEN B.BUDGET_AMT ELSE 0 END),
                     SUM(CASE WHEN B.BUDGET_MONTH <= :HV-MONTH
                              THEN B.BUDGET_AMT ELSE 0 END),
                     SUM(B.BUDGET_AMT)
                FROM CLAPP.SALES_BUDGET B
               WHERE B.BUDGET_YEAR = :HV-YEAR
               GROUP BY B.ACCT_MGR, B.CLIENT_ID, B.PROD_GROUP
               ORDER BY 1, 2, 3
           END-EXEC

           EXEC SQL OPEN BVA-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH BVA-CUR INTO :HV-ACCT-MGR, :HV-CLIENT-ID,
                       :HV-PROD-GROUP, :HV-MTH-BUD, :HV-YTD-BUD,
                       :HV-FY-BUD
              END-EXEC
              IF SQLCODE = 0
                 PERFORM REPORT-ONE-BUDGET-LINE
              ELSE
                 IF SQLCODE NOT = 100
                    ADD 1 TO WS-ERRORS
                    MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
                    MOVE 'fetch BVA-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE BVA-CUR END-EXEC

           IF WS-CUR-MGR NOT = HIGH-VALUES
              PERFORM WRITE-MANAGER-TOTAL
           END-IF
           PERFORM WRITE-UNBUDGETED-SALES
           PERFORM WRITE-GRAND-TOTAL

           CLOSE RPTFILE

           DISPLAY '*** ' WS-PROG-NAME ' ' WS-YEAR-D '-' WS-MONTH-D
              ' budget lines ' WS-LINES ' errors ' WS-ERRORS
           IF WS-ERRORS > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

       READ-PARM-CARD.
           MOVE 0 TO HV-YEAR HV-MONTH
           MOVE SPACES TO PRM-REC
           OPEN INPUT PRMFILE
           READ PRMFILE INTO PRM-REC
              AT END
                 CONTINUE
           END-READ
           CLOSE PRMFILE
           PERFORM GET-BATCH-PARMS
           IF PRM-REC = SPACES
              DISPLAY 'WARNING: ' WS-PROG-NAME
                 ' no parameter card - using defaults'
           ELSE
              MOVE PRM-REC TO RUN-PARMS
              IF PRM-YEAR IS NUMERIC AND PRM-MONTH IS NUMERIC
                 AND PRM-MONTH >= 1 AND PRM-MONTH <= 12
                 MOVE PRM-YEAR  TO HV-YEAR
                 MOVE PRM-MONTH TO HV-MONTH
              ELSE
                 DISPLAY 'WARNING: ' WS-PROG-NAME
                    ' parameter card not YYYY MM - using defaults'
              END-IF
           END-IF
           .

      * default is the month just ended; the period runs to the
      * first of the following month, exclusive
       SET-PERIOD-DATES.
           IF HV-MONTH = 0
              EXEC SQL
                 SELECT YEAR(CURRENT DATE - 1 MONTH),
                        MONTH(CURRENT DATE - 1 MONTH)
                   INTO :HV-YEAR, :HV-MONTH
                   FROM SYSIBM.SYSDUMMY1
              END-EXEC
           END-IF
           MOVE HV-YEAR  TO WS-YEAR-D
           MOVE HV-MONTH TO WS-MONTH-D
           MOVE SPACES TO HV-YEAR-FROM HV-MONTH-FROM
           STRING WS-YEAR-D '-01-01'
              DELIMITED BY SIZE INTO HV-YEAR-FROM
           END-STRING
           STRING WS-YEAR-D '-' WS-MONTH-D '-01'
              DELIMITED BY SIZE INTO HV-MONTH-FROM
           END-STRING
           EXEC SQL
              SELECT CHAR(DATE(:HV-MONTH-FROM) + 1 MONTH, ISO)
                INTO :HV-NEXT-MONTH
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           .

      * a line's product group is its product's; lines without a
      * product, or products without a group, count as OTHER
       REPORT-ONE-BUDGET-LINE.

           IF HV-ACCT-MGR NOT = WS-CUR-MGR
              IF WS-CUR-MGR NOT = HIGH-VALUES
                 PERFORM WRITE-MANAGER-TOTAL
              END-IF
              MOVE HV-ACCT-MGR TO WS-CUR-MGR
              INITIALIZE WS-MGR-TOTALS
           END-IF

           ADD 1 TO WS-LINES
           MOVE 0 TO HV-MTH-ORD HV-YTD-ORD HV-MTH-INV HV-YTD-INV

           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN O.ORDER_DATE
                                            >= :HV-MONTH-FROM
                                       THEN I.LINE_AMT
                                       ELSE 0 END),0),
                     COALESCE(SUM(I.LINE_AMT),0)
                INTO :HV-MTH-ORD, :HV-YTD-ORD
                FROM CLAPP.ORDER_ITEMS I
                     INNER JOIN CLAPP.ORDERS O
                        ON O.ORDER_ID = I.ORDER_ID
                     LEFT OUTER JOIN CLAPP.PRODUCTS P
                        ON P.PRODUCT_ID = I.PRODUCT_ID
               WHERE O.CLIENT_ID = :HV-CLIENT-ID
                 AND O.DELETED_FLAG <> 'Y'
                 AND COALESCE(O.DOC_TYPE,'O') <> 'Q'
                 AND O.STATUS <> 'CANCELLED'
                 AND O.ORDER_DATE >= :HV-YEAR-FROM
                 AND O.ORDER_DATE < :HV-NEXT-MONTH
                 AND CASE WHEN COALESCE(P.PRODUCT_GROUP,' ') = ' '
                          THEN 'OTHER'
                          ELSE P.PRODUCT_GROUP END = :HV-PROD-GROUP
           END-EXEC
           PERFORM CHECK-ACTUAL-SELECT

           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN V.INV_DATE
                                            >= :HV-MONTH-FROM
                                       THEN I.LINE_AMT
                                       ELSE 0 END),0),
                     COALESCE(SUM(I.LINE_AMT),0)
                INTO :HV-MTH-INV, :HV-YTD-INV
                FROM CLAPP.INVOICES V
                     INNER JOIN CLAPP.ORDER_ITEMS I
                        ON I.ORDER_ID = V.ORDER_ID
                     LEFT OUTER JOIN CLAPP.PRODUCTS P
                        ON P.PRODUCT_ID = I.PRODUCT_ID
               WHERE V.CLIENT_ID = :HV-CLIENT-ID
                 AND V.INV_DATE >= :HV-YEAR-FROM
                 AND V.INV_DATE < :HV-NEXT-MONTH
                 AND CASE WHEN COALESCE(P.PRODUCT_GROUP,' ') = ' '
                          THEN 'OTHER'
                          ELSE P.PRODUCT_GROUP END = :HV-PROD-GROUP
           END-EXEC
           PERFORM CHECK-ACTUAL-SELECT

           MOVE HV-MTH-BUD TO WS-P-MTH-BUD
           MOVE HV-MTH-ORD TO WS-P-MTH-ORD
           MOVE HV-MTH-INV TO WS-P-MTH-INV
           MOVE HV-YTD-BUD TO WS-P-YTD-BUD
           MOVE HV-YTD-ORD TO WS-P-YTD-ORD
           MOVE HV-YTD-INV TO WS-P-YTD-INV
           MOVE HV-FY-BUD  TO WS-P-FY-BUD
           MOVE HV-ACCT-MGR   TO WS-DTL-MGR
           MOVE HV-CLIENT-ID  TO WS-DTL-CLIENT
           MOVE HV-PROD-GROUP TO WS-DTL-GROUP
           PERFORM WRITE-FIGURE-LINES

           ADD HV-MTH-BUD TO WS-M-MTH-BUD WS-G-MTH-BUD
           ADD HV-MTH-ORD TO WS-M-MTH-ORD WS-G-MTH-ORD
           ADD HV-MTH-INV TO WS-M-MTH-INV WS-G-MTH-INV
           ADD HV-YTD-BUD TO WS-M-YTD-BUD WS-G-YTD-BUD
           ADD HV-YTD-ORD TO WS-M-YTD-ORD WS-G-YTD-ORD
           ADD HV-YTD-INV TO WS-M-YTD-INV WS-G-YTD-INV
           ADD HV-FY-BUD  TO WS-M-FY-BUD  WS-G-FY-BUD.

       CHECK-ACTUAL-SELECT.
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              MOVE 'CHECK-ACTUAL-SELECT' TO SQE-PARAGRAPH
              MOVE 'actual select' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'client ' HV-CLIENT-ID ' group ' HV-PROD-GROUP
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'C' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF.

      * variance and percent against budget for both periods; the
      * forecast carries the year-to-date invoiced run rate to
      * twelve months
       WRITE-FIGURE-LINES.

           MOVE WS-P-MTH-BUD TO WS-MTH-BUD-OUT
           MOVE WS-P-MTH-ORD TO WS-MTH-ORD-OUT
           MOVE WS-P-MTH-INV TO WS-MTH-INV-OUT
           COMPUTE WS-VARIANCE = WS-P-MTH-INV - WS-P-MTH-BUD
           MOVE WS-VARIANCE TO WS-MTH-VAR-OUT
           IF WS-P-MTH-BUD = 0
              MOVE '    N/A' TO WS-MTH-PCT-OUT
           ELSE
              COMPUTE WS-VAR-PCT ROUNDED =
                 WS-VARIANCE * 100 / WS-P-MTH-BUD
                 ON SIZE ERROR
                    MOVE 9999.9 TO WS-VAR-PCT
              END-COMPUTE
              MOVE WS-VAR-PCT TO WS-VAR-PCT-EDIT
              MOVE WS-VAR-PCT-EDIT TO WS-MTH-PCT-OUT
           END-IF
           WRITE RPT-REC FROM WS-MTH-LINE

           MOVE WS-P-YTD-BUD TO WS-YTD-BUD-OUT
           MOVE WS-P-YTD-ORD TO WS-YTD-ORD-OUT
           MOVE WS-P-YTD-INV TO WS-YTD-INV-OUT
           COMPUTE WS-VARIANCE = WS-P-YTD-INV - WS-P-YTD-BUD
           MOVE WS-VARIANCE TO WS-YTD-VAR-OUT
           IF WS-P-YTD-BUD = 0
              MOVE '    N/A' TO WS-YTD-PCT-OUT
           ELSE
              COMPUTE WS-VAR-PCT ROUNDED =
                 WS-VARIANCE * 100 / WS-P-YTD-BUD
                 ON SIZE ERROR
                    MOVE 9999.9 TO WS-VAR-PCT
              END-COMPUTE
              MOVE WS-VAR-PCT TO WS-VAR-PCT-EDIT
              MOVE WS-VAR-PCT-EDIT TO WS-YTD-PCT-OUT
           END-IF
           COMPUTE WS-YTD-FCST-OUT ROUNDED =
              WS-P-YTD-INV * 12 / HV-MONTH
           MOVE WS-P-FY-BUD TO WS-YTD-FYBUD-OUT
           WRITE RPT-REC FROM WS-YTD-LINE.

       WRITE-MANAGER-TOTAL.

           MOVE WS-M-MTH-BUD TO WS-P-MTH-BUD
           MOVE WS-M-MTH-ORD TO WS-P-MTH-ORD
           MOVE WS-M-MTH-INV TO WS-P-MTH-INV
           MOVE WS-M-YTD-BUD TO WS-P-YTD-BUD
           MOVE WS-M-YTD-ORD TO WS-P-YTD-ORD
           MOVE WS-M-YTD-INV TO WS-P-YTD-INV
           MOVE WS-M-FY-BUD  TO WS-P-FY-BUD
           MOVE WS-CUR-MGR   TO WS-DTL-MGR
           MOVE 'TOTAL'      TO WS-DTL-CLIENT
           MOVE SPACES       TO WS-DTL-GROUP
           PERFORM WRITE-FIGURE-LINES
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.

      * actual sales on client/group pairs nobody budgeted for -
      * without them the totals would flatter the plan
       WRITE-UNBUDGETED-SALES.

           MOVE 0 TO HV-MTH-ORD HV-YTD-ORD HV-MTH-INV HV-YTD-INV

           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN O.ORDER_DATE
                                            >= :HV-MONTH-FROM
                                       THEN I.LINE_AMT
                                       ELSE 0 END),0),
                     COALESCE(SUM(I.LINE_AMT),0)
                INTO :HV-MTH-ORD, :HV-YTD-ORD
                FROM CLAPP.ORDER_ITEMS I
                     INNER JOIN CLAPP.ORDERS O
                        ON O.ORDER_ID = I.ORDER_ID
                     LEFT OUTER JOIN CLAPP.PRODUCTS P
                        ON P.PRODUCT_ID = I.PRODUCT_ID
               WHERE O.DELETED_FLAG <> 'Y'
                 AND COALESCE(O.DOC_TYPE,'O') <> 'Q'
                 AND O.STATUS <> 'CANCELLED'
                 AND O.ORDER_DATE >= :HV-YEAR-FROM
                 AND O.ORDER_DATE < :HV-NEXT-MONTH
                 AND NOT EXISTS
                     (SELECT 1 FROM CLAPP.SALES_BUDGET B
                       WHERE B.BUDGET_YEAR = :HV-YEAR
                         AND B.CLIENT_ID = O.CLIENT_ID
                         AND B.PROD_GROUP =
                             CASE WHEN COALESCE(P.PRODUCT_GROUP,' ')
                                       = ' '
                                  THEN 'OTHER'
                                  ELSE P.PRODUCT_GROUP END)
           END-EXEC
           PERFORM CHECK-ACTUAL-SELECT

           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN V.INV_DATE
                                            >= :HV-MONTH-FROM
                                       THEN I.LINE_AMT
                                       ELSE 0 END),0),
                     COALESCE(SUM(I.LINE_AMT),0)
                INTO :HV-MTH-INV, :HV-YTD-INV
                FROM CLAPP.INVOICES V
                     INNER JOIN CLAPP.ORDER_ITEMS I
                        ON I.ORDER_ID = V.ORDER_ID
                     LEFT OUTER JOIN CLAPP.PRODUCTS P
                        ON P.PRODUCT_ID = I.PRODUCT_ID
               WHERE V.INV_DATE >= :HV-YEAR-FROM
                 AND V.INV_DATE < :HV-NEXT-MONTH
                 AND NOT EXISTS
                     (SELECT 1 FROM CLAPP.SALES_BUDGET B
                       WHERE B.BUDGET_YEAR = :HV-YEAR
                         AND B.CLIENT_ID = V.CLIENT_ID
                         AND B.PROD_GROUP =
                             CASE WHEN COALESCE(P.PRODUCT_GROUP,' ')
                                       = ' '
                                  THEN 'OTHER'
                                  ELSE P.PRODUCT_GROUP END)
           END-EXEC
           PERFORM CHECK-ACTUAL-SELECT

           MOVE 0          TO WS-P-MTH-BUD WS-P-YTD-BUD WS-P-FY-BUD
           MOVE HV-MTH-ORD TO WS-P-MTH-ORD
           MOVE HV-MTH-INV TO WS-P-MTH-INV
           MOVE HV-YTD-ORD TO WS-P-YTD-ORD
           MOVE HV-YTD-INV TO WS-P-YTD-INV
           MOVE '(NONE)'     TO WS-DTL-MGR
           MOVE 'UNBUDGETED' TO WS-DTL-CLIENT
           MOVE SPACES       TO WS-DTL-GROUP
           PERFORM WRITE-FIGURE-LINES
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC

           ADD HV-MTH-ORD TO WS-G-MTH-ORD
           ADD HV-MTH-INV TO WS-G-MTH-INV
           ADD HV-YTD-ORD TO WS-G-YTD-ORD
           ADD HV-YTD-INV TO WS-G-YTD-INV.

       WRITE-GRAND-TOTAL.

           MOVE WS-G-MTH-BUD TO WS-P-MTH-BUD
           MOVE WS-G-MTH-ORD TO WS-P-MTH-ORD
           MOVE WS-G-MTH-INV TO WS-P-MTH-INV
           MOVE WS-G-YTD-BUD TO WS-P-YTD-BUD
           MOVE WS-G-YTD-ORD TO WS-P-YTD-ORD
           MOVE WS-G-YTD-INV TO WS-P-YTD-INV
           MOVE WS-G-FY-BUD  TO WS-P-FY-BUD
           MOVE 'GRAND'       TO WS-DTL-MGR
           MOVE 'TOTAL'       TO WS-DTL-CLIENT
           MOVE SPACES        TO WS-DTL-GROUP
           PERFORM WRITE-FIGURE-LINES.

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
           MOVE 'LINES'          TO RUN-COUNT-LABEL(1)
           MOVE WS-LINES TO RUN-COUNT(1)
           MOVE 'ERRORS'         TO RUN-COUNT-LABEL(2)
           MOVE WS-ERRORS TO RUN-COUNT(2)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

      * a card field with a value in force in CLAPP.BATCH_PARMS
      * takes the table value instead
       GET-BATCH-PARMS.

           MOVE WS-PROG-NAME TO BPR-PROGRAM
           MOVE PRM-REC TO BPR-CARD
           MOVE WS-PARM-DEFS TO BPR-DEFS
           CALL 'CLPARM' USING BPR-REQUEST BPR-RESPONSE
           MOVE BPR-CARD TO PRM-REC.

       END PROGRAM CLBUDRPT.
