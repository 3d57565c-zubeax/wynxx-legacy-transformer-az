      *-------------------------------------------------------------*
      * Program: CLMARGIN - monthly gross margin report             *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Gross margin on the order lines invoiced in the month (by   *
      * CLAPP.INVOICES.INV_DATE), set against the standard cost     *
      * stored on each ORDER_ITEMS line when it was booked. One     *
      * line per client, product and pricing type - CONTRACT or     *
      * DISCOUNT for a price agreement, MANUAL for a keyed price    *
      * off the list price, LIST otherwise - with subtotals per     *
      * client and a grand total. Lines booked before the product   *
      * had a cost carry none: their revenue is shown as uncosted   *
      * and kept out of the margin. Every line sold below its cost  *
      * is then listed on its own with the loss it made. Month on   *
      * the parameter card (YYYY MM), default the month just ended. *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMARGIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRMFILE ASSIGN TO UT-S-MRGPRM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO UT-S-MRGRPT
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
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLMARGIN'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-LINES                 PIC 9(9) COMP VALUE 0.
       01  WS-BELOW-LINES           PIC 9(9) COMP VALUE 0.
       01  WS-ERRORS                PIC 9(9) COMP VALUE 0.
       01  WS-CUR-CLIENT            PIC X(10) VALUE HIGH-VALUES.
       01  WS-YEAR-D                PIC 9(4)  VALUE 0.
       01  WS-MONTH-D               PIC 9(2)  VALUE 0.
       01  WS-MARGIN                PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-MRG-PCT               PIC S9(4)V9 COMP-3 VALUE 0.
       01  WS-MRG-PCT-EDIT          PIC -(4)9.9.
       01  WS-LOSS                  PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-LOSS            PIC S9(11)V99 COMP-3 VALUE 0.

      * the figures one margin line prints - a client/product/type
      * line's own, or a client's or the grand total
       01  WS-PRINT-SET.
           05  WS-P-QTY             PIC S9(9) COMP VALUE 0.
           05  WS-P-REVENUE         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-P-COST            PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-P-UNCOSTED        PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-CLIENT-TOTALS.
           05  WS-C-QTY             PIC S9(9) COMP VALUE 0.
           05  WS-C-REVENUE         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-C-COST            PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-C-UNCOSTED        PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-GRAND-TOTALS.
           05  WS-G-QTY             PIC S9(9) COMP VALUE 0.
           05  WS-G-REVENUE         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-G-COST            PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-G-UNCOSTED        PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-TITLE-LINE.
           05  FILLER               PIC X(32) VALUE
               'GROSS MARGIN ON INVOICED SALES  '.
           05  WS-TTL-YEAR          PIC 9(4).
           05  FILLER               PIC X(1)  VALUE '-'.
           05  WS-TTL-MONTH         PIC 9(2).
           05  FILLER               PIC X(46) VALUE
               '  (MARGIN ON COSTED LINES ONLY; COST IS THE ST'.
           05  FILLER               PIC X(26) VALUE
               'ANDARD COST AT BOOKING)   '.
           05  FILLER               PIC X(21) VALUE SPACES.

       01  WS-HEADING.
           05  FILLER               PIC X(50) VALUE
               'CLIENT     PRODUCT  TYPE         QTY        REVENU'.
           05  FILLER               PIC X(50) VALUE
               'E           COST         MARGIN    MRG%       UNCO'.
           05  FILLER               PIC X(32) VALUE
               'STED                            '.

       01  WS-MRG-LINE.
           05  WS-DTL-CLIENT        PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-PRODUCT       PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-TYPE          PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-QTY-OUT       PIC -(6)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-REV-OUT       PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-COST-OUT      PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-MRG-OUT       PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-PCT-OUT       PIC X(7).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-UNC-OUT       PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(28) VALUE SPACES.

       01  WS-BELOW-TITLE.
           05  FILLER               PIC X(50) VALUE
               'LINES SOLD BELOW STANDARD COST                    '.
           05  FILLER               PIC X(82) VALUE SPACES.

       01  WS-BELOW-HEADING.
           05  FILLER               PIC X(50) VALUE
               'ORDER        LINE CLIENT     PRODUCT  TYPE        '.
           05  FILLER               PIC X(50) VALUE
               '   QTY    UNIT PRICE     UNIT COST           LOSS '.
           05  FILLER               PIC X(32) VALUE
               'INVOICE                         '.

       01  WS-BELOW-LINE.
           05  WS-BLW-ORDER         PIC X(12).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-BLW-LINE-NO       PIC ZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-BLW-CLIENT        PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-BLW-PRODUCT       PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-BLW-TYPE          PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-BLW-QTY-OUT       PIC -(6)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-BLW-PRICE-OUT     PIC -Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-BLW-COST-OUT      PIC -Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-BLW-LOSS-OUT      PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-BLW-INV-OUT       PIC Z(8)9.
           05  FILLER               PIC X(24) VALUE SPACES.

       01  WS-BELOW-TOTAL.
           05  FILLER               PIC X(20) VALUE
               'LINES BELOW COST    '.
           05  WS-BTOT-COUNT-OUT    PIC Z(8)9.
           05  FILLER               PIC X(12) VALUE
               '  TOTAL LOSS'.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-BTOT-LOSS-OUT     PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(76) VALUE SPACES.

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
       01  HV-MONTH-FROM            PIC X(10).
       01  HV-NEXT-MONTH            PIC X(10).
       01  HV-CLIENT-ID             PIC X(10).
       01  HV-PRODUCT-ID            PIC X(8).
       01  HV-PRICE-TYPE            PIC X(8).
       01  HV-SUM-QTY               PIC S9(9) COMP.
       01  HV-REVENUE               PIC S9(11)V99 COMP-3.
       01  HV-COST                  PIC S9(11)V99 COMP-3.
       01  HV-UNCOSTED              PIC S9(11)V99 COMP-3.
       01  HV-ORDER-ID              PIC X(12).
       01  HV-LINE-NO               PIC S9(4) COMP.
       01  HV-QTY                   PIC S9(4) COMP.
       01  HV-UNIT-PRICE            PIC S9(7)V99 COMP-3.
       01  HV-UNIT-COST             PIC S9(7)V99 COMP-3.
       01  HV-INV-NO                PIC S9(9) COMP.

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

      * pricing type: the agreement applied to the line if any,
      * otherwise whether the line price was keyed off list
           EXEC SQL DECLARE MRG-CUR CURSOR FOR
              SELECT V.CLIENT_ID, COALESCE(I.PRODUCT_ID,' '),
                     CASE WHEN COALESCE(I.AGREEMENT_ID,0) = 0
                          THEN CASE WHEN I.UNIT_PRICE = P.UNIT_PRICE
                                    THEN 'LIST'
                                    ELSE 'MANUAL' END
                          WHEN COALESCE(A.CONTRACT_PRICE,0) > 0
                          THEN 'CONTRACT'
                          ELSE 'DISCOUNT' END,
                     SUM(I.QTY),
                     SUM(I.LINE_AMT),
                     SUM(CASE WHEN I.UNIT_COST IS NULL THEN 0
                              ELSE I.QTY * I.UNIT_COST END),
                     SUM(CASE WHEN I.UNIT_COST IS NULL
                              THEN I.LINE_AMT ELSE 0 END)
                FROM CLAPP.INVOICES V
                     INNER JOIN CLAPP.ORDER_ITEMS I
                        ON I.ORDER_ID = V.ORDER_ID
                     LEFT OUTER JOIN CLAPP.PRODUCTS P
                        ON P.PRODUCT_ID = I.PRODUCT_ID
                     LEFT OUTER JOIN CLAPP.PRICE_AGREEMENTS A
                        ON A.AGREEMENT_ID = I.AGREEMENT_ID
               WHERE V.INV_DATE >= :HV-MONTH-FROM
                 AND V.INV_DATE < :HV-NEXT-MONTH
               GROUP BY V.CLIENT_ID, COALESCE(I.PRODUCT_ID,' '),
                     CASE WHEN COALESCE(I.AGREEMENT_ID,0) = 0
                          THEN CASE WHEN I.UNIT_PRICE = P.UNIT_PRICE
                                    THEN 'LIST'
                                    ELSE 'MANUAL' END
                          WHEN COALESCE(A.CONTRACT_PRICE,0) > 0
                          THEN 'CONTRACT'
                          ELSE 'DISCOUNT' END
               ORDER BY 1, 2, 3
           END-EXEC

           EXEC SQL OPEN MRG-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH MRG-CUR INTO :HV-CLIENT-ID, :HV-PRODUCT-ID,
                       :HV-PRICE-TYPE, :HV-SUM-QTY, :HV-REVENUE,
                       :HV-COST, :HV-UNCOSTED
              END-EXEC
              IF SQLCODE = 0
                 PERFORM REPORT-ONE-MARGIN-LINE
              ELSE
                 IF SQLCODE NOT = 100
                    ADD 1 TO WS-ERRORS
                    MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
                    MOVE 'fetch MRG-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE MRG-CUR END-EXEC

           IF WS-CUR-CLIENT NOT = HIGH-VALUES
              PERFORM WRITE-CLIENT-TOTAL
           END-IF
           PERFORM WRITE-GRAND-TOTAL

           PERFORM LIST-BELOW-COST-LINES

           CLOSE RPTFILE

           DISPLAY '*** ' WS-PROG-NAME ' ' WS-YEAR-D '-' WS-MONTH-D
              ' margin lines ' WS-LINES ' below cost ' WS-BELOW-LINES
              ' errors ' WS-ERRORS
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
           MOVE SPACES TO HV-MONTH-FROM
           STRING WS-YEAR-D '-' WS-MONTH-D '-01'
              DELIMITED BY SIZE INTO HV-MONTH-FROM
           END-STRING
           EXEC SQL
              SELECT CHAR(DATE(:HV-MONTH-FROM) + 1 MONTH, ISO)
                INTO :HV-NEXT-MONTH
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           .

       REPORT-ONE-MARGIN-LINE.

           IF HV-CLIENT-ID NOT = WS-CUR-CLIENT
              IF WS-CUR-CLIENT NOT = HIGH-VALUES
                 PERFORM WRITE-CLIENT-TOTAL
              END-IF
              MOVE HV-CLIENT-ID TO WS-CUR-CLIENT
              INITIALIZE WS-CLIENT-TOTALS
           END-IF

           ADD 1 TO WS-LINES
           MOVE HV-SUM-QTY    TO WS-P-QTY
           MOVE HV-REVENUE    TO WS-P-REVENUE
           MOVE HV-COST       TO WS-P-COST
           MOVE HV-UNCOSTED   TO WS-P-UNCOSTED
           MOVE HV-CLIENT-ID  TO WS-DTL-CLIENT
           MOVE HV-PRODUCT-ID TO WS-DTL-PRODUCT
           MOVE HV-PRICE-TYPE TO WS-DTL-TYPE
           PERFORM WRITE-MARGIN-FIGURES

           ADD HV-SUM-QTY  TO WS-C-QTY      WS-G-QTY
           ADD HV-REVENUE  TO WS-C-REVENUE  WS-G-REVENUE
           ADD HV-COST     TO WS-C-COST     WS-G-COST
           ADD HV-UNCOSTED TO WS-C-UNCOSTED WS-G-UNCOSTED.

      * margin is the costed revenue less its cost; the percent is
      * of the costed revenue, N/A when nothing was costed
       WRITE-MARGIN-FIGURES.

           MOVE WS-P-QTY      TO WS-DTL-QTY-OUT
           MOVE WS-P-REVENUE  TO WS-DTL-REV-OUT
           MOVE WS-P-COST     TO WS-DTL-COST-OUT
           MOVE WS-P-UNCOSTED TO WS-DTL-UNC-OUT
           COMPUTE WS-MARGIN =
              WS-P-REVENUE - WS-P-UNCOSTED - WS-P-COST
           MOVE WS-MARGIN TO WS-DTL-MRG-OUT
           IF WS-P-REVENUE - WS-P-UNCOSTED = 0
              MOVE '    N/A' TO WS-DTL-PCT-OUT
           ELSE
              COMPUTE WS-MRG-PCT ROUNDED =
                 WS-MARGIN * 100 / (WS-P-REVENUE - WS-P-UNCOSTED)
                 ON SIZE ERROR
                    MOVE -9999.9 TO WS-MRG-PCT
              END-COMPUTE
              MOVE WS-MRG-PCT TO WS-MRG-PCT-EDIT
              MOVE WS-MRG-PCT-EDIT TO WS-DTL-PCT-OUT
           END-IF
           WRITE RPT-REC FROM WS-MRG-LINE.

       WRITE-CLIENT-TOTAL.

           MOVE WS-C-QTY      TO WS-P-QTY
           MOVE WS-C-REVENUE  TO WS-P-REVENUE
           MOVE WS-C-COST     TO WS-P-COST
           MOVE WS-C-UNCOSTED TO WS-P-UNCOSTED
           MOVE WS-CUR-CLIENT TO WS-DTL-CLIENT
           MOVE 'TOTAL'       TO WS-DTL-PRODUCT
           MOVE SPACES        TO WS-DTL-TYPE
           PERFORM WRITE-MARGIN-FIGURES
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.

       WRITE-GRAND-TOTAL.

           MOVE WS-G-QTY      TO WS-P-QTY
           MOVE WS-G-REVENUE  TO WS-P-REVENUE
           MOVE WS-G-COST     TO WS-P-COST
           MOVE WS-G-UNCOSTED TO WS-P-UNCOSTED
           MOVE 'GRAND'       TO WS-DTL-CLIENT
           MOVE 'TOTAL'       TO WS-DTL-PRODUCT
           MOVE SPACES        TO WS-DTL-TYPE
           PERFORM WRITE-MARGIN-FIGURES.

      * every invoiced line whose price fell short of the cost
      * stored on it, whatever priced it - agreement or keyed
       LIST-BELOW-COST-LINES.

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM WS-BELOW-TITLE
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM WS-BELOW-HEADING

           EXEC SQL DECLARE BLW-CUR CURSOR FOR
              SELECT I.ORDER_ID, I.LINE_NO, V.CLIENT_ID,
                     COALESCE(I.PRODUCT_ID,' '),
                     CASE WHEN COALESCE(I.AGREEMENT_ID,0) = 0
                          THEN CASE WHEN I.UNIT_PRICE = P.UNIT_PRICE
                                    THEN 'LIST'
                                    ELSE 'MANUAL' END
                          WHEN COALESCE(A.CONTRACT_PRICE,0) > 0
                          THEN 'CONTRACT'
                          ELSE 'DISCOUNT' END,
                     I.QTY, I.UNIT_PRICE, I.UNIT_COST, V.INV_NO
                FROM CLAPP.INVOICES V
                     INNER JOIN CLAPP.ORDER_ITEMS I
                        ON I.ORDER_ID = V.ORDER_ID
                     LEFT OUTER JOIN CLAPP.PRODUCTS P
                        ON P.PRODUCT_ID = I.PRODUCT_ID
                     LEFT OUTER JOIN CLAPP.PRICE_AGREEMENTS A
                        ON A.AGREEMENT_ID = I.AGREEMENT_ID
               WHERE V.INV_DATE >= :HV-MONTH-FROM
                 AND V.INV_DATE < :HV-NEXT-MONTH
                 AND I.UNIT_COST IS NOT NULL
                 AND I.UNIT_PRICE < I.UNIT_COST
               ORDER BY V.CLIENT_ID, I.ORDER_ID, I.LINE_NO
           END-EXEC

           EXEC SQL OPEN BLW-CUR END-EXEC

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH BLW-CUR INTO :HV-ORDER-ID, :HV-LINE-NO,
                       :HV-CLIENT-ID, :HV-PRODUCT-ID, :HV-PRICE-TYPE,
                       :HV-QTY, :HV-UNIT-PRICE, :HV-UNIT-COST,
                       :HV-INV-NO
              END-EXEC
              IF SQLCODE = 0
                 PERFORM WRITE-BELOW-COST-LINE
              ELSE
                 IF SQLCODE NOT = 100
                    ADD 1 TO WS-ERRORS
                    MOVE 'LIST-BELOW-COST-LINES' TO SQE-PARAGRAPH
                    MOVE 'fetch BLW-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE BLW-CUR END-EXEC

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE WS-BELOW-LINES TO WS-BTOT-COUNT-OUT
           MOVE WS-TOTAL-LOSS  TO WS-BTOT-LOSS-OUT
           WRITE RPT-REC FROM WS-BELOW-TOTAL.

       WRITE-BELOW-COST-LINE.

           ADD 1 TO WS-BELOW-LINES
           COMPUTE WS-LOSS = HV-QTY * (HV-UNIT-COST - HV-UNIT-PRICE)
           ADD WS-LOSS TO WS-TOTAL-LOSS
           MOVE HV-ORDER-ID   TO WS-BLW-ORDER
           MOVE HV-LINE-NO    TO WS-BLW-LINE-NO
           MOVE HV-CLIENT-ID  TO WS-BLW-CLIENT
           MOVE HV-PRODUCT-ID TO WS-BLW-PRODUCT
           MOVE HV-PRICE-TYPE TO WS-BLW-TYPE
           MOVE HV-QTY        TO WS-BLW-QTY-OUT
           MOVE HV-UNIT-PRICE TO WS-BLW-PRICE-OUT
           MOVE HV-UNIT-COST  TO WS-BLW-COST-OUT
           MOVE WS-LOSS       TO WS-BLW-LOSS-OUT
           MOVE HV-INV-NO     TO WS-BLW-INV-OUT
           WRITE RPT-REC FROM WS-BELOW-LINE.

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
           MOVE 'BELOW COST'     TO RUN-COUNT-LABEL(2)
           MOVE WS-BELOW-LINES TO RUN-COUNT(2)
           MOVE 'ERRORS'         TO RUN-COUNT-LABEL(3)
           MOVE WS-ERRORS TO RUN-COUNT(3)
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

       END PROGRAM CLMARGIN.
