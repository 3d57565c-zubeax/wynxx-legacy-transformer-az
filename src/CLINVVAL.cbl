      *-------------------------------------------------------------*
      * Program: CLINVVAL - month-end inventory valuation           *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Rolls the CLAPP.STOCK_MOVES movement ledger for the month   *
      * up into one valuation line per stocked product (kits hold   *
      * no stock of their own and are left out): opening, in, out   *
      * and closing quantity and value at weighted average cost.    *
      * The opening is last month's closing from                    *
      * CLAPP.STOCK_VALUATION; a product valued for the first time  *
      * opens at today's on-hand less everything moved since the    *
      * month began, at its standard cost. The average is taken     *
      * over the opening plus the month's receipts-in (every        *
      * positive movement at its ledger value); the month's outs    *
      * are valued at it and the closing value is what remains.     *
      * Each closing quantity is tied back to PRODUCTS.ON_HAND_QTY  *
      * less the movements booked after the month: any difference   *
      * is stock that moved off the ledger and is printed against   *
      * the product. The month's lines are stored on                *
      * CLAPP.STOCK_VALUATION (a rerun replaces them) to open the   *
      * next month. Month on the parameter card (YYYY MM), default  *
      * the month just ended. A tie-back difference ends with RC 4. *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLINVVAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRMFILE ASSIGN TO UT-S-VALPRM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO UT-S-VALRPT
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
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLINVVAL'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-LINES                 PIC 9(9) COMP VALUE 0.
       01  WS-TIE-DIFFS             PIC 9(9) COMP VALUE 0.
       01  WS-ERRORS                PIC 9(9) COMP VALUE 0.
       01  WS-YEAR-D                PIC 9(4)  VALUE 0.
       01  WS-MONTH-D               PIC 9(2)  VALUE 0.
       01  WS-AVAIL-QTY             PIC S9(9) COMP VALUE 0.
       01  WS-TIE-QTY               PIC S9(9) COMP VALUE 0.

       01  WS-GRAND-TOTALS.
           05  WS-G-OPEN-VALUE      PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-G-IN-VALUE        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-G-OUT-VALUE       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-G-CLOSE-VALUE     PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-TITLE-LINE.
           05  FILLER               PIC X(44) VALUE
               'INVENTORY VALUATION AT WEIGHTED AVERAGE COST'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-TTL-YEAR          PIC 9(4).
           05  FILLER               PIC X(1)  VALUE '-'.
           05  WS-TTL-MONTH         PIC 9(2).
           05  FILLER               PIC X(50) VALUE
               '  (ON-HAND DIFF = CLOSING QTY NOT TIED TO ON-HAND)'.
           05  FILLER               PIC X(29) VALUE SPACES.

       01  WS-HEADING.
           05  FILLER               PIC X(50) VALUE
               'PRODUCT  OPEN QTY     OPEN VALUE   IN QTY       IN'.
           05  FILLER               PIC X(50) VALUE
               ' VALUE  OUT QTY      OUT VALUE CLOSE QTY     AVG C'.
           05  FILLER               PIC X(32) VALUE
               'OST    CLOSE VALUE ON-HAND DIFF '.

       01  WS-VAL-LINE.
           05  WS-DTL-PRODUCT       PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-OPEN-QTY      PIC -(7)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-OPEN-VAL      PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-IN-QTY        PIC -(7)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-IN-VAL        PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-OUT-QTY       PIC -(7)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-OUT-VAL       PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-CLOSE-QTY     PIC -(8)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-AVG-COST      PIC -ZZ,ZZ9.9999.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-CLOSE-VAL     PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-DIFF          PIC -(7)9 BLANK WHEN ZERO.
           05  FILLER               PIC X(5)  VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(8)  VALUE 'TOTAL'.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  WS-TOT-OPEN-VAL      PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  WS-TOT-IN-VAL        PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  WS-TOT-OUT-VAL       PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(24) VALUE SPACES.
           05  WS-TOT-CLOSE-VAL     PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(14) VALUE SPACES.

       01  WS-TIE-LINE.
           05  FILLER               PIC X(30) VALUE
               'PRODUCTS VALUED               '.
           05  WS-TIE-LINES-OUT     PIC Z(8)9.
           05  FILLER               PIC X(30) VALUE
               '   NOT TIED TO ON-HAND        '.
           05  WS-TIE-DIFFS-OUT     PIC Z(8)9.
           05  FILLER               PIC X(54) VALUE SPACES.

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
       01  HV-PRIOR-MONTH           PIC X(10).
       01  HV-PRODUCT-ID            PIC X(8).
       01  HV-STD-COST              PIC S9(7)V99 COMP-3.
       01  HV-ON-HAND               PIC S9(9) COMP.
       01  HV-PRIOR-FOUND           PIC X(1).
       01  HV-OPEN-QTY              PIC S9(9) COMP.
       01  HV-OPEN-VALUE            PIC S9(11)V99 COMP-3.
       01  HV-IN-QTY                PIC S9(9) COMP.
       01  HV-IN-VALUE              PIC S9(11)V99 COMP-3.
       01  HV-OUT-QTY               PIC S9(9) COMP.
       01  HV-OUT-VALUE             PIC S9(11)V99 COMP-3.
       01  HV-CLOSE-QTY             PIC S9(9) COMP.
       01  HV-CLOSE-VALUE           PIC S9(11)V99 COMP-3.
       01  HV-AVG-COST              PIC S9(7)V9(4) COMP-3.
       01  HV-LATER-QTY             PIC S9(9) COMP.
       01  HV-SINCE-QTY             PIC S9(9) COMP.
       01  HV-DIFF-QTY              PIC S9(9) COMP.

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

      * a rerun of the month replaces what the last run stored
           EXEC SQL
              DELETE FROM CLAPP.STOCK_VALUATION
               WHERE PERIOD_START = :HV-MONTH-FROM
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
              MOVE 'stock valuation delete' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'period ' HV-MONTH-FROM
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

      * the ledger from the first of the month on, split into the
      * month's ins and outs, the month's net (for a first opening)
      * and what moved after it (for the tie-back to on-hand)
           EXEC SQL DECLARE VAL-CUR CURSOR FOR
              SELECT P.PRODUCT_ID, COALESCE(C.STD_COST,0),
                     COALESCE(P.ON_HAND_QTY,0),
                     CASE WHEN V.PRODUCT_ID IS NULL
                          THEN 'N' ELSE 'Y' END,
                     COALESCE(V.CLOSE_QTY,0),
                     COALESCE(V.CLOSE_VALUE,0),
                     COALESCE(M.IN_QTY,0), COALESCE(M.IN_VALUE,0),
                     COALESCE(M.OUT_QTY,0),
                     COALESCE(M.LATER_QTY,0), COALESCE(M.SINCE_QTY,0)
                FROM CLAPP.PRODUCTS P
                     LEFT OUTER JOIN CLAPP.PRODUCT_COSTS C
                        ON C.PRODUCT_ID = P.PRODUCT_ID
                       AND C.EFF_FROM =
                           (SELECT MAX(C2.EFF_FROM)
                              FROM CLAPP.PRODUCT_COSTS C2
                             WHERE C2.PRODUCT_ID = P.PRODUCT_ID
                               AND C2.EFF_FROM <= CURRENT DATE)
                     LEFT OUTER JOIN CLAPP.STOCK_VALUATION V
                        ON V.PRODUCT_ID = P.PRODUCT_ID
                       AND V.PERIOD_START = :HV-PRIOR-MONTH
                     LEFT OUTER JOIN
                     (SELECT PRODUCT_ID,
                             SUM(CASE WHEN DATE(MOVE_TS)
                                           < :HV-NEXT-MONTH
                                       AND QTY > 0
                                      THEN QTY ELSE 0 END) AS IN_QTY,
                             SUM(CASE WHEN DATE(MOVE_TS)
                                           < :HV-NEXT-MONTH
                                       AND QTY > 0
                                      THEN MOVE_VALUE ELSE 0 END)
                                 AS IN_VALUE,
                             SUM(CASE WHEN DATE(MOVE_TS)
                                           < :HV-NEXT-MONTH
                                       AND QTY < 0
                                      THEN 0 - QTY ELSE 0 END)
                                 AS OUT_QTY,
                             SUM(CASE WHEN DATE(MOVE_TS)
                                           >= :HV-NEXT-MONTH
                                      THEN QTY ELSE 0 END)
                                 AS LATER_QTY,
                             SUM(QTY) AS SINCE_QTY
                        FROM CLAPP.STOCK_MOVES
                       WHERE DATE(MOVE_TS) >= :HV-MONTH-FROM
                       GROUP BY PRODUCT_ID) M
                        ON M.PRODUCT_ID = P.PRODUCT_ID
               WHERE NOT EXISTS
                     (SELECT 1
                        FROM CLAPP.KIT_COMPONENTS K
                       WHERE K.KIT_PRODUCT_ID = P.PRODUCT_ID)
               ORDER BY P.PRODUCT_ID
           END-EXEC

           EXEC SQL OPEN VAL-CUR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
              MOVE 'open VAL-CUR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH VAL-CUR INTO :HV-PRODUCT-ID, :HV-STD-COST,
                       :HV-ON-HAND, :HV-PRIOR-FOUND, :HV-OPEN-QTY,
                       :HV-OPEN-VALUE, :HV-IN-QTY, :HV-IN-VALUE,
                       :HV-OUT-QTY, :HV-LATER-QTY, :HV-SINCE-QTY
              END-EXEC
              IF SQLCODE = 0
                 PERFORM VALUE-ONE-PRODUCT
              ELSE
                 IF SQLCODE NOT = 100
                    ADD 1 TO WS-ERRORS
                    MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
                    MOVE 'fetch VAL-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE VAL-CUR END-EXEC

      * the stored month is all or nothing - the next month opens
      * from it
           IF WS-ERRORS > 0
              EXEC SQL ROLLBACK END-EXEC
           ELSE
              EXEC SQL COMMIT END-EXEC
           END-IF

           MOVE WS-G-OPEN-VALUE  TO WS-TOT-OPEN-VAL
           MOVE WS-G-IN-VALUE    TO WS-TOT-IN-VAL
           MOVE WS-G-OUT-VALUE   TO WS-TOT-OUT-VAL
           MOVE WS-G-CLOSE-VALUE TO WS-TOT-CLOSE-VAL
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE WS-LINES     TO WS-TIE-LINES-OUT
           MOVE WS-TIE-DIFFS TO WS-TIE-DIFFS-OUT
           WRITE RPT-REC FROM WS-TIE-LINE

           CLOSE RPTFILE

           DISPLAY '*** ' WS-PROG-NAME ' ' WS-YEAR-D '-' WS-MONTH-D
              ' products valued ' WS-LINES ' not tied '
              WS-TIE-DIFFS ' errors ' WS-ERRORS
           EVALUATE TRUE
              WHEN WS-ERRORS > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-TIE-DIFFS > 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
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
      * first of the following month, exclusive, and opens from
      * the month before's stored closing
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
              SELECT CHAR(DATE(:HV-MONTH-FROM) + 1 MONTH, ISO),
                     CHAR(DATE(:HV-MONTH-FROM) - 1 MONTH, ISO)
                INTO :HV-NEXT-MONTH, :HV-PRIOR-MONTH
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           .

      * a product with no stored month before opens at what on-hand
      * says it held on the first, at its standard cost. With no
      * quantity to average over (nothing held, nothing received)
      * the standard cost stands in.
       VALUE-ONE-PRODUCT.

           IF HV-PRIOR-FOUND = 'N'
              COMPUTE HV-OPEN-QTY = HV-ON-HAND - HV-SINCE-QTY
              COMPUTE HV-OPEN-VALUE ROUNDED =
                 HV-OPEN-QTY * HV-STD-COST
           END-IF

           COMPUTE WS-AVAIL-QTY = HV-OPEN-QTY + HV-IN-QTY
           IF WS-AVAIL-QTY > 0
              COMPUTE HV-AVG-COST ROUNDED =
                 (HV-OPEN-VALUE + HV-IN-VALUE) / WS-AVAIL-QTY
                 ON SIZE ERROR
                    MOVE HV-STD-COST TO HV-AVG-COST
              END-COMPUTE
           ELSE
              MOVE HV-STD-COST TO HV-AVG-COST
           END-IF

           COMPUTE HV-OUT-VALUE ROUNDED = HV-OUT-QTY * HV-AVG-COST
           COMPUTE HV-CLOSE-QTY = WS-AVAIL-QTY - HV-OUT-QTY
           COMPUTE HV-CLOSE-VALUE =
              HV-OPEN-VALUE + HV-IN-VALUE - HV-OUT-VALUE

           COMPUTE WS-TIE-QTY = HV-ON-HAND - HV-LATER-QTY
           COMPUTE HV-DIFF-QTY = WS-TIE-QTY - HV-CLOSE-QTY

      * nothing held and nothing moved - no line and no stored row
           IF HV-OPEN-QTY = 0 AND HV-IN-QTY = 0 AND HV-OUT-QTY = 0
              AND HV-CLOSE-QTY = 0 AND HV-DIFF-QTY = 0
              AND HV-OPEN-VALUE = 0 AND HV-CLOSE-VALUE = 0
              CONTINUE
           ELSE
              PERFORM STORE-VALUATION
           END-IF.

       STORE-VALUATION.

           EXEC SQL
              INSERT INTO CLAPP.STOCK_VALUATION
                 (PERIOD_START, PRODUCT_ID, OPEN_QTY, OPEN_VALUE,
                  IN_QTY, IN_VALUE, OUT_QTY, OUT_VALUE, CLOSE_QTY,
                  CLOSE_VALUE, AVG_COST, ONHAND_DIFF, RUN_TS)
              VALUES (:HV-MONTH-FROM, :HV-PRODUCT-ID, :HV-OPEN-QTY,
                      :HV-OPEN-VALUE, :HV-IN-QTY, :HV-IN-VALUE,
                      :HV-OUT-QTY, :HV-OUT-VALUE, :HV-CLOSE-QTY,
                      :HV-CLOSE-VALUE, :HV-AVG-COST, :HV-DIFF-QTY,
                      CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              MOVE 'STORE-VALUATION' TO SQE-PARAGRAPH
              MOVE 'stock valuation insert' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'product ' HV-PRODUCT-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           ADD 1 TO WS-LINES
           IF HV-DIFF-QTY NOT = 0
              ADD 1 TO WS-TIE-DIFFS
           END-IF
           ADD HV-OPEN-VALUE  TO WS-G-OPEN-VALUE
           ADD HV-IN-VALUE    TO WS-G-IN-VALUE
           ADD HV-OUT-VALUE   TO WS-G-OUT-VALUE
           ADD HV-CLOSE-VALUE TO WS-G-CLOSE-VALUE

           MOVE HV-PRODUCT-ID  TO WS-DTL-PRODUCT
           MOVE HV-OPEN-QTY    TO WS-DTL-OPEN-QTY
           MOVE HV-OPEN-VALUE  TO WS-DTL-OPEN-VAL
           MOVE HV-IN-QTY      TO WS-DTL-IN-QTY
           MOVE HV-IN-VALUE    TO WS-DTL-IN-VAL
           MOVE HV-OUT-QTY     TO WS-DTL-OUT-QTY
           MOVE HV-OUT-VALUE   TO WS-DTL-OUT-VAL
           MOVE HV-CLOSE-QTY   TO WS-DTL-CLOSE-QTY
           MOVE HV-AVG-COST    TO WS-DTL-AVG-COST
           MOVE HV-CLOSE-VALUE TO WS-DTL-CLOSE-VAL
           MOVE HV-DIFF-QTY    TO WS-DTL-DIFF
           WRITE RPT-REC FROM WS-VAL-LINE.

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
           MOVE 'PRODUCTS'       TO RUN-COUNT-LABEL(1)
           MOVE WS-LINES TO RUN-COUNT(1)
           MOVE 'NOT TIED'       TO RUN-COUNT-LABEL(2)
           MOVE WS-TIE-DIFFS TO RUN-COUNT(2)
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

       END PROGRAM CLINVVAL.
