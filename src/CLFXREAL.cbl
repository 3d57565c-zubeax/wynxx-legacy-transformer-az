      *-------------------------------------------------------------*
      * Program: CLFXREAL - realized FX result on settled invoices  *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * For every invoice on a non-EUR order settled in the month - *
      * open balance cleared, last payment value-dated in the month *
      * - takes the payments received in the order's currency and   *
      * sets their EUR worth at each value-date rate kept on the    *
      * payment against the EUR they cleared at the order's booked  *
      * rate: the difference is the realized FX gain or loss. Each  *
      * invoice is shown beside the unrealized difference FXREVAL   *
      * last recorded for the order before the month began, so the  *
      * movement in the month reconciles to the prior month-end     *
      * exposure; subtotals per currency and a grand total follow.  *
      * Results are kept in CLAPP.FX_REALIZED_RESULTS; a rerun of   *
      * the month replaces them. Month on the parameter card,       *
      * default the one just ended.                                 *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLFXREAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRMFILE ASSIGN TO UT-S-FXLPRM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO UT-S-FXLRPT
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
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLFXREAL'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-CUR-CCY               PIC X(3)  VALUE SPACES.
       01  WS-CCY-OPEN              PIC X(1)  VALUE 'N'.
       01  WS-INVOICES              PIC 9(9) COMP VALUE 0.
       01  WS-ERRORS                PIC 9(9) COMP VALUE 0.
       01  WS-YEAR-D                PIC 9(4)  VALUE 0.
       01  WS-MONTH-D               PIC 9(2)  VALUE 0.
       01  WS-REALIZED              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-MOVEMENT              PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-CCY-TOTALS.
           05  WS-CCY-BOOKED        PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-CCY-RECEIVED      PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-CCY-REALIZED      PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-CCY-PRIOR         PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-CCY-MOVEMENT      PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-GRAND-TOTALS.
           05  WS-TOT-BOOKED        PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-TOT-RECEIVED      PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-TOT-REALIZED      PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-TOT-PRIOR         PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-TOT-MOVEMENT      PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-TITLE.
           05  FILLER               PIC X(31) VALUE
               'REALIZED FX RESULT FOR MONTH  '.
           05  WS-TTL-YEAR          PIC 9(4).
           05  FILLER               PIC X(1)  VALUE '-'.
           05  WS-TTL-MONTH         PIC 9(2).
           05  FILLER               PIC X(94) VALUE SPACES.

       01  WS-HEADING.
           05  FILLER               PIC X(13) VALUE 'ORDER'.
           05  FILLER               PIC X(10) VALUE '  INVOICE '.
           05  FILLER               PIC X(11) VALUE 'CLIENT'.
           05  FILLER               PIC X(4)  VALUE 'CCY '.
           05  FILLER               PIC X(15) VALUE ' ORIG-RECEIVED '.
           05  FILLER               PIC X(15) VALUE '    BOOKED-EUR '.
           05  FILLER               PIC X(15) VALUE '  RECEIVED-EUR '.
           05  FILLER               PIC X(16) VALUE
               '       REALIZED '.
           05  FILLER               PIC X(16) VALUE
               '  PRIOR-FXREVAL '.
           05  FILLER               PIC X(15) VALUE
               '       MOVEMENT'.
           05  FILLER               PIC X(2)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-ORDER         PIC X(12).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-INV-NO        PIC ZZZZZZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-CLIENT        PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-CCY           PIC X(3).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-ORIG          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-FIGURES.
               10  WS-DTL-BOOKED    PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  WS-DTL-RECEIVED  PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  WS-DTL-REALIZED  PIC -ZZZ,ZZZ,ZZ9.99.
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  WS-DTL-PRIOR     PIC -ZZZ,ZZZ,ZZ9.99.
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  WS-DTL-MOVEMENT  PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.

      * subtotal and total lines put their figures under the
      * detail columns
       01  WS-SUM-LINE.
           05  WS-SUM-LABEL         PIC X(53).
           05  WS-SUM-FIGURES.
               10  WS-SUM-BOOKED    PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  WS-SUM-RECEIVED  PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  WS-SUM-REALIZED  PIC -ZZZ,ZZZ,ZZ9.99.
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  WS-SUM-PRIOR     PIC -ZZZ,ZZZ,ZZ9.99.
               10  FILLER           PIC X(1)  VALUE SPACE.
               10  WS-SUM-MOVEMENT  PIC -ZZZ,ZZZ,ZZ9.99.
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
       01  HV-MONTH-FROM            PIC X(10).
       01  HV-NEXT-MONTH            PIC X(10).
       01  HV-ORDER-ID              PIC X(12).
       01  HV-INV-NO                PIC S9(9) COMP.
       01  HV-CLIENT-ID             PIC X(10).
       01  HV-CURRENCY              PIC X(3).
       01  HV-ORIG-RECEIVED         PIC S9(11)V99 COMP-3.
       01  HV-BOOKED-AMT            PIC S9(11)V99 COMP-3.
       01  HV-RECEIVED-AMT          PIC S9(11)V99 COMP-3.
       01  HV-REALIZED-AMT          PIC S9(11)V99 COMP-3.
       01  HV-PRIOR-DATE            PIC X(10).
       01  HV-PRIOR-DIFF            PIC S9(11)V99 COMP-3.
       01  HV-PRIOR-NULL            PIC S9(4) COMP.

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
           WRITE RPT-REC FROM WS-TITLE
           WRITE RPT-REC FROM WS-HEADING

           EXEC SQL
              DELETE FROM CLAPP.FX_REALIZED_RESULTS
               WHERE PERIOD_START = :HV-MONTH-FROM
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              ADD 1 TO WS-ERRORS
              MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
              MOVE 'prior results delete' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'period ' HV-MONTH-FROM
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

      * only receipts in the order's own currency carry an FX result;
      * a EUR payment against a foreign order cleared at book value.
      * The invoice counts as settled once its open balance, seen the
      * way the aging report sees it, is nil or better.
           EXEC SQL DECLARE FXL-CUR CURSOR FOR
              SELECT V.ORDER_ID, V.INV_NO, V.CLIENT_ID, O.CURRENCY,
                     COALESCE((SELECT SUM(P.PAY_ORIG_AMT)
                                 FROM CLAPP.PAYMENTS P
                                WHERE P.ORDER_ID = V.ORDER_ID
                                  AND P.PAY_CURRENCY = O.CURRENCY),0),
                     COALESCE((SELECT SUM(P.PAY_AMT)
                                 FROM CLAPP.PAYMENTS P
                                WHERE P.ORDER_ID = V.ORDER_ID
                                  AND P.PAY_CURRENCY = O.CURRENCY),0),
                     COALESCE((SELECT SUM(ROUND(P.PAY_ORIG_AMT
                                                * P.PAY_FX_RATE, 2))
                                 FROM CLAPP.PAYMENTS P
                                WHERE P.ORDER_ID = V.ORDER_ID
                                  AND P.PAY_CURRENCY = O.CURRENCY),0)
                FROM CLAPP.INVOICES V
                     INNER JOIN CLAPP.ORDERS O
                        ON O.ORDER_ID = V.ORDER_ID
               WHERE COALESCE(O.CURRENCY,'EUR') <> 'EUR'
                 AND EXISTS
                     (SELECT 1
                        FROM CLAPP.PAYMENTS P
                       WHERE P.ORDER_ID = V.ORDER_ID
                         AND P.PAY_CURRENCY = O.CURRENCY)
                 AND (SELECT MAX(P.VALUE_DATE)
                        FROM CLAPP.PAYMENTS P
                       WHERE P.ORDER_ID = V.ORDER_ID)
                     >= :HV-MONTH-FROM
                 AND (SELECT MAX(P.VALUE_DATE)
                        FROM CLAPP.PAYMENTS P
                       WHERE P.ORDER_ID = V.ORDER_ID)
                     < :HV-NEXT-MONTH
                 AND V.GROSS_AMT
                     - COALESCE((SELECT SUM(P.PAY_AMT)
                                   FROM CLAPP.PAYMENTS P
                                  WHERE P.ORDER_ID = V.ORDER_ID), 0)
                     + COALESCE((SELECT SUM(N.GROSS_AMT)
                                   FROM CLAPP.CREDIT_NOTES N
                                  WHERE N.ORDER_ID = V.ORDER_ID), 0)
                     <= 0
               ORDER BY O.CURRENCY, V.ORDER_ID
           END-EXEC

           EXEC SQL OPEN FXL-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH FXL-CUR INTO :HV-ORDER-ID, :HV-INV-NO,
                       :HV-CLIENT-ID, :HV-CURRENCY,
                       :HV-ORIG-RECEIVED, :HV-BOOKED-AMT,
                       :HV-RECEIVED-AMT
              END-EXEC
              IF SQLCODE = 0
                 PERFORM REPORT-ONE-INVOICE
              ELSE
                 IF SQLCODE NOT = 100
                    ADD 1 TO WS-ERRORS
                    MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
                    MOVE 'fetch FXL-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE FXL-CUR END-EXEC

           PERFORM FLUSH-CURRENCY-SUBTOTAL

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE 'TOTAL REALIZED FX RESULT' TO WS-SUM-LABEL
           MOVE WS-TOT-BOOKED   TO WS-SUM-BOOKED
           MOVE WS-TOT-RECEIVED TO WS-SUM-RECEIVED
           MOVE WS-TOT-REALIZED TO WS-SUM-REALIZED
           MOVE WS-TOT-PRIOR    TO WS-SUM-PRIOR
           MOVE WS-TOT-MOVEMENT TO WS-SUM-MOVEMENT
           WRITE RPT-REC FROM WS-SUM-LINE

           CLOSE RPTFILE

           IF WS-ERRORS = 0
              EXEC SQL COMMIT END-EXEC
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY '*** ' WS-PROG-NAME ' invoices ' WS-INVOICES
              ' total realized ' WS-TOT-REALIZED
              ', ' WS-ERRORS ' error(s)'
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

       REPORT-ONE-INVOICE.

           IF HV-CURRENCY NOT = WS-CUR-CCY
              PERFORM FLUSH-CURRENCY-SUBTOTAL
              MOVE HV-CURRENCY TO WS-CUR-CCY
              MOVE 'Y' TO WS-CCY-OPEN
              INITIALIZE WS-CCY-TOTALS
           END-IF

           ADD 1 TO WS-INVOICES
           COMPUTE WS-REALIZED = HV-RECEIVED-AMT - HV-BOOKED-AMT
           PERFORM FIND-PRIOR-UNREALIZED
           COMPUTE WS-MOVEMENT = WS-REALIZED - HV-PRIOR-DIFF

           MOVE HV-ORDER-ID      TO WS-DTL-ORDER
           MOVE HV-INV-NO        TO WS-DTL-INV-NO
           MOVE HV-CLIENT-ID     TO WS-DTL-CLIENT
           MOVE HV-CURRENCY      TO WS-DTL-CCY
           MOVE HV-ORIG-RECEIVED TO WS-DTL-ORIG
           MOVE HV-BOOKED-AMT    TO WS-DTL-BOOKED
           MOVE HV-RECEIVED-AMT  TO WS-DTL-RECEIVED
           MOVE WS-REALIZED      TO WS-DTL-REALIZED
           MOVE HV-PRIOR-DIFF    TO WS-DTL-PRIOR
           MOVE WS-MOVEMENT      TO WS-DTL-MOVEMENT
           WRITE RPT-REC FROM WS-DETAIL-LINE

           ADD HV-BOOKED-AMT   TO WS-CCY-BOOKED   WS-TOT-BOOKED
           ADD HV-RECEIVED-AMT TO WS-CCY-RECEIVED WS-TOT-RECEIVED
           ADD WS-REALIZED     TO WS-CCY-REALIZED WS-TOT-REALIZED
           ADD HV-PRIOR-DIFF   TO WS-CCY-PRIOR    WS-TOT-PRIOR
           ADD WS-MOVEMENT     TO WS-CCY-MOVEMENT WS-TOT-MOVEMENT

           PERFORM RECORD-REALIZED-RESULT.

      * the last revaluation FXREVAL recorded for the order before the
      * month began is the exposure already reported; an order booked
      * and settled within the month had none
       FIND-PRIOR-UNREALIZED.

           MOVE 0 TO HV-PRIOR-DIFF
           MOVE SPACES TO HV-PRIOR-DATE
           EXEC SQL
              SELECT CHAR(REVAL_DATE, ISO), DIFF_AMT
                INTO :HV-PRIOR-DATE, :HV-PRIOR-DIFF
                FROM CLAPP.FX_REVAL_RESULTS
               WHERE ORDER_ID = :HV-ORDER-ID
                 AND REVAL_DATE < :HV-MONTH-FROM
               ORDER BY REVAL_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 0
                 CONTINUE
              WHEN SQLCODE = 100
                 MOVE 0 TO HV-PRIOR-DIFF
                 MOVE SPACES TO HV-PRIOR-DATE
              WHEN OTHER
                 MOVE 0 TO HV-PRIOR-DIFF
                 ADD 1 TO WS-ERRORS
                 MOVE 'FIND-PRIOR-UNREALIZED' TO SQE-PARAGRAPH
                 MOVE 'revaluation select' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 STRING 'order ' HV-ORDER-ID
                    DELIMITED BY SIZE INTO SQE-KEY
                 END-STRING
                 MOVE 'S' TO SQE-SCOPE
                 PERFORM SQL-ERROR
           END-EVALUATE.

       RECORD-REALIZED-RESULT.

           MOVE WS-REALIZED TO HV-REALIZED-AMT
           IF HV-PRIOR-DATE = SPACES
              MOVE -1 TO HV-PRIOR-NULL
           ELSE
              MOVE 0 TO HV-PRIOR-NULL
           END-IF
           EXEC SQL
              INSERT INTO CLAPP.FX_REALIZED_RESULTS
              (PERIOD_START, ORDER_ID, INV_NO, CLIENT_ID, CURRENCY,
               ORIG_RECEIVED, BOOKED_AMT, RECEIVED_AMT, REALIZED_AMT,
               PRIOR_REVAL_DATE, PRIOR_UNREALIZED, RUN_TS)
              VALUES (:HV-MONTH-FROM, :HV-ORDER-ID, :HV-INV-NO,
                      :HV-CLIENT-ID, :HV-CURRENCY, :HV-ORIG-RECEIVED,
                      :HV-BOOKED-AMT, :HV-RECEIVED-AMT,
                      :HV-REALIZED-AMT,
                      :HV-PRIOR-DATE :HV-PRIOR-NULL,
                      :HV-PRIOR-DIFF, CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              MOVE 'RECORD-REALIZED-RESULT' TO SQE-PARAGRAPH
              MOVE 'realized result insert' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'order ' HV-ORDER-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF.

       FLUSH-CURRENCY-SUBTOTAL.

           IF WS-CCY-OPEN = 'Y'
              MOVE SPACES TO WS-SUM-LABEL
              STRING 'CURRENCY ' WS-CUR-CCY ' SUBTOTAL'
                 DELIMITED BY SIZE INTO WS-SUM-LABEL
              END-STRING
              MOVE WS-CCY-BOOKED   TO WS-SUM-BOOKED
              MOVE WS-CCY-RECEIVED TO WS-SUM-RECEIVED
              MOVE WS-CCY-REALIZED TO WS-SUM-REALIZED
              MOVE WS-CCY-PRIOR    TO WS-SUM-PRIOR
              MOVE WS-CCY-MOVEMENT TO WS-SUM-MOVEMENT
              WRITE RPT-REC FROM WS-SUM-LINE
              MOVE 'N' TO WS-CCY-OPEN
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
           MOVE 'INVOICES'       TO RUN-COUNT-LABEL(1)
           MOVE WS-INVOICES TO RUN-COUNT(1)
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

       END PROGRAM CLFXREAL.
