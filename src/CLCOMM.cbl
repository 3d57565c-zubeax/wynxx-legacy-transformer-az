      *-------------------------------------------------------------*
      * Program: CLCOMM - monthly sales commission settlement       *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * For every CLAPP.SALES_REPS representative with activity in  *
      * the month, takes the invoiced net value (CLAPP.INVOICES) of *
      * the orders credited to the rep - the order's own SALES_REP, *
      * else the client's current one - less the month's credit     *
      * notes on those orders' earlier invoices, rebate notes       *
      * excepted. The highest CLAPP.COMMISSION_RATES tier of the    *
      * rep's plan reached applies to the whole net value; a net    *
      * debit is clawed back at the plan's entry rate. Each rep     *
      * gets a commission statement and a payroll interface record. *
      * CLAPP.COMMISSION_RUNS records each rep's outcome, so a      *
      * rerun of the month pays nobody twice.                       *
      * Month on the parameter card, default the one just ended.    *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLCOMM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRMFILE ASSIGN TO UT-S-COMPRM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT STMFILE ASSIGN TO UT-S-COMSTM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT PAYFILE ASSIGN TO UT-S-COMPAY
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
       FD  STMFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STM-REC.
       01  STM-REC                  PIC X(132).
       FD  PAYFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAY-REC.
       01  PAY-REC                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLCOMM'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-DOC-EOF               PIC X(1)  VALUE 'N'.
       01  WS-REP-OK                PIC X(1)  VALUE 'Y'.
       01  WS-REPS                  PIC 9(9) COMP VALUE 0.
       01  WS-STATEMENTS            PIC 9(9) COMP VALUE 0.
       01  WS-PAY-RECORDS           PIC 9(9) COMP VALUE 0.
       01  WS-SKIPPED               PIC 9(9) COMP VALUE 0.
       01  WS-ERRORS                PIC 9(9) COMP VALUE 0.
       01  WS-WARNINGS              PIC 9(9) COMP VALUE 0.
       01  WS-PAY-TOTAL             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-YEAR-D                PIC 9(4)  VALUE 0.
       01  WS-MONTH-D               PIC 9(2)  VALUE 0.
       01  WS-NOW-RAW               PIC X(21).
       01  WS-TODAY-DATE            PIC X(10).

       01  WS-PERIOD-ID.
           05  WS-PID-YEAR          PIC 9(4).
           05  FILLER               PIC X(1)  VALUE '-'.
           05  WS-PID-MONTH         PIC 9(2).

       01  WS-STMT-HDG-1.
           05  FILLER               PIC X(21) VALUE
               'COMMISSION STATEMENT '.
           05  WS-HDG-REP-ID        PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-HDG-NAME          PIC X(35).
           05  FILLER               PIC X(7)  VALUE ' MONTH '.
           05  WS-HDG-PERIOD        PIC X(7).
           05  FILLER               PIC X(6)  VALUE ' PLAN '.
           05  WS-HDG-PLAN          PIC X(8).
           05  FILLER               PIC X(39) VALUE SPACES.

       01  WS-STMT-HDG-2.
           05  FILLER               PIC X(12) VALUE 'DOCUMENT'.
           05  FILLER               PIC X(9)  VALUE '   NUMBER'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(10) VALUE 'DATE'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(10) VALUE 'CLIENT'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(12) VALUE 'ORDER'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(16) VALUE
               '      NET AMOUNT'.
           05  FILLER               PIC X(55) VALUE SPACES.

       01  WS-DOC-LINE.
           05  WS-DOC-TYPE          PIC X(12).
           05  WS-DOC-NO-OUT        PIC ZZZZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DOC-DATE          PIC X(10).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DOC-CLIENT        PIC X(10).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DOC-ORDER         PIC X(12).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DOC-NET-OUT       PIC -,---,---,--9.99.
           05  FILLER               PIC X(55) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL         PIC X(30).
           05  WS-TOT-AMT-OUT       PIC -,---,---,--9.99.
           05  FILLER               PIC X(86) VALUE SPACES.

       01  WS-RATE-LINE.
           05  WS-RATE-LABEL        PIC X(30).
           05  WS-RATE-TIER-OUT     PIC -,---,---,--9.99.
           05  FILLER               PIC X(6)  VALUE ' RATE '.
           05  WS-RATE-PCT-OUT      PIC ZZ9.99.
           05  FILLER               PIC X(1)  VALUE '%'.
           05  FILLER               PIC X(73) VALUE SPACES.

      * payroll interface - header, one detail per rep paid, trailer
       01  WS-PAY-HEADER.
           05  FILLER               PIC X(1)  VALUE 'H'.
           05  WS-PH-SOURCE         PIC X(8).
           05  WS-PH-PERIOD         PIC X(6).
           05  WS-PH-RUN-DATE       PIC X(10).
           05  FILLER               PIC X(55) VALUE SPACES.

       01  WS-PAY-DETAIL.
           05  FILLER               PIC X(1)  VALUE 'D'.
           05  WS-PD-PAYROLL-ID     PIC X(10).
           05  WS-PD-REP-ID         PIC X(8).
           05  WS-PD-PERIOD         PIC X(6).
           05  WS-PD-PAY-CODE       PIC X(4)  VALUE 'COMM'.
           05  WS-PD-AMOUNT         PIC S9(9)V99
                                    SIGN LEADING SEPARATE.
           05  FILLER               PIC X(39) VALUE SPACES.

       01  WS-PAY-TRAILER.
           05  FILLER               PIC X(1)  VALUE 'T'.
           05  WS-PT-RECORDS        PIC 9(7).
           05  WS-PT-TOTAL          PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05  FILLER               PIC X(58) VALUE SPACES.

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
       01  HV-REP-ID                PIC X(8).
       01  HV-REP-NAME              PIC X(35).
       01  HV-PLAN-CODE             PIC X(8).
       01  HV-PAYROLL-ID            PIC X(10).
       01  HV-INV-NET               PIC S9(11)V99 COMP-3.
       01  HV-CN-NET                PIC S9(11)V99 COMP-3.
       01  HV-BASE                  PIC S9(11)V99 COMP-3.
       01  HV-TIER-FROM             PIC S9(11)V99 COMP-3.
       01  HV-COMM-PCT              PIC S9(3)V99 COMP-3.
       01  HV-COMMISSION            PIC S9(9)V99 COMP-3.
       01  HV-PAID                  PIC S9(9) COMP.
       01  HV-DOC-NO                PIC S9(9) COMP.
       01  HV-DOC-DATE              PIC X(10).
       01  HV-CLIENT-ID             PIC X(10).
       01  HV-ORDER-ID              PIC X(12).
       01  HV-DOC-NET               PIC S9(11)V99 COMP-3.
       01  HV-UNASSIGNED            PIC S9(9) COMP.
       01  HV-UNASSIGNED-NET        PIC S9(11)V99 COMP-3.
       01  HV-AUD-DETAIL            PIC X(70).
       01  HV-BATCH-USER            PIC X(8)  VALUE 'CLCOMM'.

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

           PERFORM READ-PARM-CARD
           PERFORM SET-PERIOD-DATES

           OPEN OUTPUT STMFILE
           OPEN OUTPUT PAYFILE

           MOVE WS-PROG-NAME  TO WS-PH-SOURCE
           MOVE SPACES        TO WS-PH-PERIOD
           STRING WS-YEAR-D WS-MONTH-D
              DELIMITED BY SIZE INTO WS-PH-PERIOD
           END-STRING
           MOVE WS-PH-PERIOD  TO WS-PD-PERIOD
           MOVE WS-TODAY-DATE TO WS-PH-RUN-DATE
           WRITE PAY-REC FROM WS-PAY-HEADER

      * a rep is picked up when any invoice or credit note of the
      * month falls to the rep, active or not
           EXEC SQL DECLARE REP-CUR CURSOR WITH HOLD FOR
              SELECT R.REP_ID, R.NAME, COALESCE(R.PLAN_CODE,' '),
                     COALESCE(R.PAYROLL_ID,' ')
                FROM CLAPP.SALES_REPS R
               WHERE EXISTS
                     (SELECT 1
                        FROM CLAPP.INVOICES V
                             INNER JOIN CLAPP.ORDERS O
                                ON O.ORDER_ID = V.ORDER_ID
                             INNER JOIN CLAPP.CLIENTS C
                                ON C.CLIENT_ID = O.CLIENT_ID
                       WHERE COALESCE(O.SALES_REP, C.SALES_REP)
                             = R.REP_ID
                         AND V.INV_DATE >= :HV-MONTH-FROM
                         AND V.INV_DATE <  :HV-NEXT-MONTH)
                  OR EXISTS
                     (SELECT 1
                        FROM CLAPP.CREDIT_NOTES N
                             INNER JOIN CLAPP.ORDERS O
                                ON O.ORDER_ID = N.ORDER_ID
                             INNER JOIN CLAPP.CLIENTS C
                                ON C.CLIENT_ID = O.CLIENT_ID
                       WHERE COALESCE(O.SALES_REP, C.SALES_REP)
                             = R.REP_ID
                         AND N.CN_DATE >= :HV-MONTH-FROM
                         AND N.CN_DATE <  :HV-NEXT-MONTH
                         AND N.REASON_CODE <> 'REBATE')
               ORDER BY R.REP_ID
           END-EXEC

           EXEC SQL OPEN REP-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH REP-CUR INTO :HV-REP-ID, :HV-REP-NAME,
                       :HV-PLAN-CODE, :HV-PAYROLL-ID
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-REPS
                 PERFORM SETTLE-ONE-REP
              ELSE
                 IF SQLCODE NOT = 100
                    ADD 1 TO WS-ERRORS
                    MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
                    MOVE 'fetch REP-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE REP-CUR END-EXEC

           PERFORM CHECK-UNASSIGNED

           MOVE WS-PAY-RECORDS TO WS-PT-RECORDS
           MOVE WS-PAY-TOTAL   TO WS-PT-TOTAL
           WRITE PAY-REC FROM WS-PAY-TRAILER

           CLOSE STMFILE
           CLOSE PAYFILE

           DISPLAY '*** ' WS-PROG-NAME ' month ' WS-PERIOD-ID
              ' reps ' WS-REPS
              ' statements ' WS-STATEMENTS
              ' payroll records ' WS-PAY-RECORDS
              ' already paid ' WS-SKIPPED
              ' errors ' WS-ERRORS
           EVALUATE TRUE
              WHEN WS-ERRORS > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-WARNINGS > 0
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
           MOVE WS-YEAR-D  TO WS-PID-YEAR
           MOVE WS-MONTH-D TO WS-PID-MONTH
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

      * settlement row and audit row commit together per rep; the
      * statement and payroll record are written only once they
      * stand
       SETTLE-ONE-REP.

           MOVE 0 TO HV-PAID
           EXEC SQL
              SELECT COUNT(*) INTO :HV-PAID
                FROM CLAPP.COMMISSION_RUNS
               WHERE REP_ID = :HV-REP-ID
                 AND PERIOD_START = :HV-MONTH-FROM
           END-EXEC
           IF HV-PAID > 0
              ADD 1 TO WS-SKIPPED
              DISPLAY 'WARNING: ' WS-PROG-NAME
                 ' rep ' HV-REP-ID ' already paid for '
                 WS-PERIOD-ID
           ELSE
      * each rep is its own unit under a savepoint, so a failed rep
      * is undone without closing REP-CUR
              EXEC SQL
                 SAVEPOINT COMM_UNIT ON ROLLBACK RETAIN CURSORS
              END-EXEC
              MOVE 'Y' TO WS-REP-OK
              PERFORM SUM-REP-VALUE
              IF WS-REP-OK = 'Y'
                 PERFORM FIND-COMMISSION-TIER
              END-IF
              IF WS-REP-OK = 'Y'
                 PERFORM RECORD-COMMISSION
              END-IF
              IF WS-REP-OK = 'Y'
                 EXEC SQL COMMIT END-EXEC
                 PERFORM WRITE-COMMISSION-STATEMENT
                 IF HV-COMMISSION NOT = 0
                    PERFORM WRITE-PAYROLL-RECORD
                 END-IF
              ELSE
                 ADD 1 TO WS-ERRORS
                 EXEC SQL ROLLBACK TO SAVEPOINT COMM_UNIT END-EXEC
              END-IF
           END-IF.

      * credit notes carry negative amounts, so the base is the sum;
      * only notes against an invoiced order count, and rebate
      * notes are the company's own agreement, not the rep's sale
       SUM-REP-VALUE.

           MOVE 0 TO HV-INV-NET HV-CN-NET HV-BASE
           EXEC SQL
              SELECT COALESCE((SELECT SUM(V.NET_AMT)
                                 FROM CLAPP.INVOICES V
                                      INNER JOIN CLAPP.ORDERS O
                                         ON O.ORDER_ID = V.ORDER_ID
                                      INNER JOIN CLAPP.CLIENTS C
                                         ON C.CLIENT_ID = O.CLIENT_ID
                                WHERE COALESCE(O.SALES_REP,
                                               C.SALES_REP)
                                      = :HV-REP-ID
                                  AND V.INV_DATE >= :HV-MONTH-FROM
                                  AND V.INV_DATE <  :HV-NEXT-MONTH),
                              0),
                     COALESCE((SELECT SUM(N.NET_AMT)
                                 FROM CLAPP.CREDIT_NOTES N
                                      INNER JOIN CLAPP.INVOICES V
                                         ON V.ORDER_ID = N.ORDER_ID
                                      INNER JOIN CLAPP.ORDERS O
                                         ON O.ORDER_ID = N.ORDER_ID
                                      INNER JOIN CLAPP.CLIENTS C
                                         ON C.CLIENT_ID = O.CLIENT_ID
                                WHERE COALESCE(O.SALES_REP,
                                               C.SALES_REP)
                                      = :HV-REP-ID
                                  AND N.CN_DATE >= :HV-MONTH-FROM
                                  AND N.CN_DATE <  :HV-NEXT-MONTH
                                  AND N.REASON_CODE <> 'REBATE'),
                              0)
                INTO :HV-INV-NET, :HV-CN-NET
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-REP-OK
              MOVE 'SUM-REP-VALUE' TO SQE-PARAGRAPH
              MOVE 'rep value select' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'rep ' HV-REP-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'P' TO SQE-SCOPE
              PERFORM SQL-ERROR
           ELSE
              COMPUTE HV-BASE = HV-INV-NET + HV-CN-NET
           END-IF.

      * the highest tier of the plan the net value reaches, applied
      * to the whole value; a net debit is clawed back at the
      * plan's lowest tier rate
       FIND-COMMISSION-TIER.

           MOVE 0 TO HV-TIER-FROM HV-COMM-PCT HV-COMMISSION
           IF HV-PLAN-CODE = SPACES
              MOVE 'N' TO WS-REP-OK
              DISPLAY 'ERROR: ' WS-PROG-NAME
                 ' rep ' HV-REP-ID ' has no commission plan'
           ELSE
              IF HV-BASE < 0
                 EXEC SQL
                    SELECT TIER_FROM_AMT, COMMISSION_PCT
                      INTO :HV-TIER-FROM, :HV-COMM-PCT
                      FROM CLAPP.COMMISSION_RATES
                     WHERE PLAN_CODE = :HV-PLAN-CODE
                     ORDER BY TIER_FROM_AMT
                     FETCH FIRST 1 ROW ONLY
                 END-EXEC
              ELSE
                 EXEC SQL
                    SELECT TIER_FROM_AMT, COMMISSION_PCT
                      INTO :HV-TIER-FROM, :HV-COMM-PCT
                      FROM CLAPP.COMMISSION_RATES
                     WHERE PLAN_CODE = :HV-PLAN-CODE
                       AND TIER_FROM_AMT <= :HV-BASE
                     ORDER BY TIER_FROM_AMT DESC
                     FETCH FIRST 1 ROW ONLY
                 END-EXEC
              END-IF
              EVALUATE TRUE
                 WHEN SQLCODE = 0
                    COMPUTE HV-COMMISSION ROUNDED =
                       HV-BASE * HV-COMM-PCT / 100
                 WHEN SQLCODE = 100
                    MOVE 0 TO HV-TIER-FROM HV-COMM-PCT
                 WHEN OTHER
                    MOVE 'N' TO WS-REP-OK
                    MOVE 'FIND-COMMISSION-TIER' TO SQE-PARAGRAPH
                    MOVE 'commission tier select' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    STRING 'rep ' HV-REP-ID
                       DELIMITED BY SIZE INTO SQE-KEY
                    END-STRING
                    MOVE 'P' TO SQE-SCOPE
                    PERFORM SQL-ERROR
              END-EVALUATE
              IF WS-REP-OK = 'Y' AND HV-COMMISSION NOT = 0
                 AND HV-PAYROLL-ID = SPACES
                 MOVE 'N' TO WS-REP-OK
                 DISPLAY 'ERROR: ' WS-PROG-NAME
                    ' rep ' HV-REP-ID ' has no payroll id'
              END-IF
           END-IF.

       RECORD-COMMISSION.

           EXEC SQL
              INSERT INTO CLAPP.COMMISSION_RUNS
              (PERIOD_START, REP_ID, PLAN_CODE, INVOICED_NET,
               CREDITED_NET, TIER_FROM_AMT, COMMISSION_PCT,
               COMMISSION_AMT, PAYROLL_ID, RUN_TS)
              VALUES (:HV-MONTH-FROM, :HV-REP-ID, :HV-PLAN-CODE,
                      :HV-INV-NET, :HV-CN-NET, :HV-TIER-FROM,
                      :HV-COMM-PCT, :HV-COMMISSION, :HV-PAYROLL-ID,
                      CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-REP-OK
              MOVE 'RECORD-COMMISSION' TO SQE-PARAGRAPH
              MOVE 'commission insert' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'rep ' HV-REP-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'P' TO SQE-SCOPE
              PERFORM SQL-ERROR
           ELSE
              MOVE SPACES TO HV-AUD-DETAIL
              STRING 'Commission ' WS-PERIOD-ID
                 ' plan ' FUNCTION TRIM(HV-PLAN-CODE)
                 ' payroll ' FUNCTION TRIM(HV-PAYROLL-ID)
                 DELIMITED BY SIZE INTO HV-AUD-DETAIL
              END-STRING
              EXEC SQL
                 INSERT INTO CLAPP.AUDIT_LOG
                 (TABLE_NAME, REC_KEY, ACTION, AUD_TS, DETAIL,
                  USER_ID)
                 VALUES ('COMMISSION', :HV-REP-ID, 'A',
                         CURRENT TIMESTAMP, :HV-AUD-DETAIL,
                         :HV-BATCH-USER)
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'N' TO WS-REP-OK
                 MOVE 'RECORD-COMMISSION' TO SQE-PARAGRAPH
                 MOVE 'audit log insert' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 STRING 'rep ' HV-REP-ID
                    DELIMITED BY SIZE INTO SQE-KEY
                 END-STRING
                 MOVE 'P' TO SQE-SCOPE
                 PERFORM SQL-ERROR
              END-IF
           END-IF.

      * header, every invoice and credit note behind the value, the
      * totals and the tier reached, and the commission due
       WRITE-COMMISSION-STATEMENT.

           ADD 1 TO WS-STATEMENTS
           MOVE SPACES TO STM-REC
           WRITE STM-REC
           MOVE HV-REP-ID    TO WS-HDG-REP-ID
           MOVE HV-REP-NAME  TO WS-HDG-NAME
           MOVE WS-PERIOD-ID TO WS-HDG-PERIOD
           MOVE HV-PLAN-CODE TO WS-HDG-PLAN
           WRITE STM-REC FROM WS-STMT-HDG-1
           WRITE STM-REC FROM WS-STMT-HDG-2

           PERFORM WRITE-INVOICE-LINES
           PERFORM WRITE-CREDIT-LINES

           MOVE 'INVOICED NET'      TO WS-TOT-LABEL
           MOVE HV-INV-NET          TO WS-TOT-AMT-OUT
           WRITE STM-REC FROM WS-TOTAL-LINE
           MOVE 'LESS CREDIT NOTES' TO WS-TOT-LABEL
           MOVE HV-CN-NET           TO WS-TOT-AMT-OUT
           WRITE STM-REC FROM WS-TOTAL-LINE
           MOVE 'COMMISSION BASE'   TO WS-TOT-LABEL
           MOVE HV-BASE             TO WS-TOT-AMT-OUT
           WRITE STM-REC FROM WS-TOTAL-LINE

           IF HV-BASE < 0
              MOVE 'CLAWED BACK AT TIER FROM' TO WS-RATE-LABEL
           ELSE
              MOVE 'TIER REACHED FROM'        TO WS-RATE-LABEL
           END-IF
           MOVE HV-TIER-FROM TO WS-RATE-TIER-OUT
           MOVE HV-COMM-PCT  TO WS-RATE-PCT-OUT
           WRITE STM-REC FROM WS-RATE-LINE

           IF HV-COMMISSION = 0
              MOVE 'NO COMMISSION TIER REACHED THIS MONTH' TO STM-REC
              WRITE STM-REC
           ELSE
              MOVE 'COMMISSION DUE'  TO WS-TOT-LABEL
              MOVE HV-COMMISSION     TO WS-TOT-AMT-OUT
              WRITE STM-REC FROM WS-TOTAL-LINE
           END-IF.

       WRITE-INVOICE-LINES.

           MOVE 'N' TO WS-DOC-EOF

           EXEC SQL DECLARE INV-CUR CURSOR FOR
              SELECT V.INV_NO, CHAR(V.INV_DATE, ISO), V.CLIENT_ID,
                     V.ORDER_ID, V.NET_AMT
                FROM CLAPP.INVOICES V
                     INNER JOIN CLAPP.ORDERS O
                        ON O.ORDER_ID = V.ORDER_ID
                     INNER JOIN CLAPP.CLIENTS C
                        ON C.CLIENT_ID = O.CLIENT_ID
               WHERE COALESCE(O.SALES_REP, C.SALES_REP) = :HV-REP-ID
                 AND V.INV_DATE >= :HV-MONTH-FROM
                 AND V.INV_DATE <  :HV-NEXT-MONTH
               ORDER BY V.INV_NO
           END-EXEC

           EXEC SQL OPEN INV-CUR END-EXEC

           PERFORM UNTIL WS-DOC-EOF = 'Y'
              EXEC SQL
                 FETCH INV-CUR INTO :HV-DOC-NO, :HV-DOC-DATE,
                       :HV-CLIENT-ID, :HV-ORDER-ID, :HV-DOC-NET
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'INVOICE' TO WS-DOC-TYPE
                 PERFORM WRITE-DOC-LINE
              ELSE
                 MOVE 'Y' TO WS-DOC-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE INV-CUR END-EXEC.

       WRITE-CREDIT-LINES.

           MOVE 'N' TO WS-DOC-EOF

           EXEC SQL DECLARE CRN-CUR CURSOR FOR
              SELECT N.CN_NO, CHAR(N.CN_DATE, ISO), O.CLIENT_ID,
                     N.ORDER_ID, N.NET_AMT
                FROM CLAPP.CREDIT_NOTES N
                     INNER JOIN CLAPP.INVOICES V
                        ON V.ORDER_ID = N.ORDER_ID
                     INNER JOIN CLAPP.ORDERS O
                        ON O.ORDER_ID = N.ORDER_ID
                     INNER JOIN CLAPP.CLIENTS C
                        ON C.CLIENT_ID = O.CLIENT_ID
               WHERE COALESCE(O.SALES_REP, C.SALES_REP) = :HV-REP-ID
                 AND N.CN_DATE >= :HV-MONTH-FROM
                 AND N.CN_DATE <  :HV-NEXT-MONTH
                 AND N.REASON_CODE <> 'REBATE'
               ORDER BY N.ORDER_ID, N.CN_NO
           END-EXEC

           EXEC SQL OPEN CRN-CUR END-EXEC

           PERFORM UNTIL WS-DOC-EOF = 'Y'
              EXEC SQL
                 FETCH CRN-CUR INTO :HV-DOC-NO, :HV-DOC-DATE,
                       :HV-CLIENT-ID, :HV-ORDER-ID, :HV-DOC-NET
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'CREDIT NOTE' TO WS-DOC-TYPE
                 PERFORM WRITE-DOC-LINE
              ELSE
                 MOVE 'Y' TO WS-DOC-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE CRN-CUR END-EXEC.

       WRITE-DOC-LINE.

           MOVE HV-DOC-NO    TO WS-DOC-NO-OUT
           MOVE HV-DOC-DATE  TO WS-DOC-DATE
           MOVE HV-CLIENT-ID TO WS-DOC-CLIENT
           MOVE HV-ORDER-ID  TO WS-DOC-ORDER
           MOVE HV-DOC-NET   TO WS-DOC-NET-OUT
           WRITE STM-REC FROM WS-DOC-LINE.

       WRITE-PAYROLL-RECORD.

           MOVE HV-PAYROLL-ID TO WS-PD-PAYROLL-ID
           MOVE HV-REP-ID     TO WS-PD-REP-ID
           MOVE HV-COMMISSION TO WS-PD-AMOUNT
           WRITE PAY-REC FROM WS-PAY-DETAIL
           ADD 1 TO WS-PAY-RECORDS
           ADD HV-COMMISSION TO WS-PAY-TOTAL.

      * invoices of the month whose order and client both lack a rep
      * earn nobody commission - flag them so they can be assigned
      * and the month rerun
       CHECK-UNASSIGNED.

           MOVE 0 TO HV-UNASSIGNED HV-UNASSIGNED-NET
           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(V.NET_AMT),0)
                INTO :HV-UNASSIGNED, :HV-UNASSIGNED-NET
                FROM CLAPP.INVOICES V
                     INNER JOIN CLAPP.ORDERS O
                        ON O.ORDER_ID = V.ORDER_ID
                     INNER JOIN CLAPP.CLIENTS C
                        ON C.CLIENT_ID = O.CLIENT_ID
               WHERE COALESCE(O.SALES_REP, C.SALES_REP) IS NULL
                 AND V.INV_DATE >= :HV-MONTH-FROM
                 AND V.INV_DATE <  :HV-NEXT-MONTH
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              MOVE 'CHECK-UNASSIGNED' TO SQE-PARAGRAPH
              MOVE 'unassigned invoice select' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'C' TO SQE-SCOPE
              PERFORM SQL-ERROR
           ELSE
              IF HV-UNASSIGNED > 0
                 ADD 1 TO WS-WARNINGS
                 DISPLAY 'WARNING: ' WS-PROG-NAME ' '
                    HV-UNASSIGNED ' invoices with no sales rep'
                 MOVE SPACES TO STM-REC
                 WRITE STM-REC
                 MOVE 'INVOICED WITH NO SALES REP' TO WS-TOT-LABEL
                 MOVE HV-UNASSIGNED-NET TO WS-TOT-AMT-OUT
                 WRITE STM-REC FROM WS-TOTAL-LINE
              END-IF
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
           MOVE 'REPS'           TO RUN-COUNT-LABEL(1)
           MOVE WS-REPS TO RUN-COUNT(1)
           MOVE 'STATEMENTS'     TO RUN-COUNT-LABEL(2)
           MOVE WS-STATEMENTS TO RUN-COUNT(2)
           MOVE 'PAY RECORDS'    TO RUN-COUNT-LABEL(3)
           MOVE WS-PAY-RECORDS TO RUN-COUNT(3)
           MOVE 'ERRORS'         TO RUN-COUNT-LABEL(4)
           MOVE WS-ERRORS TO RUN-COUNT(4)
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

       END PROGRAM CLCOMM.
