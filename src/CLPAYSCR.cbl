      *-------------------------------------------------------------*
      * Program: CLPAYSCR - payment scoring and limit review list   *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * For every client, over the invoices of the look-back window *
      * (parameter card, default 12 months): the average days from  *
      * invoice to the value date of the payment that settled it,   *
      * the share of invoices paid after their due date or still    *
      * open past it, and the open balance in the aging report's    *
      * 30/60/90-day buckets. These give a grade - A reliable, B    *
      * fair, C slipping, D poor, N too few invoices to judge -     *
      * kept in CLAPP.CLIENT_PAY_SCORE, so each run also sees the   *
      * grade the client had last time. The review list carries     *
      * every client with a suggestion: RAISE the limit of an A     *
      * payer using most of it, CUT the limit of a client whose     *
      * grade fell to C, STOP a D payer at today's exposure. The    *
      * credit manager acts on it through the client screen; the    *
      * run changes no limit itself.                                *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLPAYSCR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRMFILE ASSIGN TO UT-S-PSCPRM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO UT-S-PSCRPT
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
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLPAYSCR'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-MONTHS                PIC 9(2)  VALUE 12.
       01  WS-NEAR-PCT              PIC 9(3)  VALUE 80.
       01  WS-MIN-INVOICES          PIC 9(4) COMP VALUE 3.
       01  WS-SCORED                PIC 9(9) COMP VALUE 0.
       01  WS-LISTED                PIC 9(9) COMP VALUE 0.
       01  WS-ERRORS                PIC 9(9) COMP VALUE 0.
       01  WS-SINCE-COMMIT          PIC 9(4) COMP VALUE 0.
       01  WS-JUDGED                PIC S9(9) COMP VALUE 0.
       01  WS-AVG-DAYS              PIC S9(5) COMP-3 VALUE 0.
       01  WS-LATE-PCT              PIC S9(3)V9 COMP-3 VALUE 0.
       01  WS-UTIL-PCT              PIC S9(3)V9 COMP-3 VALUE 0.
       01  WS-OVERDUE               PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ACTION                PIC X(5)  VALUE SPACES.
       01  WS-NEW-LIMIT             PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-NEW-LIMIT-UNITS       PIC S9(9) COMP-3 VALUE 0.

      * grade counts for the trailer: A, B, C, D, N
       01  WS-GRADE-COUNTS.
           05  WS-GRADE-CNT         PIC 9(9) COMP OCCURS 5 TIMES.
       01  WS-GRADE-CODES           PIC X(5)  VALUE 'ABCDN'.
       01  WS-G                     PIC S9(4) COMP VALUE 0.

       01  WS-TITLE-LINE.
           05  FILLER               PIC X(44) VALUE
               'CREDIT LIMIT REVIEW - PAYMENT BEHAVIOUR OVER'.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-TTL-MONTHS        PIC Z9.
           05  FILLER               PIC X(38) VALUE
               ' MONTHS   (RAISE AT OR ABOVE LIMIT USE'.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-TTL-NEAR          PIC ZZ9.
           05  FILLER               PIC X(4)  VALUE ' PCT'.
           05  FILLER               PIC X(1)  VALUE ')'.
           05  FILLER               PIC X(38) VALUE SPACES.

       01  WS-HEADING.
           05  FILLER               PIC X(50) VALUE
               'CLIENT     NAME                   GR PR INVS AVGDY'.
           05  FILLER               PIC X(50) VALUE
               ' LATE%    OVERDUE 30+   CREDIT LIMIT         EXPOS'.
           05  FILLER               PIC X(32) VALUE
               'URE  USE% ACTN       NEW LIMIT  '.

       01  WS-DETAIL-LINE.
           05  WS-DTL-CLIENT        PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-NAME          PIC X(22).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-GRADE         PIC X(2).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-PRIOR         PIC X(2).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-INVS          PIC ZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-AVG-DAYS      PIC -ZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-LATE-PCT      PIC ZZ9.9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-OVERDUE       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-LIMIT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-EXPOSURE      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-UTIL-PCT      PIC ZZ9.9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-ACTION        PIC X(5).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-NEW-LIMIT     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.

       01  WS-TRAILER-LINE.
           05  FILLER               PIC X(16) VALUE
               'CLIENTS GRADED  '.
           05  WS-TRL-GRADE         PIC X(1).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-TRL-COUNT         PIC Z(8)9.
           05  FILLER               PIC X(105) VALUE SPACES.

      * the parameter card, with any setting in force in
      * CLAPP.BATCH_PARMS laid over it by CLPARM
       01  PRM-REC.
           05  PRM-MONTHS           PIC 9(2).
           05  FILLER               PIC X(1).
           05  PRM-NEAR-PCT         PIC 9(3).
           05  FILLER               PIC X(74).

      * card fields CLPARM may take from the table: name,
      * column, length, type and description
       01  WS-PARM-DEFS.
           05  FILLER               PIC X(48) VALUE
               'HIST-MONTHS 00102NMonths of payment history     '.
           05  FILLER               PIC X(48) VALUE
               'NEAR-PCT    00403NLimit use % counted as near   '.

       COPY CLPRMAPI.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-MONTHS                PIC S9(4) COMP.
       01  HV-WINDOW-FROM           PIC X(10).
       01  HV-CLIENT-ID             PIC X(10).
       01  HV-NAME                  PIC X(35).
       01  HV-CREDIT-LIMIT          PIC S9(9)V99 COMP-3.
       01  HV-EXPOSURE              PIC S9(11)V99 COMP-3.
       01  HV-PRIOR-GRADE           PIC X(1).
       01  HV-GRADE                 PIC X(1).
       01  HV-JUDGED                PIC S9(9) COMP.
       01  HV-SETTLED-CNT           PIC S9(9) COMP.
       01  HV-DAYS-TOTAL            PIC S9(9) COMP.
       01  HV-LATE-CNT              PIC S9(9) COMP.
       01  HV-OPEN-LATE-CNT         PIC S9(9) COMP.
       01  HV-B30                   PIC S9(11)V99 COMP-3.
       01  HV-B60                   PIC S9(11)V99 COMP-3.
       01  HV-B90                   PIC S9(11)V99 COMP-3.
       01  HV-BOVER                 PIC S9(11)V99 COMP-3.
       01  HV-AVG-DAYS              PIC S9(5) COMP-3.
       01  HV-LATE-PCT              PIC S9(3)V9 COMP-3.
       01  HV-OVERDUE               PIC S9(11)V99 COMP-3.
       01  HV-ACTION                PIC X(5).
       01  HV-NEW-LIMIT             PIC S9(9)V99 COMP-3.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           PERFORM READ-PARM-CARD
           INITIALIZE WS-GRADE-COUNTS

           MOVE WS-MONTHS TO HV-MONTHS
           EXEC SQL
              SELECT CHAR(CURRENT DATE - :HV-MONTHS MONTHS, ISO)
                INTO :HV-WINDOW-FROM
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

      * a rerun on the same day replaces that day's grades
           EXEC SQL
              DELETE FROM CLAPP.CLIENT_PAY_SCORE
               WHERE SCORE_DATE = CURRENT DATE
           END-EXEC

           OPEN OUTPUT RPTFILE
           MOVE WS-MONTHS   TO WS-TTL-MONTHS
           MOVE WS-NEAR-PCT TO WS-TTL-NEAR
           WRITE RPT-REC FROM WS-TITLE-LINE
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM WS-HEADING

      * exposure is the online credit check's: open non-quote
      * orders; the prior grade is the latest before today
           EXEC SQL DECLARE PSC-CUR CURSOR WITH HOLD FOR
              SELECT C.CLIENT_ID, C.NAME,
                     COALESCE(C.CREDIT_LIMIT,0),
                     COALESCE((SELECT SUM(O.TOTAL_AMT)
                                 FROM CLAPP.ORDERS O
                                WHERE O.CLIENT_ID = C.CLIENT_ID
                                  AND O.STATUS NOT IN
                                      ('CLOSED', 'CANCELLED')
                                  AND COALESCE(O.DOC_TYPE,'O')
                                      <> 'Q'
                                  AND O.DELETED_FLAG <> 'Y'), 0),
                     COALESCE((SELECT S.GRADE
                                 FROM CLAPP.CLIENT_PAY_SCORE S
                                WHERE S.CLIENT_ID = C.CLIENT_ID
                                  AND S.SCORE_DATE =
                                      (SELECT MAX(S2.SCORE_DATE)
                                         FROM CLAPP.CLIENT_PAY_SCORE S2
                                        WHERE S2.CLIENT_ID = C.CLIENT_ID
                                          AND S2.SCORE_DATE
                                              < CURRENT DATE)), ' ')
                FROM CLAPP.CLIENTS C
               WHERE C.DELETED_FLAG <> 'Y'
               ORDER BY C.CLIENT_ID
           END-EXEC

           EXEC SQL OPEN PSC-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH PSC-CUR INTO :HV-CLIENT-ID, :HV-NAME,
                       :HV-CREDIT-LIMIT, :HV-EXPOSURE,
                       :HV-PRIOR-GRADE
              END-EXEC
              IF SQLCODE = 0
                 PERFORM SCORE-ONE-CLIENT
              ELSE
                 IF SQLCODE NOT = 100
                    ADD 1 TO WS-ERRORS
                    MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
                    MOVE 'fetch PSC-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE PSC-CUR END-EXEC
           EXEC SQL COMMIT END-EXEC

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > 5
              MOVE WS-GRADE-CODES(WS-G:1) TO WS-TRL-GRADE
              MOVE WS-GRADE-CNT(WS-G)     TO WS-TRL-COUNT
              WRITE RPT-REC FROM WS-TRAILER-LINE
           END-PERFORM

           CLOSE RPTFILE

           DISPLAY '*** ' WS-PROG-NAME ' scored ' WS-SCORED
              ' listed ' WS-LISTED ' errors ' WS-ERRORS
           IF WS-ERRORS > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

       READ-PARM-CARD.
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
              IF PRM-MONTHS IS NUMERIC AND PRM-MONTHS > 0
                 MOVE PRM-MONTHS TO WS-MONTHS
              END-IF
              IF PRM-NEAR-PCT IS NUMERIC AND PRM-NEAR-PCT > 0
                 MOVE PRM-NEAR-PCT TO WS-NEAR-PCT
              END-IF
           END-IF
           .

       SCORE-ONE-CLIENT.

           PERFORM GATHER-INVOICE-HISTORY
           PERFORM GATHER-AGING-POSITION
           PERFORM GRADE-CLIENT
           PERFORM SUGGEST-LIMIT-ACTION
           PERFORM RECORD-SCORE

           IF WS-ACTION NOT = SPACES
              PERFORM WRITE-REVIEW-LINE
           END-IF

           ADD 1 TO WS-SINCE-COMMIT
           IF WS-SINCE-COMMIT >= 100
              EXEC SQL COMMIT END-EXEC
              MOVE 0 TO WS-SINCE-COMMIT
           END-IF.

      * an invoice is settled once payments and credit notes cover
      * its gross (the open balance CLCASH matches against); its
      * days-to-pay run from the invoice date to the last payment's
      * value date. Late is settled after the due date, or still
      * open with the due date passed.
       GATHER-INVOICE-HISTORY.

           MOVE 0 TO HV-SETTLED-CNT HV-DAYS-TOTAL HV-LATE-CNT
                     HV-OPEN-LATE-CNT
           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN X.OPEN_AMT <= 0
                                       THEN 1 ELSE 0 END),0),
                     COALESCE(SUM(CASE WHEN X.OPEN_AMT <= 0
                                       THEN DAYS(X.LAST_PAY)
                                            - DAYS(X.INV_DATE)
                                       ELSE 0 END),0),
                     COALESCE(SUM(CASE WHEN X.OPEN_AMT <= 0
                                        AND X.LAST_PAY > X.DUE_DATE
                                       THEN 1
                                       WHEN X.OPEN_AMT > 0
                                        AND X.DUE_DATE < CURRENT DATE
                                       THEN 1
                                       ELSE 0 END),0),
                     COALESCE(SUM(CASE WHEN X.OPEN_AMT > 0
                                        AND X.DUE_DATE < CURRENT DATE
                                       THEN 1 ELSE 0 END),0)
                INTO :HV-SETTLED-CNT, :HV-DAYS-TOTAL, :HV-LATE-CNT,
                     :HV-OPEN-LATE-CNT
                FROM (SELECT I.INV_DATE,
                             COALESCE(I.DUE_DATE, I.INV_DATE)
                                AS DUE_DATE,
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
                         AND I.INV_DATE >= :HV-WINDOW-FROM) X
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              MOVE 'GATHER-INVOICE-HISTORY' TO SQE-PARAGRAPH
              MOVE 'invoice history select' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'client ' HV-CLIENT-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'C' TO SQE-SCOPE
              PERFORM SQL-ERROR
              MOVE 0 TO HV-SETTLED-CNT HV-DAYS-TOTAL HV-LATE-CNT
                        HV-OPEN-LATE-CNT
           END-IF.

      * the aging report's buckets: closed orders' open balance,
      * aged from the invoice due date, else the order date
       GATHER-AGING-POSITION.

           MOVE 0 TO HV-B30 HV-B60 HV-B90 HV-BOVER
           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN X.AGE <= 30
                                       THEN X.OPEN_AMT ELSE 0 END),0),
                     COALESCE(SUM(CASE WHEN X.AGE > 30
                                        AND X.AGE <= 60
                                       THEN X.OPEN_AMT ELSE 0 END),0),
                     COALESCE(SUM(CASE WHEN X.AGE > 60
                                        AND X.AGE <= 90
                                       THEN X.OPEN_AMT ELSE 0 END),0),
                     COALESCE(SUM(CASE WHEN X.AGE > 90
                                       THEN X.OPEN_AMT ELSE 0 END),0)
                INTO :HV-B30, :HV-B60, :HV-B90, :HV-BOVER
                FROM (SELECT DAYS(CURRENT DATE)
                             - DAYS(COALESCE((SELECT MIN(I.DUE_DATE)
                                   FROM CLAPP.INVOICES I
                                  WHERE I.ORDER_ID = O.ORDER_ID),
                                  O.ORDER_DATE)) AS AGE,
                             COALESCE((SELECT SUM(I.GROSS_AMT)
                                   FROM CLAPP.INVOICES I
                                  WHERE I.ORDER_ID = O.ORDER_ID),
                                  O.TOTAL_AMT)
                             - COALESCE((SELECT SUM(P.PAY_AMT)
                                   FROM CLAPP.PAYMENTS P
                                  WHERE P.ORDER_ID = O.ORDER_ID), 0)
                             + COALESCE((SELECT SUM(N.GROSS_AMT)
                                   FROM CLAPP.CREDIT_NOTES N
                                  WHERE N.ORDER_ID = O.ORDER_ID), 0)
                                AS OPEN_AMT
                        FROM CLAPP.ORDERS O
                       WHERE O.CLIENT_ID = :HV-CLIENT-ID
                         AND O.STATUS = 'CLOSED'
                         AND O.DELETED_FLAG <> 'Y') X
               WHERE X.OPEN_AMT > 0
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              MOVE 'GATHER-AGING-POSITION' TO SQE-PARAGRAPH
              MOVE 'aging position select' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'client ' HV-CLIENT-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'C' TO SQE-SCOPE
              PERFORM SQL-ERROR
              MOVE 0 TO HV-B30 HV-B60 HV-B90 HV-BOVER
           END-IF.

      * the worst condition met sets the grade; a balance in a late
      * bucket outweighs a good paying record
       GRADE-CLIENT.

           COMPUTE WS-JUDGED = HV-SETTLED-CNT + HV-OPEN-LATE-CNT
           MOVE 0 TO WS-AVG-DAYS WS-LATE-PCT
           IF HV-SETTLED-CNT > 0
              COMPUTE WS-AVG-DAYS ROUNDED =
                 HV-DAYS-TOTAL / HV-SETTLED-CNT
                 ON SIZE ERROR
                    MOVE 9999 TO WS-AVG-DAYS
              END-COMPUTE
           END-IF
           IF WS-JUDGED > 0
              COMPUTE WS-LATE-PCT ROUNDED =
                 HV-LATE-CNT * 100 / WS-JUDGED
           END-IF
           COMPUTE WS-OVERDUE = HV-B60 + HV-B90 + HV-BOVER

           EVALUATE TRUE
              WHEN WS-JUDGED < WS-MIN-INVOICES
                 MOVE 'N' TO HV-GRADE
              WHEN WS-LATE-PCT >= 50 OR HV-BOVER > 0
                 MOVE 'D' TO HV-GRADE
              WHEN WS-LATE-PCT >= 25 OR HV-B90 > 0
                 MOVE 'C' TO HV-GRADE
              WHEN WS-LATE-PCT >= 10 OR HV-B60 > 0
                 MOVE 'B' TO HV-GRADE
              WHEN OTHER
                 MOVE 'A' TO HV-GRADE
           END-EVALUATE

           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > 5
              IF WS-GRADE-CODES(WS-G:1) = HV-GRADE
                 ADD 1 TO WS-GRADE-CNT(WS-G)
              END-IF
           END-PERFORM.

      * RAISE by a quarter, CUT by a quarter, both to whole units;
      * STOP holds the limit at today's exposure so nothing new can
      * be booked. A grade only counts as fallen against a known
      * earlier grade - N is no grade.
       SUGGEST-LIMIT-ACTION.

           MOVE SPACES TO WS-ACTION
           MOVE 0 TO WS-NEW-LIMIT WS-UTIL-PCT
           IF HV-CREDIT-LIMIT > 0
              COMPUTE WS-UTIL-PCT ROUNDED =
                 HV-EXPOSURE * 100 / HV-CREDIT-LIMIT
                 ON SIZE ERROR
                    MOVE 999.9 TO WS-UTIL-PCT
              END-COMPUTE
           END-IF

           EVALUATE TRUE
              WHEN HV-GRADE = 'D'
                 MOVE 'STOP' TO WS-ACTION
                 IF HV-EXPOSURE > 0.01
                    MOVE HV-EXPOSURE TO WS-NEW-LIMIT
                 ELSE
                    MOVE 0.01 TO WS-NEW-LIMIT
                 END-IF
              WHEN HV-GRADE = 'C'
               AND HV-PRIOR-GRADE NOT = SPACE
               AND HV-PRIOR-GRADE NOT = 'N'
               AND HV-PRIOR-GRADE < 'C'
                 MOVE 'CUT' TO WS-ACTION
                 IF HV-CREDIT-LIMIT > 0
                    COMPUTE WS-NEW-LIMIT-UNITS =
                       HV-CREDIT-LIMIT * 0.75
                 ELSE
                    COMPUTE WS-NEW-LIMIT-UNITS = HV-EXPOSURE
                 END-IF
                 MOVE WS-NEW-LIMIT-UNITS TO WS-NEW-LIMIT
              WHEN HV-GRADE = 'A'
               AND HV-CREDIT-LIMIT > 0
               AND WS-UTIL-PCT >= WS-NEAR-PCT
                 MOVE 'RAISE' TO WS-ACTION
                 COMPUTE WS-NEW-LIMIT-UNITS ROUNDED =
                    HV-CREDIT-LIMIT * 1.25
                 MOVE WS-NEW-LIMIT-UNITS TO WS-NEW-LIMIT
           END-EVALUATE.

       RECORD-SCORE.

           MOVE WS-JUDGED    TO HV-JUDGED
           MOVE WS-AVG-DAYS  TO HV-AVG-DAYS
           MOVE WS-LATE-PCT  TO HV-LATE-PCT
           MOVE WS-OVERDUE   TO HV-OVERDUE
           MOVE WS-ACTION    TO HV-ACTION
           MOVE WS-NEW-LIMIT TO HV-NEW-LIMIT
           EXEC SQL
              INSERT INTO CLAPP.CLIENT_PAY_SCORE
              (CLIENT_ID, SCORE_DATE, GRADE, INVOICES_JUDGED,
               AVG_DAYS_TO_PAY, LATE_PCT, OVERDUE_AMT, EXPOSURE,
               CREDIT_LIMIT, ACTION, SUGGESTED_LIMIT)
              VALUES (:HV-CLIENT-ID, CURRENT DATE, :HV-GRADE,
                      :HV-JUDGED, :HV-AVG-DAYS, :HV-LATE-PCT,
                      :HV-OVERDUE, :HV-EXPOSURE, :HV-CREDIT-LIMIT,
                      NULLIF(:HV-ACTION, ' '),
                      NULLIF(:HV-NEW-LIMIT, 0))
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-SCORED
           ELSE
              ADD 1 TO WS-ERRORS
              MOVE 'RECORD-SCORE' TO SQE-PARAGRAPH
              MOVE 'payment score insert' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'client ' HV-CLIENT-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'C' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF.

       WRITE-REVIEW-LINE.

           ADD 1 TO WS-LISTED
           MOVE HV-CLIENT-ID    TO WS-DTL-CLIENT
           MOVE HV-NAME         TO WS-DTL-NAME
           MOVE HV-GRADE        TO WS-DTL-GRADE
           MOVE HV-PRIOR-GRADE  TO WS-DTL-PRIOR
           MOVE WS-JUDGED       TO WS-DTL-INVS
           MOVE WS-AVG-DAYS     TO WS-DTL-AVG-DAYS
           MOVE WS-LATE-PCT     TO WS-DTL-LATE-PCT
           MOVE WS-OVERDUE      TO WS-DTL-OVERDUE
           MOVE HV-CREDIT-LIMIT TO WS-DTL-LIMIT
           MOVE HV-EXPOSURE     TO WS-DTL-EXPOSURE
           MOVE WS-UTIL-PCT     TO WS-DTL-UTIL-PCT
           MOVE WS-ACTION       TO WS-DTL-ACTION
           MOVE WS-NEW-LIMIT    TO WS-DTL-NEW-LIMIT
           WRITE RPT-REC FROM WS-DETAIL-LINE.

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
           MOVE 'SCORED'         TO RUN-COUNT-LABEL(1)
           MOVE WS-SCORED TO RUN-COUNT(1)
           MOVE 'LISTED'         TO RUN-COUNT-LABEL(2)
           MOVE WS-LISTED TO RUN-COUNT(2)
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

       END PROGRAM CLPAYSCR.
