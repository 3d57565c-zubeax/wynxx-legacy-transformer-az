      *-------------------------------------------------------------*
      * Program: CLGLJNL - general ledger journal interface         *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Builds one balanced journal for everything not yet posted   *
      * up to the cut-off date: invoice revenue and output VAT by   *
      * VAT category against receivables (CLAPP.INVOICES with their *
      * ORDER_ITEMS), the reversals in CLAPP.CREDIT_NOTES, cash     *
      * received against receivables (CLAPP.PAYMENTS) and the       *
      * movement in unrealized FX result FXREVAL records in         *
      * CLAPP.FX_REVAL_RESULTS. Every line's GL account comes from  *
      * the CLAPP.GL_POSTING_RULES table (source + element, with    *
      * '*' as the any-source fallback). Each source row is stamped *
      * with the journal ID, so it is posted exactly once. Lines    *
      * go to a work file first; only when debits equal credits is  *
      * the interface file written - header, lines, trailer, with   *
      * control totals - and the stamps committed. An unbalanced    *
      * or incomplete journal is rolled back and no file is made.   *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLGLJNL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRMFILE ASSIGN TO UT-S-GLJPRM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT WRKFILE ASSIGN TO UT-S-GLJWRK
                  ORGANIZATION IS SEQUENTIAL.
           SELECT JNLFILE ASSIGN TO UT-S-GLJOUT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * cut-off date: documents dated after it wait for the next run
       FD  PRMFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 10 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRM-CARD.
       01  PRM-CARD                 PIC X(10).
       FD  WRKFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WRK-REC.
       01  WRK-REC                  PIC X(120).
       FD  JNLFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS JNL-REC.
       01  JNL-REC                  PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLGLJNL'.
       01  WS-PARM-EOF              PIC X(1)  VALUE 'N'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-GRP-EOF               PIC X(1)  VALUE 'N'.
       01  WS-WRK-EOF               PIC X(1)  VALUE 'N'.
       01  WS-ERRORS                PIC 9(9) COMP VALUE 0.
       01  WS-LINES                 PIC 9(9) COMP VALUE 0.
       01  WS-DOCS                  PIC 9(9) COMP VALUE 0.
       01  WS-INV-DOCS              PIC 9(9) COMP VALUE 0.
       01  WS-CN-DOCS               PIC 9(9) COMP VALUE 0.
       01  WS-PAY-DOCS              PIC 9(9) COMP VALUE 0.
       01  WS-FX-DOCS               PIC 9(9) COMP VALUE 0.
       01  WS-DEBIT-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CREDIT-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-DOC-BALANCE           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-NOW-RAW               PIC X(21) VALUE SPACES.
       01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.
       01  WS-INV-NO-D              PIC 9(9).
       01  WS-CN-NO-D               PIC 9(4).

      * the posting in hand: source, element and a debit-positive
      * signed amount, plus what identifies the document on the line
       01  WS-LN-SOURCE             PIC X(3)  VALUE SPACES.
       01  WS-LN-ELEMENT            PIC X(6)  VALUE SPACES.
       01  WS-LN-AMT                PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-LN-DATE               PIC X(10) VALUE SPACES.
       01  WS-LN-DOC-REF            PIC X(20) VALUE SPACES.
       01  WS-LN-CLIENT             PIC X(10) VALUE SPACES.
       01  WS-LN-TEXT               PIC X(30) VALUE SPACES.
       01  WS-LN-ACCOUNT            PIC X(10) VALUE SPACES.

      * GL_POSTING_RULES, loaded once
       01  WS-RULE-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-R                     PIC S9(4) COMP VALUE 0.
       01  WS-RULES.
           05  WS-RULE              OCCURS 200 TIMES.
               10  WS-RULE-SOURCE   PIC X(3).
               10  WS-RULE-ELEMENT  PIC X(6).
               10  WS-RULE-ACCOUNT  PIC X(10).

       01  WS-JNL-HEADER.
           05  FILLER               PIC X(1)  VALUE 'H'.
           05  WS-HDR-JOURNAL       PIC X(16).
           05  WS-HDR-RUN-DATE      PIC X(10).
           05  WS-HDR-CUTOFF        PIC X(10).
           05  WS-HDR-LINES         PIC 9(7).
           05  WS-HDR-DEBITS        PIC 9(13)V99.
           05  WS-HDR-CREDITS       PIC 9(13)V99.
           05  FILLER               PIC X(46) VALUE SPACES.

       01  WS-JNL-LINE.
           05  FILLER               PIC X(1)  VALUE 'D'.
           05  WS-JL-JOURNAL        PIC X(16).
           05  WS-JL-LINE-NO        PIC 9(7).
           05  WS-JL-POST-DATE      PIC X(10).
           05  WS-JL-ACCOUNT        PIC X(10).
           05  WS-JL-DC             PIC X(1).
           05  WS-JL-AMOUNT         PIC 9(11)V99.
           05  WS-JL-SOURCE         PIC X(3).
           05  WS-JL-DOC-REF        PIC X(20).
           05  WS-JL-CLIENT         PIC X(10).
           05  WS-JL-TEXT           PIC X(29).

       01  WS-JNL-TRAILER.
           05  FILLER               PIC X(1)  VALUE 'T'.
           05  WS-TRL-JOURNAL       PIC X(16).
           05  WS-TRL-LINES         PIC 9(7).
           05  WS-TRL-DEBITS        PIC 9(13)V99.
           05  WS-TRL-CREDITS       PIC 9(13)V99.
           05  WS-TRL-DOCS          PIC 9(7).
           05  FILLER               PIC X(59) VALUE SPACES.

      * the parameter card, with any setting in force in
      * CLAPP.BATCH_PARMS laid over it by CLPARM
       01  PRM-REC.
           05  PRM-CUTOFF-DATE      PIC X(10).

      * card fields CLPARM may take from the table: name,
      * column, length, type and description
       01  WS-PARM-DEFS.
           05  FILLER               PIC X(48) VALUE
               'CUTOFF-DATE 00110XCutoff date YYYY-MM-DD        '.

       COPY CLPRMAPI.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-JOURNAL-ID            PIC X(16).
       01  HV-CUTOFF-DATE           PIC X(10).
       01  HV-RULE-SOURCE           PIC X(3).
       01  HV-RULE-ELEMENT          PIC X(6).
       01  HV-RULE-ACCOUNT          PIC X(10).
       01  HV-INV-NO                PIC S9(9) COMP.
       01  HV-CN-NO                 PIC S9(4) COMP.
       01  HV-ORDER-ID              PIC X(12).
       01  HV-CLIENT-ID             PIC X(10).
       01  HV-DOC-DATE              PIC X(10).
       01  HV-DOC-GROSS             PIC S9(11)V99 COMP-3.
       01  HV-VAT-CAT               PIC X(1).
       01  HV-GRP-NET               PIC S9(11)V99 COMP-3.
       01  HV-GRP-VAT               PIC S9(11)V99 COMP-3.
       01  HV-PAY-AMT               PIC S9(11)V99 COMP-3.
       01  HV-PAY-TS                PIC X(26).
       01  HV-PAY-REF               PIC X(20).
       01  HV-REVAL-DATE            PIC X(10).
       01  HV-CURRENCY              PIC X(3).
       01  HV-FX-DIFF               PIC S9(11)V99 COMP-3.
       01  HV-FX-PREV-DIFF          PIC S9(11)V99 COMP-3.

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
           MOVE SPACES TO HV-JOURNAL-ID
           STRING 'GL' WS-NOW-RAW(1:14)
              DELIMITED BY SIZE INTO HV-JOURNAL-ID
           END-STRING

           PERFORM READ-PARM-CARD
           PERFORM LOAD-POSTING-RULES

           OPEN OUTPUT WRKFILE
           IF WS-ERRORS = 0
              PERFORM JOURNAL-INVOICES
           END-IF
           IF WS-ERRORS = 0
              PERFORM JOURNAL-CREDIT-NOTES
           END-IF
           IF WS-ERRORS = 0
              PERFORM JOURNAL-PAYMENTS
           END-IF
           IF WS-ERRORS = 0
              PERFORM JOURNAL-FX-RESULT
           END-IF
           CLOSE WRKFILE

           IF WS-ERRORS = 0 AND WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
              ADD 1 TO WS-ERRORS
              DISPLAY 'ERROR: ' WS-PROG-NAME
                 ' journal does not balance - debits '
                 WS-DEBIT-TOTAL ' credits ' WS-CREDIT-TOTAL
           END-IF

           EVALUATE TRUE
              WHEN WS-ERRORS > 0
                 EXEC SQL ROLLBACK END-EXEC
                 DISPLAY 'ERROR: ' WS-PROG-NAME ' journal '
                    HV-JOURNAL-ID ' refused - nothing posted'
              WHEN WS-LINES = 0
                 EXEC SQL ROLLBACK END-EXEC
                 DISPLAY 'WARNING: ' WS-PROG-NAME
                    ' nothing to post up to ' HV-CUTOFF-DATE
              WHEN OTHER
                 PERFORM WRITE-JOURNAL-FILE
                 EXEC SQL COMMIT END-EXEC
           END-EVALUATE

           DISPLAY '*** ' WS-PROG-NAME ' journal ' HV-JOURNAL-ID
              ' lines ' WS-LINES ' debits ' WS-DEBIT-TOTAL
              ' credits ' WS-CREDIT-TOTAL
           DISPLAY '*** ' WS-PROG-NAME ' invoices ' WS-INV-DOCS
              ' credit notes ' WS-CN-DOCS ' payments ' WS-PAY-DOCS
              ' fx ' WS-FX-DOCS ', ' WS-ERRORS ' error(s)'
           EVALUATE TRUE
              WHEN WS-ERRORS > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-LINES = 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
           PERFORM RECORD-RUN-END
           GOBACK.

       READ-PARM-CARD.
           MOVE WS-TODAY-DATE TO HV-CUTOFF-DATE
           MOVE SPACES TO PRM-REC
           OPEN INPUT PRMFILE
           READ PRMFILE INTO PRM-REC
              AT END
                 CONTINUE
           END-READ
           CLOSE PRMFILE
           PERFORM GET-BATCH-PARMS
           IF PRM-REC = SPACES
              MOVE 'Y' TO WS-PARM-EOF
              DISPLAY 'WARNING: ' WS-PROG-NAME
                 ' no parameter card - cut-off today'
           ELSE
              MOVE PRM-REC TO RUN-PARMS
              IF PRM-CUTOFF-DATE NOT = SPACES
                 MOVE PRM-CUTOFF-DATE TO HV-CUTOFF-DATE
              END-IF
           END-IF
           .

       LOAD-POSTING-RULES.

           EXEC SQL DECLARE RULE-CUR CURSOR FOR
              SELECT SOURCE, ELEMENT, GL_ACCOUNT
                FROM CLAPP.GL_POSTING_RULES
               ORDER BY SOURCE, ELEMENT
           END-EXEC

           EXEC SQL OPEN RULE-CUR END-EXEC

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH RULE-CUR INTO :HV-RULE-SOURCE,
                       :HV-RULE-ELEMENT, :HV-RULE-ACCOUNT
              END-EXEC
              IF SQLCODE = 0
                 IF WS-RULE-COUNT < 200
                    ADD 1 TO WS-RULE-COUNT
                    MOVE HV-RULE-SOURCE
                       TO WS-RULE-SOURCE(WS-RULE-COUNT)
                    MOVE HV-RULE-ELEMENT
                       TO WS-RULE-ELEMENT(WS-RULE-COUNT)
                    MOVE HV-RULE-ACCOUNT
                       TO WS-RULE-ACCOUNT(WS-RULE-COUNT)
                 ELSE
                    ADD 1 TO WS-ERRORS
                    MOVE 'Y' TO WS-EOF
                    DISPLAY 'ERROR: ' WS-PROG-NAME
                       ' more than 200 posting rules'
                 END-IF
              ELSE
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE RULE-CUR END-EXEC

           IF WS-RULE-COUNT = 0
              ADD 1 TO WS-ERRORS
              DISPLAY 'ERROR: ' WS-PROG-NAME
                 ' no posting rules in CLAPP.GL_POSTING_RULES'
           END-IF.

      * receivable at gross against revenue and output VAT per VAT
      * category of the order's lines
       JOURNAL-INVOICES.

           EXEC SQL DECLARE GLINV-CUR CURSOR FOR
              SELECT INV_NO, ORDER_ID, CLIENT_ID, INV_DATE,
                     GROSS_AMT
                FROM CLAPP.INVOICES
               WHERE GL_JOURNAL_ID IS NULL
                 AND INV_DATE <= :HV-CUTOFF-DATE
               ORDER BY INV_NO
           END-EXEC

           EXEC SQL OPEN GLINV-CUR END-EXEC

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH GLINV-CUR INTO :HV-INV-NO, :HV-ORDER-ID,
                       :HV-CLIENT-ID, :HV-DOC-DATE, :HV-DOC-GROSS
              END-EXEC
              IF SQLCODE = 0
                 PERFORM JOURNAL-ONE-INVOICE
              ELSE
                 IF SQLCODE NOT = 100
                    ADD 1 TO WS-ERRORS
                    MOVE 'JOURNAL-INVOICES' TO SQE-PARAGRAPH
                    MOVE 'fetch GLINV-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE GLINV-CUR END-EXEC.

       JOURNAL-ONE-INVOICE.

           MOVE 0 TO WS-DOC-BALANCE
           MOVE 'INV'        TO WS-LN-SOURCE
           MOVE HV-DOC-DATE  TO WS-LN-DATE
           MOVE HV-CLIENT-ID TO WS-LN-CLIENT
           MOVE HV-INV-NO    TO WS-INV-NO-D
           MOVE SPACES TO WS-LN-DOC-REF
           STRING 'INV ' WS-INV-NO-D
              DELIMITED BY SIZE INTO WS-LN-DOC-REF
           END-STRING
           MOVE SPACES TO WS-LN-TEXT
           STRING 'Invoice order ' FUNCTION TRIM(HV-ORDER-ID)
              DELIMITED BY SIZE INTO WS-LN-TEXT
           END-STRING

           MOVE 'AR'         TO WS-LN-ELEMENT
           MOVE HV-DOC-GROSS TO WS-LN-AMT
           PERFORM ADD-JOURNAL-LINE

           EXEC SQL DECLARE GLITM-CUR CURSOR FOR
              SELECT COALESCE(VAT_CAT,'S'), SUM(LINE_AMT),
                     SUM(COALESCE(VAT_AMT,0))
                FROM CLAPP.ORDER_ITEMS
               WHERE ORDER_ID = :HV-ORDER-ID
               GROUP BY COALESCE(VAT_CAT,'S')
           END-EXEC

           EXEC SQL OPEN GLITM-CUR END-EXEC

           MOVE 'N' TO WS-GRP-EOF
           PERFORM UNTIL WS-GRP-EOF = 'Y'
              EXEC SQL
                 FETCH GLITM-CUR INTO :HV-VAT-CAT, :HV-GRP-NET,
                       :HV-GRP-VAT
              END-EXEC
              IF SQLCODE = 0
                 PERFORM JOURNAL-VAT-GROUP
              ELSE
                 MOVE 'Y' TO WS-GRP-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE GLITM-CUR END-EXEC

           PERFORM CHECK-DOCUMENT-BALANCE

           EXEC SQL
              UPDATE CLAPP.INVOICES
                 SET GL_JOURNAL_ID = :HV-JOURNAL-ID
               WHERE INV_NO = :HV-INV-NO
                 AND GL_JOURNAL_ID IS NULL
           END-EXEC
           PERFORM CHECK-STAMP
           ADD 1 TO WS-INV-DOCS.

      * credit notes are stored negative, so the same signed
      * postings as an invoice turn into the reversal
       JOURNAL-CREDIT-NOTES.

           EXEC SQL DECLARE GLCN-CUR CURSOR FOR
              SELECT N.ORDER_ID, N.CN_NO, O.CLIENT_ID, N.CN_DATE,
                     N.GROSS_AMT
                FROM CLAPP.CREDIT_NOTES N
                     INNER JOIN CLAPP.ORDERS O
                        ON O.ORDER_ID = N.ORDER_ID
               WHERE N.GL_JOURNAL_ID IS NULL
                 AND N.CN_DATE <= :HV-CUTOFF-DATE
               ORDER BY N.ORDER_ID, N.CN_NO
           END-EXEC

           EXEC SQL OPEN GLCN-CUR END-EXEC

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH GLCN-CUR INTO :HV-ORDER-ID, :HV-CN-NO,
                       :HV-CLIENT-ID, :HV-DOC-DATE, :HV-DOC-GROSS
              END-EXEC
              IF SQLCODE = 0
                 PERFORM JOURNAL-ONE-CREDIT-NOTE
              ELSE
                 IF SQLCODE NOT = 100
                    ADD 1 TO WS-ERRORS
                    MOVE 'JOURNAL-CREDIT-NOTES' TO SQE-PARAGRAPH
                    MOVE 'fetch GLCN-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE GLCN-CUR END-EXEC.

       JOURNAL-ONE-CREDIT-NOTE.

           MOVE 0 TO WS-DOC-BALANCE
           MOVE 'CN'         TO WS-LN-SOURCE
           MOVE HV-DOC-DATE  TO WS-LN-DATE
           MOVE HV-CLIENT-ID TO WS-LN-CLIENT
           MOVE HV-CN-NO     TO WS-CN-NO-D
           MOVE SPACES TO WS-LN-DOC-REF
           STRING 'CN ' FUNCTION TRIM(HV-ORDER-ID) '/' WS-CN-NO-D
              DELIMITED BY SIZE INTO WS-LN-DOC-REF
           END-STRING
           MOVE SPACES TO WS-LN-TEXT
           STRING 'Credit note order ' FUNCTION TRIM(HV-ORDER-ID)
              DELIMITED BY SIZE INTO WS-LN-TEXT
           END-STRING

           MOVE 'AR'         TO WS-LN-ELEMENT
           MOVE HV-DOC-GROSS TO WS-LN-AMT
           PERFORM ADD-JOURNAL-LINE

           EXEC SQL DECLARE GLCNI-CUR CURSOR FOR
              SELECT COALESCE(VAT_CAT,'S'), SUM(NET_AMT),
                     SUM(COALESCE(VAT_AMT,0))
                FROM CLAPP.CREDIT_NOTE_ITEMS
               WHERE ORDER_ID = :HV-ORDER-ID
                 AND CN_NO = :HV-CN-NO
               GROUP BY COALESCE(VAT_CAT,'S')
           END-EXEC

           EXEC SQL OPEN GLCNI-CUR END-EXEC

           MOVE 'N' TO WS-GRP-EOF
           PERFORM UNTIL WS-GRP-EOF = 'Y'
              EXEC SQL
                 FETCH GLCNI-CUR INTO :HV-VAT-CAT, :HV-GRP-NET,
                       :HV-GRP-VAT
              END-EXEC
              IF SQLCODE = 0
                 PERFORM JOURNAL-VAT-GROUP
              ELSE
                 MOVE 'Y' TO WS-GRP-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE GLCNI-CUR END-EXEC

           PERFORM CHECK-DOCUMENT-BALANCE

           EXEC SQL
              UPDATE CLAPP.CREDIT_NOTES
                 SET GL_JOURNAL_ID = :HV-JOURNAL-ID
               WHERE ORDER_ID = :HV-ORDER-ID
                 AND CN_NO = :HV-CN-NO
                 AND GL_JOURNAL_ID IS NULL
           END-EXEC
           PERFORM CHECK-STAMP
           ADD 1 TO WS-CN-DOCS.

      * revenue and VAT are credits, hence the sign turn
       JOURNAL-VAT-GROUP.

           MOVE SPACES TO WS-LN-ELEMENT
           STRING 'REV-' HV-VAT-CAT
              DELIMITED BY SIZE INTO WS-LN-ELEMENT
           END-STRING
           COMPUTE WS-LN-AMT = 0 - HV-GRP-NET
           PERFORM ADD-JOURNAL-LINE

           MOVE SPACES TO WS-LN-ELEMENT
           STRING 'VAT-' HV-VAT-CAT
              DELIMITED BY SIZE INTO WS-LN-ELEMENT
           END-STRING
           COMPUTE WS-LN-AMT = 0 - HV-GRP-VAT
           PERFORM ADD-JOURNAL-LINE.

      * cash received clears the receivable
       JOURNAL-PAYMENTS.

           EXEC SQL DECLARE GLPAY-CUR CURSOR FOR
              SELECT ORDER_ID, CLIENT_ID, PAY_AMT, VALUE_DATE,
                     COALESCE(PAY_REF,' '), CHAR(PAY_TS)
                FROM CLAPP.PAYMENTS
               WHERE GL_JOURNAL_ID IS NULL
                 AND VALUE_DATE <= :HV-CUTOFF-DATE
               ORDER BY VALUE_DATE, ORDER_ID, PAY_TS
           END-EXEC

           EXEC SQL OPEN GLPAY-CUR END-EXEC

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH GLPAY-CUR INTO :HV-ORDER-ID, :HV-CLIENT-ID,
                       :HV-PAY-AMT, :HV-DOC-DATE, :HV-PAY-REF,
                       :HV-PAY-TS
              END-EXEC
              IF SQLCODE = 0
                 PERFORM JOURNAL-ONE-PAYMENT
              ELSE
                 IF SQLCODE NOT = 100
                    ADD 1 TO WS-ERRORS
                    MOVE 'JOURNAL-PAYMENTS' TO SQE-PARAGRAPH
                    MOVE 'fetch GLPAY-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE GLPAY-CUR END-EXEC.

       JOURNAL-ONE-PAYMENT.

           MOVE 0 TO WS-DOC-BALANCE
           MOVE 'PAY'        TO WS-LN-SOURCE
           MOVE HV-DOC-DATE  TO WS-LN-DATE
           MOVE HV-CLIENT-ID TO WS-LN-CLIENT
           MOVE HV-PAY-REF   TO WS-LN-DOC-REF
           MOVE SPACES TO WS-LN-TEXT
           STRING 'Payment order ' FUNCTION TRIM(HV-ORDER-ID)
              DELIMITED BY SIZE INTO WS-LN-TEXT
           END-STRING

           MOVE 'BANK'     TO WS-LN-ELEMENT
           MOVE HV-PAY-AMT TO WS-LN-AMT
           PERFORM ADD-JOURNAL-LINE
           MOVE 'AR'       TO WS-LN-ELEMENT
           COMPUTE WS-LN-AMT = 0 - HV-PAY-AMT
           PERFORM ADD-JOURNAL-LINE

           PERFORM CHECK-DOCUMENT-BALANCE

           EXEC SQL
              UPDATE CLAPP.PAYMENTS
                 SET GL_JOURNAL_ID = :HV-JOURNAL-ID
               WHERE ORDER_ID = :HV-ORDER-ID
                 AND PAY_TS = TIMESTAMP(:HV-PAY-TS)
                 AND GL_JOURNAL_ID IS NULL
           END-EXEC
           PERFORM CHECK-STAMP
           ADD 1 TO WS-PAY-DOCS.

      * FXREVAL reports the full unrealized difference each time it
      * runs; the ledger only takes the movement since the order's
      * last posted revaluation, so the balance on the FX accounts
      * always equals the latest result
       JOURNAL-FX-RESULT.

           EXEC SQL DECLARE GLFX-CUR CURSOR FOR
              SELECT R.REVAL_DATE, R.ORDER_ID, R.CLIENT_ID,
                     R.CURRENCY, R.DIFF_AMT,
                     COALESCE((SELECT P.DIFF_AMT
                                 FROM CLAPP.FX_REVAL_RESULTS P
                                WHERE P.ORDER_ID = R.ORDER_ID
                                  AND P.GL_JOURNAL_ID IS NOT NULL
                                  AND P.REVAL_DATE =
                                      (SELECT MAX(Q.REVAL_DATE)
                                         FROM CLAPP.FX_REVAL_RESULTS Q
                                        WHERE Q.ORDER_ID = R.ORDER_ID
                                          AND Q.GL_JOURNAL_ID
                                              IS NOT NULL)), 0)
                FROM CLAPP.FX_REVAL_RESULTS R
               WHERE R.GL_JOURNAL_ID IS NULL
                 AND R.REVAL_DATE =
                     (SELECT MAX(L.REVAL_DATE)
                        FROM CLAPP.FX_REVAL_RESULTS L
                       WHERE L.ORDER_ID = R.ORDER_ID
                         AND L.REVAL_DATE <= :HV-CUTOFF-DATE)
               ORDER BY R.ORDER_ID
           END-EXEC

           EXEC SQL OPEN GLFX-CUR END-EXEC

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH GLFX-CUR INTO :HV-REVAL-DATE, :HV-ORDER-ID,
                       :HV-CLIENT-ID, :HV-CURRENCY, :HV-FX-DIFF,
                       :HV-FX-PREV-DIFF
              END-EXEC
              IF SQLCODE = 0
                 PERFORM JOURNAL-ONE-FX-RESULT
              ELSE
                 IF SQLCODE NOT = 100
                    ADD 1 TO WS-ERRORS
                    MOVE 'JOURNAL-FX-RESULT' TO SQE-PARAGRAPH
                    MOVE 'fetch GLFX-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE GLFX-CUR END-EXEC.

      * only the latest revaluation of an order counts; earlier ones
      * not yet posted are superseded and stamped along with it
       JOURNAL-ONE-FX-RESULT.

           MOVE 0 TO WS-DOC-BALANCE
           MOVE 'FX'          TO WS-LN-SOURCE
           MOVE HV-REVAL-DATE TO WS-LN-DATE
           MOVE HV-CLIENT-ID  TO WS-LN-CLIENT
           MOVE SPACES TO WS-LN-DOC-REF
           STRING 'FX ' FUNCTION TRIM(HV-ORDER-ID)
              DELIMITED BY SIZE INTO WS-LN-DOC-REF
           END-STRING
           MOVE SPACES TO WS-LN-TEXT
           STRING 'Unrealized FX ' HV-CURRENCY ' ' HV-REVAL-DATE
              DELIMITED BY SIZE INTO WS-LN-TEXT
           END-STRING

           MOVE 'FXADJ' TO WS-LN-ELEMENT
           COMPUTE WS-LN-AMT = HV-FX-DIFF - HV-FX-PREV-DIFF
           PERFORM ADD-JOURNAL-LINE
           MOVE 'FXRES' TO WS-LN-ELEMENT
           COMPUTE WS-LN-AMT = HV-FX-PREV-DIFF - HV-FX-DIFF
           PERFORM ADD-JOURNAL-LINE

           PERFORM CHECK-DOCUMENT-BALANCE

           EXEC SQL
              UPDATE CLAPP.FX_REVAL_RESULTS
                 SET GL_JOURNAL_ID = :HV-JOURNAL-ID
               WHERE REVAL_DATE <= :HV-REVAL-DATE
                 AND ORDER_ID = :HV-ORDER-ID
                 AND GL_JOURNAL_ID IS NULL
           END-EXEC
           PERFORM CHECK-STAMP
           ADD 1 TO WS-FX-DOCS.

      * the account comes from the rule for this source, else from
      * the '*' rule for the element; a zero amount makes no line
       ADD-JOURNAL-LINE.

           IF WS-LN-AMT NOT = 0
              MOVE SPACES TO WS-LN-ACCOUNT
              PERFORM VARYING WS-R FROM 1 BY 1
                      UNTIL WS-R > WS-RULE-COUNT
                         OR WS-LN-ACCOUNT NOT = SPACES
                 IF WS-RULE-SOURCE(WS-R) = WS-LN-SOURCE
                    AND WS-RULE-ELEMENT(WS-R) = WS-LN-ELEMENT
                    MOVE WS-RULE-ACCOUNT(WS-R) TO WS-LN-ACCOUNT
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-R FROM 1 BY 1
                      UNTIL WS-R > WS-RULE-COUNT
                         OR WS-LN-ACCOUNT NOT = SPACES
                 IF WS-RULE-SOURCE(WS-R) = '*'
                    AND WS-RULE-ELEMENT(WS-R) = WS-LN-ELEMENT
                    MOVE WS-RULE-ACCOUNT(WS-R) TO WS-LN-ACCOUNT
                 END-IF
              END-PERFORM

              IF WS-LN-ACCOUNT = SPACES
                 ADD 1 TO WS-ERRORS
                 DISPLAY 'ERROR: ' WS-PROG-NAME ' no posting rule for '
                    WS-LN-SOURCE ' ' WS-LN-ELEMENT ' - '
                    WS-LN-DOC-REF
              ELSE
                 ADD 1 TO WS-LINES
                 ADD WS-LN-AMT TO WS-DOC-BALANCE
                 MOVE HV-JOURNAL-ID TO WS-JL-JOURNAL
                 MOVE WS-LINES      TO WS-JL-LINE-NO
                 MOVE WS-LN-DATE    TO WS-JL-POST-DATE
                 MOVE WS-LN-ACCOUNT TO WS-JL-ACCOUNT
                 MOVE WS-LN-SOURCE  TO WS-JL-SOURCE
                 MOVE WS-LN-DOC-REF TO WS-JL-DOC-REF
                 MOVE WS-LN-CLIENT  TO WS-JL-CLIENT
                 MOVE WS-LN-TEXT    TO WS-JL-TEXT
                 IF WS-LN-AMT > 0
                    MOVE 'D' TO WS-JL-DC
                    MOVE WS-LN-AMT TO WS-JL-AMOUNT
                    ADD WS-LN-AMT TO WS-DEBIT-TOTAL
                 ELSE
                    MOVE 'C' TO WS-JL-DC
                    COMPUTE WS-JL-AMOUNT = 0 - WS-LN-AMT
                    SUBTRACT WS-LN-AMT FROM WS-CREDIT-TOTAL
                 END-IF
                 WRITE WRK-REC FROM WS-JNL-LINE
              END-IF
           END-IF.

      * a document whose lines do not net to nil (stored totals out
      * of step with their items) spoils the whole journal
       CHECK-DOCUMENT-BALANCE.

           ADD 1 TO WS-DOCS
           IF WS-DOC-BALANCE NOT = 0
              ADD 1 TO WS-ERRORS
              DISPLAY 'ERROR: ' WS-PROG-NAME ' document '
                 WS-LN-DOC-REF ' does not balance by '
                 WS-DOC-BALANCE
           END-IF.

       CHECK-STAMP.

           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              MOVE 'CHECK-STAMP' TO SQE-PARAGRAPH
              MOVE 'journal stamp update' TO SQE-STATEMENT
              MOVE WS-LN-DOC-REF TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
              MOVE 'Y' TO WS-EOF
           END-IF.

       WRITE-JOURNAL-FILE.

           OPEN OUTPUT JNLFILE
           MOVE HV-JOURNAL-ID   TO WS-HDR-JOURNAL
           MOVE WS-TODAY-DATE   TO WS-HDR-RUN-DATE
           MOVE HV-CUTOFF-DATE  TO WS-HDR-CUTOFF
           MOVE WS-LINES        TO WS-HDR-LINES
           MOVE WS-DEBIT-TOTAL  TO WS-HDR-DEBITS
           MOVE WS-CREDIT-TOTAL TO WS-HDR-CREDITS
           WRITE JNL-REC FROM WS-JNL-HEADER

           OPEN INPUT WRKFILE
           MOVE 'N' TO WS-WRK-EOF
           PERFORM UNTIL WS-WRK-EOF = 'Y'
              READ WRKFILE
                 AT END
                    MOVE 'Y' TO WS-WRK-EOF
                 NOT AT END
                    WRITE JNL-REC FROM WRK-REC
              END-READ
           END-PERFORM
           CLOSE WRKFILE

           MOVE HV-JOURNAL-ID   TO WS-TRL-JOURNAL
           MOVE WS-LINES        TO WS-TRL-LINES
           MOVE WS-DEBIT-TOTAL  TO WS-TRL-DEBITS
           MOVE WS-CREDIT-TOTAL TO WS-TRL-CREDITS
           MOVE WS-DOCS         TO WS-TRL-DOCS
           WRITE JNL-REC FROM WS-JNL-TRAILER
           CLOSE JNLFILE.

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
           MOVE 'INVOICES'       TO RUN-COUNT-LABEL(2)
           MOVE WS-INV-DOCS TO RUN-COUNT(2)
           MOVE 'PAYMENTS'       TO RUN-COUNT-LABEL(3)
           MOVE WS-PAY-DOCS TO RUN-COUNT(3)
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

       END PROGRAM CLGLJNL.
