      *-------------------------------------------------------------*
      * Program: CLCASH - cash application from the bank statement  *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Reads the bank's daily statement extract (camt.053-style    *
      * header 'H', booking line 'E' and trailer 'T' records) and   *
      * applies each credit booking to an invoice: first by an      *
      * invoice number or client PO reference found in the          *
      * remittance text, then by amount plus client (the debtor     *
      * name against CLAPP.CLIENTS). A credit matching the order's  *
      * open balance exactly is posted into CLAPP.PAYMENTS with the *
      * same AUDIT_LOG row CAPTURE-PAYMENT writes on the screen. A  *
      * foreign-currency credit posts only by reference to an order *
      * in that currency, keeping its original amount and the       *
      * value-date rate, at its EUR value at the order's own rate;  *
      * everything else - no match, several candidates, or a        *
      * reference match for a different amount - goes to the        *
      * CLAPP.CASH_SUSPENSE worklist for the credit controller.     *
      * CLAPP.BANK_STATEMENTS registers every statement: one        *
      * already posted is refused outright, one whose earlier run   *
      * broke off resumes after the entries CLAPP.BANK_ENTRIES      *
      * shows as done. Each entry commits on its own.               *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLCASH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMFILE ASSIGN TO UT-S-BNKSTM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO UT-S-CASHRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STMFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STM-IN-REC.
       01  STM-IN-REC.
           05  SIN-TYPE              PIC X(1).
           05  SIN-DATA              PIC X(249).
       01  STM-HDR-REC REDEFINES STM-IN-REC.
           05  FILLER                PIC X(1).
           05  SH-STMT-ID            PIC X(20).
           05  SH-ACCOUNT            PIC X(34).
           05  SH-STMT-DATE          PIC X(10).
           05  FILLER                PIC X(185).
       01  STM-ENT-REC REDEFINES STM-IN-REC.
           05  FILLER                PIC X(1).
           05  SE-ENTRY-REF          PIC X(20).
           05  SE-BOOK-DATE          PIC X(10).
           05  SE-VALUE-DATE         PIC X(10).
           05  SE-CDT-DBT            PIC X(4).
           05  SE-AMOUNT             PIC 9(11)V99.
           05  SE-CURRENCY           PIC X(3).
           05  SE-DEBTOR-NAME        PIC X(35).
           05  SE-DEBTOR-IBAN        PIC X(34).
           05  SE-REMIT-TEXT         PIC X(120).
       01  STM-TRL-REC REDEFINES STM-IN-REC.
           05  FILLER                PIC X(1).
           05  ST-ENTRY-COUNT        PIC 9(7).
           05  ST-CREDIT-TOTAL       PIC 9(13)V99.
           05  FILLER                PIC X(227).
       FD  RPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPT-REC.
       01  RPT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLCASH'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-REFUSED               PIC X(1)  VALUE 'N'.
       01  WS-HAVE-HEADER           PIC X(1)  VALUE 'N'.
       01  WS-MATCHED               PIC X(1)  VALUE 'N'.
       01  WS-ENTRY-FAILED          PIC X(1)  VALUE 'N'.
       01  WS-ENTRIES               PIC 9(9) COMP VALUE 0.
       01  WS-POSTED                PIC 9(9) COMP VALUE 0.
       01  WS-SUSPENDED             PIC 9(9) COMP VALUE 0.
       01  WS-DEBITS                PIC 9(9) COMP VALUE 0.
       01  WS-SKIPPED               PIC 9(9) COMP VALUE 0.
       01  WS-ERRORS                PIC 9(9) COMP VALUE 0.
       01  WS-CREDIT-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TRL-CREDIT-D          PIC Z(12)9.99.
       01  WS-READ-CREDIT-D         PIC Z(12)9.99.
       01  WS-RESULT                PIC X(1)  VALUE SPACE.
       01  WS-REASON                PIC X(20) VALUE SPACES.
       01  WS-T                     PIC S9(4) COMP VALUE 0.
       01  WS-TOK-LEN               PIC S9(4) COMP VALUE 0.
       01  WS-TOK-START             PIC S9(4) COMP VALUE 0.
       01  WS-PAY-AMT-D             PIC Z(10)9.99.
       01  WS-PAY-DIFF              PIC S9(11)V99 COMP-3 VALUE 0.

      * the remittance text split into words - any one of them may be
      * our invoice number (optionally prefixed INV) or the client's
      * own PO reference
       01  WS-TOKENS.
           05  WS-TOK               PIC X(20) OCCURS 8 TIMES.

       01  WS-HEADING.
           05  FILLER               PIC X(22) VALUE
               'CASH APPLICATION FOR '.
           05  WS-HDG-STMT          PIC X(20).
           05  FILLER               PIC X(9)  VALUE ' ACCOUNT '.
           05  WS-HDG-ACCOUNT       PIC X(34).
           05  FILLER               PIC X(6)  VALUE ' DATE '.
           05  WS-HDG-DATE          PIC X(10).
           05  FILLER               PIC X(31) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-ENTRY         PIC X(20).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-VALUE-DATE    PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-VERDICT       PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-ORDER         PIC X(12).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-REASON        PIC X(20).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-DEBTOR        PIC X(35).
           05  FILLER               PIC X(5)  VALUE SPACES.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-STMT-ID               PIC X(20).
       01  HV-ACCOUNT               PIC X(34).
       01  HV-STMT-DATE             PIC X(10).
       01  HV-STMT-STATUS           PIC X(1).
       01  HV-ENTRY-REF             PIC X(20).
       01  HV-VALUE-DATE            PIC X(10).
       01  HV-PAY-AMT               PIC S9(11)V99 COMP-3.
       01  HV-CURRENCY              PIC X(3).
       01  HV-DEBTOR-NAME           PIC X(35).
       01  HV-REMIT-TEXT            PIC X(120).
       01  HV-INV-NO                PIC S9(9) COMP.
       01  HV-CLIENT-REF            PIC X(15).
       01  HV-ORDER-ID              PIC X(12).
       01  HV-CLIENT-ID             PIC X(10).
       01  HV-OPEN-AMT              PIC S9(11)V99 COMP-3.
       01  HV-COUNT                 PIC S9(9) COMP.
       01  HV-PAY-REF               PIC X(20).
       01  HV-BOOKED-AMT            PIC S9(11)V99 COMP-3.
       01  HV-PAY-FX-RATE           PIC S9(7)V9(6) COMP-3.
       01  HV-ORD-CURRENCY          PIC X(3).
       01  HV-ORD-TOTAL             PIC S9(11)V99 COMP-3.
       01  HV-ORD-ORIG              PIC S9(11)V99 COMP-3.
       01  HV-AUD-DETAIL            PIC X(70).
       01  HV-BATCH-USER            PIC X(8)  VALUE 'CLCASH'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           OPEN INPUT STMFILE
           OPEN OUTPUT RPTFILE

           PERFORM UNTIL WS-EOF = 'Y'
              READ STMFILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    EVALUATE SIN-TYPE
                       WHEN 'H'
                          PERFORM REGISTER-STATEMENT
                       WHEN 'E'
                          IF WS-HAVE-HEADER = 'Y'
                             PERFORM APPLY-ONE-ENTRY
                          ELSE
                             ADD 1 TO WS-ERRORS
                             DISPLAY 'ERROR: ' WS-PROG-NAME
                                ' booking line before statement header'
                          END-IF
                       WHEN 'T'
                          PERFORM CHECK-STATEMENT-TRAILER
                       WHEN OTHER
                          ADD 1 TO WS-ERRORS
                          DISPLAY 'ERROR: ' WS-PROG-NAME
                             ' unknown record type ' SIN-TYPE
                    END-EVALUATE
              END-READ
           END-PERFORM

      * only a clean run closes the statement; after an error it
      * stays open so the rerun picks up the entries still missing
           IF WS-HAVE-HEADER = 'Y' AND WS-REFUSED = 'N'
              IF WS-ERRORS = 0
                 EXEC SQL
                    UPDATE CLAPP.BANK_STATEMENTS
                       SET STATUS = 'C',
                           ENTRY_CNT = :WS-ENTRIES
                     WHERE STMT_ID = :HV-STMT-ID
                 END-EXEC
                 EXEC SQL COMMIT END-EXEC
              ELSE
                 DISPLAY 'ERROR: ' WS-PROG-NAME ' statement '
                    HV-STMT-ID ' left open after ' WS-ERRORS
                    ' error(s) - correct and rerun'
              END-IF
           END-IF

           CLOSE STMFILE
           CLOSE RPTFILE

           DISPLAY '*** ' WS-PROG-NAME ' entries ' WS-ENTRIES
              ' posted ' WS-POSTED ' suspense ' WS-SUSPENDED
              ' debits ' WS-DEBITS ' already done ' WS-SKIPPED
           EVALUATE TRUE
              WHEN WS-ERRORS > 0 OR WS-REFUSED = 'Y'
                 MOVE 8 TO RETURN-CODE
              WHEN WS-SUSPENDED > 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
           PERFORM RECORD-RUN-END
           GOBACK.

      * a statement already posted to completion is refused as a
      * whole; an interrupted one carries on where it stopped
       REGISTER-STATEMENT.

           MOVE SH-STMT-ID   TO HV-STMT-ID
           MOVE SH-ACCOUNT   TO HV-ACCOUNT
           MOVE SH-STMT-DATE TO HV-STMT-DATE
           MOVE SH-STMT-ID   TO WS-HDG-STMT
           MOVE SH-ACCOUNT   TO WS-HDG-ACCOUNT
           MOVE SH-STMT-DATE TO WS-HDG-DATE
           WRITE RPT-REC FROM WS-HEADING

           MOVE SPACE TO HV-STMT-STATUS
           EXEC SQL
              SELECT STATUS INTO :HV-STMT-STATUS
                FROM CLAPP.BANK_STATEMENTS
               WHERE STMT_ID = :HV-STMT-ID
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 0 AND HV-STMT-STATUS = 'C'
                 MOVE 'Y' TO WS-REFUSED
                 MOVE 'Y' TO WS-EOF
                 DISPLAY 'ERROR: ' WS-PROG-NAME ' statement '
                    HV-STMT-ID ' already posted - run refused'
              WHEN SQLCODE = 0
                 MOVE 'Y' TO WS-HAVE-HEADER
                 DISPLAY 'WARNING: ' WS-PROG-NAME ' statement '
                    HV-STMT-ID ' resumed after interrupted run'
              WHEN SQLCODE = 100
                 EXEC SQL
                    INSERT INTO CLAPP.BANK_STATEMENTS
                    (STMT_ID, ACCOUNT, STMT_DATE, STATUS, ENTRY_CNT,
                     LOAD_TS)
                    VALUES (:HV-STMT-ID, :HV-ACCOUNT, :HV-STMT-DATE,
                            'L', 0, CURRENT TIMESTAMP)
                 END-EXEC
                 IF SQLCODE = 0
                    EXEC SQL COMMIT END-EXEC
                    MOVE 'Y' TO WS-HAVE-HEADER
                 ELSE
                    ADD 1 TO WS-ERRORS
                    MOVE 'Y' TO WS-REFUSED
                    MOVE 'Y' TO WS-EOF
                    MOVE 'REGISTER-STATEMENT' TO SQE-PARAGRAPH
                    MOVE 'bank statement insert' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    STRING 'statement ' HV-STMT-ID
                       DELIMITED BY SIZE INTO SQE-KEY
                    END-STRING
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-ERRORS
                 MOVE 'Y' TO WS-REFUSED
                 MOVE 'Y' TO WS-EOF
                 MOVE 'REGISTER-STATEMENT' TO SQE-PARAGRAPH
                 MOVE 'bank statement select' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 STRING 'statement ' HV-STMT-ID
                    DELIMITED BY SIZE INTO SQE-KEY
                 END-STRING
                 MOVE 'S' TO SQE-SCOPE
                 PERFORM SQL-ERROR
           END-EVALUATE.

       APPLY-ONE-ENTRY.

           ADD 1 TO WS-ENTRIES
           MOVE SE-ENTRY-REF   TO HV-ENTRY-REF
           MOVE SE-VALUE-DATE  TO HV-VALUE-DATE
           MOVE SE-AMOUNT      TO HV-PAY-AMT
           MOVE SE-CURRENCY    TO HV-CURRENCY
           MOVE SE-DEBTOR-NAME TO HV-DEBTOR-NAME
           MOVE SE-REMIT-TEXT  TO HV-REMIT-TEXT
           MOVE SPACES TO HV-ORDER-ID HV-CLIENT-ID WS-REASON
      * credits already booked by an interrupted run still count
      * towards the trailer's control total
           IF SE-CDT-DBT = 'CRDT'
              ADD HV-PAY-AMT TO WS-CREDIT-TOTAL
           END-IF
           MOVE 'N' TO WS-MATCHED
           MOVE 'N' TO WS-ENTRY-FAILED

           MOVE 0 TO HV-COUNT
           EXEC SQL
              SELECT COUNT(*) INTO :HV-COUNT
                FROM CLAPP.BANK_ENTRIES
               WHERE STMT_ID = :HV-STMT-ID
                 AND ENTRY_REF = :HV-ENTRY-REF
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'APPLY-ONE-ENTRY' TO SQE-PARAGRAPH
              MOVE 'bank entry done check' TO SQE-STATEMENT
              PERFORM ENTRY-SQL-ERROR
           END-IF
           EVALUATE TRUE
              WHEN WS-ENTRY-FAILED = 'Y'
                 MOVE 'ERROR' TO WS-DTL-VERDICT
                 PERFORM WRITE-ENTRY-LINE
              WHEN HV-COUNT > 0
                 ADD 1 TO WS-SKIPPED
              WHEN OTHER
                 PERFORM JUDGE-ONE-ENTRY
           END-EVALUATE.

       JUDGE-ONE-ENTRY.

           EVALUATE TRUE
              WHEN SE-CDT-DBT NOT = 'CRDT'
                 ADD 1 TO WS-DEBITS
                 MOVE 'D' TO WS-RESULT
                 MOVE 'DEBIT - NOT APPLIED' TO WS-REASON
              WHEN OTHER
                 MOVE HV-PAY-AMT TO HV-BOOKED-AMT
                 MOVE 1          TO HV-PAY-FX-RATE
                 PERFORM MATCH-BY-REFERENCE
                 IF WS-MATCHED = 'N' AND WS-REASON = SPACES
                    IF HV-CURRENCY = 'EUR'
                       PERFORM MATCH-BY-AMOUNT-CLIENT
                    ELSE
                       MOVE 'FOREIGN - NO REF' TO WS-REASON
                    END-IF
                 END-IF
                 IF WS-MATCHED = 'Y'
                    MOVE 'P' TO WS-RESULT
                 ELSE
                    MOVE 'S' TO WS-RESULT
                    IF WS-REASON = SPACES
                       MOVE 'NO MATCH' TO WS-REASON
                    END-IF
                 END-IF
           END-EVALUATE
      * a lookup that failed proves nothing about the credit, so the
      * entry is neither posted nor sent to suspense; it stays
      * undone and the statement open for the rerun
           IF WS-ENTRY-FAILED = 'Y'
              MOVE 'ERROR' TO WS-DTL-VERDICT
              PERFORM WRITE-ENTRY-LINE
           ELSE
              PERFORM BOOK-ENTRY-RESULT
           END-IF.

      * the first word that names an invoice or a client PO reference
      * decides the candidate order; the credit posts only when it
      * clears that order's open balance exactly
       MATCH-BY-REFERENCE.

           MOVE SPACES TO WS-TOKENS
           UNSTRING HV-REMIT-TEXT DELIMITED BY ALL SPACE OR ','
                    OR ';' OR '/' OR ':'
              INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4)
                   WS-TOK(5) WS-TOK(6) WS-TOK(7) WS-TOK(8)
           END-UNSTRING

           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > 8 OR HV-ORDER-ID NOT = SPACES
                      OR WS-ENTRY-FAILED = 'Y'
              IF WS-TOK(WS-T) NOT = SPACES
                 PERFORM TRY-ONE-TOKEN
              END-IF
           END-PERFORM

           IF HV-ORDER-ID NOT = SPACES AND HV-CURRENCY NOT = 'EUR'
              AND WS-ENTRY-FAILED = 'N'
              PERFORM CONVERT-FOREIGN-CREDIT
           END-IF

           IF HV-ORDER-ID NOT = SPACES AND WS-REASON = SPACES
              AND WS-ENTRY-FAILED = 'N'
              PERFORM GET-ORDER-OPEN-AMT
           END-IF

           IF HV-ORDER-ID NOT = SPACES AND WS-REASON = SPACES
              AND WS-ENTRY-FAILED = 'N'
              IF HV-CURRENCY NOT = 'EUR'
                 COMPUTE WS-PAY-DIFF = HV-BOOKED-AMT - HV-OPEN-AMT
                 IF WS-PAY-DIFF >= -0.01 AND WS-PAY-DIFF <= 0.01
                    MOVE HV-OPEN-AMT TO HV-BOOKED-AMT
                 END-IF
              END-IF
              EVALUATE TRUE
                 WHEN HV-BOOKED-AMT = HV-OPEN-AMT
                    MOVE 'Y' TO WS-MATCHED
                 WHEN HV-BOOKED-AMT < HV-OPEN-AMT
                    MOVE 'PARTIAL PAYMENT' TO WS-REASON
                 WHEN OTHER
                    MOVE 'EXCEEDS OPEN AMOUNT' TO WS-REASON
              END-EVALUATE
           END-IF.

      * a foreign credit must be in the order's own currency; its EUR
      * value at the order's booked rate is what clears the balance
      * (a cent of rounding either way settles it), and the rate of
      * the value date - the latest CLAPP.FX_RATE_HISTORY rate, else
      * the maintained FX_RATES one - is what the receipt was worth
       CONVERT-FOREIGN-CREDIT.

           EXEC SQL
              SELECT COALESCE(CURRENCY,'EUR'), TOTAL_AMT,
                     COALESCE(ORIG_AMT,TOTAL_AMT)
                INTO :HV-ORD-CURRENCY, :HV-ORD-TOTAL, :HV-ORD-ORIG
                FROM CLAPP.ORDERS
               WHERE ORDER_ID = :HV-ORDER-ID
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE 'CONVERT-FOREIGN-CREDIT' TO SQE-PARAGRAPH
                 MOVE 'order currency select' TO SQE-STATEMENT
                 PERFORM ENTRY-SQL-ERROR
              WHEN SQLCODE = 100
                 OR HV-ORD-CURRENCY NOT = HV-CURRENCY
                 OR HV-ORD-ORIG = 0
                 MOVE 'CURRENCY MISMATCH' TO WS-REASON
              WHEN OTHER
                 PERFORM GET-VALUE-DATE-RATE
           END-EVALUATE.

       GET-VALUE-DATE-RATE.

           EXEC SQL
              SELECT COALESCE((SELECT H.RATE_TO_EUR
                                 FROM CLAPP.FX_RATE_HISTORY H
                                WHERE H.CURRENCY = R.CURRENCY
                                  AND H.RATE_DATE <= :HV-VALUE-DATE
                                ORDER BY H.RATE_DATE DESC
                                FETCH FIRST 1 ROW ONLY),
                              R.RATE_TO_EUR)
                INTO :HV-PAY-FX-RATE
                FROM CLAPP.FX_RATES R
               WHERE R.CURRENCY = :HV-CURRENCY
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 COMPUTE HV-BOOKED-AMT ROUNDED =
                    HV-PAY-AMT * HV-ORD-TOTAL / HV-ORD-ORIG
              WHEN 100
                 MOVE 'NO FX RATE' TO WS-REASON
              WHEN OTHER
                 MOVE 'GET-VALUE-DATE-RATE' TO SQE-PARAGRAPH
                 MOVE 'value date rate select' TO SQE-STATEMENT
                 PERFORM ENTRY-SQL-ERROR
           END-EVALUATE.

       TRY-ONE-TOKEN.

           MOVE 1 TO WS-TOK-START
           IF WS-TOK(WS-T)(1:3) = 'INV'
              MOVE 4 TO WS-TOK-START
           END-IF
           MOVE 0 TO WS-TOK-LEN
           INSPECT WS-TOK(WS-T)(WS-TOK-START:) TALLYING WS-TOK-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE

           IF WS-TOK-LEN > 0 AND WS-TOK-LEN < 10
              AND WS-TOK(WS-T)(WS-TOK-START:WS-TOK-LEN) IS NUMERIC
              COMPUTE HV-INV-NO = FUNCTION NUMVAL
                 (WS-TOK(WS-T)(WS-TOK-START:WS-TOK-LEN))
              EXEC SQL
                 SELECT ORDER_ID, CLIENT_ID
                   INTO :HV-ORDER-ID, :HV-CLIENT-ID
                   FROM CLAPP.INVOICES
                  WHERE INV_NO = :HV-INV-NO
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    CONTINUE
                 WHEN 100
                    MOVE SPACES TO HV-ORDER-ID HV-CLIENT-ID
                 WHEN OTHER
                    MOVE 'TRY-ONE-TOKEN' TO SQE-PARAGRAPH
                    MOVE 'invoice select' TO SQE-STATEMENT
                    PERFORM ENTRY-SQL-ERROR
              END-EVALUATE
           END-IF

           IF HV-ORDER-ID = SPACES AND WS-ENTRY-FAILED = 'N'
              MOVE WS-TOK(WS-T) TO HV-CLIENT-REF
              MOVE 0 TO HV-COUNT
              EXEC SQL
                 SELECT COUNT(*), MIN(ORDER_ID), MIN(CLIENT_ID)
                   INTO :HV-COUNT, :HV-ORDER-ID, :HV-CLIENT-ID
                   FROM CLAPP.ORDERS
                  WHERE CLIENT_REF = :HV-CLIENT-REF
                    AND DELETED_FLAG <> 'Y'
                    AND COALESCE(DOC_TYPE,'O') <> 'Q'
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'TRY-ONE-TOKEN' TO SQE-PARAGRAPH
                 MOVE 'order by client reference' TO SQE-STATEMENT
                 PERFORM ENTRY-SQL-ERROR
              ELSE
                 IF HV-COUNT NOT = 1
                    MOVE SPACES TO HV-ORDER-ID HV-CLIENT-ID
                 END-IF
              END-IF
           END-IF.

      * open balance the way the aging report sees it: the invoice
      * gross (the order total before invoicing) less payments, with
      * the negative credit-note gross netted in
       GET-ORDER-OPEN-AMT.

           MOVE 0 TO HV-OPEN-AMT
           EXEC SQL
              SELECT COALESCE((SELECT SUM(I.GROSS_AMT)
                                 FROM CLAPP.INVOICES I
                                WHERE I.ORDER_ID = O.ORDER_ID),
                              O.TOTAL_AMT)
                     - COALESCE((SELECT SUM(P.PAY_AMT)
                                   FROM CLAPP.PAYMENTS P
                                  WHERE P.ORDER_ID = O.ORDER_ID), 0)
                     + COALESCE((SELECT SUM(N.GROSS_AMT)
                                   FROM CLAPP.CREDIT_NOTES N
                                  WHERE N.ORDER_ID = O.ORDER_ID), 0)
                INTO :HV-OPEN-AMT
                FROM CLAPP.ORDERS O
               WHERE O.ORDER_ID = :HV-ORDER-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 0 TO HV-OPEN-AMT
              WHEN OTHER
                 MOVE 'GET-ORDER-OPEN-AMT' TO SQE-PARAGRAPH
                 MOVE 'order open amount select' TO SQE-STATEMENT
                 PERFORM ENTRY-SQL-ERROR
           END-EVALUATE.

      * no usable reference: the debtor name identifies the client,
      * and exactly one of that client's invoices must be open for
      * precisely the credited amount - two candidates is a guess
       MATCH-BY-AMOUNT-CLIENT.

           MOVE 0 TO HV-COUNT
           EXEC SQL
              SELECT COUNT(*), MIN(CLIENT_ID)
                INTO :HV-COUNT, :HV-CLIENT-ID
                FROM CLAPP.CLIENTS
               WHERE UPPER(NAME) = UPPER(:HV-DEBTOR-NAME)
                 AND DELETED_FLAG <> 'Y'
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 MOVE 'MATCH-BY-AMOUNT-CLIENT' TO SQE-PARAGRAPH
                 MOVE 'client by debtor name' TO SQE-STATEMENT
                 PERFORM ENTRY-SQL-ERROR
              WHEN HV-COUNT = 0
                 MOVE SPACES TO HV-CLIENT-ID
                 MOVE 'CLIENT NOT KNOWN' TO WS-REASON
              WHEN HV-COUNT > 1
                 MOVE SPACES TO HV-CLIENT-ID
                 MOVE 'CLIENT AMBIGUOUS' TO WS-REASON
              WHEN OTHER
                 MOVE 0 TO HV-COUNT
                 EXEC SQL
                    SELECT COUNT(*), MIN(X.ORDER_ID)
                      INTO :HV-COUNT, :HV-ORDER-ID
                      FROM (SELECT I.ORDER_ID,
                                   I.GROSS_AMT
                                   - COALESCE((SELECT SUM(P.PAY_AMT)
                                         FROM CLAPP.PAYMENTS P
                                        WHERE P.ORDER_ID = I.ORDER_ID)
                                        , 0)
                                   + COALESCE((SELECT SUM(N.GROSS_AMT)
                                         FROM CLAPP.CREDIT_NOTES N
                                        WHERE N.ORDER_ID = I.ORDER_ID)
                                        , 0) AS OPEN_AMT
                              FROM CLAPP.INVOICES I
                             WHERE I.CLIENT_ID = :HV-CLIENT-ID) X
                     WHERE X.OPEN_AMT = :HV-PAY-AMT
                 END-EXEC
                 EVALUATE TRUE
                    WHEN SQLCODE NOT = 0
                       MOVE SPACES TO HV-ORDER-ID
                       MOVE 'MATCH-BY-AMOUNT-CLIENT' TO SQE-PARAGRAPH
                       MOVE 'open invoice by amount' TO SQE-STATEMENT
                       PERFORM ENTRY-SQL-ERROR
                    WHEN HV-COUNT = 1
                       MOVE 'Y' TO WS-MATCHED
                    WHEN HV-COUNT > 1
                       MOVE SPACES TO HV-ORDER-ID
                       MOVE 'SEVERAL INVOICES' TO WS-REASON
                    WHEN OTHER
                       MOVE SPACES TO HV-ORDER-ID
                       MOVE 'NO INVOICE FOR AMOUNT' TO WS-REASON
                 END-EVALUATE
           END-EVALUATE.

      * the posting (or the suspense row) and the entry's done-mark
      * commit together, so a restart neither loses nor repeats it
       BOOK-ENTRY-RESULT.

           EVALUATE WS-RESULT
              WHEN 'P'
                 PERFORM POST-PAYMENT
              WHEN 'S'
                 PERFORM WRITE-SUSPENSE
              WHEN OTHER
                 MOVE 0 TO SQLCODE
           END-EVALUATE

           IF SQLCODE = 0
              EXEC SQL
                 INSERT INTO CLAPP.BANK_ENTRIES
                 (STMT_ID, ENTRY_REF, RESULT, ORDER_ID, AMOUNT,
                  PROC_TS)
                 VALUES (:HV-STMT-ID, :HV-ENTRY-REF, :WS-RESULT,
                         :HV-ORDER-ID, :HV-PAY-AMT, CURRENT TIMESTAMP)
              END-EXEC
           END-IF

           IF SQLCODE = 0
              EXEC SQL COMMIT END-EXEC
              EVALUATE WS-RESULT
                 WHEN 'P'
                    ADD 1 TO WS-POSTED
                    MOVE 'POSTED' TO WS-DTL-VERDICT
                 WHEN 'S'
                    ADD 1 TO WS-SUSPENDED
                    MOVE 'SUSPENSE' TO WS-DTL-VERDICT
                 WHEN OTHER
                    MOVE 'IGNORED' TO WS-DTL-VERDICT
              END-EVALUATE
           ELSE
              ADD 1 TO WS-ERRORS
              MOVE 'BOOK-ENTRY-RESULT' TO SQE-PARAGRAPH
              MOVE 'entry booking' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'entry ' HV-ENTRY-REF
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'U' TO SQE-SCOPE
              PERFORM SQL-ERROR
              MOVE 'ERROR' TO WS-DTL-VERDICT
           END-IF
           PERFORM WRITE-ENTRY-LINE.

       WRITE-ENTRY-LINE.

           MOVE HV-ENTRY-REF   TO WS-DTL-ENTRY
           MOVE HV-VALUE-DATE  TO WS-DTL-VALUE-DATE
           MOVE HV-PAY-AMT     TO WS-DTL-AMOUNT
           MOVE HV-ORDER-ID    TO WS-DTL-ORDER
           MOVE WS-REASON      TO WS-DTL-REASON
           MOVE HV-DEBTOR-NAME TO WS-DTL-DEBTOR
           WRITE RPT-REC FROM WS-DETAIL-LINE.

      * the PAYMENTS row and its audit detail are exactly the screen's
      * - the bank entry reference stands in for the keyed reference
       POST-PAYMENT.

           MOVE HV-ENTRY-REF TO HV-PAY-REF
           EXEC SQL
              INSERT INTO CLAPP.PAYMENTS
              (ORDER_ID, CLIENT_ID, PAY_AMT, VALUE_DATE,
               PAY_REF, PAY_TS, PAY_CURRENCY, PAY_ORIG_AMT,
               PAY_FX_RATE)
              VALUES (:HV-ORDER-ID, :HV-CLIENT-ID,
                      :HV-BOOKED-AMT, :HV-VALUE-DATE, :HV-PAY-REF,
                      CURRENT TIMESTAMP, :HV-CURRENCY, :HV-PAY-AMT,
                      :HV-PAY-FX-RATE)
           END-EXEC
           IF SQLCODE = 0
              MOVE HV-PAY-AMT TO WS-PAY-AMT-D
              MOVE SPACES TO HV-AUD-DETAIL
              STRING 'Payment ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PAY-AMT-D) DELIMITED BY SIZE
                 ' ' HV-CURRENCY DELIMITED BY SIZE
                 ' ref ' DELIMITED BY SIZE
                 FUNCTION TRIM(HV-PAY-REF) DELIMITED BY SIZE
                 INTO HV-AUD-DETAIL
              END-STRING
              EXEC SQL
                 INSERT INTO CLAPP.AUDIT_LOG
                 (TABLE_NAME, REC_KEY, ACTION, AUD_TS, DETAIL,
                  USER_ID)
                 VALUES ('PAYMENTS', :HV-ORDER-ID, 'A',
                         CURRENT TIMESTAMP, :HV-AUD-DETAIL,
                         :HV-BATCH-USER)
              END-EXEC
           END-IF.

      * the worklist row keeps everything the controller needs to
      * resolve it from the screen: the candidate order when there
      * was one, the remittance text and why it did not post
       WRITE-SUSPENSE.

           EXEC SQL
              INSERT INTO CLAPP.CASH_SUSPENSE
              (STMT_ID, ENTRY_REF, VALUE_DATE, AMOUNT, CURRENCY,
               DEBTOR_NAME, REMIT_TEXT, CAND_ORDER_ID, CAND_CLIENT_ID,
               REASON, STATUS, CREATED_TS)
              VALUES (:HV-STMT-ID, :HV-ENTRY-REF, :HV-VALUE-DATE,
                      :HV-PAY-AMT, :HV-CURRENCY, :HV-DEBTOR-NAME,
                      :HV-REMIT-TEXT, :HV-ORDER-ID, :HV-CLIENT-ID,
                      :WS-REASON, 'O', CURRENT TIMESTAMP)
           END-EXEC.

      * the trailer's control figures must agree with what was read;
      * a mismatch rejects the statement - the entries stay applied,
      * each one stands on its own booking, but the statement is not
      * closed and the run ends RC 8
       CHECK-STATEMENT-TRAILER.

           IF ST-ENTRY-COUNT NOT = WS-ENTRIES
              ADD 1 TO WS-ERRORS
              DISPLAY 'ERROR: ' WS-PROG-NAME
                 ' trailer count ' ST-ENTRY-COUNT
                 ' does not match entries read ' WS-ENTRIES
           END-IF

           IF ST-CREDIT-TOTAL NOT = WS-CREDIT-TOTAL
              ADD 1 TO WS-ERRORS
              MOVE ST-CREDIT-TOTAL TO WS-TRL-CREDIT-D
              MOVE WS-CREDIT-TOTAL TO WS-READ-CREDIT-D
              DISPLAY 'ERROR: ' WS-PROG-NAME
                 ' trailer credit total ' WS-TRL-CREDIT-D
                 ' does not match credits read ' WS-READ-CREDIT-D
           END-IF.

      * a lookup for the entry failed: nothing was written for it, so
      * nothing is rolled back and the run goes on to the next entry
      * (an environment error still stops it)
       ENTRY-SQL-ERROR.

           ADD 1 TO WS-ERRORS
           MOVE 'Y' TO WS-ENTRY-FAILED
           MOVE SPACES TO HV-ORDER-ID HV-CLIENT-ID
           MOVE 'SQL ERROR' TO WS-REASON
           MOVE SPACES TO SQE-KEY
           STRING 'entry ' HV-ENTRY-REF
              DELIMITED BY SIZE INTO SQE-KEY
           END-STRING
           MOVE 'C' TO SQE-SCOPE
           PERFORM SQL-ERROR.

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
           MOVE 'ENTRIES'        TO RUN-COUNT-LABEL(1)
           MOVE WS-ENTRIES TO RUN-COUNT(1)
           MOVE 'POSTED'         TO RUN-COUNT-LABEL(2)
           MOVE WS-POSTED TO RUN-COUNT(2)
           MOVE 'SUSPENSE'       TO RUN-COUNT-LABEL(3)
           MOVE WS-SUSPENDED TO RUN-COUNT(3)
           MOVE 'DEBITS'         TO RUN-COUNT-LABEL(4)
           MOVE WS-DEBITS TO RUN-COUNT(4)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

       END PROGRAM CLCASH.
