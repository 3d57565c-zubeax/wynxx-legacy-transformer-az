      *-------------------------------------------------------------*
      * Program: CLDDRTN - SEPA direct-debit returns and rejects    *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Reads the bank's R-transaction file for collections sent by *
      * CLDDCOL. Each reject, return or refund reopens its invoice  *
      * (COLL_STATUS 'R' with the ISO return reason and date) so    *
      * the next collection run, dunning and the aging report see   *
      * it as open again, and counts against the mandate. A mandate *
      * is flagged (STATUS 'F') - and so no longer collected - once *
      * its returns reach the parameter card's limit, or at once    *
      * for a reason that says the mandate or account is dead. A    *
      * first collection rejected before settlement puts its        *
      * mandate back to FRST. Every record commits on its own; a    *
      * re-run skips invoices already reopened.                     *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLDDRTN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRMFILE ASSIGN TO UT-S-DDRPRM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RTNFILE ASSIGN TO UT-S-DDRTN
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * returns a mandate may take before it is flagged
       FD  PRMFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 2 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRM-CARD.
       01  PRM-CARD                 PIC X(2).
       FD  RTNFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTN-REC.
       01  RTN-REC.
           05  RTN-END-TO-END       PIC X(35).
           05  RTN-MANDATE-ID       PIC X(35).
           05  RTN-AMOUNT           PIC 9(11)V99.
           05  RTN-REASON           PIC X(4).
           05  RTN-TYPE             PIC X(4).
           05  RTN-DATE             PIC X(10).
           05  FILLER               PIC X(19).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLDDRTN'.
       01  WS-PARM-EOF              PIC X(1)  VALUE 'N'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-RETURN-LIMIT          PIC S9(4) COMP VALUE 2.
       01  WS-READ                  PIC 9(9) COMP VALUE 0.
       01  WS-REOPENED              PIC 9(9) COMP VALUE 0.
       01  WS-FLAGGED               PIC 9(9) COMP VALUE 0.
       01  WS-SKIPPED               PIC 9(9) COMP VALUE 0.
       01  WS-REJECTS               PIC 9(9) COMP VALUE 0.
       01  WS-ERRORS                PIC 9(9) COMP VALUE 0.
       01  WS-INV-NO-D              PIC 9(9).
       01  WS-RETURN-CNT-D          PIC 9(4).
       01  WS-FATAL                 PIC X(1)  VALUE 'N'.

      * reasons that mean the mandate cannot be used again -
      * incorrect, closed or blocked account, no valid mandate,
      * debtor deceased
       01  WS-FATAL-REASON-VALUES.
           05  FILLER               PIC X(4)  VALUE 'AC01'.
           05  FILLER               PIC X(4)  VALUE 'AC04'.
           05  FILLER               PIC X(4)  VALUE 'AC06'.
           05  FILLER               PIC X(4)  VALUE 'MD01'.
           05  FILLER               PIC X(4)  VALUE 'MD07'.
       01  WS-FATAL-REASONS REDEFINES WS-FATAL-REASON-VALUES.
           05  WS-FATAL-REASON      PIC X(4)  OCCURS 5 TIMES.
       01  WS-F                     PIC S9(4) COMP VALUE 0.

      * the parameter card, with any setting in force in
      * CLAPP.BATCH_PARMS laid over it by CLPARM
       01  PRM-REC.
           05  PRM-RETURN-LIMIT     PIC 9(2).

      * card fields CLPARM may take from the table: name,
      * column, length, type and description
       01  WS-PARM-DEFS.
           05  FILLER               PIC X(48) VALUE
               'RETURN-LIMIT00102NReturns before mandate review '.

       COPY CLPRMAPI.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-INV-NO                PIC S9(9) COMP.
       01  HV-CLIENT-ID             PIC X(10).
       01  HV-COLL-STATUS           PIC X(1).
       01  HV-MANDATE-ID            PIC X(35).
       01  HV-COLL-SEQ-TYPE         PIC X(4).
       01  HV-REASON                PIC X(4).
       01  HV-RETURN-DATE           PIC X(10).
       01  HV-RETURN-CNT            PIC S9(4) COMP.
       01  HV-MANDATE-STATUS        PIC X(1).
       01  HV-AUD-TABLE             PIC X(10).
       01  HV-AUD-KEY               PIC X(12).
       01  HV-AUD-DETAIL            PIC X(70).
       01  HV-BATCH-USER            PIC X(8)  VALUE 'CLDDRTN'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           PERFORM READ-PARM-CARD

           OPEN INPUT RTNFILE

           PERFORM UNTIL WS-EOF = 'Y'
              READ RTNFILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-READ
                    PERFORM APPLY-ONE-RETURN
              END-READ
           END-PERFORM

           CLOSE RTNFILE

           DISPLAY '*** ' WS-PROG-NAME ' read ' WS-READ
              ' reopened ' WS-REOPENED ' mandates flagged '
              WS-FLAGGED ' already done ' WS-SKIPPED
           DISPLAY '*** ' WS-PROG-NAME ' unmatched ' WS-REJECTS
              ', ' WS-ERRORS ' error(s)'
           EVALUATE TRUE
              WHEN WS-ERRORS > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-REJECTS > 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
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
              MOVE 'Y' TO WS-PARM-EOF
              DISPLAY 'WARNING: ' WS-PROG-NAME
                 ' no parameter card - using defaults'
           ELSE
              MOVE PRM-REC TO RUN-PARMS
              IF PRM-RETURN-LIMIT IS NUMERIC
                 AND PRM-RETURN-LIMIT > 0
                 MOVE PRM-RETURN-LIMIT TO WS-RETURN-LIMIT
              END-IF
           END-IF
           .

      * our end-to-end ID is INV plus the nine-digit invoice number
       APPLY-ONE-RETURN.

           IF RTN-END-TO-END(1:3) NOT = 'INV'
              OR RTN-END-TO-END(4:9) IS NOT NUMERIC
              ADD 1 TO WS-REJECTS
              DISPLAY 'WARNING: ' WS-PROG-NAME
                 ' end-to-end ID not ours: ' RTN-END-TO-END
           ELSE
              MOVE RTN-END-TO-END(4:9) TO WS-INV-NO-D
              MOVE WS-INV-NO-D TO HV-INV-NO
              EXEC SQL
                 SELECT CLIENT_ID, COALESCE(COLL_STATUS,' '),
                        COALESCE(COLL_MANDATE_ID,' '),
                        COALESCE(COLL_SEQ_TYPE,' ')
                   INTO :HV-CLIENT-ID, :HV-COLL-STATUS,
                        :HV-MANDATE-ID, :HV-COLL-SEQ-TYPE
                   FROM CLAPP.INVOICES
                  WHERE INV_NO = :HV-INV-NO
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE = 100
                    ADD 1 TO WS-REJECTS
                    DISPLAY 'WARNING: ' WS-PROG-NAME
                       ' invoice not found: ' RTN-END-TO-END
                 WHEN SQLCODE NOT = 0
                    ADD 1 TO WS-ERRORS
                    MOVE 'APPLY-ONE-RETURN' TO SQE-PARAGRAPH
                    MOVE 'invoice select' TO SQE-STATEMENT
                    MOVE 'invoice' TO SQE-KEY
                    MOVE HV-INV-NO TO SQE-KEY(9:9)
                    MOVE 'C' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 WHEN HV-COLL-STATUS NOT = 'C'
                    ADD 1 TO WS-SKIPPED
                 WHEN OTHER
                    PERFORM REOPEN-INVOICE
              END-EVALUATE
           END-IF.

       REOPEN-INVOICE.

           MOVE RTN-REASON TO HV-REASON
           MOVE RTN-DATE   TO HV-RETURN-DATE
           EXEC SQL
              UPDATE CLAPP.INVOICES
                 SET COLL_STATUS = 'R',
                     RETURN_REASON = :HV-REASON,
                     RETURN_DATE = :HV-RETURN-DATE
               WHERE INV_NO = :HV-INV-NO
                 AND COLL_STATUS = 'C'
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              MOVE 'REOPEN-INVOICE' TO SQE-PARAGRAPH
              MOVE 'invoice reopen' TO SQE-STATEMENT
              MOVE 'invoice' TO SQE-KEY
              MOVE HV-INV-NO TO SQE-KEY(9:9)
              MOVE 'U' TO SQE-SCOPE
              PERFORM SQL-ERROR
           ELSE
              MOVE 'INVOICES'  TO HV-AUD-TABLE
              MOVE WS-INV-NO-D TO HV-AUD-KEY
              MOVE SPACES TO HV-AUD-DETAIL
              STRING 'Direct debit returned ' DELIMITED BY SIZE
                 HV-REASON ' ' RTN-TYPE DELIMITED BY SIZE
                 INTO HV-AUD-DETAIL
              END-STRING
              PERFORM WRITE-AUDIT-ROW
              PERFORM COUNT-MANDATE-RETURN
              IF SQLCODE = 0
                 EXEC SQL COMMIT END-EXEC
                 ADD 1 TO WS-REOPENED
              ELSE
                 ADD 1 TO WS-ERRORS
                 MOVE 'REOPEN-INVOICE' TO SQE-PARAGRAPH
                 MOVE 'mandate return update' TO SQE-STATEMENT
                 MOVE 'invoice' TO SQE-KEY
                 MOVE HV-INV-NO TO SQE-KEY(9:9)
                 MOVE 'U' TO SQE-SCOPE
                 PERFORM SQL-ERROR
              END-IF
           END-IF.

      * a first collection rejected before settlement never reached
      * the debtor's bank as FRST, so the next one must be FRST again
       COUNT-MANDATE-RETURN.

           IF HV-COLL-SEQ-TYPE = 'FRST' AND RTN-TYPE = 'RJCT'
              EXEC SQL
                 UPDATE CLAPP.SEPA_MANDATES
                    SET RETURN_CNT = COALESCE(RETURN_CNT,0) + 1,
                        SEQ_TYPE = 'FRST'
                  WHERE MANDATE_ID = :HV-MANDATE-ID
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE CLAPP.SEPA_MANDATES
                    SET RETURN_CNT = COALESCE(RETURN_CNT,0) + 1
                  WHERE MANDATE_ID = :HV-MANDATE-ID
              END-EXEC
           END-IF
           IF SQLCODE = 0
              EXEC SQL
                 SELECT RETURN_CNT, STATUS
                   INTO :HV-RETURN-CNT, :HV-MANDATE-STATUS
                   FROM CLAPP.SEPA_MANDATES
                  WHERE MANDATE_ID = :HV-MANDATE-ID
              END-EXEC
           END-IF
           IF SQLCODE = 0
              MOVE 'N' TO WS-FATAL
              PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 5
                 IF HV-REASON = WS-FATAL-REASON(WS-F)
                    MOVE 'Y' TO WS-FATAL
                 END-IF
              END-PERFORM
              IF HV-MANDATE-STATUS = 'A'
                 AND (WS-FATAL = 'Y'
                      OR HV-RETURN-CNT >= WS-RETURN-LIMIT)
                 PERFORM FLAG-MANDATE
              END-IF
           END-IF.

      * the flag stops further collections; the credit controller
      * re-keys the mandate on the client screen once it is sorted
       FLAG-MANDATE.

           EXEC SQL
              UPDATE CLAPP.SEPA_MANDATES
                 SET STATUS = 'F',
                     FLAG_REASON = :HV-REASON
               WHERE MANDATE_ID = :HV-MANDATE-ID
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-FLAGGED
              MOVE HV-RETURN-CNT TO WS-RETURN-CNT-D
              MOVE 'CLIENTS'    TO HV-AUD-TABLE
              MOVE HV-CLIENT-ID TO HV-AUD-KEY
              MOVE SPACES TO HV-AUD-DETAIL
              STRING 'Mandate ' DELIMITED BY SIZE
                 FUNCTION TRIM(HV-MANDATE-ID) DELIMITED BY SIZE
                 ' flagged, ' DELIMITED BY SIZE
                 WS-RETURN-CNT-D ' returns, last ' HV-REASON
                 DELIMITED BY SIZE
                 INTO HV-AUD-DETAIL
              END-STRING
              PERFORM WRITE-AUDIT-ROW
              DISPLAY 'WARNING: ' WS-PROG-NAME ' mandate '
                 HV-MANDATE-ID ' flagged, client ' HV-CLIENT-ID
           END-IF.

       WRITE-AUDIT-ROW.
           EXEC SQL
              INSERT INTO CLAPP.AUDIT_LOG
              (TABLE_NAME, REC_KEY, ACTION, AUD_TS, DETAIL,
               USER_ID)
              VALUES (:HV-AUD-TABLE, :HV-AUD-KEY, 'U',
                      CURRENT TIMESTAMP, :HV-AUD-DETAIL,
                      :HV-BATCH-USER)
           END-EXEC
           .

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
           MOVE 'READ'           TO RUN-COUNT-LABEL(1)
           MOVE WS-READ TO RUN-COUNT(1)
           MOVE 'REOPENED'       TO RUN-COUNT-LABEL(2)
           MOVE WS-REOPENED TO RUN-COUNT(2)
           MOVE 'FLAGGED'        TO RUN-COUNT-LABEL(3)
           MOVE WS-FLAGGED TO RUN-COUNT(3)
           MOVE 'UNMATCHED'      TO RUN-COUNT-LABEL(4)
           MOVE WS-REJECTS TO RUN-COUNT(4)
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

       END PROGRAM CLDDRTN.
