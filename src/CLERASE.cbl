           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 3 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ERS-PARM-CARD.
       01  ERS-PARM-CARD             PIC X(3).
       FD  RPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  WS-RPT-TEXT          PIC X(40).
           05  FILLER               PIC X(31) VALUE SPACES.

      * the parameter card, with any setting in force in
      * CLAPP.BATCH_PARMS laid over it by CLPARM
       01  ERS-PARM-AREA.
           05  ERS-PARM-REC          PIC 9(3).

      * card fields CLPARM may take from the table: name,
      * column, length, type and description
       01  WS-PARM-DEFS.
           05  FILLER               PIC X(48) VALUE
               'RETAIN-MTHS 00103NMonths before erasure         '.

       COPY CLPRMAPI.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           DISPLAY '*** ' WS-PROG-NAME ' START'

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           PERFORM READ-RETENTION-PARM

           PERFORM DERIVE-RETENTION-CUTOFF
           DISPLAY '*** ' WS-PROG-NAME ' erased ' WS-ERASED
              ' blocked ' WS-BLOCKED

           IF WS-BLOCKED > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM RECORD-RUN-END
           DISPLAY '*** ' WS-PROG-NAME ' END'
           GOBACK.

       READ-RETENTION-PARM.

           MOVE SPACES TO ERS-PARM-AREA
           OPEN INPUT ERSPRM

           READ ERSPRM INTO ERS-PARM-AREA
              AT END
                 CONTINUE
           END-READ

           CLOSE ERSPRM
           PERFORM GET-BATCH-PARMS
           IF ERS-PARM-AREA = SPACES
              MOVE 'Y' TO WS-PARM-EOF
              DISPLAY 'WARNING: ' WS-PROG-NAME
                 ' no retention parm - using '
                 WS-RETAIN-MONTHS ' months'
           ELSE
              MOVE ERS-PARM-REC TO RUN-PARMS
              IF ERS-PARM-REC > 0
                 MOVE ERS-PARM-REC TO WS-RETAIN-MONTHS
              END-IF
           END-IF.

      * anything dated on or after the cutoff is a retention hold
       DERIVE-RETENTION-CUTOFF.
               WHERE CLIENT_ID = :HV-CLIENT-ID
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 MOVE 'CLIENT UNKNOWN' TO WS-BLOCK-REASON
              WHEN SQLCODE NOT = 0
                 MOVE 'client select' TO SQE-STATEMENT
                 PERFORM CHECK-SQL-ERROR
              WHEN HV-DELETED NOT = 'Y'
                 MOVE 'CLIENT NOT SOFT-DELETED' TO WS-BLOCK-REASON
              WHEN OTHER
                    AND STATUS NOT IN ('CLOSED', 'CANCELLED')
                    AND DELETED_FLAG <> 'Y'
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE NOT = 0
                    MOVE 'open order count' TO SQE-STATEMENT
                    PERFORM CHECK-SQL-ERROR
                 WHEN HV-HOLD-COUNT > 0
                    MOVE 'OPEN ORDERS EXIST' TO WS-BLOCK-REASON
              END-EVALUATE
           END-IF

           IF WS-BLOCK-REASON = SPACES
                  WHERE CLIENT_ID = :HV-CLIENT-ID
                    AND INV_DATE >= :HV-CUTOFF-DATE
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE NOT = 0
                    MOVE 'retained invoice count' TO SQE-STATEMENT
                    PERFORM CHECK-SQL-ERROR
                 WHEN HV-HOLD-COUNT > 0
                    MOVE 'UNEXPIRED INVOICES' TO WS-BLOCK-REASON
              END-EVALUATE
           END-IF

           IF WS-BLOCK-REASON = SPACES
                  WHERE CLIENT_ID = :HV-CLIENT-ID
                    AND ORDER_DATE >= :HV-CUTOFF-DATE
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE NOT = 0
                    MOVE 'retained order count' TO SQE-STATEMENT
                    PERFORM CHECK-SQL-ERROR
                 WHEN HV-HOLD-COUNT > 0
                    MOVE 'ORDERS INSIDE RETENTION' TO WS-BLOCK-REASON
              END-EVALUATE
           END-IF

           IF WS-BLOCK-REASON = SPACES
                    AND AUD_TS >= TIMESTAMP(:HV-CUTOFF-DATE,
                                            '00.00.00')
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE NOT = 0
                    MOVE 'audit period count' TO SQE-STATEMENT
                    PERFORM CHECK-SQL-ERROR
                 WHEN HV-HOLD-COUNT > 0
                    MOVE 'AUDIT PERIOD UNRESOLVED' TO WS-BLOCK-REASON
              END-EVALUATE
           END-IF

           IF WS-BLOCK-REASON = SPACES
              WRITE RPT-REC FROM WS-RPT-LINE
           END-IF.

      * a check that cannot be read blocks the request: nothing was
      * written for it, so nothing is rolled back
       CHECK-SQL-ERROR.

           MOVE 'SQL ERROR ON CHECKS' TO WS-BLOCK-REASON
           MOVE 'PROCESS-ONE-REQUEST' TO SQE-PARAGRAPH
           MOVE SPACES TO SQE-KEY
           STRING 'client ' HV-CLIENT-ID
              DELIMITED BY SIZE INTO SQE-KEY
           END-STRING
           MOVE 'C' TO SQE-SCOPE
           PERFORM SQL-ERROR.

      * the keys stay; only the personal fields are overwritten, so
      * orders, audit rows and the warehouse extract keep joining.
      * Each request commits on its own; the first statement that
      * fails names itself in SQE-STATEMENT and the request's work
      * is rolled back whole.
       APPLY-ERASURE.

           MOVE SPACES TO SQE-STATEMENT
           EXEC SQL
              UPDATE CLAPP.CLIENTS
                 SET NAME = 'ERASED',
               WHERE CLIENT_ID = :HV-CLIENT-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'client erasure update' TO SQE-STATEMENT
           END-IF

      * a client without alternate addresses has none to erase
           IF SQE-STATEMENT = SPACES
              EXEC SQL
                 UPDATE CLAPP.CLIENT_ADDRESSES
                    SET ADDR_LINE1 = 'ERASED',
                        ADDR_LINE2 = ' '
                  WHERE CLIENT_ID = :HV-CLIENT-ID
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE 'address erasure update' TO SQE-STATEMENT
              END-IF
           END-IF

           IF SQE-STATEMENT = SPACES
              MOVE SPACES TO HV-REASON-DETAIL
              STRING 'GDPR erasure applied, reason '
                 DELIMITED BY SIZE
                         CURRENT TIMESTAMP, :HV-REASON-DETAIL,
                         'CLERASE')
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'erasure audit insert' TO SQE-STATEMENT
              END-IF
           END-IF

           IF SQE-STATEMENT = SPACES
              EXEC SQL COMMIT END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'erasure commit' TO SQE-STATEMENT
              END-IF
           END-IF

           IF SQE-STATEMENT = SPACES
              ADD 1 TO WS-ERASED
              MOVE 'ERASED' TO WS-RPT-VERDICT
              MOVE 'ERASURE CERTIFIED - PERSONAL DATA REMOVED'
                 TO WS-RPT-TEXT
              WRITE RPT-REC FROM WS-RPT-LINE
           ELSE
              ADD 1 TO WS-BLOCKED
              MOVE 'BLOCKED' TO WS-RPT-VERDICT
              MOVE 'SQL ERROR ON ERASURE' TO WS-RPT-TEXT
              WRITE RPT-REC FROM WS-RPT-LINE
              MOVE 'APPLY-ERASURE' TO SQE-PARAGRAPH
              MOVE SPACES TO SQE-KEY
              STRING 'client ' HV-CLIENT-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'U' TO SQE-SCOPE
              PERFORM SQL-ERROR
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
           MOVE 'ERASED'         TO RUN-COUNT-LABEL(1)
           MOVE WS-ERASED TO RUN-COUNT(1)
           MOVE 'BLOCKED'        TO RUN-COUNT-LABEL(2)
           MOVE WS-BLOCKED TO RUN-COUNT(2)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

      * a card field with a value in force in CLAPP.BATCH_PARMS
      * takes the table value instead
       GET-BATCH-PARMS.

           MOVE WS-PROG-NAME TO BPR-PROGRAM
           MOVE ERS-PARM-AREA TO BPR-CARD
           MOVE WS-PARM-DEFS TO BPR-DEFS
           CALL 'CLPARM' USING BPR-REQUEST BPR-RESPONSE
           MOVE BPR-CARD TO ERS-PARM-AREA.

       END PROGRAM CLERASE.
