      * TYPE/VALUE records) - client count, orders per client, the  *
      * status, currency and product mixes - deterministically for  *
      * a given SEED, so ORDTAT, CLSTMT and DWEXTR rehearsals run   *
      * at production volumes and reproduce exactly. A CLIENTS,     *
      * ORDPERCL, LINESMAX or SEED value in force in                *
      * CLAPP.BATCH_PARMS overrides the record; the mixes are only  *
      * ever taken from the file.                                   *
      *                                                             *
      * Parameter records (TYPE in cols 1-8, value from col 10):    *
      *   CLIENTS  <n>               ORDPERCL <n>                   *
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GEN-PARM-CARD.
       01  GEN-PARM-CARD             PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLAPPGEN'.
       01  WS-SINCE-COMMIT          PIC 9(4) COMP VALUE 0.
       01  WS-INSERTED              PIC 9(9) COMP VALUE 0.
       01  WS-ERRORS                PIC 9(9) COMP VALUE 0.
       01  WS-UNIT-INSERTED         PIC 9(9) COMP VALUE 0.
       01  WS-UNIT-FAILED           PIC X(1)  VALUE 'N'.
       01  WS-PICK-NAME             PIC X(40) VALUE SPACES.
       01  WS-PICK-WEIGHT-X         PIC X(9)  VALUE SPACES.
       01  WS-PICK-RATE-X           PIC X(13) VALUE SPACES.
               10  GPR-WEIGHT       PIC 9(9) COMP.
               10  GPR-PRICE        PIC 9(7)V99.

      * one parameter record, from the file or built from a
      * CLAPP.BATCH_PARMS value
       01  GEN-PARM-REC.
           05  GEN-PARM-TYPE         PIC X(8).
           05  FILLER                PIC X(1).
           05  GEN-PARM-VALUE        PIC X(41).

      * scalar parameters CLPARM may take from the table: name,
      * column (none - no fixed card), length, type and description
       01  WS-PARM-DEFS.
           05  FILLER               PIC X(48) VALUE
               'CLIENTS     00007NClients to generate           '.
           05  FILLER               PIC X(48) VALUE
               'ORDPERCL    00004NOrders per client             '.
           05  FILLER               PIC X(48) VALUE
               'LINESMAX    00001NMost lines per order (1-5)    '.
           05  FILLER               PIC X(48) VALUE
               'SEED        00010NRandom seed                   '.
       01  WS-PARM-DEF-NUM          PIC 9(4) COMP VALUE 4.

       COPY CLPRMAPI.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40)  VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           DISPLAY '*** ' WS-PROG-NAME ' START'

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           PERFORM LOAD-GENERATOR-PARMS

           IF GST-NUM = 0 OR GPR-NUM = 0
              DISPLAY 'ERROR: ' WS-PROG-NAME
                 ' STATUS and PRODUCT lists are required'
              MOVE 8 TO RETURN-CODE
              PERFORM RECORD-RUN-END
              GOBACK
           END-IF

              VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CLIENTS

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
              MOVE 'final commit' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           DISPLAY '*** ' WS-PROG-NAME ' inserted ' WS-INSERTED
              ' rows (' WS-ERRORS ' errors)'
           IF WS-ERRORS > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

       LOAD-GENERATOR-PARMS.
           OPEN INPUT GENPRM

           PERFORM UNTIL WS-PARM-EOF = 'Y'
              READ GENPRM INTO GEN-PARM-REC
                 AT END
                    MOVE 'Y' TO WS-PARM-EOF
                 NOT AT END
              END-READ
           END-PERFORM

           CLOSE GENPRM
           PERFORM GET-BATCH-PARMS.

       APPLY-ONE-PARM.

                 VALUES (:HV-PRODUCT-ID, 'GENERATED TEST PRODUCT',
                         :HV-UNIT-PRICE, 'Y')
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = -803
                 MOVE 'SEED-PRODUCT-MASTER' TO SQE-PARAGRAPH
                 MOVE 'product insert' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 STRING 'product ' HV-PRODUCT-ID
                    DELIMITED BY SIZE INTO SQE-KEY
                 END-STRING
                 MOVE 'S' TO SQE-SCOPE
                 PERFORM SQL-ERROR
              END-IF
           END-PERFORM.

      * each client with its orders is one unit under a savepoint: a
      * row that cannot be written is skipped, but a client or order
      * left without its audit row or its total is taken out whole
       GENERATE-ONE-CLIENT.

           EXEC SQL
              SAVEPOINT CLIENT_UNIT ON ROLLBACK RETAIN CURSORS
           END-EXEC
           MOVE 'N' TO WS-UNIT-FAILED
           MOVE 0 TO WS-UNIT-INSERTED
           ADD 1 TO WS-CLIENT-SEQ
           MOVE SPACES TO HV-CLIENT-ID
           STRING 'CL' WS-CLIENT-SEQ(1:6) '00'
                      'GENERATED STREET 1', ' ', 0)
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-UNIT-INSERTED
              EXEC SQL
                 INSERT INTO CLAPP.AUDIT_LOG
                 (TABLE_NAME, REC_KEY, ACTION, AUD_TS, DETAIL,
                         CURRENT TIMESTAMP, 'Generated test client',
                         :HV-BATCH-USER)
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'GENERATE-ONE-CLIENT' TO SQE-PARAGRAPH
                 MOVE 'client audit insert' TO SQE-STATEMENT
                 PERFORM CLIENT-UNIT-ERROR
              END-IF
           ELSE
              ADD 1 TO WS-ERRORS
              MOVE 'GENERATE-ONE-CLIENT' TO SQE-PARAGRAPH
              MOVE 'client insert' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'client ' HV-CLIENT-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'C' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           PERFORM GENERATE-ONE-ORDER
              VARYING WS-O FROM 1 BY 1
              UNTIL WS-O > WS-ORD-PER-CLI OR WS-UNIT-FAILED = 'Y'
           IF WS-UNIT-FAILED = 'N'
              ADD WS-UNIT-INSERTED TO WS-INSERTED
           END-IF

           ADD 1 TO WS-SINCE-COMMIT
           IF WS-SINCE-COMMIT >= 50
              EXEC SQL COMMIT END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'GENERATE-ONE-CLIENT' TO SQE-PARAGRAPH
                 MOVE 'commit' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 MOVE 'S' TO SQE-SCOPE
                 PERFORM SQL-ERROR
              END-IF
              MOVE 0 TO WS-SINCE-COMMIT
           END-IF.

           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              MOVE 'GENERATE-ONE-ORDER' TO SQE-PARAGRAPH
              MOVE 'order insert' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'order ' HV-ORDER-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'C' TO SQE-SCOPE
              PERFORM SQL-ERROR
           ELSE
              ADD 1 TO WS-UNIT-INSERTED
              EXEC SQL
                 INSERT INTO CLAPP.AUDIT_LOG
                 (TABLE_NAME, REC_KEY, ACTION, AUD_TS, DETAIL,
                         CURRENT TIMESTAMP, 'Generated test order',
                         :HV-BATCH-USER)
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'GENERATE-ONE-ORDER' TO SQE-PARAGRAPH
                 MOVE 'order audit insert' TO SQE-STATEMENT
                 PERFORM CLIENT-UNIT-ERROR
              ELSE
                 PERFORM GENERATE-ORDER-LINES
              END-IF
           END-IF.

       GENERATE-ORDER-LINES.

           MOVE WS-LINES-MAX TO WS-ACCUM
           PERFORM RANDOM-IN-RANGE
           MOVE WS-TARGET TO WS-LINES
           MOVE 0 TO HV-ORIG-AMT
           PERFORM GENERATE-ONE-LINE
              VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-LINES
           COMPUTE HV-TOTAL-AMT ROUNDED =
              HV-ORIG-AMT * WS-PICK-RATE
           EXEC SQL
              UPDATE CLAPP.ORDERS
                 SET TOTAL_AMT = :HV-TOTAL-AMT,
                     ORIG_AMT = :HV-ORIG-AMT
               WHERE ORDER_ID = :HV-ORDER-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'GENERATE-ORDER-LINES' TO SQE-PARAGRAPH
              MOVE 'order total update' TO SQE-STATEMENT
              PERFORM CLIENT-UNIT-ERROR
           END-IF.

       GENERATE-ONE-LINE.
                      'S', 0, :HV-LINE-AMT)
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-UNIT-INSERTED
              ADD HV-LINE-AMT TO HV-ORIG-AMT
           ELSE
              ADD 1 TO WS-ERRORS
              MOVE 'GENERATE-ONE-LINE' TO SQE-PARAGRAPH
              MOVE 'order line insert' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'order ' HV-ORDER-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'C' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF.

      * the client's unit goes back to its savepoint and the rest of
      * its orders are not generated
       CLIENT-UNIT-ERROR.

           ADD 1 TO WS-ERRORS
           MOVE 'Y' TO WS-UNIT-FAILED
           MOVE SPACES TO SQE-KEY
           STRING 'client ' HV-CLIENT-ID
              DELIMITED BY SIZE INTO SQE-KEY
           END-STRING
           MOVE 'P' TO SQE-SCOPE
           PERFORM SQL-ERROR.

       PICK-STATUS.
           MOVE 0 TO WS-ACCUM
           MOVE 0 TO WS-PICKED
           MOVE GPR-NAME(WS-PICKED)  TO HV-PRODUCT-ID
           MOVE GPR-PRICE(WS-PICKED) TO WS-PICK-PRICE.

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
           MOVE 'INSERTED'       TO RUN-COUNT-LABEL(1)
           MOVE WS-INSERTED TO RUN-COUNT(1)
           MOVE 'ERRORS'         TO RUN-COUNT-LABEL(2)
           MOVE WS-ERRORS TO RUN-COUNT(2)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

      * a scalar with a value in force in CLAPP.BATCH_PARMS is applied
      * after the file, as if it were the last record of its type
       GET-BATCH-PARMS.

           MOVE WS-PROG-NAME TO BPR-PROGRAM
           MOVE SPACES TO BPR-CARD
           MOVE WS-PARM-DEFS TO BPR-DEFS
           CALL 'CLPARM' USING BPR-REQUEST BPR-RESPONSE
           PERFORM VARYING WS-W FROM 1 BY 1 UNTIL WS-W > WS-PARM-DEF-NUM
              IF BPR-RESP-FOUND(WS-W) = 'Y'
                 MOVE SPACES TO GEN-PARM-REC
                 MOVE BPR-DEF-NAME(WS-W)   TO GEN-PARM-TYPE
                 MOVE BPR-RESP-VALUE(WS-W) TO GEN-PARM-VALUE
                 PERFORM APPLY-ONE-PARM
              END-IF
           END-PERFORM.

       END PROGRAM CLAPPGEN.
