           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 53 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRM-CARD.
       01  PRM-CARD                  PIC X(53).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'ORDMQRS'.
           05  EVT-TS              PIC X(26).
           05  FILLER              PIC X(9)  VALUE SPACES.

      * the parameter card, with any setting in force in
      * CLAPP.BATCH_PARMS laid over it by CLPARM
       01  PRM-REC.
           05  PRM-FROM-TS           PIC X(26).
           05  FILLER                PIC X(1).
           05  PRM-TO-TS             PIC X(26).

      * card fields CLPARM may take from the table: name,
      * column, length, type and description
       01  WS-PARM-DEFS.
           05  FILLER               PIC X(48) VALUE
               'FROM-TS     00126XReplay from timestamp         '.
           05  FILLER               PIC X(48) VALUE
               'TO-TS       02826XReplay to timestamp           '.

       COPY CLPRMAPI.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           PERFORM READ-PARM-CARD

           CALL 'MQCONN' USING WS-MQ-QMGR WS-MQ-HCONN
              DISPLAY 'ERROR: ' WS-PROG-NAME
                 ' MQCONN failed REASON=' WS-MQ-REASON
              MOVE 8 TO RETURN-CODE
              PERFORM RECORD-RUN-END
              GOBACK
           END-IF

           END-EXEC

           EXEC SQL OPEN RSN-CUR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
              MOVE 'open RSN-CUR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
              IF SQLCODE = 0
                 PERFORM RESEND-ONE-EVENT
              ELSE
                 IF SQLCODE NOT = 100
                    MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
                    MOVE 'fetch RSN-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM
           IF WS-FAILED > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

       READ-PARM-CARD.
           MOVE '0001-01-01 00:00:00.000000' TO HV-FROM-TS
           MOVE '9999-12-31 23:59:59.999999' TO HV-TO-TS
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
                 ' no window parm - replaying everything'
           ELSE
              MOVE PRM-REC TO RUN-PARMS
              IF PRM-FROM-TS NOT = SPACES
                 MOVE PRM-FROM-TS TO HV-FROM-TS
              END-IF
              IF PRM-TO-TS NOT = SPACES
                 MOVE PRM-TO-TS TO HV-TO-TS
              END-IF
           END-IF
           .

       RESEND-ONE-EVENT.
                FROM CLAPP.ORDERS
               WHERE ORDER_ID = :HV-ORDER-ID
           END-EXEC
      * an order since archived still has its event resent, without
      * client and amount; one that cannot be read is not resent
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              ADD 1 TO WS-FAILED
              MOVE 'RESEND-ONE-EVENT' TO SQE-PARAGRAPH
              MOVE 'order select' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'order ' HV-ORDER-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'C' TO SQE-SCOPE
              PERFORM SQL-ERROR
           ELSE
              PERFORM BUILD-ONE-EVENT
           END-IF.

       BUILD-ONE-EVENT.

           MOVE HV-ORDER-ID  TO EVT-ORDER-ID
           MOVE HV-CLIENT-ID TO EVT-CLIENT-ID
              ADD 1 TO WS-FAILED
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
           MOVE 'RESENT'         TO RUN-COUNT-LABEL(1)
           MOVE WS-RESENT TO RUN-COUNT(1)
           MOVE 'FAILED'         TO RUN-COUNT-LABEL(2)
           MOVE WS-FAILED TO RUN-COUNT(2)
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

       END PROGRAM ORDMQRS.
