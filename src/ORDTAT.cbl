           05  WS-SLW-MINS          PIC ZZZZZZZZ9.
           05  FILLER               PIC X(41) VALUE SPACES.

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

           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 10
              MOVE SPACES TO SLOW-ORDER(WS-J)
              MOVE 0      TO SLOW-SECS(WS-J)
           END-EXEC

           EXEC SQL OPEN TAT-CUR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
              MOVE 'open TAT-CUR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
              IF SQLCODE = 0
                 PERFORM PROCESS-AUDIT-ROW
              ELSE
                 IF SQLCODE NOT = 100
                    MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
                    MOVE 'fetch TAT-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM
           PERFORM WRITE-SLOWEST-TEN

           CLOSE RPTFILE
           PERFORM RECORD-RUN-END
           GOBACK.

       PROCESS-AUDIT-ROW.
                      FROM CLAPP.ORDERS
                     WHERE ORDER_ID = :HV-ORDER-ID
                 END-EXEC
      * the client only labels the line - without it the line still
      * stands
                 IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                    MOVE SPACES TO HV-CLIENT-ID
                    MOVE 'WRITE-SLOWEST-TEN' TO SQE-PARAGRAPH
                    MOVE 'order client select' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    STRING 'order ' HV-ORDER-ID
                       DELIMITED BY SIZE INTO SQE-KEY
                    END-STRING
                    MOVE 'W' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE SLOW-ORDER(WS-J) TO WS-SLW-ORDER
                 MOVE HV-CLIENT-ID     TO WS-SLW-CLIENT
                 COMPUTE WS-MINUTES = SLOW-SECS(WS-J) / 60
              END-IF
           END-PERFORM.

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
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

       END PROGRAM ORDTAT.
