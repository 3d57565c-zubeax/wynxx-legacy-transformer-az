           05  WS-TRL-COUNT         PIC ZZZZZZZZ9.
           05  FILLER               PIC X(44) VALUE SPACES.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           PERFORM OPEN-FILES
           PERFORM WRITE-HEADINGS
           PERFORM OPEN-CURSOR
           PERFORM CLOSE-CURSOR
           PERFORM WRITE-TRAILER
           PERFORM CLOSE-FILES
           PERFORM RECORD-RUN-END
           GOBACK.

       OPEN-FILES.
               ORDER BY C.CLIENT_ID
           END-EXEC
           EXEC SQL OPEN OPENORD-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'OPEN-CURSOR' TO SQE-PARAGRAPH
              MOVE 'open OPENORD-CURSOR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF
           .

       FETCH-NEXT.
                     :HV-OPEN-CNT, :HV-OPEN-TOTAL
           END-EXEC
           IF SQLCODE NOT = 0
              IF SQLCODE NOT = 100
                 MOVE 'FETCH-NEXT' TO SQE-PARAGRAPH
                 MOVE 'fetch OPENORD-CURSOR' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 MOVE 'S' TO SQE-SCOPE
                 PERFORM SQL-ERROR
              END-IF
              MOVE 'Y' TO WS-EOF
           END-IF
           .
           CLOSE RPTFILE
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
           MOVE 'CLIENTS'        TO RUN-COUNT-LABEL(1)
           MOVE WS-CLIENT-COUNT TO RUN-COUNT(1)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE
           .

       END PROGRAM CLORDRPT.
