           05  WS-WRK-B-EMAIL       PIC X(25).
           05  FILLER               PIC X(3)  VALUE SPACES.

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

           OPEN OUTPUT MRGFILE

           PERFORM CONSUME-DECISION-FILE
              ' pair(s), queued ' WS-QUEUED
              ' for merge, remembered ' WS-REMEMBERED
              ' rejection(s)'
           PERFORM RECORD-RUN-END
           DISPLAY '*** ' WS-PROG-NAME ' END'
           GOBACK.


           CLOSE DECFILE

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'CONSUME-DECISION-FILE' TO SQE-PARAGRAPH
              MOVE 'commit' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF.

       APPLY-ONE-DECISION.

                    VALUES (:HV-SURVIVOR, :HV-DUP,
                            CURRENT TIMESTAMP)
                 END-EXEC
      * a pair already remembered needs nothing more
                 EVALUATE SQLCODE
                    WHEN 0
                       ADD 1 TO WS-REMEMBERED
                    WHEN -803
                       CONTINUE
                    WHEN OTHER
                       MOVE 'APPLY-ONE-DECISION' TO SQE-PARAGRAPH
                       MOVE 'duplicate reject insert' TO SQE-STATEMENT
                       MOVE SPACES TO SQE-KEY
                       STRING 'clients ' HV-SURVIVOR ' ' HV-DUP
                          DELIMITED BY SIZE INTO SQE-KEY
                       END-STRING
                       MOVE 'C' TO SQE-SCOPE
                       PERFORM SQL-ERROR
                 END-EVALUATE
              WHEN OTHER
                 DISPLAY 'WARNING: ' WS-PROG-NAME
                    ' unknown decision ' DEC-IN-VERDICT
           END-EXEC

           EXEC SQL OPEN DUP-CUR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'SCAN-FOR-DUPLICATES' TO SQE-PARAGRAPH
              MOVE 'open DUP-CUR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
              IF SQLCODE = 0
                 PERFORM WRITE-ONE-CANDIDATE
              ELSE
                 IF SQLCODE NOT = 100
                    MOVE 'SCAN-FOR-DUPLICATES' TO SQE-PARAGRAPH
                    MOVE 'fetch DUP-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM
           MOVE HV-B-EMAIL(1:25)  TO WS-WRK-B-EMAIL
           WRITE WRK-REC FROM WS-WRK-LINE.

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
           MOVE 'PAIRS'          TO RUN-COUNT-LABEL(1)
           MOVE WS-PAIRS TO RUN-COUNT(1)
           MOVE 'QUEUED'         TO RUN-COUNT-LABEL(2)
           MOVE WS-QUEUED TO RUN-COUNT(2)
           MOVE 'REMEMBERED'     TO RUN-COUNT-LABEL(3)
           MOVE WS-REMEMBERED TO RUN-COUNT(3)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

       END PROGRAM CLDUPSCN.
