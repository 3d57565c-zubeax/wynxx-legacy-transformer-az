           05  WS-RPT-D             PIC ZZZZZZZ9.
           05  FILLER               PIC X(29) VALUE SPACES.

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

           PERFORM READ-HIGH-WATER-MARK

           OPEN OUTPUT EXTFILE
           END-EXEC

           EXEC SQL OPEN DW-CUR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
              MOVE 'open DW-CUR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                    MOVE HV-AUD-TS TO WS-MAX-TS
                 END-IF
              ELSE
                 IF SQLCODE NOT = 100
                    MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
                    MOVE 'fetch DW-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM
           PERFORM SAVE-HIGH-WATER-MARK

           DISPLAY '*** ' WS-PROG-NAME ' extracted through ' WS-MAX-TS
           PERFORM RECORD-RUN-END
           GOBACK.

      * A missing/empty mark means "extract everything" - the first
                 MOVE HV-LIMIT   TO WCD-LIMIT
                 MOVE WS-CLI-DATA TO EXT-DATA
                 WRITE EXT-REC
              ELSE
                 IF SQLCODE NOT = 100
                    MOVE 'EXTRACT-CLIENT' TO SQE-PARAGRAPH
                    MOVE 'client select' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    STRING 'client ' HV-CLIENT-ID
                       DELIMITED BY SIZE INTO SQE-KEY
                    END-STRING
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
              END-IF
           END-IF.

                 MOVE WS-ORD-DATA   TO EXT-DATA
                 WRITE EXT-REC
                 PERFORM EXTRACT-ORDER-ITEMS
              ELSE
                 IF SQLCODE NOT = 100
                    MOVE 'EXTRACT-ORDER' TO SQE-PARAGRAPH
                    MOVE 'order select' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    STRING 'order ' HV-ORDER-ID
                       DELIMITED BY SIZE INTO SQE-KEY
                    END-STRING
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
              END-IF
           END-IF.

           END-EXEC

           EXEC SQL OPEN DWI-CUR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'EXTRACT-ORDER-ITEMS' TO SQE-PARAGRAPH
              MOVE 'open DWI-CUR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           PERFORM UNTIL WS-ITM-EOF = 'Y'
              EXEC SQL
                 MOVE WS-ITM-DATA   TO EXT-DATA
                 WRITE EXT-REC
              ELSE
                 IF SQLCODE NOT = 100
                    MOVE 'EXTRACT-ORDER-ITEMS' TO SQE-PARAGRAPH
                    MOVE 'fetch DWI-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-ITM-EOF
              END-IF
           END-PERFORM
           MOVE 0             TO WS-RPT-D
           WRITE RPT-REC FROM WS-RPT-LINE.

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
           MOVE 'CLIENT ROWS'    TO RUN-COUNT-LABEL(1)
           COMPUTE RUN-COUNT(1) = WS-CLI-I + WS-CLI-U + WS-CLI-D
           MOVE 'ORDER ROWS'     TO RUN-COUNT-LABEL(2)
           COMPUTE RUN-COUNT(2) = WS-ORD-I + WS-ORD-U + WS-ORD-D
           MOVE 'ITEM ROWS'      TO RUN-COUNT-LABEL(3)
           MOVE WS-ITM-COUNT TO RUN-COUNT(3)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

       END PROGRAM DWEXTR.
