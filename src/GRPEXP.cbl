           05  WS-DTL-FLAG          PIC X(5).
           05  FILLER               PIC X(13) VALUE SPACES.

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

           OPEN OUTPUT RPTFILE
           WRITE RPT-REC FROM WS-HEADING

           END-EXEC

           EXEC SQL OPEN GRP-CUR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
              MOVE 'open GRP-CUR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
              IF SQLCODE = 0
                 PERFORM REPORT-ONE-GROUP
              ELSE
                 IF SQLCODE NOT = 100
                    MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
                    MOVE 'fetch GRP-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           DISPLAY '*** ' WS-PROG-NAME ' reported ' WS-GROUPS
              ' group(s)'
           PERFORM RECORD-RUN-END
           GOBACK.

       REPORT-ONE-GROUP.
                 AND O.DELETED_FLAG <> 'Y'
                 AND C.DELETED_FLAG <> 'Y'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'REPORT-ONE-GROUP' TO SQE-PARAGRAPH
              MOVE 'group exposure select' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'group ' HV-PARENT-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           ADD 1 TO WS-GROUPS
           MOVE HV-PARENT-ID      TO WS-DTL-PARENT
           MOVE WS-PCT TO WS-DTL-PCT
           WRITE RPT-REC FROM WS-DETAIL-LINE.

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
           MOVE 'GROUPS'         TO RUN-COUNT-LABEL(1)
           MOVE WS-GROUPS TO RUN-COUNT(1)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

       END PROGRAM GRPEXP.
