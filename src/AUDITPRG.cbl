           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 3 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRG-PARM-CARD.
       01  PRG-PARM-CARD             PIC X(3).
       FD  PRGCHK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
               10  DONE-MONTH       PIC X(6).
               10  DONE-STATE       PIC X(8).

      * the parameter card, with any setting in force in
      * CLAPP.BATCH_PARMS laid over it by CLPARM
       01  PRG-PARM-AREA.
           05  PRG-PARM-REC          PIC 9(3).

      * card fields CLPARM may take from the table: name,
      * column, length, type and description
       01  WS-PARM-DEFS.
           05  FILLER               PIC X(48) VALUE
               'RETAIN-MTHS 00103NAudit log retention months    '.

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

           PERFORM READ-RETENTION-PARM
           PERFORM LOAD-MONTH-CHECKPOINT
           PERFORM DERIVE-CUTOFF

           DISPLAY '*** ' WS-PROG-NAME ' archived ' WS-TOTAL-ARCHIVED
              ' deleted ' WS-TOTAL-DELETED
           PERFORM RECORD-RUN-END
           DISPLAY '*** ' WS-PROG-NAME ' END'
           GOBACK.

       READ-RETENTION-PARM.

           MOVE SPACES TO PRG-PARM-AREA
           OPEN INPUT PRGPRM

           READ PRGPRM INTO PRG-PARM-AREA
              AT END
                 CONTINUE
           END-READ

           CLOSE PRGPRM
           PERFORM GET-BATCH-PARMS
           IF PRG-PARM-AREA = SPACES
              DISPLAY 'WARNING: ' WS-PROG-NAME
                 ' no retention parm - using '
                 WS-RETAIN-MONTHS ' months'
           ELSE
              MOVE PRG-PARM-REC TO RUN-PARMS
              IF PRG-PARM-REC > 0
                 MOVE PRG-PARM-REC TO WS-RETAIN-MONTHS
              END-IF
           END-IF.

       LOAD-MONTH-CHECKPOINT.

                       MOVE 0 TO WS-SINCE-COMMIT
                    END-IF
                 ELSE
                    MOVE 'ARCHIVE-AND-DELETE-MONTH' TO SQE-PARAGRAPH
                    MOVE 'audit log delete' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    STRING 'month ' WS-MONTH-TAG
                       DELIMITED BY SIZE INTO SQE-KEY
                    END-STRING
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                    MOVE 'Y' TO WS-MONTH-EOF
                    MOVE 'Y' TO WS-FATAL
                 END-IF
              ELSE
                 MOVE 'Y' TO WS-MONTH-EOF
           END-PERFORM
           PERFORM SAVE-MONTH-CHECKPOINT.

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
           MOVE 'ARCHIVED'       TO RUN-COUNT-LABEL(1)
           MOVE WS-TOTAL-ARCHIVED TO RUN-COUNT(1)
           MOVE 'DELETED'        TO RUN-COUNT-LABEL(2)
           MOVE WS-TOTAL-DELETED TO RUN-COUNT(2)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

      * a card field with a value in force in CLAPP.BATCH_PARMS
      * takes the table value instead
       GET-BATCH-PARMS.

           MOVE WS-PROG-NAME TO BPR-PROGRAM
           MOVE PRG-PARM-AREA TO BPR-CARD
           MOVE WS-PARM-DEFS TO BPR-DEFS
           CALL 'CLPARM' USING BPR-REQUEST BPR-RESPONSE
           MOVE BPR-CARD TO PRG-PARM-AREA.

       END PROGRAM AUDITPRG.
