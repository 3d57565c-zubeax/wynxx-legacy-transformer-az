           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 3 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRM-CARD.
       01  PRM-CARD                  PIC X(3).
       FD  PRIORFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  WS-DTL-TREND         PIC +ZZ9.99.
           05  FILLER               PIC X(27) VALUE SPACES.

      * the parameter card, with any setting in force in
      * CLAPP.BATCH_PARMS laid over it by CLPARM
       01  PRM-AREA.
           05  PRM-REC               PIC 9(3).

      * card fields CLPARM may take from the table: name,
      * column, length, type and description
       01  WS-PARM-DEFS.
           05  FILLER               PIC X(48) VALUE
               'ALERT-PCT   00103NLimit use % to report         '.

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

           PERFORM READ-ALERT-PARM
           PERFORM LOAD-PRIOR-SNAPSHOT

           END-EXEC

           EXEC SQL OPEN CRL-CUR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
              MOVE 'open CRL-CUR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
              IF SQLCODE = 0
                 PERFORM JUDGE-ONE-CLIENT
              ELSE
                 IF SQLCODE NOT = 100
                    MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
                    MOVE 'fetch CRL-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           DISPLAY '*** ' WS-PROG-NAME ' alerted ' WS-ALERTED
              ' client(s) at or above ' WS-ALERT-PCT ' percent'
           PERFORM RECORD-RUN-END
           GOBACK.

       READ-ALERT-PARM.

           MOVE SPACES TO PRM-AREA
           OPEN INPUT PRMFILE

           READ PRMFILE INTO PRM-AREA
              AT END
                 CONTINUE
           END-READ

           CLOSE PRMFILE
           PERFORM GET-BATCH-PARMS
           IF PRM-AREA = SPACES
              MOVE 'Y' TO WS-PARM-EOF
              DISPLAY 'WARNING: ' WS-PROG-NAME
                 ' no threshold parm - using ' WS-ALERT-PCT
           ELSE
              MOVE PRM-REC TO RUN-PARMS
              IF PRM-REC > 0
                 MOVE PRM-REC TO WS-ALERT-PCT
              END-IF
           END-IF.

       LOAD-PRIOR-SNAPSHOT.

              WRITE RPT-REC FROM WS-DETAIL-LINE
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
           MOVE 'ALERTED'        TO RUN-COUNT-LABEL(1)
           MOVE WS-ALERTED TO RUN-COUNT(1)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

      * a card field with a value in force in CLAPP.BATCH_PARMS
      * takes the table value instead
       GET-BATCH-PARMS.

           MOVE WS-PROG-NAME TO BPR-PROGRAM
           MOVE PRM-AREA TO BPR-CARD
           MOVE WS-PARM-DEFS TO BPR-DEFS
           CALL 'CLPARM' USING BPR-REQUEST BPR-RESPONSE
           MOVE BPR-CARD TO PRM-AREA.

       END PROGRAM CRLIMRPT.
