           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 32 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRM-CARD.
       01  PRM-CARD                 PIC X(32).
       FD  STMFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  WS-CNL-GROSS         PIC -,---,---,--9.99.
           05  FILLER               PIC X(76) VALUE SPACES.

      * the parameter card, with any setting in force in
      * CLAPP.BATCH_PARMS laid over it by CLPARM
       01  PRM-REC.
           05  PRM-FROM-DATE        PIC X(10).
           05  FILLER               PIC X(1).
           05  PRM-TO-DATE          PIC X(10).
           05  FILLER               PIC X(1).
           05  PRM-CLIENT           PIC X(10).

      * card fields CLPARM may take from the table: name,
      * column, length, type and description
       01  WS-PARM-DEFS.
           05  FILLER               PIC X(48) VALUE
               'FROM-DATE   00110XFrom date YYYY-MM-DD          '.
           05  FILLER               PIC X(48) VALUE
               'TO-DATE     01210XTo date YYYY-MM-DD            '.
           05  FILLER               PIC X(48) VALUE
               'CLIENT-ID   02310XOne client only (blank all)   '.

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

           OPEN OUTPUT STMFILE
           END-EXEC

           EXEC SQL OPEN CLI-CUR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
              MOVE 'open CLI-CUR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           PERFORM UNTIL WS-CLI-EOF = 'Y'
              EXEC SQL
                 ADD 1 TO WS-CLIENT-COUNT
                 PERFORM WRITE-ONE-STATEMENT
              ELSE
                 IF SQLCODE NOT = 100
                    MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
                    MOVE 'fetch CLI-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-CLI-EOF
              END-IF
           END-PERFORM

           DISPLAY '*** ' WS-PROG-NAME ' wrote ' WS-CLIENT-COUNT
              ' statements'
           PERFORM RECORD-RUN-END
           GOBACK.

       READ-PARM-CARD.
           MOVE '0001-01-01' TO HV-FROM-DATE
           MOVE '9999-12-31' TO HV-TO-DATE
           MOVE SPACES      TO HV-ONE-CLIENT
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
           ELSE
              MOVE PRM-REC TO RUN-PARMS
              IF PRM-FROM-DATE NOT = SPACES
                 MOVE PRM-FROM-DATE TO HV-FROM-DATE
              END-IF
              IF PRM-TO-DATE NOT = SPACES
                 MOVE PRM-TO-DATE TO HV-TO-DATE
              END-IF
              MOVE PRM-CLIENT TO HV-ONE-CLIENT
           END-IF
           .

      * One statement page group: header, the period's orders with
           END-EXEC

           EXEC SQL OPEN ORD-CUR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'WRITE-ONE-STATEMENT' TO SQE-PARAGRAPH
              MOVE 'open ORD-CUR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           PERFORM UNTIL WS-ORD-EOF = 'Y'
              EXEC SQL
                 ADD 1 TO WS-ORDER-COUNT
                 PERFORM WRITE-ONE-ORDER
              ELSE
                 IF SQLCODE NOT = 100
                    MOVE 'WRITE-ONE-STATEMENT' TO SQE-PARAGRAPH
                    MOVE 'fetch ORD-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-ORD-EOF
              END-IF
           END-PERFORM
           END-EXEC

           EXEC SQL OPEN CNS-CUR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'WRITE-CLIENT-CREDIT-NOTES' TO SQE-PARAGRAPH
              MOVE 'open CNS-CUR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           PERFORM UNTIL WS-CN-EOF = 'Y'
              EXEC SQL
                 WRITE STM-REC FROM WS-CN-STMT-LINE
                 ADD HV-CN-GROSS TO WS-CREDIT-VALUE
              ELSE
                 IF SQLCODE NOT = 100
                    MOVE 'WRITE-CLIENT-CREDIT-NOTES' TO SQE-PARAGRAPH
                    MOVE 'fetch CNS-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-CN-EOF
              END-IF
           END-PERFORM
           END-EXEC

           EXEC SQL OPEN ITM-CUR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'WRITE-ONE-ORDER' TO SQE-PARAGRAPH
              MOVE 'open ITM-CUR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           PERFORM UNTIL WS-ITM-EOF = 'Y'
              EXEC SQL
                 MOVE HV-LINE-AMT   TO WS-ITM-AMT-OUT
                 WRITE STM-REC FROM WS-ITEM-LINE
              ELSE
                 IF SQLCODE NOT = 100
                    MOVE 'WRITE-ONE-ORDER' TO SQE-PARAGRAPH
                    MOVE 'fetch ITM-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-ITM-EOF
              END-IF
           END-PERFORM
                 END-STRING
                 WRITE STM-REC FROM WS-SHIP-LINE
              END-IF
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE 'WRITE-SHIP-ADDRESS' TO SQE-PARAGRAPH
                 MOVE 'ship address select' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 STRING 'order ' HV-ORDER-ID
                    DELIMITED BY SIZE INTO SQE-KEY
                 END-STRING
                 MOVE 'S' TO SQE-SCOPE
                 PERFORM SQL-ERROR
              END-IF
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
           MOVE 'STATEMENTS'     TO RUN-COUNT-LABEL(1)
           MOVE WS-CLIENT-COUNT TO RUN-COUNT(1)
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

       END PROGRAM CLSTMT.
