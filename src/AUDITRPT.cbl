           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRM-CARD.
       01  PRM-CARD                 PIC X(50).
       FD  RPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  WS-TRL-DEL           PIC ZZZZZZZ9.
           05  FILLER               PIC X(56) VALUE SPACES.

      * the parameter card, with any setting in force in
      * CLAPP.BATCH_PARMS laid over it by CLPARM
       01  PRM-REC.
           05  PRM-FROM-DATE        PIC X(10).
           05  FILLER               PIC X(1).
           05  PRM-TO-DATE          PIC X(10).
           05  FILLER               PIC X(1).
           05  PRM-TABLE            PIC X(10).
           05  FILLER               PIC X(1).
           05  PRM-KEY              PIC X(12).
           05  FILLER               PIC X(1).
           05  PRM-ACTION           PIC X(1).
           05  FILLER               PIC X(3).

      * card fields CLPARM may take from the table: name,
      * column, length, type and description
       01  WS-PARM-DEFS.
           05  FILLER               PIC X(48) VALUE
               'FROM-DATE   00110XFrom date YYYY-MM-DD          '.
           05  FILLER               PIC X(48) VALUE
               'TO-DATE     01210XTo date YYYY-MM-DD            '.
           05  FILLER               PIC X(48) VALUE
               'AUDIT-TABLE 02310XTable name (blank all)        '.
           05  FILLER               PIC X(48) VALUE
               'RECORD-KEY  03412XRecord key (blank all)        '.
           05  FILLER               PIC X(48) VALUE
               'ACTION      04701XAction A/U/D (blank all)      '.

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
           PERFORM OPEN-FILES
           PERFORM WRITE-HEADINGS
           END-IF
           PERFORM WRITE-TRAILER
           PERFORM CLOSE-FILES
           PERFORM RECORD-RUN-END
           GOBACK.

      * Blank parameter fields mean "no filter on this column"; a
           MOVE SPACES TO HV-TABLE HV-KEY HV-ACTION
           MOVE '0001-01-01' TO HV-FROM-DATE
           MOVE '9999-12-31' TO HV-TO-DATE
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
              MOVE PRM-TABLE  TO HV-TABLE
              MOVE PRM-KEY    TO HV-KEY
              MOVE PRM-ACTION TO HV-ACTION
           END-IF
           .

       OPEN-FILES.
               ORDER BY AUD_TS
           END-EXEC
           EXEC SQL OPEN AUD-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'OPEN-CURSOR' TO SQE-PARAGRAPH
              MOVE 'open AUD-CURSOR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF
           .

       FETCH-NEXT.
                     :HV-AUD-ACTION, :HV-AUD-DETAIL, :HV-AUD-USER
           END-EXEC
           IF SQLCODE NOT = 0
              IF SQLCODE NOT = 100
                 MOVE 'FETCH-NEXT' TO SQE-PARAGRAPH
                 MOVE 'fetch AUD-CURSOR' TO SQE-STATEMENT
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
           MOVE 'ROWS'           TO RUN-COUNT-LABEL(1)
           MOVE WS-ROW-COUNT TO RUN-COUNT(1)
           MOVE 'ADDS'           TO RUN-COUNT-LABEL(2)
           MOVE WS-TOT-ADD TO RUN-COUNT(2)
           MOVE 'UPDATES'        TO RUN-COUNT-LABEL(3)
           MOVE WS-TOT-UPD TO RUN-COUNT(3)
           MOVE 'DELETES'        TO RUN-COUNT-LABEL(4)
           MOVE WS-TOT-DEL TO RUN-COUNT(4)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE
           .

      * a card field with a value in force in CLAPP.BATCH_PARMS
      * takes the table value instead
       GET-BATCH-PARMS.

           MOVE WS-PROG-NAME TO BPR-PROGRAM
           MOVE PRM-REC TO BPR-CARD
           MOVE WS-PARM-DEFS TO BPR-DEFS
           CALL 'CLPARM' USING BPR-REQUEST BPR-RESPONSE
           MOVE BPR-CARD TO PRM-REC.

       END PROGRAM AUDITRPT.
