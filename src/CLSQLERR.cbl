      *-------------------------------------------------------------*
      * Program: CLSQLERR - batch SQL error subprogram              *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (callable, no CICS verbs)     *
      * Every CLAPP batch CALLs here with CLSQEAPI when a statement *
      * ends on an SQLCODE the program does not handle itself. The  *
      * job log gets one diagnosis in the same shape from every     *
      * program: program, paragraph, statement and the key being    *
      * processed, SQLCODE, SQLSTATE and tokens, then the Db2       *
      * message text as DSNTIAR formats it. The error is classed    *
      * 04 warning, 08 data error or 16 environment error. The      *
      * caller's scope says what the statement means to the run:    *
      * roll back to the last commit point and stop, roll back the  *
      * unit and go on (to the unit's savepoint where the caller    *
      * works under a held cursor), or go on without the row; an    *
      * environment error always rolls back and stops the run - the *
      * next statement would meet it again.                         *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLSQLERR.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME            PIC X(08) VALUE 'CLSQLERR'.
       01  WS-SQLCODE-D            PIC -(9)9.
       01  WS-CLASS                PIC X(17) VALUE SPACES.
       01  WS-DONE                 PIC X(40) VALUE SPACES.
       01  WS-SINCE                PIC X(24) VALUE SPACES.
       01  WS-I                    PIC S9(4) COMP VALUE 0.

      * SQLCODEs that say the run's surroundings are wrong rather
      * than the row: not found/authorised objects, plan and package,
      * resources, deadlock and timeout, the connection
       01  WS-ENV-CODES-LIST.
           05  FILLER              PIC S9(9) COMP VALUE -204.
           05  FILLER              PIC S9(9) COMP VALUE -205.
           05  FILLER              PIC S9(9) COMP VALUE -206.
           05  FILLER              PIC S9(9) COMP VALUE -551.
           05  FILLER              PIC S9(9) COMP VALUE -552.
           05  FILLER              PIC S9(9) COMP VALUE -805.
           05  FILLER              PIC S9(9) COMP VALUE -818.
           05  FILLER              PIC S9(9) COMP VALUE -900.
           05  FILLER              PIC S9(9) COMP VALUE -904.
           05  FILLER              PIC S9(9) COMP VALUE -911.
           05  FILLER              PIC S9(9) COMP VALUE -913.
           05  FILLER              PIC S9(9) COMP VALUE -918.
           05  FILLER              PIC S9(9) COMP VALUE -919.
           05  FILLER              PIC S9(9) COMP VALUE -922.
           05  FILLER              PIC S9(9) COMP VALUE -923.
           05  FILLER              PIC S9(9) COMP VALUE -924.
           05  FILLER              PIC S9(9) COMP VALUE -927.
           05  FILLER              PIC S9(9) COMP VALUE -981.
           05  FILLER              PIC S9(9) COMP VALUE -991.
           05  FILLER              PIC S9(9) COMP VALUE -30080.
           05  FILLER              PIC S9(9) COMP VALUE -30081.
       01  WS-ENV-CODES REDEFINES WS-ENV-CODES-LIST.
           05  WS-ENV-CODE         PIC S9(9) COMP OCCURS 21 TIMES.
       01  WS-ENV-MAX              PIC S9(4) COMP VALUE 21.

      * DSNTIAR message area: length prefix, then the lines
       01  WS-TIAR-MSG.
           05  WS-TIAR-LEN         PIC S9(4) COMP VALUE +960.
           05  WS-TIAR-LINE        PIC X(120) OCCURS 8 TIMES.
       01  WS-TIAR-LINE-LEN        PIC S9(9) COMP VALUE +120.
       01  WS-TIAR-RC              PIC S9(4) COMP VALUE 0.

       01  FILLER                  PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       COPY CLSQEAPI.

       PROCEDURE DIVISION USING SQE-REQUEST SQE-RESPONSE.
       MAIN-LOGIC.

           PERFORM CLASSIFY-SQLCODE

           IF SQE-PRIOR-RC > SQE-RESP-RC
              MOVE SQE-PRIOR-RC TO SQE-RESP-RUN-RC
           ELSE
              MOVE SQE-RESP-RC TO SQE-RESP-RUN-RC
           END-IF

           PERFORM SHOW-DIAGNOSIS
           PERFORM SHOW-DB2-MESSAGE

           MOVE 'the last commit point' TO WS-SINCE
           EVALUATE TRUE
              WHEN SQE-RESP-RC < 8
                 MOVE 'W' TO SQE-RESP-ACTION
                 MOVE 'kept - run goes on' TO WS-DONE
              WHEN SQE-RESP-RC < 16 AND SQE-SCOPE-UNIT
                 MOVE 'U' TO SQE-RESP-ACTION
                 MOVE 'rolled back - run goes on' TO WS-DONE
              WHEN SQE-RESP-RC < 16 AND SQE-SCOPE-SAVEPT
                 MOVE 'P' TO SQE-RESP-ACTION
                 MOVE 'the unit savepoint' TO WS-SINCE
                 MOVE 'rolled back - run goes on' TO WS-DONE
              WHEN SQE-RESP-RC < 16 AND SQE-SCOPE-CONT
                 MOVE 'C' TO SQE-RESP-ACTION
                 MOVE 'kept - run goes on without the row' TO WS-DONE
              WHEN OTHER
                 MOVE 'S' TO SQE-RESP-ACTION
                 MOVE 'rolled back - run stopped' TO WS-DONE
           END-EVALUATE

           IF SQE-RESP-STOP OR SQE-RESP-UNIT
              EXEC SQL ROLLBACK END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE-D
                 MOVE 16 TO SQE-RESP-RC
                 MOVE 16 TO SQE-RESP-RUN-RC
                 MOVE 'S' TO SQE-RESP-ACTION
                 DISPLAY 'ERROR: ' WS-PROG-NAME ' ' SQE-PROGRAM
                    ' rollback failed SQLCODE='
                    FUNCTION TRIM(WS-SQLCODE-D)
                 MOVE 'not rolled back - run stopped' TO WS-DONE
              END-IF
           END-IF

      * the unnamed form goes back to the caller's latest savepoint,
      * the one set as the failing unit started; if that cannot be
      * done the unit's work cannot be told from the rest, so all of
      * it goes and the run stops
           IF SQE-RESP-SAVEPT
              EXEC SQL ROLLBACK TO SAVEPOINT END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE-D
                 DISPLAY 'ERROR: ' WS-PROG-NAME ' ' SQE-PROGRAM
                    ' rollback to savepoint failed SQLCODE='
                    FUNCTION TRIM(WS-SQLCODE-D)
                 MOVE 16 TO SQE-RESP-RC
                 MOVE 16 TO SQE-RESP-RUN-RC
                 MOVE 'S' TO SQE-RESP-ACTION
                 MOVE 'the last commit point' TO WS-SINCE
                 MOVE 'rolled back - run stopped' TO WS-DONE
                 EXEC SQL ROLLBACK END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 'not rolled back - run stopped' TO WS-DONE
                 END-IF
              END-IF
           END-IF

           DISPLAY '*** ' WS-PROG-NAME ' ' SQE-PROGRAM ' RC '
              SQE-RESP-RC ': work since ' FUNCTION TRIM(WS-SINCE)
              ' ' FUNCTION TRIM(WS-DONE)
           MOVE 0 TO RETURN-CODE
           GOBACK.

      * 16 for the environment list, 8 for any other negative code
      * or a not-found the program did not expect, 4 for a positive
      * warning code; an optional statement never counts above 4
      * unless the environment is at fault
       CLASSIFY-SQLCODE.

           EVALUATE TRUE
              WHEN SQE-SQLCODE > 0 AND SQE-SQLCODE NOT = 100
                 MOVE 04 TO SQE-RESP-RC
              WHEN OTHER
                 MOVE 08 TO SQE-RESP-RC
                 PERFORM VARYING WS-I FROM 1 BY 1
                         UNTIL WS-I > WS-ENV-MAX
                    IF SQE-SQLCODE = WS-ENV-CODE(WS-I)
                       MOVE 16 TO SQE-RESP-RC
                    END-IF
                 END-PERFORM
           END-EVALUATE

           IF SQE-RESP-RC = 08 AND SQE-SCOPE-WARN
              MOVE 04 TO SQE-RESP-RC
           END-IF

           EVALUATE SQE-RESP-RC
              WHEN 04
                 MOVE 'warning' TO WS-CLASS
              WHEN 08
                 MOVE 'data error' TO WS-CLASS
              WHEN OTHER
                 MOVE 'environment error' TO WS-CLASS
           END-EVALUATE.

       SHOW-DIAGNOSIS.

           MOVE SQE-SQLCODE TO WS-SQLCODE-D
           IF SQE-RESP-RC = 04
              DISPLAY 'WARNING: ' SQE-PROGRAM ' SQL '
                 FUNCTION TRIM(WS-CLASS) ' RC ' SQE-RESP-RC
           ELSE
              DISPLAY 'ERROR: ' SQE-PROGRAM ' SQL '
                 FUNCTION TRIM(WS-CLASS) ' RC ' SQE-RESP-RC
           END-IF
           DISPLAY '*** ' WS-PROG-NAME ' ' SQE-PROGRAM ' paragraph '
              FUNCTION TRIM(SQE-PARAGRAPH)
           DISPLAY '*** ' WS-PROG-NAME ' ' SQE-PROGRAM ' statement '
              FUNCTION TRIM(SQE-STATEMENT)
           IF SQE-KEY NOT = SPACES
              DISPLAY '*** ' WS-PROG-NAME ' ' SQE-PROGRAM ' key '
                 FUNCTION TRIM(SQE-KEY)
           END-IF
           DISPLAY '*** ' WS-PROG-NAME ' ' SQE-PROGRAM ' SQLCODE='
              FUNCTION TRIM(WS-SQLCODE-D) ' SQLSTATE=' SQE-SQLSTATE
           IF SQE-SQLERRML > 0 AND SQE-SQLERRML <= 70
              DISPLAY '*** ' WS-PROG-NAME ' ' SQE-PROGRAM ' tokens '
                 SQE-SQLERRMC(1:SQE-SQLERRML)
           END-IF.

      * DSNTIAR answers 0 formatted, 4 more text than the area holds
      * (the lines there are still good); anything else leaves only
      * the code and tokens above
       SHOW-DB2-MESSAGE.

           MOVE SPACES TO WS-TIAR-LINE(1) WS-TIAR-LINE(2)
              WS-TIAR-LINE(3) WS-TIAR-LINE(4) WS-TIAR-LINE(5)
              WS-TIAR-LINE(6) WS-TIAR-LINE(7) WS-TIAR-LINE(8)
           CALL 'DSNTIAR' USING SQE-SQLCA WS-TIAR-MSG
                                WS-TIAR-LINE-LEN
           MOVE RETURN-CODE TO WS-TIAR-RC
           IF WS-TIAR-RC > 4
              DISPLAY 'WARNING: ' WS-PROG-NAME ' ' SQE-PROGRAM
                 ' no Db2 message text, DSNTIAR RC=' WS-TIAR-RC
           ELSE
              PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8
                 IF WS-TIAR-LINE(WS-I) NOT = SPACES
                    DISPLAY '*** ' WS-PROG-NAME ' '
                       FUNCTION TRIM(WS-TIAR-LINE(WS-I) TRAILING)
                 END-IF
              END-PERFORM
           END-IF.

       END PROGRAM CLSQLERR.
