      * per order, a subtotal per currency, and the total           *
      * unrealized FX exposure - the month-end answer finance kept  *
      * asking for. TOTAL_AMT itself is never touched: it stays the *
      * entry-rate figure the books carry. Each order's result is   *
      * kept in CLAPP.FX_REVAL_RESULTS under today's date (a rerun  *
      * the same day replaces it while unposted), which is what     *
      * CLGLJNL journals to the ledger.                             *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXREVAL.
       01  WS-CCY-BOOKED            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CCY-REVALUED          PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TOT-DIFF              PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-ERRORS                PIC 9(9) COMP VALUE 0.

       01  WS-HEADING.
           05  FILLER               PIC X(74) VALUE
           05  WS-TOT-DIFF-OUT      PIC -,---,---,--9.99.
           05  FILLER               PIC X(84) VALUE SPACES.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       01  HV-ORIG-AMT              PIC S9(11)V99 COMP-3.
       01  HV-BOOKED-AMT            PIC S9(11)V99 COMP-3.
       01  HV-CUR-RATE              PIC S9(7)V9(6) COMP-3.
       01  HV-REVALUED-AMT          PIC S9(11)V99 COMP-3.
       01  HV-DIFF-AMT              PIC S9(11)V99 COMP-3.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           OPEN OUTPUT RPTFILE
           WRITE RPT-REC FROM WS-HEADING


           CLOSE RPTFILE

           IF WS-ERRORS = 0
              EXEC SQL COMMIT END-EXEC
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY '*** ' WS-PROG-NAME ' total unrealized exposure '
              WS-TOT-DIFF ', ' WS-ERRORS ' error(s)'
           PERFORM RECORD-RUN-END
           GOBACK.

       REVALUE-ONE-ORDER.
              ADD HV-BOOKED-AMT TO WS-CCY-BOOKED
              ADD WS-REVALUED   TO WS-CCY-REVALUED
              ADD WS-DIFF       TO WS-TOT-DIFF
              PERFORM RECORD-REVAL-RESULT
           END-IF.

      * one row per order and day; a same-day rerun refreshes the
      * row only while the ledger has not yet taken it
       RECORD-REVAL-RESULT.

           MOVE WS-REVALUED TO HV-REVALUED-AMT
           MOVE WS-DIFF     TO HV-DIFF-AMT
           EXEC SQL
              INSERT INTO CLAPP.FX_REVAL_RESULTS
              (REVAL_DATE, ORDER_ID, CLIENT_ID, CURRENCY, ORIG_AMT,
               BOOKED_AMT, RATE_TO_EUR, REVALUED_AMT, DIFF_AMT)
              VALUES (CURRENT DATE, :HV-ORDER-ID, :HV-CLIENT-ID,
                      :HV-CURRENCY, :HV-ORIG-AMT, :HV-BOOKED-AMT,
                      :HV-CUR-RATE, :HV-REVALUED-AMT, :HV-DIFF-AMT)
           END-EXEC
           IF SQLCODE = -803
              EXEC SQL
                 UPDATE CLAPP.FX_REVAL_RESULTS
                    SET ORIG_AMT = :HV-ORIG-AMT,
                        BOOKED_AMT = :HV-BOOKED-AMT,
                        RATE_TO_EUR = :HV-CUR-RATE,
                        REVALUED_AMT = :HV-REVALUED-AMT,
                        DIFF_AMT = :HV-DIFF-AMT
                  WHERE REVAL_DATE = CURRENT DATE
                    AND ORDER_ID = :HV-ORDER-ID
                    AND GL_JOURNAL_ID IS NULL
              END-EXEC
              IF SQLCODE = 100
                 MOVE 0 TO SQLCODE
                 DISPLAY 'WARNING: ' WS-PROG-NAME ' order '
                    HV-ORDER-ID ' already posted for today - kept'
              END-IF
           END-IF
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              MOVE 'RECORD-REVAL-RESULT' TO SQE-PARAGRAPH
              MOVE 'revaluation result insert' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'order ' HV-ORDER-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'C' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF.

       FLUSH-CURRENCY-SUBTOTAL.
              MOVE 'N' TO WS-CCY-OPEN
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
           MOVE 'ERRORS'         TO RUN-COUNT-LABEL(1)
           MOVE WS-ERRORS TO RUN-COUNT(1)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

       END PROGRAM FXREVAL.
