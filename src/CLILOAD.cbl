      * line 1 - plus duplicate-ID handling, inserts or updates     *
      * CLAPP.CLIENTS with AUDIT_LOG entries and the ROW_VERSION    *
      * bump the online update performs, and writes an accept or    *
      * reject line with the reason for every input record. Every   *
      * client loaded is screened against the sanctions list by     *
      * CLSANCHK; a possible match is still loaded but goes on      *
      * compliance hold, and its accept line says so.               *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLILOAD.
       01  WS-SINCE-COMMIT          PIC 9(4) COMP VALUE 0.
       01  WS-REJECT-REASON         PIC X(40) VALUE SPACES.
       01  WS-AT-COUNT              PIC S9(4) COMP VALUE 0.
       01  WS-SCREEN-NOTE           PIC X(40) VALUE SPACES.
       01  WS-HELD                  PIC 9(9) COMP VALUE 0.

       COPY CLSANAPI.

       01  WS-RPT-LINE.
           05  WS-RPT-TYPE          PIC X(1).
           05  WS-RPT-REASON        PIC X(40).
           05  FILLER               PIC X(58) VALUE SPACES.

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

           OPEN INPUT CLIFILE
           OPEN OUTPUT RPTFILE

           END-PERFORM

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
              MOVE 'final commit' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           CLOSE CLIFILE
           CLOSE RPTFILE

           DISPLAY '*** ' WS-PROG-NAME ' accepted ' WS-ACCEPTED
              ' rejected ' WS-REJECTED ' on compliance hold ' WS-HELD
           IF WS-REJECTED > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

       LOAD-ONE-CLIENT.

           MOVE CIN-TYPE      TO WS-RPT-TYPE
           MOVE CIN-CLIENT-ID TO WS-RPT-CLIENT
           MOVE SPACES TO WS-REJECT-REASON WS-SCREEN-NOTE

           PERFORM VALIDATE-CLIENT-RECORD

                 COMPUTE HV-CREDIT-LIMIT =
                    FUNCTION NUMVAL(CIN-LIMIT)
              END-IF
      * the row and its audit entry are one unit; the savepoint takes
      * back just this record if the second fails, not the accepted
      * records since the last commit
              EXEC SQL
                 SAVEPOINT CLIENT_UNIT ON ROLLBACK RETAIN CURSORS
              END-EXEC
              EVALUATE CIN-TYPE
                 WHEN 'A'
                    PERFORM INSERT-CLIENT-ROW
              END-EVALUATE
           END-IF

           IF WS-REJECT-REASON = SPACES
              PERFORM SCREEN-LOADED-CLIENT
           END-IF

           IF WS-REJECT-REASON = SPACES
              ADD 1 TO WS-ACCEPTED
              MOVE 'ACCEPTED' TO WS-RPT-VERDICT
              MOVE WS-SCREEN-NOTE TO WS-RPT-REASON
              WRITE RPT-REC FROM WS-RPT-LINE
              ADD 1 TO WS-SINCE-COMMIT
              IF WS-SINCE-COMMIT >= 100
                 EXEC SQL COMMIT END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 'LOAD-ONE-CLIENT' TO SQE-PARAGRAPH
                    MOVE 'commit' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 0 TO WS-SINCE-COMMIT
              END-IF
           ELSE
                 MOVE 'DUPLICATE CLIENT ID' TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE 'SQL ERROR ON INSERT' TO WS-REJECT-REASON
                 MOVE 'INSERT-CLIENT-ROW' TO SQE-PARAGRAPH
                 MOVE 'client insert' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 STRING 'client ' HV-CLIENT-ID
                    DELIMITED BY SIZE INTO SQE-KEY
                 END-STRING
                 MOVE 'C' TO SQE-SCOPE
                 PERFORM SQL-ERROR
           END-EVALUATE.

       UPDATE-CLIENT-ROW.
                    TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE 'SQL ERROR ON UPDATE' TO WS-REJECT-REASON
                 MOVE 'UPDATE-CLIENT-ROW' TO SQE-PARAGRAPH
                 MOVE 'client update' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 STRING 'client ' HV-CLIENT-ID
                    DELIMITED BY SIZE INTO SQE-KEY
                 END-STRING
                 MOVE 'C' TO SQE-SCOPE
                 PERFORM SQL-ERROR
           END-EVALUATE.

      * the same screening as the client screen's add and update;
      * the client stays loaded either way - a hold only blocks
      * orders until compliance decide the match
       SCREEN-LOADED-CLIENT.

           MOVE 'S'           TO SAN-REQ-TYPE
           MOVE HV-CLIENT-ID  TO SAN-REQ-CLIENT-ID
           MOVE HV-NAME       TO SAN-REQ-NAME
           MOVE HV-COUNTRY    TO SAN-REQ-COUNTRY
           MOVE WS-PROG-NAME  TO SAN-REQ-SOURCE
           MOVE HV-BATCH-USER TO SAN-REQ-USER
           MOVE 0             TO SAN-REQ-THRESHOLD
           CALL 'CLSANCHK' USING SAN-REQUEST SAN-RESPONSE
           EVALUATE SAN-RESP-RC
              WHEN 04
                 ADD 1 TO WS-HELD
                 MOVE 'COMPLIANCE HOLD - POSSIBLE MATCH'
                    TO WS-SCREEN-NOTE
              WHEN 08
                 ADD 1 TO WS-HELD
                 MOVE 'SCREENING FAILED - CLIENT HELD'
                    TO WS-SCREEN-NOTE
                 DISPLAY 'WARNING: ' WS-PROG-NAME ' ' HV-CLIENT-ID
                    ' ' SAN-RESP-MSG
           END-EVALUATE.

       WRITE-LOAD-AUDIT.
              VALUES ('CLIENTS', :HV-CLIENT-ID, :HV-AUD-ACTION,
                      CURRENT TIMESTAMP, :HV-AUD-DETAIL,
                      :HV-BATCH-USER)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'SQL ERROR ON AUDIT' TO WS-REJECT-REASON
              MOVE 'WRITE-LOAD-AUDIT' TO SQE-PARAGRAPH
              MOVE 'client audit insert' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'client ' HV-CLIENT-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'P' TO SQE-SCOPE
              PERFORM SQL-ERROR
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
           MOVE 'ACCEPTED'       TO RUN-COUNT-LABEL(1)
           MOVE WS-ACCEPTED TO RUN-COUNT(1)
           MOVE 'REJECTED'       TO RUN-COUNT-LABEL(2)
           MOVE WS-REJECTED TO RUN-COUNT(2)
           MOVE 'HELD'           TO RUN-COUNT-LABEL(3)
           MOVE WS-HELD TO RUN-COUNT(3)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

       END PROGRAM CLILOAD.
