      *-------------------------------------------------------------*
      * Program: CLBUDLD - yearly sales budget load                 *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Reads the planning team's budget file - one record per      *
      * account manager, client and product group carrying the      *
      * twelve monthly amounts - into CLAPP.SALES_BUDGET. The file  *
      * is the whole year: a year's existing budget is cleared when *
      * its first record arrives, so a corrected file reloads it.   *
      * Client must exist, group and manager be present, every      *
      * amount numeric, and a client/group pair be planned under    *
      * one manager only. An accept or reject line with the reason  *
      * is written for every input record; the run is audited.      *
      * Each record's twelve months load under a savepoint, so a    *
      * rejected record leaves none of its months behind; an SQL    *
      * error goes through CLSQLERR.                                *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLBUDLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDFILE ASSIGN TO UT-S-BUDIN
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO UT-S-BUDRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUD-IN-REC.
       01  BUD-IN-REC.
           05  BIN-YEAR              PIC 9(4).
           05  BIN-ACCT-MGR          PIC X(8).
           05  BIN-CLIENT-ID         PIC X(10).
           05  BIN-PROD-GROUP        PIC X(8).
           05  BIN-MONTH-AMT         PIC 9(9)V99 OCCURS 12 TIMES.
           05  FILLER                PIC X(18).
       FD  RPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPT-REC.
       01  RPT-REC                  PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLBUDLD'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-ACCEPTED              PIC 9(9) COMP VALUE 0.
       01  WS-REJECTED              PIC 9(9) COMP VALUE 0.
       01  WS-SINCE-COMMIT          PIC 9(4) COMP VALUE 0.
       01  WS-REJECT-REASON         PIC X(40) VALUE SPACES.
       01  WS-M                     PIC S9(4) COMP VALUE 0.
       01  WS-CLEARED-YEAR          PIC 9(4)  VALUE 0.
       01  WS-YEAR-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-RPT-LINE.
           05  WS-RPT-YEAR          PIC X(4).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-MGR           PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-CLIENT        PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-GROUP         PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-VERDICT       PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-REASON        PIC X(40).
           05  FILLER               PIC X(37) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(16) VALUE
               'BUDGET LOADED   '.
           05  WS-TOT-AMT-OUT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(84) VALUE SPACES.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-YEAR                  PIC S9(4) COMP.
       01  HV-MONTH                 PIC S9(4) COMP.
       01  HV-ACCT-MGR              PIC X(8).
       01  HV-CLIENT-ID             PIC X(10).
       01  HV-PROD-GROUP            PIC X(8).
       01  HV-BUDGET-AMT            PIC S9(9)V99 COMP-3.
       01  HV-COUNT                 PIC S9(9) COMP.
       01  HV-AUD-KEY               PIC X(12).
       01  HV-AUD-DETAIL            PIC X(70).
       01  HV-BATCH-USER            PIC X(8)  VALUE 'CLBUDLD'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           OPEN INPUT BUDFILE
           OPEN OUTPUT RPTFILE

           PERFORM UNTIL WS-EOF = 'Y'
              READ BUDFILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM LOAD-ONE-BUDGET
              END-READ
           END-PERFORM

           EXEC SQL COMMIT END-EXEC

           MOVE WS-YEAR-TOTAL TO WS-TOT-AMT-OUT
           WRITE RPT-REC FROM WS-TOTAL-LINE

           CLOSE BUDFILE
           CLOSE RPTFILE

           DISPLAY '*** ' WS-PROG-NAME ' accepted ' WS-ACCEPTED
              ' rejected ' WS-REJECTED
           IF WS-REJECTED > 0
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

       LOAD-ONE-BUDGET.

           MOVE BIN-YEAR       TO WS-RPT-YEAR
           MOVE BIN-ACCT-MGR   TO WS-RPT-MGR
           MOVE BIN-CLIENT-ID  TO WS-RPT-CLIENT
           MOVE BIN-PROD-GROUP TO WS-RPT-GROUP
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM VALIDATE-BUDGET-RECORD

           IF WS-REJECT-REASON = SPACES
              IF BIN-YEAR NOT = WS-CLEARED-YEAR
                 PERFORM CLEAR-BUDGET-YEAR
              END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
              EXEC SQL
                 SAVEPOINT BUDGET_UNIT ON ROLLBACK RETAIN CURSORS
              END-EXEC
              PERFORM VARYING WS-M FROM 1 BY 1
                      UNTIL WS-M > 12 OR WS-REJECT-REASON NOT = SPACES
                 PERFORM INSERT-BUDGET-MONTH
              END-PERFORM
           END-IF

           IF WS-REJECT-REASON = SPACES
              ADD 1 TO WS-ACCEPTED
              MOVE 'ACCEPTED' TO WS-RPT-VERDICT
              MOVE SPACES     TO WS-RPT-REASON
              WRITE RPT-REC FROM WS-RPT-LINE
              ADD 1 TO WS-SINCE-COMMIT
              IF WS-SINCE-COMMIT >= 100
                 EXEC SQL COMMIT END-EXEC
                 MOVE 0 TO WS-SINCE-COMMIT
              END-IF
           ELSE
              ADD 1 TO WS-REJECTED
              MOVE 'REJECTED' TO WS-RPT-VERDICT
              MOVE WS-REJECT-REASON TO WS-RPT-REASON
              WRITE RPT-REC FROM WS-RPT-LINE
           END-IF.

      * a client/group pair belongs to one manager for the year, so
      * the report can set each actual against exactly one budget
       VALIDATE-BUDGET-RECORD.

           EVALUATE TRUE
              WHEN BIN-YEAR IS NOT NUMERIC OR BIN-YEAR < 2000
                 MOVE 'BUDGET YEAR NOT VALID' TO WS-REJECT-REASON
              WHEN BIN-ACCT-MGR = SPACES
                 MOVE 'ACCOUNT MANAGER REQUIRED' TO WS-REJECT-REASON
              WHEN BIN-CLIENT-ID = SPACES
                 MOVE 'CLIENT ID REQUIRED' TO WS-REJECT-REASON
              WHEN BIN-PROD-GROUP = SPACES
                 MOVE 'PRODUCT GROUP REQUIRED' TO WS-REJECT-REASON
              WHEN OTHER
                 PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
                    IF BIN-MONTH-AMT(WS-M) IS NOT NUMERIC
                       MOVE 'MONTHLY AMOUNT NOT NUMERIC'
                          TO WS-REJECT-REASON
                    END-IF
                 END-PERFORM
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
              MOVE BIN-CLIENT-ID TO HV-CLIENT-ID
              MOVE 0 TO HV-COUNT
              EXEC SQL
                 SELECT COUNT(*) INTO :HV-COUNT
                   FROM CLAPP.CLIENTS
                  WHERE CLIENT_ID = :HV-CLIENT-ID
                    AND DELETED_FLAG <> 'Y'
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE NOT = 0
                    MOVE 'CLIENT LOOKUP FAILED' TO WS-REJECT-REASON
                    MOVE 'VALIDATE-BUDGET-RECORD' TO SQE-PARAGRAPH
                    MOVE 'CLIENTS count' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    STRING 'client ' HV-CLIENT-ID
                       DELIMITED BY SIZE INTO SQE-KEY
                    END-STRING
                    MOVE 'C' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 WHEN HV-COUNT = 0
                    MOVE 'CLIENT UNKNOWN OR DELETED'
                       TO WS-REJECT-REASON
              END-EVALUATE
           END-IF.

      * the first accepted record of a year replaces that year's
      * whole budget; the clearing is audited like the load itself.
      * A year that cannot be cleared cannot be loaded, so a failure
      * here stops the run; the file reloads the year when rerun.
       CLEAR-BUDGET-YEAR.

           MOVE BIN-YEAR TO HV-YEAR
           EXEC SQL
              DELETE FROM CLAPP.SALES_BUDGET
               WHERE BUDGET_YEAR = :HV-YEAR
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 'CLEAR-BUDGET-YEAR' TO SQE-PARAGRAPH
              MOVE 'SALES_BUDGET year delete' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'year ' BIN-YEAR
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           ELSE
              MOVE BIN-YEAR TO WS-CLEARED-YEAR
              MOVE SPACES TO HV-AUD-KEY
              MOVE BIN-YEAR TO HV-AUD-KEY(1:4)
              MOVE 'Budget year cleared for reload' TO HV-AUD-DETAIL
              EXEC SQL
                 INSERT INTO CLAPP.AUDIT_LOG
                 (TABLE_NAME, REC_KEY, ACTION, AUD_TS, DETAIL,
                  USER_ID)
                 VALUES ('BUDGET', :HV-AUD-KEY, 'D',
                         CURRENT TIMESTAMP, :HV-AUD-DETAIL,
                         :HV-BATCH-USER)
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'CLEAR-BUDGET-YEAR' TO SQE-PARAGRAPH
                 MOVE 'audit log insert' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 STRING 'year ' BIN-YEAR
                    DELIMITED BY SIZE INTO SQE-KEY
                 END-STRING
                 MOVE 'S' TO SQE-SCOPE
                 PERFORM SQL-ERROR
              END-IF
           END-IF.

      * a duplicate pair is the planner's error and rejects the
      * record; anything else goes through CLSQLERR. Either way the
      * months already inserted for the record are backed out to its
      * savepoint.
       INSERT-BUDGET-MONTH.

           MOVE BIN-YEAR       TO HV-YEAR
           MOVE WS-M           TO HV-MONTH
           MOVE BIN-ACCT-MGR   TO HV-ACCT-MGR
           MOVE BIN-CLIENT-ID  TO HV-CLIENT-ID
           MOVE BIN-PROD-GROUP TO HV-PROD-GROUP
           MOVE BIN-MONTH-AMT(WS-M) TO HV-BUDGET-AMT

           EXEC SQL
              INSERT INTO CLAPP.SALES_BUDGET
              (BUDGET_YEAR, BUDGET_MONTH, CLIENT_ID, PROD_GROUP,
               ACCT_MGR, BUDGET_AMT, LOADED_TS)
              VALUES (:HV-YEAR, :HV-MONTH, :HV-CLIENT-ID,
                      :HV-PROD-GROUP, :HV-ACCT-MGR, :HV-BUDGET-AMT,
                      CURRENT TIMESTAMP)
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 ADD HV-BUDGET-AMT TO WS-YEAR-TOTAL
              WHEN -803
                 MOVE 'CLIENT/GROUP ALREADY BUDGETED'
                    TO WS-REJECT-REASON
                 EXEC SQL ROLLBACK TO SAVEPOINT BUDGET_UNIT END-EXEC
              WHEN OTHER
                 MOVE 'SQL ERROR ON INSERT' TO WS-REJECT-REASON
                 MOVE 'INSERT-BUDGET-MONTH' TO SQE-PARAGRAPH
                 MOVE 'SALES_BUDGET insert' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 STRING 'client ' HV-CLIENT-ID ' group ' HV-PROD-GROUP
                    DELIMITED BY SIZE INTO SQE-KEY
                 END-STRING
                 MOVE 'P' TO SQE-SCOPE
                 PERFORM SQL-ERROR
           END-EVALUATE.

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
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

       END PROGRAM CLBUDLD.
