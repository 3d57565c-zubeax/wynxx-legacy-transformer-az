      *-------------------------------------------------------------*
      * Program: CLRECERT - quarterly operator recertification      *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Lists every CLAPP.OPERATORS entry under its manager - the   *
      * authority level, status, expiry, last sign-on and the       *
      * CLAPP.SECURITY_LOG refusals of the last three months - for  *
      * the manager to confirm or have withdrawn on the operator    *
      * screen. An active account not used for the idle limit       *
      * (parameter card, default 90 days, counted from the last     *
      * sign-on or the last status change, whichever is later) is   *
      * suspended here, with an AUDIT_LOG row; an account with no   *
      * date on record at all is only reported. Suspension, audit   *
      * row and commit go together per operator.                    *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRECERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRMFILE ASSIGN TO UT-S-RCTPRM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO UT-S-RCTRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRMFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRM-CARD.
       01  PRM-CARD                 PIC X(80).
       FD  RPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPT-REC.
       01  RPT-REC                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLRECERT'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-IDLE-DAYS             PIC S9(4) COMP VALUE 90.
       01  WS-CUR-MANAGER           PIC X(8)  VALUE HIGH-VALUES.
       01  WS-LISTED                PIC 9(9) COMP VALUE 0.
       01  WS-SUSPENDED             PIC 9(9) COMP VALUE 0.
       01  WS-ERRORS                PIC 9(9) COMP VALUE 0.

       01  WS-MANAGER-HDG.
           05  FILLER               PIC X(8)  VALUE 'MANAGER '.
           05  WS-HDG-MANAGER       PIC X(8).
           05  FILLER               PIC X(40) VALUE
               '  - PLEASE CONFIRM OR WITHDRAW ACCESS'.
           05  FILLER               PIC X(44) VALUE SPACES.

       01  WS-HEADING.
           05  FILLER               PIC X(50) VALUE
               '  OPERATOR NAME                 LVL STATUS     EXP'.
           05  FILLER               PIC X(50) VALUE
               'IRY     LAST-USED  REFUSALS ACTION                '.

       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DTL-OPERATOR      PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-NAME          PIC X(20).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DTL-LEVEL         PIC 9(1).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DTL-STATUS        PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-EXPIRY        PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-LAST          PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-REFUSALS      PIC ZZZZZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-ACTION        PIC X(16).
           05  FILLER               PIC X(6)  VALUE SPACES.

       01  WS-TRAILER-LINE.
           05  FILLER               PIC X(10) VALUE 'TOTALS    '.
           05  WS-TRL-LISTED        PIC Z(8)9.
           05  FILLER               PIC X(20) VALUE
               ' OPERATOR(S) LISTED '.
           05  WS-TRL-SUSPENDED     PIC Z(8)9.
           05  FILLER               PIC X(22) VALUE
               ' SUSPENDED AS UNUSED'.
           05  FILLER               PIC X(30) VALUE SPACES.

      * the parameter card, with any setting in force in
      * CLAPP.BATCH_PARMS laid over it by CLPARM
       01  PRM-REC.
           05  PRM-IDLE-DAYS        PIC 9(3).
           05  FILLER               PIC X(77).

      * card fields CLPARM may take from the table: name,
      * column, length, type and description
       01  WS-PARM-DEFS.
           05  FILLER               PIC X(48) VALUE
               'IDLE-DAYS   00103NIdle days before recertify    '.

       COPY CLPRMAPI.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-USER-ID               PIC X(8).
       01  HV-OP-NAME               PIC X(35).
       01  HV-AUTH-LEVEL            PIC S9(4) COMP.
       01  HV-STATUS                PIC X(10).
       01  HV-MANAGER-ID            PIC X(8).
       01  HV-EXPIRY                PIC X(10).
       01  HV-LAST-SIGNON           PIC X(10).
       01  HV-REFUSALS              PIC S9(9) COMP.
       01  HV-IDLE-DAYS             PIC S9(9) COMP.
       01  HV-EXPIRED               PIC X(1).
       01  HV-AUD-DETAIL            PIC X(70).
       01  HV-BATCH-USER            PIC X(8)  VALUE 'CLRECERT'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           PERFORM READ-PARM-CARD

           OPEN OUTPUT RPTFILE

      * idle days run from the later of last sign-on and last status
      * change; -1 marks an account with neither (nor a creation
      * date) - listed for the manager, never suspended blind
           EXEC SQL DECLARE RCT-CUR CURSOR WITH HOLD FOR
              SELECT O.USER_ID, COALESCE(O.OP_NAME,''),
                     O.AUTH_LEVEL, COALESCE(O.STATUS,'ACTIVE'),
                     COALESCE(O.MANAGER_ID,'(NONE)'),
                     COALESCE(CHAR(O.EXPIRY_DATE, ISO),''),
                     COALESCE(CHAR(O.LAST_SIGNON_DATE, ISO),'NEVER'),
                     COALESCE(R.REFUSALS, 0),
                     CASE WHEN O.LAST_SIGNON_DATE IS NULL
                           AND O.STATUS_DATE IS NULL
                           AND O.CREATED_DATE IS NULL
                          THEN -1
                          ELSE DAYS(CURRENT DATE) -
                               DAYS(GREATEST(
                                  COALESCE(O.LAST_SIGNON_DATE,
                                           DATE('0001-01-01')),
                                  COALESCE(O.STATUS_DATE,
                                           DATE('0001-01-01')),
                                  COALESCE(O.CREATED_DATE,
                                           DATE('0001-01-01'))))
                     END,
                     CASE WHEN O.EXPIRY_DATE < CURRENT DATE
                          THEN 'Y' ELSE 'N' END
                FROM CLAPP.OPERATORS O
                     LEFT OUTER JOIN
                     (SELECT USER_ID, COUNT(*) AS REFUSALS
                        FROM CLAPP.SECURITY_LOG
                       WHERE SEC_TS > CURRENT TIMESTAMP - 3 MONTHS
                       GROUP BY USER_ID) R
                        ON R.USER_ID = O.USER_ID
               ORDER BY 5, O.USER_ID
           END-EXEC

           EXEC SQL OPEN RCT-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH RCT-CUR INTO :HV-USER-ID, :HV-OP-NAME,
                       :HV-AUTH-LEVEL, :HV-STATUS, :HV-MANAGER-ID,
                       :HV-EXPIRY, :HV-LAST-SIGNON, :HV-REFUSALS,
                       :HV-IDLE-DAYS, :HV-EXPIRED
              END-EXEC
              IF SQLCODE = 0
                 PERFORM CERTIFY-ONE-OPERATOR
              ELSE
                 IF SQLCODE NOT = 100
                    ADD 1 TO WS-ERRORS
                    MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
                    MOVE 'fetch RCT-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE RCT-CUR END-EXEC

           MOVE WS-LISTED    TO WS-TRL-LISTED
           MOVE WS-SUSPENDED TO WS-TRL-SUSPENDED
           WRITE RPT-REC FROM WS-TRAILER-LINE

           CLOSE RPTFILE

           DISPLAY '*** ' WS-PROG-NAME ' listed ' WS-LISTED
              ' operator(s), suspended ' WS-SUSPENDED ', '
              WS-ERRORS ' error(s)'
           IF WS-ERRORS > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

       READ-PARM-CARD.
           MOVE SPACES TO PRM-REC
           OPEN INPUT PRMFILE
           READ PRMFILE INTO PRM-REC
              AT END
                 CONTINUE
           END-READ
           CLOSE PRMFILE
           PERFORM GET-BATCH-PARMS
           IF PRM-REC = SPACES
              DISPLAY 'WARNING: ' WS-PROG-NAME
                 ' no parameter card - using defaults'
           ELSE
              MOVE PRM-REC TO RUN-PARMS
              IF PRM-IDLE-DAYS IS NUMERIC AND PRM-IDLE-DAYS > 0
                 MOVE PRM-IDLE-DAYS TO WS-IDLE-DAYS
              END-IF
           END-IF
           .

       CERTIFY-ONE-OPERATOR.

           IF HV-MANAGER-ID NOT = WS-CUR-MANAGER
              MOVE HV-MANAGER-ID TO WS-CUR-MANAGER
              MOVE HV-MANAGER-ID TO WS-HDG-MANAGER
              WRITE RPT-REC FROM WS-MANAGER-HDG
              WRITE RPT-REC FROM WS-HEADING
           END-IF

           ADD 1 TO WS-LISTED
           MOVE HV-USER-ID     TO WS-DTL-OPERATOR
           MOVE HV-OP-NAME     TO WS-DTL-NAME
           MOVE HV-AUTH-LEVEL  TO WS-DTL-LEVEL
           MOVE HV-STATUS      TO WS-DTL-STATUS
           MOVE HV-EXPIRY      TO WS-DTL-EXPIRY
           MOVE HV-LAST-SIGNON TO WS-DTL-LAST
           MOVE HV-REFUSALS    TO WS-DTL-REFUSALS
           MOVE SPACES         TO WS-DTL-ACTION

           EVALUATE TRUE
              WHEN HV-STATUS NOT = 'ACTIVE'
                 CONTINUE
              WHEN HV-EXPIRED = 'Y'
                 MOVE 'EXPIRED' TO WS-DTL-ACTION
              WHEN HV-IDLE-DAYS < 0
                 MOVE 'NO DATE ON FILE' TO WS-DTL-ACTION
              WHEN HV-IDLE-DAYS > WS-IDLE-DAYS
                 PERFORM SUSPEND-IDLE-OPERATOR
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           WRITE RPT-REC FROM WS-DETAIL-LINE.

      * the same status change the operator screen's S action makes,
      * stamped with the batch's own user ID; each operator is its
      * own unit under a savepoint, so a failure is undone without
      * closing RCT-CUR
       SUSPEND-IDLE-OPERATOR.

           EXEC SQL
              SAVEPOINT RECERT_UNIT ON ROLLBACK RETAIN CURSORS
           END-EXEC
           EXEC SQL
              UPDATE CLAPP.OPERATORS
                 SET STATUS = 'SUSPENDED',
                     STATUS_DATE = CURRENT DATE
               WHERE USER_ID = :HV-USER-ID
                 AND COALESCE(STATUS,'ACTIVE') = 'ACTIVE'
           END-EXEC
           IF SQLCODE = 0
              MOVE 'Operator SUSPENDED - unused past idle limit'
                 TO HV-AUD-DETAIL
              EXEC SQL
                 INSERT INTO CLAPP.AUDIT_LOG
                 (TABLE_NAME, REC_KEY, ACTION, AUD_TS, DETAIL,
                  USER_ID)
                 VALUES ('OPERATORS', :HV-USER-ID, 'U',
                         CURRENT TIMESTAMP, :HV-AUD-DETAIL,
                         :HV-BATCH-USER)
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              MOVE 'SUSPEND-IDLE-OPERATOR' TO SQE-PARAGRAPH
              MOVE 'operator suspension' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'operator ' HV-USER-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'P' TO SQE-SCOPE
              PERFORM SQL-ERROR
              MOVE 'SUSPEND FAILED' TO WS-DTL-ACTION
           ELSE
              EXEC SQL COMMIT END-EXEC
              ADD 1 TO WS-SUSPENDED
              MOVE 'SUSPENDED' TO WS-DTL-STATUS
              MOVE 'SUSPENDED-UNUSED' TO WS-DTL-ACTION
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
           MOVE 'LISTED'         TO RUN-COUNT-LABEL(1)
           MOVE WS-LISTED TO RUN-COUNT(1)
           MOVE 'SUSPENDED'      TO RUN-COUNT-LABEL(2)
           MOVE WS-SUSPENDED TO RUN-COUNT(2)
           MOVE 'ERRORS'         TO RUN-COUNT-LABEL(3)
           MOVE WS-ERRORS TO RUN-COUNT(3)
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

       END PROGRAM CLRECERT.
