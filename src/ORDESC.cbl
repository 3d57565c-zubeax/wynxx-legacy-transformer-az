      * the same status rules and AUDIT_LOG writes the online       *
      * UPD-ORDER path uses (NEW and PROCESSING may both move to    *
      * CANCELLED; the row version is bumped like any update).      *
      * Orders waiting in PENDING-APPR for longer than the approval *
      * threshold (days since they were held) are escalated too,    *
      * flagged APPROVAL OVERDUE; they are never auto-cancelled -   *
      * only the approval queue decides them.                       *
      * Ages count calendar days unless the card asks for working   *
      * days (B, the company's or a named country's calendar) or    *
      * TARGET2 days (T); thresholds and the ages shown then count  *
      * only those days, through CLBDAY, so an order does not go    *
      * stale over a bank holiday.                                  *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDESC.
       FD  PRMFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 22 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRM-CARD.
       01  PRM-CARD                 PIC X(22).
       FD  RPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
       01  WS-NEW-DAYS              PIC S9(4) COMP VALUE 30.
       01  WS-PROC-DAYS             PIC S9(4) COMP VALUE 60.
       01  WS-HARD-DAYS             PIC S9(4) COMP VALUE 180.
       01  WS-APPR-DAYS             PIC S9(4) COMP VALUE 2.
       01  WS-AUTO-CANCEL           PIC X(1)  VALUE 'N'.
       01  WS-CUR-CLIENT            PIC X(10) VALUE SPACES.
       01  WS-ESCALATED             PIC 9(9) COMP VALUE 0.
       01  WS-CANCELLED             PIC 9(9) COMP VALUE 0.
       01  WS-SINCE-COMMIT          PIC 9(4) COMP VALUE 0.
       01  WS-DAY-BASIS             PIC X(1)  VALUE 'C'.
       01  WS-CAL-COUNTRY           PIC X(2)  VALUE SPACES.
       01  WS-CAL-WARNED            PIC X(1)  VALUE 'N'.
       01  WS-CAL-FAILED            PIC X(1)  VALUE 'N'.
       01  WS-NOW-RAW               PIC X(21) VALUE SPACES.
       01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.

       COPY CLBDAPI.

       01  WS-BASIS-LINE            PIC X(100) VALUE SPACES.

       01  WS-CLIENT-HDG.
           05  FILLER               PIC X(7)  VALUE 'CLIENT '.
           05  WS-DTL-NOTE          PIC X(20).
           05  FILLER               PIC X(36) VALUE SPACES.

      * the parameter card, with any setting in force in
      * CLAPP.BATCH_PARMS laid over it by CLPARM
       01  PRM-REC.
           05  PRM-NEW-DAYS         PIC 9(3).
           05  FILLER               PIC X(1).
           05  PRM-PROC-DAYS        PIC 9(3).
           05  FILLER               PIC X(1).
           05  PRM-HARD-DAYS        PIC 9(3).
           05  FILLER               PIC X(1).
           05  PRM-AUTO-CANCEL      PIC X(1).
           05  FILLER               PIC X(1).
           05  PRM-APPR-DAYS        PIC 9(3).
           05  FILLER               PIC X(1).
           05  PRM-DAY-BASIS        PIC X(1).
           05  FILLER               PIC X(1).
           05  PRM-CAL-COUNTRY      PIC X(2).

      * card fields CLPARM may take from the table: name,
      * column, length, type and description
       01  WS-PARM-DEFS.
           05  FILLER               PIC X(48) VALUE
               'NEW-DAYS    00103NDays a NEW order may wait     '.
           05  FILLER               PIC X(48) VALUE
               'PROC-DAYS   00503NDays an order may be in work  '.
           05  FILLER               PIC X(48) VALUE
               'HARD-DAYS   00903NHard limit days               '.
           05  FILLER               PIC X(48) VALUE
               'AUTO-CANCEL 01301XY cancels past the hard limit '.
           05  FILLER               PIC X(48) VALUE
               'APPR-DAYS   01503NDays an approval may wait     '.
           05  FILLER               PIC X(48) VALUE
               'DAY-BASIS   01901XB working/T TARGET2 days      '.
           05  FILLER               PIC X(48) VALUE
               'CAL-COUNTRY 02102XCalendar country (with basis) '.

       COPY CLPRMAPI.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       01  HV-AGE-DAYS              PIC S9(9) COMP.
       01  HV-NEW-DAYS              PIC S9(4) COMP.
       01  HV-PROC-DAYS             PIC S9(4) COMP.
       01  HV-APPR-DAYS             PIC S9(4) COMP.
       01  HV-AGE-BASE              PIC X(10).
       01  HV-NEW-CUTOFF            PIC X(10).
       01  HV-PROC-CUTOFF           PIC X(10).
       01  HV-APPR-CUTOFF           PIC X(10).
       01  HV-AUD-DETAIL            PIC X(70).
       01  HV-BATCH-USER            PIC X(8)  VALUE 'ORDESC'.


           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           PERFORM READ-PARM-CARD

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-RAW
           STRING WS-NOW-RAW(1:4) '-' WS-NOW-RAW(5:2) '-'
              WS-NOW-RAW(7:2)
              DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING

           MOVE WS-NEW-DAYS  TO HV-NEW-DAYS
           MOVE WS-PROC-DAYS TO HV-PROC-DAYS
           MOVE WS-APPR-DAYS TO HV-APPR-DAYS

      * "older than N days" is "before the cutoff" - in calendar
      * mode the cutoff is simply today less N
           MOVE WS-NEW-DAYS TO BDY-REQ-DAYS
           PERFORM FIND-AGE-CUTOFF
           MOVE BDY-RESP-DATE TO HV-NEW-CUTOFF
           MOVE WS-PROC-DAYS TO BDY-REQ-DAYS
           PERFORM FIND-AGE-CUTOFF
           MOVE BDY-RESP-DATE TO HV-PROC-CUTOFF
           MOVE WS-APPR-DAYS TO BDY-REQ-DAYS
           PERFORM FIND-AGE-CUTOFF
           MOVE BDY-RESP-DATE TO HV-APPR-CUTOFF
           IF WS-CAL-FAILED = 'Y'
              DISPLAY 'ERROR: ' WS-PROG-NAME
                 ' age cutoffs not found - ' BDY-RESP-MSG
              MOVE 8 TO RETURN-CODE
              PERFORM RECORD-RUN-END
              GOBACK
           END-IF

           OPEN OUTPUT RPTFILE

           IF WS-DAY-BASIS NOT = 'C'
              IF WS-DAY-BASIS = 'T'
                 MOVE 'AGES IN TARGET2 SETTLEMENT DAYS'
                    TO WS-BASIS-LINE
              ELSE
                 STRING 'AGES IN WORKING DAYS - ' BDY-RESP-COUNTRY
                    ' CALENDAR' DELIMITED BY SIZE INTO WS-BASIS-LINE
                 END-STRING
              END-IF
              WRITE RPT-REC FROM WS-BASIS-LINE
           END-IF

           EXEC SQL DECLARE ESC-CUR CURSOR WITH HOLD FOR
              SELECT ORDER_ID, CLIENT_ID, STATUS,
                     CASE WHEN STATUS = 'PENDING-APPR'
                          THEN DAYS(CURRENT DATE) -
                               DAYS(COALESCE(DATE(APPROVAL_REQ_TS),
                                             ORDER_DATE))
                          ELSE DAYS(CURRENT DATE) - DAYS(ORDER_DATE)
                     END,
                     CASE WHEN STATUS = 'PENDING-APPR'
                          THEN COALESCE(DATE(APPROVAL_REQ_TS),
                                        ORDER_DATE)
                          ELSE ORDER_DATE
                     END
                FROM CLAPP.ORDERS
               WHERE DELETED_FLAG <> 'Y'
                 AND ((STATUS = 'NEW' AND
                       ORDER_DATE < :HV-NEW-CUTOFF)
                   OR (STATUS = 'PROCESSING' AND
                       ORDER_DATE < :HV-PROC-CUTOFF)
                   OR (STATUS = 'PENDING-APPR' AND
                       COALESCE(DATE(APPROVAL_REQ_TS), ORDER_DATE)
                          < :HV-APPR-CUTOFF))
               ORDER BY CLIENT_ID, ORDER_ID
           END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH ESC-CUR INTO :HV-ORDER-ID, :HV-CLIENT-ID,
                       :HV-STATUS, :HV-AGE-DAYS, :HV-AGE-BASE
              END-EXEC
              IF SQLCODE = 0
                 PERFORM ESCALATE-ONE-ORDER

           DISPLAY '*** ' WS-PROG-NAME ' escalated ' WS-ESCALATED
              ' auto-cancelled ' WS-CANCELLED
           IF WS-CAL-WARNED = 'Y'
              MOVE 4 TO RETURN-CODE
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
              MOVE 'Y' TO WS-PARM-EOF
              DISPLAY 'WARNING: ' WS-PROG-NAME
                 ' no parameter card - using defaults'
           ELSE
              MOVE PRM-REC TO RUN-PARMS
              IF PRM-NEW-DAYS IS NUMERIC AND PRM-NEW-DAYS > 0
                 MOVE PRM-NEW-DAYS TO WS-NEW-DAYS
              END-IF
              IF PRM-PROC-DAYS IS NUMERIC AND PRM-PROC-DAYS > 0
                 MOVE PRM-PROC-DAYS TO WS-PROC-DAYS
              END-IF
              IF PRM-HARD-DAYS IS NUMERIC AND PRM-HARD-DAYS > 0
                 MOVE PRM-HARD-DAYS TO WS-HARD-DAYS
              END-IF
              IF PRM-AUTO-CANCEL = 'Y'
                 MOVE 'Y' TO WS-AUTO-CANCEL
              END-IF
              IF PRM-APPR-DAYS IS NUMERIC AND PRM-APPR-DAYS > 0
                 MOVE PRM-APPR-DAYS TO WS-APPR-DAYS
              END-IF
              IF PRM-DAY-BASIS = 'B' OR PRM-DAY-BASIS = 'T'
                 MOVE PRM-DAY-BASIS   TO WS-DAY-BASIS
                 MOVE PRM-CAL-COUNTRY TO WS-CAL-COUNTRY
              END-IF
           END-IF
           .

       ESCALATE-ONE-ORDER.

           ADD 1 TO WS-ESCALATED

           IF WS-DAY-BASIS NOT = 'C'
              MOVE 'C'            TO BDY-REQ-TYPE
              MOVE HV-AGE-BASE    TO BDY-REQ-DATE
              MOVE WS-TODAY-DATE  TO BDY-REQ-DATE2
              MOVE 0              TO BDY-REQ-DAYS
              PERFORM CALL-CALENDAR
              IF BDY-RESP-RC < 08
                 MOVE BDY-RESP-DAYS TO HV-AGE-DAYS
              END-IF
           END-IF

           MOVE HV-ORDER-ID TO WS-DTL-ORDER
           MOVE HV-STATUS   TO WS-DTL-STATUS
           MOVE HV-AGE-DAYS TO WS-DTL-AGE
           MOVE SPACES      TO WS-DTL-NOTE

           EVALUATE TRUE
              WHEN HV-STATUS = 'PENDING-APPR'
                 MOVE 'APPROVAL OVERDUE' TO WS-DTL-NOTE
                 PERFORM ESCALATE-APPROVAL
              WHEN HV-AGE-DAYS > WS-HARD-DAYS
                 IF WS-AUTO-CANCEL = 'Y'
                    PERFORM AUTO-CANCEL-ORDER
                 ELSE
                    MOVE 'PAST HARD LIMIT' TO WS-DTL-NOTE
                 END-IF
           END-EVALUATE

           WRITE RPT-REC FROM WS-DETAIL-LINE.

       FIND-AGE-CUTOFF.

           MOVE 'B'           TO BDY-REQ-TYPE
           MOVE WS-TODAY-DATE TO BDY-REQ-DATE
           MOVE SPACES        TO BDY-REQ-DATE2
           PERFORM CALL-CALENDAR
           IF BDY-RESP-RC >= 08
              MOVE 'Y' TO WS-CAL-FAILED
           END-IF.

      * a year missing from the calendar is counted Monday to
      * Friday by CLBDAY - said once, and the run ends RC 4
       CALL-CALENDAR.

           MOVE WS-DAY-BASIS   TO BDY-REQ-BASIS
           MOVE WS-CAL-COUNTRY TO BDY-REQ-COUNTRY
           CALL 'CLBDAY' USING BDY-REQUEST BDY-RESPONSE
           IF BDY-RESP-RC = 04 AND WS-CAL-WARNED = 'N'
              MOVE 'Y' TO WS-CAL-WARNED
              DISPLAY 'WARNING: ' WS-PROG-NAME ' ' BDY-RESP-MSG
           END-IF.

      * NEW and PROCESSING both transition validly to CANCELLED, the
      * same rule the online path enforces; the update bumps the row
      * version and the audit row matches UPD-ORDER's shape with the
              END-IF
           ELSE
              MOVE 'CANCEL FAILED' TO WS-DTL-NOTE
              MOVE 'AUTO-CANCEL-ORDER' TO SQE-PARAGRAPH
              MOVE 'order auto-cancel update' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'order ' HV-ORDER-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'W' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF.

      * one audit row per order and day, so the supervisors' audit
      * trail shows how long the decision was left waiting
       ESCALATE-APPROVAL.

           MOVE SPACES TO HV-AUD-DETAIL
           STRING 'Approval overdue - waiting ' DELIMITED BY SIZE
              WS-DTL-AGE DELIMITED BY SIZE
              ' days' DELIMITED BY SIZE
              INTO HV-AUD-DETAIL
           END-STRING
           EXEC SQL
              INSERT INTO CLAPP.AUDIT_LOG
              (TABLE_NAME, REC_KEY, ACTION, AUD_TS, DETAIL,
               USER_ID)
              SELECT 'ORDERS', :HV-ORDER-ID, 'U',
                     CURRENT TIMESTAMP, :HV-AUD-DETAIL,
                     :HV-BATCH-USER
                FROM SYSIBM.SYSDUMMY1
               WHERE NOT EXISTS
                     (SELECT 1
                        FROM CLAPP.AUDIT_LOG A
                       WHERE A.TABLE_NAME = 'ORDERS'
                         AND A.REC_KEY = :HV-ORDER-ID
                         AND A.USER_ID = :HV-BATCH-USER
                         AND DATE(A.AUD_TS) = CURRENT DATE)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 'ESCALATE-APPROVAL' TO SQE-PARAGRAPH
              MOVE 'escalation audit insert' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'order ' HV-ORDER-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'W' TO SQE-SCOPE
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
           MOVE 'ESCALATED'      TO RUN-COUNT-LABEL(1)
           MOVE WS-ESCALATED TO RUN-COUNT(1)
           MOVE 'CANCELLED'      TO RUN-COUNT-LABEL(2)
           MOVE WS-CANCELLED TO RUN-COUNT(2)
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

       END PROGRAM ORDESC.
