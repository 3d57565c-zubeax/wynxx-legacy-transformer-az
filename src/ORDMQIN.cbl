      * confirmations. Messages that fail validation (unknown       *
      * order, illegal transition, malformed payload) are parked on *
      * the dead-letter report instead of being lost; the run ends  *
      * with RC 4 when any were parked. Shipped and cancelled       *
      * orders queue the client's notification e-mail to            *
      * CLAPP.NOTIFY_OUTBOX as the online path does.                *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDMQIN.
           05  EVT-TS              PIC X(26).
           05  FILLER              PIC X(9)  VALUE SPACES.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       01  HV-CLIENT-ID             PIC X(10).
       01  HV-AMOUNT                PIC S9(9)V99 COMP-3.
       01  HV-AUD-DETAIL            PIC X(70).
       01  HV-NTF-EVENT             PIC X(4).
       01  HV-BATCH-USER            PIC X(8)  VALUE 'ORDMQIN'.

       PROCEDURE DIVISION.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           OPEN OUTPUT RPTFILE

           CALL 'MQCONN' USING WS-MQ-QMGR WS-MQ-HCONN
                 ' MQCONN failed REASON=' WS-MQ-REASON
              CLOSE RPTFILE
              MOVE 8 TO RETURN-CODE
              PERFORM RECORD-RUN-END
              GOBACK
           END-IF

                 ' MQOPEN failed REASON=' WS-MQ-REASON
              CLOSE RPTFILE
              MOVE 8 TO RETURN-CODE
              PERFORM RECORD-RUN-END
              GOBACK
           END-IF

           IF WS-PARKED > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

      * drains the queue without waiting - the scheduler runs this
                    MOVE 'N' TO WS-VALID-FLAG
                 WHEN 'CANCELLED'
                    MOVE 'N' TO WS-VALID-FLAG
      * only a supervisor on the approval queue releases an order
      * awaiting four-eyes approval; fulfilment may only cancel it
                 WHEN 'PENDING-APPR'
                    IF FUNCTION TRIM(HV-NEW-STATUS) NOT = 'CANCELLED'
                       MOVE 'N' TO WS-VALID-FLAG
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
                         CURRENT TIMESTAMP, :HV-AUD-DETAIL,
                         :HV-BATCH-USER)
              END-EXEC
              PERFORM QUEUE-CLIENT-NOTIFICATION
              EXEC SQL COMMIT END-EXEC
              PERFORM PUBLISH-ORDER-EVENT
           END-IF.

      * the client's shipped / cancelled e-mail goes to the outbox
      * in the same commit as the status, as the online path queues
      * it - only for a client who opted in to notifications. A
      * failing insert is reported but does not hold the update.
       QUEUE-CLIENT-NOTIFICATION.

           MOVE SPACES TO HV-NTF-EVENT
           IF FUNCTION TRIM(HV-NEW-STATUS) NOT =
              FUNCTION TRIM(HV-CURR-STATUS)
              EVALUATE FUNCTION TRIM(HV-NEW-STATUS)
                 WHEN 'SHIPPED'
                    MOVE 'SHIP' TO HV-NTF-EVENT
                 WHEN 'CANCELLED'
                    MOVE 'CANC' TO HV-NTF-EVENT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           IF HV-NTF-EVENT NOT = SPACES
              EXEC SQL
                 INSERT INTO CLAPP.NOTIFY_OUTBOX
                    (NOTIFY_NO, CLIENT_ID, ORDER_ID, EVENT_TYPE,
                     NEW_STATUS, AMOUNT, QUEUED_TS, NOTIFY_STATUS)
                 SELECT (SELECT COALESCE(MAX(NOTIFY_NO),0) + 1
                           FROM CLAPP.NOTIFY_OUTBOX),
                        CLIENT_ID, :HV-ORDER-ID, :HV-NTF-EVENT,
                        :HV-NEW-STATUS, :HV-AMOUNT, CURRENT TIMESTAMP,
                        'P'
                   FROM CLAPP.CLIENTS
                  WHERE CLIENT_ID = :HV-CLIENT-ID
                    AND COALESCE(NOTIFY_OPT,'N') IN ('E','D')
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE 'QUEUE-CLIENT-NOTIFICATION' TO SQE-PARAGRAPH
                 MOVE 'client notification insert' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 STRING 'order ' HV-ORDER-ID
                    DELIMITED BY SIZE INTO SQE-KEY
                 END-STRING
                 MOVE 'W' TO SQE-SCOPE
                 PERFORM SQL-ERROR
              END-IF
           END-IF.

      * best-effort like the online put - the update is committed
      * and audited, a failing put is swallowed and the resend
      * batch catches downstream up.
                               WS-MQ-COMPCODE WS-MQ-REASON
           END-CALL.

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
           MOVE 'APPLIED'        TO RUN-COUNT-LABEL(1)
           MOVE WS-APPLIED TO RUN-COUNT(1)
           MOVE 'PARKED'         TO RUN-COUNT-LABEL(2)
           MOVE WS-PARKED TO RUN-COUNT(2)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

       END PROGRAM ORDMQIN.
