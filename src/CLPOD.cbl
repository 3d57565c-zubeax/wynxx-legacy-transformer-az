      *-------------------------------------------------------------*
      * Program: CLPOD - carrier tracking / proof-of-delivery post  *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Reads the carrier's tracking file (DD UT-S-PODIN), one      *
      * event per record keyed on our shipment ID from the CLMANIF  *
      * manifest (order ID - shipment number), and posts it on      *
      * CLAPP.SHIPMENTS:                                            *
      *   T  tracking only - the carrier's tracking number;         *
      *   D  delivered - delivery date, status D, and any open      *
      *      delivery exception of the shipment is closed;          *
      *   X  delivery exception - status X with the exception code  *
      *      (REF refused, DMG damaged, ADR address unknown, or the *
      *      carrier's own code) and date; the exception goes on    *
      *      the customer service worklist                          *
      *      CLAPP.DELIVERY_EXCEPTIONS as an open item.             *
      * Every posting is written to CLAPP.AUDIT_LOG and commits on  *
      * its own. Records for unknown shipments or events are listed *
      * on the report (DD UT-S-PODRPT) with RC 4.                   *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLPOD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PODFILE ASSIGN TO UT-S-PODIN
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO UT-S-PODRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PODFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POD-REC.
       01  POD-REC.
           05  POD-SHIPMENT-ID.
               10  POD-ORDER-ID     PIC X(12).
               10  FILLER           PIC X(1).
               10  POD-SHIP-NO      PIC X(4).
           05  POD-CARRIER-CODE     PIC X(4).
           05  POD-TRACKING-NO      PIC X(30).
           05  POD-EVENT            PIC X(1).
           05  POD-EVENT-DATE       PIC X(10).
           05  POD-EXC-CODE         PIC X(3).
           05  POD-EXC-TEXT         PIC X(40).
           05  FILLER               PIC X(15).
       FD  RPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPT-REC.
       01  RPT-REC                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLPOD'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-REASON                PIC X(40) VALUE SPACES.
       01  WS-RESULT                PIC X(40) VALUE SPACES.
       01  WS-EXC-DESCR             PIC X(16) VALUE SPACES.
       01  WS-RECORDS               PIC 9(9) COMP VALUE 0.
       01  WS-TRACKED               PIC 9(9) COMP VALUE 0.
       01  WS-DELIVERED             PIC 9(9) COMP VALUE 0.
       01  WS-EXCEPTIONS            PIC 9(9) COMP VALUE 0.
       01  WS-REJECTED              PIC 9(9) COMP VALUE 0.
       01  WS-ERRORS                PIC 9(9) COMP VALUE 0.
       01  WS-TODAY-RAW             PIC X(21) VALUE SPACES.
       01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.

       01  WS-HEADING.
           05  FILLER               PIC X(50) VALUE
               'SHIPMENT ID       EV DATE       TRACKING NO      '.
           05  FILLER               PIC X(50) VALUE
               '     RESULT                                       '.

       01  WS-DETAIL-LINE.
           05  WS-DTL-SHIPMENT-ID   PIC X(17).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-EVENT         PIC X(1).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DTL-DATE          PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-TRACKING      PIC X(21).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DTL-RESULT        PIC X(40).
           05  FILLER               PIC X(5)  VALUE SPACES.

       01  WS-TRAILER-LINE.
           05  FILLER               PIC X(10) VALUE 'TOTALS    '.
           05  WS-TRL-DELIVERED     PIC Z(8)9.
           05  FILLER               PIC X(13) VALUE ' DELIVERED   '.
           05  WS-TRL-EXCEPTIONS    PIC Z(8)9.
           05  FILLER               PIC X(14) VALUE ' EXCEPTION(S) '.
           05  WS-TRL-REJECTED      PIC Z(8)9.
           05  FILLER               PIC X(18) VALUE
               ' RECORD(S) REFUSED'.
           05  FILLER               PIC X(18) VALUE SPACES.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-ORDER-ID              PIC X(12).
       01  HV-SHIP-NO               PIC S9(4) COMP.
       01  HV-SHIP-NO-D             PIC 9(4).
       01  HV-CARRIER-CODE          PIC X(4).
       01  HV-TRACKING-NO           PIC X(30).
       01  HV-EVENT-DATE            PIC X(10).
       01  HV-EXC-CODE              PIC X(3).
       01  HV-EXC-TEXT              PIC X(40).
       01  HV-AUD-DETAIL            PIC X(70).
       01  HV-BATCH-USER            PIC X(8)  VALUE 'CLPOD'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-RAW
           STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
              WS-TODAY-RAW(7:2)
              DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING

           OPEN INPUT PODFILE
           OPEN OUTPUT RPTFILE
           WRITE RPT-REC FROM WS-HEADING

           PERFORM UNTIL WS-EOF = 'Y'
              READ PODFILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-RECORDS
                    PERFORM POST-ONE-EVENT
              END-READ
           END-PERFORM

           MOVE WS-DELIVERED  TO WS-TRL-DELIVERED
           MOVE WS-EXCEPTIONS TO WS-TRL-EXCEPTIONS
           MOVE WS-REJECTED   TO WS-TRL-REJECTED
           WRITE RPT-REC FROM WS-TRAILER-LINE

           CLOSE PODFILE
           CLOSE RPTFILE

           DISPLAY '*** ' WS-PROG-NAME ' read ' WS-RECORDS
              ' record(s), ' WS-TRACKED ' tracking, ' WS-DELIVERED
              ' delivered, ' WS-EXCEPTIONS ' exception(s)'
           DISPLAY '*** ' WS-PROG-NAME ' ' WS-REJECTED
              ' record(s) refused, ' WS-ERRORS ' error(s)'
           IF WS-ERRORS > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-REJECTED > 0 OR WS-EXCEPTIONS > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

       POST-ONE-EVENT.

           MOVE SPACES TO WS-REASON WS-RESULT
           MOVE POD-ORDER-ID TO HV-ORDER-ID
           MOVE POD-TRACKING-NO TO HV-TRACKING-NO
           IF POD-EVENT-DATE = SPACES
              MOVE WS-TODAY-DATE TO HV-EVENT-DATE
           ELSE
              MOVE POD-EVENT-DATE TO HV-EVENT-DATE
           END-IF

           IF POD-SHIP-NO IS NOT NUMERIC
              MOVE 'REFUSED - SHIPMENT ID NOT VALID' TO WS-REASON
           ELSE
              MOVE POD-SHIP-NO TO HV-SHIP-NO-D
              MOVE HV-SHIP-NO-D TO HV-SHIP-NO
              MOVE SPACES TO HV-CARRIER-CODE
              EXEC SQL
                 SELECT COALESCE(CARRIER_CODE,' ')
                   INTO :HV-CARRIER-CODE
                   FROM CLAPP.SHIPMENTS
                  WHERE ORDER_ID = :HV-ORDER-ID
                    AND SHIP_NO = :HV-SHIP-NO
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE = 100
                    MOVE 'REFUSED - SHIPMENT NOT FOUND' TO WS-REASON
                 WHEN SQLCODE NOT = 0
                    ADD 1 TO WS-ERRORS
                    MOVE 'POST-ONE-EVENT' TO SQE-PARAGRAPH
                    MOVE 'shipment select' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    STRING 'order ' HV-ORDER-ID
                       DELIMITED BY SIZE INTO SQE-KEY
                    END-STRING
                    MOVE 'C' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                    MOVE 'ERROR - SEE JOB LOG' TO WS-RESULT
                 WHEN POD-CARRIER-CODE NOT = SPACES
                      AND HV-CARRIER-CODE NOT = SPACES
                      AND POD-CARRIER-CODE NOT = HV-CARRIER-CODE
                    MOVE 'REFUSED - SHIPMENT WENT WITH OTHER CARRIER'
                       TO WS-REASON
                 WHEN POD-EVENT = 'T'
                    PERFORM POST-TRACKING
                 WHEN POD-EVENT = 'D'
                    PERFORM POST-DELIVERY
                 WHEN POD-EVENT = 'X'
                    PERFORM POST-DELIVERY-EXCEPTION
                 WHEN OTHER
                    MOVE 'REFUSED - UNKNOWN EVENT TYPE' TO WS-REASON
              END-EVALUATE
           END-IF

           IF WS-REASON NOT = SPACES
              ADD 1 TO WS-REJECTED
              MOVE WS-REASON TO WS-RESULT
           END-IF
           MOVE POD-SHIPMENT-ID TO WS-DTL-SHIPMENT-ID
           MOVE POD-EVENT       TO WS-DTL-EVENT
           MOVE HV-EVENT-DATE   TO WS-DTL-DATE
           MOVE POD-TRACKING-NO TO WS-DTL-TRACKING
           MOVE WS-RESULT       TO WS-DTL-RESULT
           WRITE RPT-REC FROM WS-DETAIL-LINE.

      * a blank tracking number on any event keeps the one on file
       POST-TRACKING.

           EXEC SQL
              UPDATE CLAPP.SHIPMENTS
                 SET TRACKING_NO =
                     COALESCE(NULLIF(:HV-TRACKING-NO, ' '),
                              TRACKING_NO)
               WHERE ORDER_ID = :HV-ORDER-ID
                 AND SHIP_NO = :HV-SHIP-NO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM FAIL-EVENT
           ELSE
              MOVE SPACES TO HV-AUD-DETAIL
              STRING 'Tracking ' DELIMITED BY SIZE
                 POD-SHIPMENT-ID DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 HV-TRACKING-NO DELIMITED BY SIZE
                 INTO HV-AUD-DETAIL
              END-STRING
              PERFORM WRITE-AUDIT-AND-COMMIT
              ADD 1 TO WS-TRACKED
              MOVE 'TRACKING POSTED' TO WS-RESULT
           END-IF.

      * delivery settles the shipment: its exception, if any, is
      * cleared and any open worklist item for it is closed
       POST-DELIVERY.

           EXEC SQL
              UPDATE CLAPP.SHIPMENTS
                 SET TRACKING_NO =
                     COALESCE(NULLIF(:HV-TRACKING-NO, ' '),
                              TRACKING_NO),
                     DELIVERY_STATUS = 'D',
                     DELIVERY_DATE = :HV-EVENT-DATE,
                     EXCEPTION_CODE = NULL
               WHERE ORDER_ID = :HV-ORDER-ID
                 AND SHIP_NO = :HV-SHIP-NO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM FAIL-EVENT
           ELSE
              EXEC SQL
                 UPDATE CLAPP.DELIVERY_EXCEPTIONS
                    SET STATUS = 'C',
                        CLOSED_TS = CURRENT TIMESTAMP
                  WHERE ORDER_ID = :HV-ORDER-ID
                    AND SHIP_NO = :HV-SHIP-NO
                    AND STATUS = 'O'
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 PERFORM FAIL-EVENT
              ELSE
                 MOVE SPACES TO HV-AUD-DETAIL
                 STRING 'Delivered ' DELIMITED BY SIZE
                    POD-SHIPMENT-ID DELIMITED BY SIZE
                    ' on ' DELIMITED BY SIZE
                    HV-EVENT-DATE DELIMITED BY SIZE
                    INTO HV-AUD-DETAIL
                 END-STRING
                 PERFORM WRITE-AUDIT-AND-COMMIT
                 ADD 1 TO WS-DELIVERED
                 MOVE 'DELIVERED' TO WS-RESULT
              END-IF
           END-IF.

       POST-DELIVERY-EXCEPTION.

           MOVE POD-EXC-CODE TO HV-EXC-CODE
           MOVE POD-EXC-TEXT TO HV-EXC-TEXT
           EVALUATE HV-EXC-CODE
              WHEN 'REF'
                 MOVE 'REFUSED'         TO WS-EXC-DESCR
              WHEN 'DMG'
                 MOVE 'DAMAGED'         TO WS-EXC-DESCR
              WHEN 'ADR'
                 MOVE 'ADDRESS UNKNOWN' TO WS-EXC-DESCR
              WHEN SPACES
                 MOVE 'OTH'             TO HV-EXC-CODE
                 MOVE 'NOT STATED'      TO WS-EXC-DESCR
              WHEN OTHER
                 MOVE 'CARRIER CODE'    TO WS-EXC-DESCR
           END-EVALUATE
           IF HV-EXC-TEXT = SPACES
              MOVE WS-EXC-DESCR TO HV-EXC-TEXT
           END-IF

           EXEC SQL
              UPDATE CLAPP.SHIPMENTS
                 SET TRACKING_NO =
                     COALESCE(NULLIF(:HV-TRACKING-NO, ' '),
                              TRACKING_NO),
                     DELIVERY_STATUS = 'X',
                     EXCEPTION_CODE = :HV-EXC-CODE,
                     EXCEPTION_DATE = :HV-EVENT-DATE
               WHERE ORDER_ID = :HV-ORDER-ID
                 AND SHIP_NO = :HV-SHIP-NO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM FAIL-EVENT
           ELSE
              EXEC SQL
                 INSERT INTO CLAPP.DELIVERY_EXCEPTIONS
                 (ORDER_ID, SHIP_NO, EXC_DATE, EXC_CODE, EXC_TEXT,
                  TRACKING_NO, STATUS, CREATED_TS)
                 VALUES (:HV-ORDER-ID, :HV-SHIP-NO, :HV-EVENT-DATE,
                         :HV-EXC-CODE, :HV-EXC-TEXT,
                         NULLIF(:HV-TRACKING-NO, ' '), 'O',
                         CURRENT TIMESTAMP)
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM FAIL-EVENT
              ELSE
                 MOVE SPACES TO HV-AUD-DETAIL
                 STRING 'Delivery exception ' DELIMITED BY SIZE
                    HV-EXC-CODE DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    POD-SHIPMENT-ID DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    HV-EXC-TEXT DELIMITED BY SIZE
                    INTO HV-AUD-DETAIL
                 END-STRING
                 PERFORM WRITE-AUDIT-AND-COMMIT
                 ADD 1 TO WS-EXCEPTIONS
                 MOVE SPACES TO WS-RESULT
                 STRING 'EXCEPTION ' DELIMITED BY SIZE
                    HV-EXC-CODE DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-EXC-DESCR DELIMITED BY SIZE
                    ' - WORKLIST' DELIMITED BY SIZE
                    INTO WS-RESULT
                 END-STRING
              END-IF
           END-IF.

       WRITE-AUDIT-AND-COMMIT.

           EXEC SQL
              INSERT INTO CLAPP.AUDIT_LOG
              (TABLE_NAME, REC_KEY, ACTION, AUD_TS, DETAIL, USER_ID)
              VALUES ('SHIPMENTS', :HV-ORDER-ID, 'U',
                      CURRENT TIMESTAMP, :HV-AUD-DETAIL,
                      :HV-BATCH-USER)
           END-EXEC
           EXEC SQL COMMIT END-EXEC.

       FAIL-EVENT.

           ADD 1 TO WS-ERRORS
           MOVE 'FAIL-EVENT' TO SQE-PARAGRAPH
           MOVE 'delivery event posting' TO SQE-STATEMENT
           MOVE SPACES TO SQE-KEY
           STRING 'shipment ' POD-SHIPMENT-ID
              DELIMITED BY SIZE INTO SQE-KEY
           END-STRING
           MOVE 'U' TO SQE-SCOPE
           PERFORM SQL-ERROR
           MOVE 'ERROR - SEE JOB LOG' TO WS-RESULT.

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
           MOVE 'RECORDS'        TO RUN-COUNT-LABEL(1)
           MOVE WS-RECORDS TO RUN-COUNT(1)
           MOVE 'DELIVERED'      TO RUN-COUNT-LABEL(2)
           MOVE WS-DELIVERED TO RUN-COUNT(2)
           MOVE 'EXCEPTIONS'     TO RUN-COUNT-LABEL(3)
           MOVE WS-EXCEPTIONS TO RUN-COUNT(3)
           MOVE 'REJECTED'       TO RUN-COUNT-LABEL(4)
           MOVE WS-REJECTED TO RUN-COUNT(4)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

       END PROGRAM CLPOD.
