      *-------------------------------------------------------------*
      * Program: CLCCPST - cycle count variance posting             *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Reads the count file CLCCSEL wrote, as filled in by the     *
      * warehouse (DD UT-S-CCOUNT, layout CLCOUNT), and compares    *
      * each counted quantity with the system quantity held on its  *
      * CLAPP.STOCK_COUNTS row. The variance is reported in units   *
      * and at the product's unit price (DD UT-S-CCRPT). A variance *
      * inside the tolerance of the product's ABC class - both the  *
      * percentage of the system quantity and the value limit in    *
      * CLAPP.COUNT_CLASSES, 2% and 100.00 where the class has no   *
      * row - is posted at once: the difference is added onto       *
      * PRODUCTS.ON_HAND_QTY with an AUDIT_LOG row naming the count *
      * and its reason code (CNTE when none was given) and a        *
      * CLAPP.STOCK_MOVES ledger row for the count, and the count   *
      * is closed 'P'. A larger variance leaves the product         *
      * untouched and the count 'A' awaiting a supervisor's         *
      * decision on the product screen ('A'). Each count commits on *
      * its own. A product left blank stays open for a later file;  *
      * unknown, already booked or malformed records are refused.   *
      * Refusals and variances awaiting approval end with RC 4.     *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLCCPST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNTFILE ASSIGN TO UT-S-CCOUNT
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO UT-S-CCRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CNTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CNT-COUNT-REC.
       COPY CLCOUNT.
       FD  RPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPT-REC.
       01  RPT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLCCPST'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-RECORDS               PIC 9(9) COMP VALUE 0.
       01  WS-POSTED                PIC 9(9) COMP VALUE 0.
       01  WS-NO-VARIANCE           PIC 9(9) COMP VALUE 0.
       01  WS-AWAITING              PIC 9(9) COMP VALUE 0.
       01  WS-NOT-COUNTED           PIC 9(9) COMP VALUE 0.
       01  WS-REFUSED               PIC 9(9) COMP VALUE 0.
       01  WS-ERRORS                PIC 9(9) COMP VALUE 0.
       01  WS-REASON                PIC X(31) VALUE SPACES.
       01  WS-IN-TOLERANCE          PIC X(1)  VALUE 'N'.
       01  WS-ABS-QTY               PIC S9(9) COMP VALUE 0.
       01  WS-ABS-VALUE             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-POSTED-VALUE          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-AWAITING-VALUE        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-COUNT-D               PIC Z(8)9.
       01  WS-VAR-D                 PIC -(8)9.

       01  WS-HEADING.
           05  FILLER               PIC X(50) VALUE
               ' COUNT NO PRODUCT     SYSTEM   COUNTED    VAR QTY '.
           05  FILLER               PIC X(50) VALUE
               ' UNIT PRICE      VAR VALUE RSN  RESULT            '.
           05  FILLER               PIC X(32) VALUE
               ' NOTE                           '.

       01  WS-RPT-LINE.
           05  WS-RPT-COUNT-NO      PIC Z(8)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-PRODUCT       PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-SYSTEM        PIC Z(8)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-COUNTED       PIC Z(8)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-VAR-QTY       PIC -(9)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-PRICE         PIC Z(7)9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-VAR-VALUE     PIC -(10)9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-REASON-CODE   PIC X(4).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-RESULT        PIC X(18).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-NOTE          PIC X(31).

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL         PIC X(30).
           05  WS-TOT-COUNT         PIC Z(8)9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-TOT-VALUE         PIC -(10)9.99.
           05  FILLER               PIC X(77) VALUE SPACES.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-COUNT-NO              PIC S9(9) COMP.
       01  HV-PRODUCT-ID            PIC X(8).
       01  HV-COUNT-STATUS          PIC X(1).
       01  HV-SYSTEM-QTY            PIC S9(9) COMP.
       01  HV-COUNTED-QTY           PIC S9(9) COMP.
       01  HV-VARIANCE-QTY          PIC S9(9) COMP.
       01  HV-VARIANCE-VALUE        PIC S9(11)V99 COMP-3.
       01  HV-UNIT-PRICE            PIC S9(7)V99 COMP-3.
       01  HV-TOL-PCT               PIC S9(3)V99 COMP-3.
       01  HV-TOL-VALUE             PIC S9(9)V99 COMP-3.
       01  HV-REASON-CODE           PIC X(4).
       01  HV-COUNTED-BY            PIC X(8).
       01  HV-NEW-COUNT-STATUS      PIC X(1).
       01  HV-AUD-DETAIL            PIC X(70).
       01  HV-BATCH-USER            PIC X(8)  VALUE 'CLCCPST'.
       01  HV-MOVE-REF              PIC X(20).
       01  WS-MOVE-COUNT            PIC 9(9).

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           OPEN INPUT CNTFILE
           OPEN OUTPUT RPTFILE
           WRITE RPT-REC FROM WS-HEADING

           PERFORM UNTIL WS-EOF = 'Y'
              READ CNTFILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-RECORDS
                    PERFORM BOOK-ONE-COUNT
              END-READ
           END-PERFORM

           MOVE 0 TO WS-TOT-VALUE
           MOVE 'COUNT RECORDS READ'     TO WS-TOT-LABEL
           MOVE WS-RECORDS               TO WS-TOT-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 'COUNTED - NO VARIANCE'  TO WS-TOT-LABEL
           MOVE WS-NO-VARIANCE           TO WS-TOT-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 'VARIANCES POSTED'       TO WS-TOT-LABEL
           MOVE WS-POSTED                TO WS-TOT-COUNT
           MOVE WS-POSTED-VALUE          TO WS-TOT-VALUE
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 'AWAITING APPROVAL'      TO WS-TOT-LABEL
           MOVE WS-AWAITING              TO WS-TOT-COUNT
           MOVE WS-AWAITING-VALUE        TO WS-TOT-VALUE
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 0 TO WS-TOT-VALUE
           MOVE 'NOT COUNTED - STILL OPEN' TO WS-TOT-LABEL
           MOVE WS-NOT-COUNTED           TO WS-TOT-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 'REFUSED'                TO WS-TOT-LABEL
           MOVE WS-REFUSED               TO WS-TOT-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE

           CLOSE CNTFILE
           CLOSE RPTFILE

           DISPLAY '*** ' WS-PROG-NAME ' read ' WS-RECORDS
              ' count(s), ' WS-NO-VARIANCE ' without variance, '
              WS-POSTED ' posted, ' WS-AWAITING ' awaiting approval'
           DISPLAY '*** ' WS-PROG-NAME ' ' WS-NOT-COUNTED
              ' not counted, ' WS-REFUSED ' refused, '
              WS-ERRORS ' error(s)'
           IF WS-ERRORS > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-REFUSED > 0 OR WS-AWAITING > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

       BOOK-ONE-COUNT.

           MOVE SPACES TO WS-RPT-LINE
           MOVE SPACES TO WS-REASON
           MOVE CNT-PRODUCT-ID TO WS-RPT-PRODUCT
           MOVE 0 TO HV-SYSTEM-QTY HV-COUNTED-QTY HV-VARIANCE-QTY
                     HV-VARIANCE-VALUE HV-UNIT-PRICE
           IF CNT-COUNT-NO IS NUMERIC
              MOVE CNT-COUNT-NO TO HV-COUNT-NO
              MOVE CNT-COUNT-NO TO WS-RPT-COUNT-NO
              EXEC SQL
                 SELECT SC.PRODUCT_ID, SC.COUNT_STATUS,
                        COALESCE(SC.SYSTEM_QTY,0),
                        COALESCE(P.UNIT_PRICE,0),
                        COALESCE(K.TOL_PCT,2),
                        COALESCE(K.TOL_VALUE,100)
                   INTO :HV-PRODUCT-ID, :HV-COUNT-STATUS,
                        :HV-SYSTEM-QTY, :HV-UNIT-PRICE,
                        :HV-TOL-PCT, :HV-TOL-VALUE
                   FROM CLAPP.STOCK_COUNTS SC
                        INNER JOIN CLAPP.PRODUCTS P
                           ON P.PRODUCT_ID = SC.PRODUCT_ID
                        LEFT OUTER JOIN CLAPP.COUNT_CLASSES K
                           ON K.ABC_CLASS = COALESCE(P.ABC_CLASS,'C')
                  WHERE SC.COUNT_NO = :HV-COUNT-NO
              END-EXEC
           END-IF
           EVALUATE TRUE
              WHEN CNT-COUNT-NO IS NOT NUMERIC
                 MOVE 'COUNT NUMBER NOT NUMERIC' TO WS-REASON
              WHEN SQLCODE = 100
                 MOVE 'UNKNOWN COUNT NUMBER' TO WS-REASON
              WHEN SQLCODE NOT = 0
                 MOVE 'SQL ERROR READING COUNT' TO WS-REASON
                 ADD 1 TO WS-ERRORS
                 MOVE 'BOOK-ONE-COUNT' TO SQE-PARAGRAPH
                 MOVE 'stock count select' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 STRING 'count ' CNT-COUNT-NO
                    DELIMITED BY SIZE INTO SQE-KEY
                 END-STRING
                 MOVE 'C' TO SQE-SCOPE
                 PERFORM SQL-ERROR
              WHEN HV-PRODUCT-ID NOT = CNT-PRODUCT-ID
                 MOVE 'PRODUCT DOES NOT MATCH COUNT' TO WS-REASON
              WHEN HV-COUNT-STATUS NOT = 'O'
                 MOVE 'COUNT ALREADY BOOKED' TO WS-REASON
              WHEN CNT-COUNTED-QTY-X = SPACES
                 CONTINUE
              WHEN CNT-COUNTED-QTY IS NOT NUMERIC
                 MOVE 'COUNTED QUANTITY NOT NUMERIC' TO WS-REASON
              WHEN NOT CNT-REASON-VALID
                 MOVE 'UNKNOWN REASON CODE' TO WS-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           MOVE HV-SYSTEM-QTY TO WS-RPT-SYSTEM
           MOVE HV-UNIT-PRICE TO WS-RPT-PRICE
           EVALUATE TRUE
              WHEN WS-REASON NOT = SPACES
                 ADD 1 TO WS-REFUSED
                 MOVE 'REFUSED' TO WS-RPT-RESULT
                 MOVE WS-REASON TO WS-RPT-NOTE
                 WRITE RPT-REC FROM WS-RPT-LINE
              WHEN CNT-COUNTED-QTY-X = SPACES
                 ADD 1 TO WS-NOT-COUNTED
                 MOVE 'NOT COUNTED' TO WS-RPT-RESULT
                 MOVE 'COUNT STAYS OPEN' TO WS-RPT-NOTE
                 WRITE RPT-REC FROM WS-RPT-LINE
              WHEN OTHER
                 PERFORM MEASURE-VARIANCE
                 PERFORM RECORD-COUNT
           END-EVALUATE.

      * tolerance is met only when the variance is inside both the
      * class's percentage of the system quantity and its value
       MEASURE-VARIANCE.

           MOVE CNT-COUNTED-QTY TO HV-COUNTED-QTY
           COMPUTE HV-VARIANCE-QTY = HV-COUNTED-QTY - HV-SYSTEM-QTY
           COMPUTE HV-VARIANCE-VALUE ROUNDED =
              HV-VARIANCE-QTY * HV-UNIT-PRICE
           MOVE CNT-COUNTED-BY TO HV-COUNTED-BY
           MOVE CNT-REASON-CODE TO HV-REASON-CODE
           IF HV-VARIANCE-QTY NOT = 0 AND HV-REASON-CODE = SPACES
              MOVE 'CNTE' TO HV-REASON-CODE
           END-IF
           MOVE HV-VARIANCE-QTY TO WS-ABS-QTY
           IF WS-ABS-QTY < 0
              COMPUTE WS-ABS-QTY = 0 - WS-ABS-QTY
           END-IF
           MOVE HV-VARIANCE-VALUE TO WS-ABS-VALUE
           IF WS-ABS-VALUE < 0
              COMPUTE WS-ABS-VALUE = 0 - WS-ABS-VALUE
           END-IF
           IF WS-ABS-QTY * 100 <= HV-SYSTEM-QTY * HV-TOL-PCT
              AND WS-ABS-VALUE <= HV-TOL-VALUE
              MOVE 'Y' TO WS-IN-TOLERANCE
           ELSE
              MOVE 'N' TO WS-IN-TOLERANCE
           END-IF

           MOVE HV-COUNTED-QTY    TO WS-RPT-COUNTED
           MOVE HV-VARIANCE-QTY   TO WS-RPT-VAR-QTY
           MOVE HV-VARIANCE-VALUE TO WS-RPT-VAR-VALUE
           MOVE HV-REASON-CODE    TO WS-RPT-REASON-CODE.

       RECORD-COUNT.

           IF HV-VARIANCE-QTY = 0 OR WS-IN-TOLERANCE = 'Y'
              MOVE 'P' TO HV-NEW-COUNT-STATUS
           ELSE
              MOVE 'A' TO HV-NEW-COUNT-STATUS
           END-IF
           EXEC SQL
              UPDATE CLAPP.STOCK_COUNTS
                 SET COUNT_STATUS = :HV-NEW-COUNT-STATUS,
                     COUNTED_QTY = :HV-COUNTED-QTY,
                     VARIANCE_QTY = :HV-VARIANCE-QTY,
                     VARIANCE_VALUE = :HV-VARIANCE-VALUE,
                     REASON_CODE = NULLIF(:HV-REASON-CODE, ' '),
                     COUNTED_BY = NULLIF(:HV-COUNTED-BY, ' '),
                     COUNTED_TS = CURRENT TIMESTAMP,
                     POSTED_TS =
                        CASE WHEN :HV-NEW-COUNT-STATUS = 'P'
                             THEN CURRENT TIMESTAMP
                             ELSE NULL END
               WHERE COUNT_NO = :HV-COUNT-NO
                 AND COUNT_STATUS = 'O'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM COUNT-FAILED
           ELSE
              IF HV-NEW-COUNT-STATUS = 'P'
                 PERFORM POST-STOCK-ADJUSTMENT
              ELSE
                 MOVE HV-VARIANCE-QTY TO WS-VAR-D
                 MOVE HV-COUNT-NO TO WS-COUNT-D
                 MOVE SPACES TO HV-AUD-DETAIL
                 STRING 'Cycle count ' DELIMITED BY SIZE
                    FUNCTION TRIM(WS-COUNT-D) DELIMITED BY SIZE
                    ' variance ' DELIMITED BY SIZE
                    FUNCTION TRIM(WS-VAR-D) DELIMITED BY SIZE
                    ' awaits supervisor approval' DELIMITED BY SIZE
                    INTO HV-AUD-DETAIL
                 END-STRING
                 PERFORM WRITE-AUDIT
                 EXEC SQL COMMIT END-EXEC
                 ADD 1 TO WS-AWAITING
                 ADD HV-VARIANCE-VALUE TO WS-AWAITING-VALUE
                 MOVE 'AWAITING APPROVAL' TO WS-RPT-RESULT
                 MOVE 'OUTSIDE TOLERANCE' TO WS-RPT-NOTE
              END-IF
           END-IF
           WRITE RPT-REC FROM WS-RPT-LINE.

      * the difference goes onto today's on-hand rather than
      * overwriting it, so sales booked since the sheet still count
       POST-STOCK-ADJUSTMENT.

           EXEC SQL
              UPDATE CLAPP.PRODUCTS
                 SET ON_HAND_QTY =
                     COALESCE(ON_HAND_QTY,0) + :HV-VARIANCE-QTY,
                     LAST_COUNT_DATE = CURRENT DATE
               WHERE PRODUCT_ID = :HV-PRODUCT-ID
           END-EXEC
           IF SQLCODE = 0 AND HV-VARIANCE-QTY NOT = 0
              PERFORM WRITE-STOCK-MOVE
           END-IF
           IF SQLCODE NOT = 0
              PERFORM COUNT-FAILED
           ELSE
              IF HV-VARIANCE-QTY = 0
                 EXEC SQL COMMIT END-EXEC
                 ADD 1 TO WS-NO-VARIANCE
                 MOVE 'NO VARIANCE' TO WS-RPT-RESULT
              ELSE
                 MOVE HV-VARIANCE-QTY TO WS-VAR-D
                 MOVE HV-COUNT-NO TO WS-COUNT-D
                 MOVE SPACES TO HV-AUD-DETAIL
                 STRING 'Cycle count ' DELIMITED BY SIZE
                    FUNCTION TRIM(WS-COUNT-D) DELIMITED BY SIZE
                    ' stock adjusted ' DELIMITED BY SIZE
                    FUNCTION TRIM(WS-VAR-D) DELIMITED BY SIZE
                    ' reason ' DELIMITED BY SIZE
                    HV-REASON-CODE DELIMITED BY SIZE
                    INTO HV-AUD-DETAIL
                 END-STRING
                 EXEC SQL
                    INSERT INTO CLAPP.AUDIT_LOG
                    (TABLE_NAME, REC_KEY, ACTION, AUD_TS, DETAIL,
                     USER_ID)
                    VALUES ('PRODUCTS', :HV-PRODUCT-ID, 'U',
                            CURRENT TIMESTAMP, :HV-AUD-DETAIL,
                            :HV-BATCH-USER)
                 END-EXEC
                 EXEC SQL COMMIT END-EXEC
                 ADD 1 TO WS-POSTED
                 ADD HV-VARIANCE-VALUE TO WS-POSTED-VALUE
                 MOVE 'POSTED' TO WS-RPT-RESULT
                 MOVE 'INSIDE TOLERANCE' TO WS-RPT-NOTE
              END-IF
           END-IF.

      * the adjustment in the movement ledger, valued at the
      * product's standard cost like every other stock movement
       WRITE-STOCK-MOVE.

           MOVE HV-COUNT-NO TO WS-MOVE-COUNT
           MOVE WS-MOVE-COUNT TO HV-MOVE-REF
           EXEC SQL
              INSERT INTO CLAPP.STOCK_MOVES
                 (MOVE_NO, PRODUCT_ID, MOVE_TS, QTY, UNIT_COST,
                  MOVE_VALUE, REASON_CODE, DOC_TYPE, DOC_REF,
                  USER_ID)
              SELECT (SELECT COALESCE(MAX(MOVE_NO),0) + 1
                        FROM CLAPP.STOCK_MOVES),
                     P.PRODUCT_ID, CURRENT TIMESTAMP,
                     :HV-VARIANCE-QTY, COALESCE(C.STD_COST,0),
                     :HV-VARIANCE-QTY * COALESCE(C.STD_COST,0),
                     :HV-REASON-CODE, 'CNT', :HV-MOVE-REF,
                     :HV-BATCH-USER
                FROM CLAPP.PRODUCTS P
                     LEFT OUTER JOIN CLAPP.PRODUCT_COSTS C
                        ON C.PRODUCT_ID = P.PRODUCT_ID
                       AND C.EFF_FROM =
                           (SELECT MAX(C2.EFF_FROM)
                              FROM CLAPP.PRODUCT_COSTS C2
                             WHERE C2.PRODUCT_ID = P.PRODUCT_ID
                               AND C2.EFF_FROM <= CURRENT DATE)
               WHERE P.PRODUCT_ID = :HV-PRODUCT-ID
           END-EXEC.

       COUNT-FAILED.

           ADD 1 TO WS-ERRORS
           MOVE 'COUNT-FAILED' TO SQE-PARAGRAPH
           MOVE 'count booking' TO SQE-STATEMENT
           MOVE SPACES TO SQE-KEY
           STRING 'count ' CNT-COUNT-NO
              DELIMITED BY SIZE INTO SQE-KEY
           END-STRING
           MOVE 'U' TO SQE-SCOPE
           PERFORM SQL-ERROR
           MOVE 'ERROR' TO WS-RPT-RESULT
           MOVE 'NOT BOOKED - COUNT STAYS OPEN' TO WS-RPT-NOTE.

       WRITE-AUDIT.

           EXEC SQL
              INSERT INTO CLAPP.AUDIT_LOG
              (TABLE_NAME, REC_KEY, ACTION, AUD_TS, DETAIL, USER_ID)
              VALUES ('STOCK_COUNTS', :HV-PRODUCT-ID, 'U',
                      CURRENT TIMESTAMP, :HV-AUD-DETAIL,
                      :HV-BATCH-USER)
           END-EXEC.

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
           MOVE 'POSTED'         TO RUN-COUNT-LABEL(2)
           MOVE WS-POSTED TO RUN-COUNT(2)
           MOVE 'AWAITING'       TO RUN-COUNT-LABEL(3)
           MOVE WS-AWAITING TO RUN-COUNT(3)
           MOVE 'ERRORS'         TO RUN-COUNT-LABEL(4)
           MOVE WS-ERRORS TO RUN-COUNT(4)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

       END PROGRAM CLCCPST.
