      *-------------------------------------------------------------*
      * Program: CLPOPRF - supplier delivery performance report     *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Lists, per supplier, the purchase-order lines that did not  *
      * arrive as ordered: OVER  - more received than ordered,      *
      * SHORT - line closed with less received than ordered,        *
      * LATE  - released line past its due date and not yet fully   *
      * received. Receipts are booked against PO lines on the       *
      * product screen. OVER and SHORT cover POs dated within the   *
      * parameter card's range (DD UT-S-POPPRM, from/to dates;      *
      * without one the last 90 days); LATE lines are always shown. *
      * Each supplier closes with its counts.                       *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLPOPRF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRMFILE ASSIGN TO UT-S-POPPRM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO UT-S-POPRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRMFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 21 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRM-CARD.
       01  PRM-CARD                 PIC X(21).
       FD  RPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPT-REC.
       01  RPT-REC                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLPOPRF'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-FIRST                 PIC X(1)  VALUE 'Y'.
       01  WS-CUR-SUPPLIER          PIC X(8)  VALUE SPACES.
       01  WS-SUP-OVER              PIC 9(9) COMP VALUE 0.
       01  WS-SUP-SHORT             PIC 9(9) COMP VALUE 0.
       01  WS-SUP-LATE              PIC 9(9) COMP VALUE 0.
       01  WS-TOT-OVER              PIC 9(9) COMP VALUE 0.
       01  WS-TOT-SHORT             PIC 9(9) COMP VALUE 0.
       01  WS-TOT-LATE              PIC 9(9) COMP VALUE 0.

       01  WS-HDG-LINE.
           05  FILLER               PIC X(36) VALUE
               'SUPPLIER DELIVERY PERFORMANCE  PO '.
           05  FILLER               PIC X(6)  VALUE 'DATED '.
           05  WS-HDG-FROM          PIC X(10).
           05  FILLER               PIC X(4)  VALUE ' TO '.
           05  WS-HDG-TO            PIC X(10).
           05  FILLER               PIC X(34) VALUE SPACES.

       01  WS-SUP-LINE.
           05  FILLER               PIC X(9)  VALUE 'SUPPLIER '.
           05  WS-SUP-ID            PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-SUP-NAME          PIC X(30).
           05  FILLER               PIC X(51) VALUE SPACES.

       01  WS-COL-LINE.
           05  FILLER               PIC X(50) VALUE
               '  TYPE  PO-NO    LINE PRODUCT  DUE-DATE     ORDERE'.
           05  FILLER               PIC X(50) VALUE
               'D  RECEIVED  VARIANCE DAYS-LATE                   '.

       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DTL-TYPE          PIC X(5).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-PO-NO         PIC Z(7)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-LINE-NO       PIC ZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-PRODUCT       PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-DUE           PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-ORDERED       PIC ZZZZZZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-RECEIVED      PIC ZZZZZZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-VARIANCE      PIC -(8)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-DAYS          PIC ZZZZZZZZ9.
           05  FILLER               PIC X(19) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL         PIC X(12).
           05  FILLER               PIC X(6)  VALUE 'OVER: '.
           05  WS-CNT-OVER          PIC Z(8)9.
           05  FILLER               PIC X(9)  VALUE '  SHORT: '.
           05  WS-CNT-SHORT         PIC Z(8)9.
           05  FILLER               PIC X(8)  VALUE '  LATE: '.
           05  WS-CNT-LATE          PIC Z(8)9.
           05  FILLER               PIC X(38) VALUE SPACES.

      * the parameter card, with any setting in force in
      * CLAPP.BATCH_PARMS laid over it by CLPARM
       01  PRM-REC.
           05  PRM-FROM-DATE        PIC X(10).
           05  FILLER               PIC X(1).
           05  PRM-TO-DATE          PIC X(10).

      * card fields CLPARM may take from the table: name,
      * column, length, type and description
       01  WS-PARM-DEFS.
           05  FILLER               PIC X(48) VALUE
               'FROM-DATE   00110XFrom date YYYY-MM-DD          '.
           05  FILLER               PIC X(48) VALUE
               'TO-DATE     01210XTo date YYYY-MM-DD            '.

       COPY CLPRMAPI.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-FROM-DATE             PIC X(10).
       01  HV-TO-DATE               PIC X(10).
       01  HV-SUPPLIER-ID           PIC X(8).
       01  HV-SUPPLIER-NAME         PIC X(30).
       01  HV-EXC-TYPE              PIC X(5).
       01  HV-PO-NO                 PIC S9(9) COMP.
       01  HV-PO-LINE-NO            PIC S9(4) COMP.
       01  HV-PRODUCT-ID            PIC X(8).
       01  HV-DUE-DATE              PIC X(10).
       01  HV-QTY-ORDERED           PIC S9(9) COMP.
       01  HV-QTY-RECEIVED          PIC S9(9) COMP.
       01  HV-DAYS-LATE             PIC S9(9) COMP.
       01  HV-VARIANCE              PIC S9(9) COMP.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           PERFORM READ-PARM-CARD

           OPEN OUTPUT RPTFILE

           MOVE HV-FROM-DATE TO WS-HDG-FROM
           MOVE HV-TO-DATE   TO WS-HDG-TO
           WRITE RPT-REC FROM WS-HDG-LINE

      * the three exception kinds are unioned so each supplier's
      * lines print together; a line both over-delivered and
      * closed shows once, as OVER
           EXEC SQL DECLARE POP-CUR CURSOR FOR
              SELECT X.SUPPLIER_ID, COALESCE(S.NAME,' '),
                     X.EXC_TYPE, X.PO_NO, X.LINE_NO, X.PRODUCT_ID,
                     X.DUE_DATE, X.QTY_ORDERED, X.QTY_RECEIVED,
                     X.DAYS_LATE
                FROM (SELECT R.SUPPLIER_ID, 'OVER ' AS EXC_TYPE,
                             L.PO_NO, L.LINE_NO, L.PRODUCT_ID,
                             COALESCE(CHAR(R.DUE_DATE, ISO),' ')
                                AS DUE_DATE,
                             L.QTY_ORDERED, L.QTY_RECEIVED,
                             0 AS DAYS_LATE
                        FROM CLAPP.PO_LINES L
                             INNER JOIN CLAPP.PURCHASE_ORDERS R
                                ON R.PO_NO = L.PO_NO
                       WHERE L.QTY_RECEIVED > L.QTY_ORDERED
                         AND R.PO_DATE >= :HV-FROM-DATE
                         AND R.PO_DATE <= :HV-TO-DATE
                      UNION ALL
                      SELECT R.SUPPLIER_ID, 'SHORT',
                             L.PO_NO, L.LINE_NO, L.PRODUCT_ID,
                             COALESCE(CHAR(R.DUE_DATE, ISO),' '),
                             L.QTY_ORDERED, L.QTY_RECEIVED, 0
                        FROM CLAPP.PO_LINES L
                             INNER JOIN CLAPP.PURCHASE_ORDERS R
                                ON R.PO_NO = L.PO_NO
                       WHERE L.LINE_STATUS = 'C'
                         AND L.QTY_RECEIVED < L.QTY_ORDERED
                         AND R.PO_DATE >= :HV-FROM-DATE
                         AND R.PO_DATE <= :HV-TO-DATE
                      UNION ALL
                      SELECT R.SUPPLIER_ID, 'LATE ',
                             L.PO_NO, L.LINE_NO, L.PRODUCT_ID,
                             CHAR(R.DUE_DATE, ISO),
                             L.QTY_ORDERED, L.QTY_RECEIVED,
                             DAYS(CURRENT DATE) - DAYS(R.DUE_DATE)
                        FROM CLAPP.PO_LINES L
                             INNER JOIN CLAPP.PURCHASE_ORDERS R
                                ON R.PO_NO = L.PO_NO
                       WHERE R.STATUS = 'O'
                         AND L.LINE_STATUS = 'O'
                         AND L.QTY_RECEIVED < L.QTY_ORDERED
                         AND R.DUE_DATE < CURRENT DATE) X
                     LEFT OUTER JOIN CLAPP.SUPPLIERS S
                        ON S.SUPPLIER_ID = X.SUPPLIER_ID
               ORDER BY X.SUPPLIER_ID, X.EXC_TYPE, X.PO_NO,
                        X.LINE_NO
           END-EXEC

           EXEC SQL OPEN POP-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH POP-CUR INTO :HV-SUPPLIER-ID,
                       :HV-SUPPLIER-NAME, :HV-EXC-TYPE, :HV-PO-NO,
                       :HV-PO-LINE-NO, :HV-PRODUCT-ID, :HV-DUE-DATE,
                       :HV-QTY-ORDERED, :HV-QTY-RECEIVED,
                       :HV-DAYS-LATE
              END-EXEC
              IF SQLCODE = 0
                 IF WS-FIRST = 'Y'
                    OR HV-SUPPLIER-ID NOT = WS-CUR-SUPPLIER
                    PERFORM START-SUPPLIER
                 END-IF
                 PERFORM WRITE-PERF-LINE
              ELSE
                 IF SQLCODE NOT = 100
                    MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
                    MOVE 'fetch POP-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE POP-CUR END-EXEC

           IF WS-FIRST = 'N'
              PERFORM END-SUPPLIER
           END-IF
           MOVE 'TOTALS      ' TO WS-CNT-LABEL
           MOVE WS-TOT-OVER  TO WS-CNT-OVER
           MOVE WS-TOT-SHORT TO WS-CNT-SHORT
           MOVE WS-TOT-LATE  TO WS-CNT-LATE
           WRITE RPT-REC FROM WS-COUNT-LINE

           CLOSE RPTFILE

           DISPLAY '*** ' WS-PROG-NAME ' over ' WS-TOT-OVER
              ', short ' WS-TOT-SHORT ', late ' WS-TOT-LATE
           PERFORM RECORD-RUN-END
           GOBACK.

       START-SUPPLIER.

           IF WS-FIRST = 'N'
              PERFORM END-SUPPLIER
           END-IF
           MOVE 'N' TO WS-FIRST
           MOVE HV-SUPPLIER-ID TO WS-CUR-SUPPLIER
           MOVE 0 TO WS-SUP-OVER
           MOVE 0 TO WS-SUP-SHORT
           MOVE 0 TO WS-SUP-LATE
           MOVE HV-SUPPLIER-ID   TO WS-SUP-ID
           MOVE HV-SUPPLIER-NAME TO WS-SUP-NAME
           WRITE RPT-REC FROM WS-SUP-LINE
           WRITE RPT-REC FROM WS-COL-LINE.

       END-SUPPLIER.

           MOVE '  SUPPLIER  ' TO WS-CNT-LABEL
           MOVE WS-SUP-OVER  TO WS-CNT-OVER
           MOVE WS-SUP-SHORT TO WS-CNT-SHORT
           MOVE WS-SUP-LATE  TO WS-CNT-LATE
           WRITE RPT-REC FROM WS-COUNT-LINE.

      * variance is received less ordered - positive over, negative
      * short or still outstanding
       WRITE-PERF-LINE.

           EVALUATE HV-EXC-TYPE
              WHEN 'OVER '
                 ADD 1 TO WS-SUP-OVER WS-TOT-OVER
              WHEN 'SHORT'
                 ADD 1 TO WS-SUP-SHORT WS-TOT-SHORT
              WHEN OTHER
                 ADD 1 TO WS-SUP-LATE WS-TOT-LATE
           END-EVALUATE
           COMPUTE HV-VARIANCE = HV-QTY-RECEIVED - HV-QTY-ORDERED
           MOVE HV-EXC-TYPE     TO WS-DTL-TYPE
           MOVE HV-PO-NO        TO WS-DTL-PO-NO
           MOVE HV-PO-LINE-NO   TO WS-DTL-LINE-NO
           MOVE HV-PRODUCT-ID   TO WS-DTL-PRODUCT
           MOVE HV-DUE-DATE     TO WS-DTL-DUE
           MOVE HV-QTY-ORDERED  TO WS-DTL-ORDERED
           MOVE HV-QTY-RECEIVED TO WS-DTL-RECEIVED
           MOVE HV-VARIANCE     TO WS-DTL-VARIANCE
           MOVE HV-DAYS-LATE    TO WS-DTL-DAYS
           WRITE RPT-REC FROM WS-DETAIL-LINE.

      * no card, or a blank date, takes the last 90 days to today
       READ-PARM-CARD.
           EXEC SQL
              SET :HV-FROM-DATE =
                  CHAR(CURRENT DATE - 90 DAYS, ISO)
           END-EXEC
           EXEC SQL
              SET :HV-TO-DATE = CHAR(CURRENT DATE, ISO)
           END-EXEC
           MOVE SPACES TO PRM-REC
           OPEN INPUT PRMFILE
           READ PRMFILE INTO PRM-REC
              AT END
                 CONTINUE
           END-READ
           CLOSE PRMFILE
           PERFORM GET-BATCH-PARMS
           IF PRM-REC NOT = SPACES
              MOVE PRM-REC TO RUN-PARMS
              IF PRM-FROM-DATE NOT = SPACES
                 MOVE PRM-FROM-DATE TO HV-FROM-DATE
              END-IF
              IF PRM-TO-DATE NOT = SPACES
                 MOVE PRM-TO-DATE TO HV-TO-DATE
              END-IF
           END-IF
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
           MOVE 'OVER'           TO RUN-COUNT-LABEL(1)
           MOVE WS-TOT-OVER TO RUN-COUNT(1)
           MOVE 'SHORT'          TO RUN-COUNT-LABEL(2)
           MOVE WS-TOT-SHORT TO RUN-COUNT(2)
           MOVE 'LATE'           TO RUN-COUNT-LABEL(3)
           MOVE WS-TOT-LATE TO RUN-COUNT(3)
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

       END PROGRAM CLPOPRF.
