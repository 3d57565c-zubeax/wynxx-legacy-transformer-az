      *-------------------------------------------------------------*
      * Program: CLOTIF - on-time-in-full delivery report           *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Monthly delivery performance for sales' client reviews.     *
      * Takes every order line whose order carries a requested      *
      * delivery date (ORDERS.REQ_DELIV_DATE) in the month on the   *
      * parameter card (DD UT-S-OTFPRM, YYYY-MM; without one the    *
      * previous calendar month) and measures it against            *
      * CLAPP.SHIPMENTS / SHIPMENT_ITEMS: a line is in full when    *
      * its shipped quantity covers the ordered quantity, and       *
      * complete on the date of the last shipment that served it -  *
      * the carrier's delivery date (CLPOD) where posted, else the  *
      * ship date. OTIF lines are in full and complete on or before *
      * the requested date; LATE lines are in full but after it,    *
      * with the average days late; SHORT lines are not yet in      *
      * full. Per client and product, client totals and a grand     *
      * total on the report (DD UT-S-OTFRPT).                       *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOTIF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRMFILE ASSIGN TO UT-S-OTFPRM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO UT-S-OTFRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRMFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 10 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRM-CARD.
       01  PRM-CARD                 PIC X(10).
       FD  RPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPT-REC.
       01  RPT-REC                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLOTIF'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-FIRST                 PIC X(1)  VALUE 'Y'.
       01  WS-CUR-CLIENT            PIC X(10) VALUE SPACES.
       01  WS-CUR-PRODUCT           PIC X(8)  VALUE SPACES.
       01  WS-MONTH-START           PIC X(10) VALUE SPACES.

      * counters per level: product, client, grand total
       01  WS-PRD-COUNTS.
           05  WS-PRD-LINES         PIC 9(9) COMP VALUE 0.
           05  WS-PRD-OTIF          PIC 9(9) COMP VALUE 0.
           05  WS-PRD-LATE          PIC 9(9) COMP VALUE 0.
           05  WS-PRD-DAYS-LATE     PIC 9(9) COMP VALUE 0.
           05  WS-PRD-SHORT         PIC 9(9) COMP VALUE 0.
       01  WS-CLI-COUNTS.
           05  WS-CLI-LINES         PIC 9(9) COMP VALUE 0.
           05  WS-CLI-OTIF          PIC 9(9) COMP VALUE 0.
           05  WS-CLI-LATE          PIC 9(9) COMP VALUE 0.
           05  WS-CLI-DAYS-LATE     PIC 9(9) COMP VALUE 0.
           05  WS-CLI-SHORT         PIC 9(9) COMP VALUE 0.
       01  WS-TOT-COUNTS.
           05  WS-TOT-LINES         PIC 9(9) COMP VALUE 0.
           05  WS-TOT-OTIF          PIC 9(9) COMP VALUE 0.
           05  WS-TOT-LATE          PIC 9(9) COMP VALUE 0.
           05  WS-TOT-DAYS-LATE     PIC 9(9) COMP VALUE 0.
           05  WS-TOT-SHORT         PIC 9(9) COMP VALUE 0.

      * the level being printed, loaded from one of the above
       01  WS-OUT-LINES             PIC 9(9) COMP VALUE 0.
       01  WS-OUT-OTIF              PIC 9(9) COMP VALUE 0.
       01  WS-OUT-LATE              PIC 9(9) COMP VALUE 0.
       01  WS-OUT-DAYS-LATE         PIC 9(9) COMP VALUE 0.
       01  WS-OUT-SHORT             PIC 9(9) COMP VALUE 0.
       01  WS-OUT-PCT               PIC S9(3)V9 COMP-3 VALUE 0.
       01  WS-OUT-AVG               PIC S9(5)V9 COMP-3 VALUE 0.

       01  WS-HDG-LINE.
           05  FILLER               PIC X(40) VALUE
               'ON-TIME-IN-FULL DELIVERY  REQUESTED '.
           05  WS-HDG-FROM          PIC X(10).
           05  FILLER               PIC X(4)  VALUE ' TO '.
           05  WS-HDG-TO            PIC X(10).
           05  FILLER               PIC X(36) VALUE SPACES.

       01  WS-COL-LINE.
           05  FILLER               PIC X(50) VALUE
               'CLIENT       PRODUCT    LINES    OTIF OTIF%    LAT'.
           05  FILLER               PIC X(50) VALUE
               'E  AVG-LATE   SHORT                               '.

       01  WS-DETAIL-LINE.
           05  WS-DTL-CLIENT        PIC X(10).
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-DTL-PRODUCT       PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-LINES         PIC Z(6)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-OTIF          PIC Z(6)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-PCT           PIC ZZ9.9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-LATE          PIC Z(6)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-AVG           PIC Z(6)9.9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DTL-SHORT         PIC Z(6)9.
           05  FILLER               PIC X(31) VALUE SPACES.

      * the parameter card, with any setting in force in
      * CLAPP.BATCH_PARMS laid over it by CLPARM
       01  PRM-REC.
           05  PRM-MONTH            PIC X(7).
           05  FILLER               PIC X(3).

      * card fields CLPARM may take from the table: name,
      * column, length, type and description
       01  WS-PARM-DEFS.
           05  FILLER               PIC X(48) VALUE
               'REPORT-MONTH00107XReporting month YYYY-MM       '.

       COPY CLPRMAPI.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-FROM-DATE             PIC X(10).
       01  HV-TO-DATE               PIC X(10).
       01  HV-CLIENT-ID             PIC X(10).
       01  HV-PRODUCT-ID            PIC X(8).
       01  HV-QTY                   PIC S9(9) COMP.
       01  HV-SHIPPED-QTY           PIC S9(9) COMP.
       01  HV-DAYS-LATE             PIC S9(9) COMP.

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
           WRITE RPT-REC FROM WS-COL-LINE

           EXEC SQL DECLARE OTF-CUR CURSOR FOR
              SELECT O.CLIENT_ID, I.PRODUCT_ID, I.QTY,
                     COALESCE(S.SHIPPED_QTY,0),
                     COALESCE(DAYS(S.DONE_DATE)
                              - DAYS(O.REQ_DELIV_DATE),0)
                FROM CLAPP.ORDER_ITEMS I
                     INNER JOIN CLAPP.ORDERS O
                        ON O.ORDER_ID = I.ORDER_ID
                     LEFT OUTER JOIN
                     (SELECT SI.ORDER_ID, SI.LINE_NO,
                             SUM(SI.QTY_SHIPPED) AS SHIPPED_QTY,
                             MAX(COALESCE(SH.DELIVERY_DATE,
                                          SH.SHIP_DATE)) AS DONE_DATE
                        FROM CLAPP.SHIPMENT_ITEMS SI
                             INNER JOIN CLAPP.SHIPMENTS SH
                                ON SH.ORDER_ID = SI.ORDER_ID
                               AND SH.SHIP_NO = SI.SHIP_NO
                       GROUP BY SI.ORDER_ID, SI.LINE_NO) S
                        ON S.ORDER_ID = I.ORDER_ID
                       AND S.LINE_NO = I.LINE_NO
               WHERE O.REQ_DELIV_DATE >= :HV-FROM-DATE
                 AND O.REQ_DELIV_DATE <= :HV-TO-DATE
                 AND O.DELETED_FLAG <> 'Y'
                 AND O.STATUS <> 'CANCELLED'
                 AND COALESCE(O.DOC_TYPE,'O') <> 'Q'
                 AND I.PRODUCT_ID IS NOT NULL
               ORDER BY O.CLIENT_ID, I.PRODUCT_ID
           END-EXEC

           EXEC SQL OPEN OTF-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH OTF-CUR INTO :HV-CLIENT-ID, :HV-PRODUCT-ID,
                       :HV-QTY, :HV-SHIPPED-QTY, :HV-DAYS-LATE
              END-EXEC
              IF SQLCODE = 0
                 IF WS-FIRST = 'Y'
                    OR HV-CLIENT-ID NOT = WS-CUR-CLIENT
                    OR HV-PRODUCT-ID NOT = WS-CUR-PRODUCT
                    PERFORM START-PRODUCT
                 END-IF
                 PERFORM RATE-ONE-LINE
              ELSE
                 IF SQLCODE NOT = 100
                    MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
                    MOVE 'fetch OTF-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE OTF-CUR END-EXEC

           IF WS-FIRST = 'N'
              PERFORM END-PRODUCT
              PERFORM END-CLIENT
           END-IF

           MOVE 'ALL CLIENTS' TO WS-DTL-CLIENT
           MOVE SPACES        TO WS-DTL-PRODUCT
           MOVE WS-TOT-LINES     TO WS-OUT-LINES
           MOVE WS-TOT-OTIF      TO WS-OUT-OTIF
           MOVE WS-TOT-LATE      TO WS-OUT-LATE
           MOVE WS-TOT-DAYS-LATE TO WS-OUT-DAYS-LATE
           MOVE WS-TOT-SHORT     TO WS-OUT-SHORT
           PERFORM WRITE-COUNT-LINE

           CLOSE RPTFILE

           DISPLAY '*** ' WS-PROG-NAME ' ' WS-TOT-LINES
              ' line(s) due ' HV-FROM-DATE ' to ' HV-TO-DATE
              ', OTIF ' WS-TOT-OTIF ', late ' WS-TOT-LATE
              ', short ' WS-TOT-SHORT
           PERFORM RECORD-RUN-END
           GOBACK.

      * a client change closes the product and the client; a new
      * product within the client closes only the product
       START-PRODUCT.

           IF WS-FIRST = 'N'
              PERFORM END-PRODUCT
              IF HV-CLIENT-ID NOT = WS-CUR-CLIENT
                 PERFORM END-CLIENT
              END-IF
           END-IF
           MOVE 'N' TO WS-FIRST
           MOVE HV-CLIENT-ID  TO WS-CUR-CLIENT
           MOVE HV-PRODUCT-ID TO WS-CUR-PRODUCT
           INITIALIZE WS-PRD-COUNTS.

       RATE-ONE-LINE.

           ADD 1 TO WS-PRD-LINES
           EVALUATE TRUE
              WHEN HV-SHIPPED-QTY < HV-QTY
                 ADD 1 TO WS-PRD-SHORT
              WHEN HV-DAYS-LATE > 0
                 ADD 1 TO WS-PRD-LATE
                 ADD HV-DAYS-LATE TO WS-PRD-DAYS-LATE
              WHEN OTHER
                 ADD 1 TO WS-PRD-OTIF
           END-EVALUATE.

       END-PRODUCT.

           MOVE WS-CUR-CLIENT  TO WS-DTL-CLIENT
           MOVE WS-CUR-PRODUCT TO WS-DTL-PRODUCT
           MOVE WS-PRD-LINES     TO WS-OUT-LINES
           MOVE WS-PRD-OTIF      TO WS-OUT-OTIF
           MOVE WS-PRD-LATE      TO WS-OUT-LATE
           MOVE WS-PRD-DAYS-LATE TO WS-OUT-DAYS-LATE
           MOVE WS-PRD-SHORT     TO WS-OUT-SHORT
           PERFORM WRITE-COUNT-LINE
           ADD WS-PRD-LINES     TO WS-CLI-LINES
           ADD WS-PRD-OTIF      TO WS-CLI-OTIF
           ADD WS-PRD-LATE      TO WS-CLI-LATE
           ADD WS-PRD-DAYS-LATE TO WS-CLI-DAYS-LATE
           ADD WS-PRD-SHORT     TO WS-CLI-SHORT.

       END-CLIENT.

           MOVE WS-CUR-CLIENT  TO WS-DTL-CLIENT
           MOVE '*TOTAL*'      TO WS-DTL-PRODUCT
           MOVE WS-CLI-LINES     TO WS-OUT-LINES
           MOVE WS-CLI-OTIF      TO WS-OUT-OTIF
           MOVE WS-CLI-LATE      TO WS-OUT-LATE
           MOVE WS-CLI-DAYS-LATE TO WS-OUT-DAYS-LATE
           MOVE WS-CLI-SHORT     TO WS-OUT-SHORT
           PERFORM WRITE-COUNT-LINE
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           ADD WS-CLI-LINES     TO WS-TOT-LINES
           ADD WS-CLI-OTIF      TO WS-TOT-OTIF
           ADD WS-CLI-LATE      TO WS-TOT-LATE
           ADD WS-CLI-DAYS-LATE TO WS-TOT-DAYS-LATE
           ADD WS-CLI-SHORT     TO WS-TOT-SHORT
           INITIALIZE WS-CLI-COUNTS.

      * OTIF share of all lines due; average days late over the
      * lines that came in full but late
       WRITE-COUNT-LINE.

           MOVE 0 TO WS-OUT-PCT WS-OUT-AVG
           IF WS-OUT-LINES > 0
              COMPUTE WS-OUT-PCT ROUNDED =
                 WS-OUT-OTIF * 100 / WS-OUT-LINES
           END-IF
           IF WS-OUT-LATE > 0
              COMPUTE WS-OUT-AVG ROUNDED =
                 WS-OUT-DAYS-LATE / WS-OUT-LATE
           END-IF
           MOVE WS-OUT-LINES TO WS-DTL-LINES
           MOVE WS-OUT-OTIF  TO WS-DTL-OTIF
           MOVE WS-OUT-PCT   TO WS-DTL-PCT
           MOVE WS-OUT-LATE  TO WS-DTL-LATE
           MOVE WS-OUT-AVG   TO WS-DTL-AVG
           MOVE WS-OUT-SHORT TO WS-DTL-SHORT
           WRITE RPT-REC FROM WS-DETAIL-LINE.

      * no card, or a blank month, reports the previous calendar
      * month
       READ-PARM-CARD.
           EXEC SQL
              SET :HV-FROM-DATE =
                  CHAR(CURRENT DATE - (DAY(CURRENT DATE) - 1) DAYS
                       - 1 MONTH, ISO)
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
              IF PRM-MONTH NOT = SPACES
                 MOVE SPACES TO WS-MONTH-START
                 STRING PRM-MONTH '-01'
                    DELIMITED BY SIZE INTO WS-MONTH-START
                 END-STRING
                 MOVE WS-MONTH-START TO HV-FROM-DATE
              END-IF
           END-IF
           EXEC SQL
              SET :HV-TO-DATE =
                  CHAR(DATE(:HV-FROM-DATE) + 1 MONTH - 1 DAY, ISO)
           END-EXEC
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
           MOVE 'LINES'          TO RUN-COUNT-LABEL(1)
           MOVE WS-TOT-LINES TO RUN-COUNT(1)
           MOVE 'OTIF'           TO RUN-COUNT-LABEL(2)
           MOVE WS-TOT-OTIF TO RUN-COUNT(2)
           MOVE 'LATE'           TO RUN-COUNT-LABEL(3)
           MOVE WS-TOT-LATE TO RUN-COUNT(3)
           MOVE 'SHORT'          TO RUN-COUNT-LABEL(4)
           MOVE WS-TOT-SHORT TO RUN-COUNT(4)
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

       END PROGRAM CLOTIF.
