      *-------------------------------------------------------------*
      * Program: CLSEGMT - quarterly client/product segmentation    *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Ranks clients and products by invoiced value over the 12    *
      * months to the end of the quarter: invoice net amounts       *
      * (INVOICES, or the invoiced ORDER_ITEMS lines for a product) *
      * less the credit notes dated in the window - for a product   *
      * only the credit note lines against its order lines, since a *
      * rebate belongs to no product. Classes are cumulative: the   *
      * top earners making up the first 80 percent of the value are *
      * A, the next 15 percent B, the rest and anything with no net *
      * value C. Each client is also scored 1 (weak) to 5 (strong)  *
      * on recency of its last order, frequency of ordering in the  *
      * window and value (its quintile of the ranking), kept as a   *
      * three-digit RFV score. The class goes onto                  *
      * CLIENTS.ABC_CLASS and PRODUCTS.ABC_CLASS (which CLCCSEL     *
      * counts by), the RFV score onto CLIENTS.RFV_SCORE, changes   *
      * audited; each client's quarter is kept in                   *
      * CLAPP.CLIENT_SEGMENTS, so the run lists every client that   *
      * dropped a class since the previous quarter. Quarter on the  *
      * parameter card (YYYY Q), default the quarter just ended;    *
      * a rerun replaces that quarter.                              *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLSEGMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRMFILE ASSIGN TO UT-S-SEGPRM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO UT-S-SEGRPT
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
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPT-REC.
       01  RPT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLSEGMT'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-A-PCT                 PIC 9(3)  VALUE 80.
       01  WS-B-PCT                 PIC 9(3)  VALUE 95.
       01  WS-CLIENTS               PIC 9(9) COMP VALUE 0.
       01  WS-PRODUCTS              PIC 9(9) COMP VALUE 0.
       01  WS-DROPPED               PIC 9(9) COMP VALUE 0.
       01  WS-ERRORS                PIC 9(9) COMP VALUE 0.
       01  WS-SINCE-COMMIT          PIC 9(4) COMP VALUE 0.
       01  WS-YEAR-D                PIC 9(4)  VALUE 0.
       01  WS-QUARTER-D             PIC 9(1)  VALUE 0.
       01  WS-MONTH-D               PIC 9(2)  VALUE 0.
       01  WS-RANK                  PIC S9(9) COMP VALUE 0.
       01  WS-CUM-VALUE             PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CUM-PCT               PIC S9(5)V99 COMP-3 VALUE 0.
       01  WS-R-SCORE               PIC 9(1)  VALUE 0.
       01  WS-F-SCORE               PIC 9(1)  VALUE 0.
       01  WS-V-SCORE               PIC 9(1)  VALUE 0.
       01  WS-QUINTILE              PIC 9(1)  VALUE 0.

      * class counts and values for the summary: A, B, C
       01  WS-CLASS-TOTALS.
           05  WS-CLS-CLI-CNT       PIC 9(9) COMP OCCURS 3 TIMES.
           05  WS-CLS-CLI-VAL       PIC S9(13)V99 COMP-3
                                    OCCURS 3 TIMES.
           05  WS-CLS-PRD-CNT       PIC 9(9) COMP OCCURS 3 TIMES.
           05  WS-CLS-PRD-VAL       PIC S9(13)V99 COMP-3
                                    OCCURS 3 TIMES.
       01  WS-CLASS-CODES           PIC X(3)  VALUE 'ABC'.
       01  WS-G                     PIC S9(4) COMP VALUE 0.

       01  WS-TITLE-LINE.
           05  FILLER               PIC X(37) VALUE
               'CLIENT AND PRODUCT SEGMENTATION  QTR '.
           05  WS-TTL-YEAR          PIC 9(4).
           05  FILLER               PIC X(2)  VALUE '-Q'.
           05  WS-TTL-QUARTER       PIC 9(1).
           05  FILLER               PIC X(15) VALUE
               '  VALUE WINDOW '.
           05  WS-TTL-FROM          PIC X(10).
           05  FILLER               PIC X(4)  VALUE ' TO '.
           05  WS-TTL-TO            PIC X(10).
           05  FILLER               PIC X(49) VALUE SPACES.

       01  WS-SUM-HEADING.
           05  FILLER               PIC X(50) VALUE
               'CLASS   CLIENTS    CLIENT VALUE     PRODUCTS      '.
           05  FILLER               PIC X(50) VALUE
               ' PRODUCT VALUE                                    '.
           05  FILLER               PIC X(32) VALUE SPACES.

       01  WS-SUM-LINE.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-SUM-CLASS         PIC X(1).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-SUM-CLI-CNT       PIC Z(10)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-SUM-CLI-VAL       PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-SUM-PRD-CNT       PIC Z(10)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-SUM-PRD-VAL       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(68) VALUE SPACES.

       01  WS-DROP-TITLE.
           05  FILLER               PIC X(50) VALUE
               'CLIENTS WHO DROPPED A CLASS SINCE LAST QUARTER    '.
           05  FILLER               PIC X(82) VALUE SPACES.

       01  WS-DROP-HEADING.
           05  FILLER               PIC X(50) VALUE
               'CLIENT     NAME                           WAS NOW '.
           05  FILLER               PIC X(50) VALUE
               '   PRIOR VALUE    CURRENT VALUE RFV LAST ORDER    '.
           05  FILLER               PIC X(32) VALUE
               'ORDERS                          '.

       01  WS-DROP-LINE.
           05  WS-DRP-CLIENT        PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DRP-NAME          PIC X(30).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DRP-WAS           PIC X(1).
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-DRP-NOW           PIC X(1).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DRP-PRIOR-VAL     PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-DRP-VALUE         PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DRP-RFV           PIC X(3).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DRP-LAST-ORDER    PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-DRP-ORDERS        PIC Z(8)9.
           05  FILLER               PIC X(26) VALUE SPACES.

       01  WS-DROP-NONE-LINE.
           05  FILLER               PIC X(50) VALUE
               'NO CLIENT DROPPED A CLASS                         '.
           05  FILLER               PIC X(82) VALUE SPACES.

      * the parameter card, with any setting in force in
      * CLAPP.BATCH_PARMS laid over it by CLPARM
       01  PRM-REC.
           05  PRM-YEAR             PIC 9(4).
           05  FILLER               PIC X(1).
           05  PRM-QUARTER          PIC 9(1).
           05  FILLER               PIC X(74).

      * card fields CLPARM may take from the table: name,
      * column, length, type and description
       01  WS-PARM-DEFS.
           05  FILLER               PIC X(48) VALUE
               'REPORT-YEAR 00104NReporting year YYYY           '.
           05  FILLER               PIC X(48) VALUE
               'QUARTER     00601NReporting quarter 1-4         '.

       COPY CLPRMAPI.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-YEAR                  PIC S9(4) COMP.
       01  HV-QUARTER               PIC S9(4) COMP.
       01  HV-QTR-START             PIC X(10).
       01  HV-NEXT-QTR              PIC X(10).
       01  HV-PRIOR-QTR             PIC X(10).
       01  HV-WINDOW-FROM           PIC X(10).
       01  HV-QTR-END               PIC X(10).
       01  HV-TOTAL-VALUE           PIC S9(13)V99 COMP-3.
       01  HV-ITEM-COUNT            PIC S9(9) COMP.
       01  HV-CLIENT-ID             PIC X(10).
       01  HV-NAME                  PIC X(35).
       01  HV-PRODUCT-ID            PIC X(8).
       01  HV-NET-VALUE             PIC S9(11)V99 COMP-3.
       01  HV-ORDER-COUNT           PIC S9(9) COMP.
       01  HV-LAST-ORDER            PIC X(10).
       01  HV-RECENCY-DAYS          PIC S9(9) COMP.
       01  HV-OLD-CLASS             PIC X(1).
       01  HV-OLD-RFV               PIC X(3).
       01  HV-PRIOR-CLASS           PIC X(1).
       01  HV-PRIOR-VALUE           PIC S9(11)V99 COMP-3.
       01  HV-ABC-CLASS             PIC X(1).
       01  HV-RFV-SCORE             PIC X(3).
       01  HV-AUD-DETAIL            PIC X(70).
       01  HV-BATCH-USER            PIC X(8)  VALUE 'CLSEGMT'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           PERFORM READ-PARM-CARD
           PERFORM SET-QUARTER-DATES
           INITIALIZE WS-CLASS-TOTALS

      * a rerun replaces the quarter's client segments
           EXEC SQL
              DELETE FROM CLAPP.CLIENT_SEGMENTS
               WHERE QUARTER_START = :HV-QTR-START
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
              MOVE 'quarter segment delete' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF
           EXEC SQL COMMIT END-EXEC

           OPEN OUTPUT RPTFILE
           MOVE WS-YEAR-D      TO WS-TTL-YEAR
           MOVE WS-QUARTER-D   TO WS-TTL-QUARTER
           MOVE HV-WINDOW-FROM TO WS-TTL-FROM
           EXEC SQL
              SELECT CHAR(DATE(:HV-NEXT-QTR) - 1 DAY, ISO)
                INTO :HV-QTR-END
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE HV-QTR-END TO WS-TTL-TO
           WRITE RPT-REC FROM WS-TITLE-LINE
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC

           PERFORM SEGMENT-CLIENTS
           PERFORM SEGMENT-PRODUCTS
           EXEC SQL COMMIT END-EXEC

           WRITE RPT-REC FROM WS-SUM-HEADING
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > 3
              MOVE WS-CLASS-CODES(WS-G:1) TO WS-SUM-CLASS
              MOVE WS-CLS-CLI-CNT(WS-G)   TO WS-SUM-CLI-CNT
              MOVE WS-CLS-CLI-VAL(WS-G)   TO WS-SUM-CLI-VAL
              MOVE WS-CLS-PRD-CNT(WS-G)   TO WS-SUM-PRD-CNT
              MOVE WS-CLS-PRD-VAL(WS-G)   TO WS-SUM-PRD-VAL
              WRITE RPT-REC FROM WS-SUM-LINE
           END-PERFORM
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC

           PERFORM LIST-DROPPED-CLIENTS

           CLOSE RPTFILE

           DISPLAY '*** ' WS-PROG-NAME ' ' WS-YEAR-D '-Q' WS-QUARTER-D
              ' clients ' WS-CLIENTS ' products ' WS-PRODUCTS
              ' dropped ' WS-DROPPED ' errors ' WS-ERRORS
           IF WS-ERRORS > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

       READ-PARM-CARD.
           MOVE 0 TO HV-YEAR HV-QUARTER
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
              IF PRM-YEAR IS NUMERIC AND PRM-QUARTER IS NUMERIC
                 AND PRM-QUARTER >= 1 AND PRM-QUARTER <= 4
                 MOVE PRM-YEAR    TO HV-YEAR
                 MOVE PRM-QUARTER TO HV-QUARTER
              ELSE
                 DISPLAY 'WARNING: ' WS-PROG-NAME
                    ' parameter card not YYYY Q - using defaults'
              END-IF
           END-IF
           .

      * default is the quarter just ended; the value window is the
      * 12 months up to the first of the following quarter,
      * exclusive, and recency is measured from that date too
       SET-QUARTER-DATES.
           IF HV-QUARTER = 0
              EXEC SQL
                 SELECT YEAR(CURRENT DATE - 3 MONTHS),
                        QUARTER(CURRENT DATE - 3 MONTHS)
                   INTO :HV-YEAR, :HV-QUARTER
                   FROM SYSIBM.SYSDUMMY1
              END-EXEC
           END-IF
           MOVE HV-YEAR    TO WS-YEAR-D
           MOVE HV-QUARTER TO WS-QUARTER-D
           COMPUTE WS-MONTH-D = HV-QUARTER * 3 - 2
           MOVE SPACES TO HV-QTR-START
           STRING WS-YEAR-D '-' WS-MONTH-D '-01'
              DELIMITED BY SIZE INTO HV-QTR-START
           END-STRING
           EXEC SQL
              SELECT CHAR(DATE(:HV-QTR-START) + 3 MONTHS, ISO),
                     CHAR(DATE(:HV-QTR-START) - 3 MONTHS, ISO),
                     CHAR(DATE(:HV-QTR-START) - 9 MONTHS, ISO)
                INTO :HV-NEXT-QTR, :HV-PRIOR-QTR, :HV-WINDOW-FROM
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           .

      * clients are read best first; the class follows the share of
      * the total value earned before the client, so the client that
      * crosses 80 percent is still an A
       SEGMENT-CLIENTS.

           MOVE 0 TO HV-TOTAL-VALUE HV-ITEM-COUNT
           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN X.NET_VALUE > 0
                                       THEN X.NET_VALUE
                                       ELSE 0 END),0),
                     COUNT(*)
                INTO :HV-TOTAL-VALUE, :HV-ITEM-COUNT
                FROM (SELECT
                        COALESCE((SELECT SUM(V.NET_AMT)
                              FROM CLAPP.INVOICES V
                             WHERE V.CLIENT_ID = C.CLIENT_ID
                               AND V.INV_DATE >= :HV-WINDOW-FROM
                               AND V.INV_DATE < :HV-NEXT-QTR), 0)
                        + COALESCE((SELECT SUM(N.NET_AMT)
                              FROM CLAPP.CREDIT_NOTES N
                                   INNER JOIN CLAPP.ORDERS O
                                      ON O.ORDER_ID = N.ORDER_ID
                             WHERE O.CLIENT_ID = C.CLIENT_ID
                               AND N.CN_DATE >= :HV-WINDOW-FROM
                               AND N.CN_DATE < :HV-NEXT-QTR), 0)
                           AS NET_VALUE
                        FROM CLAPP.CLIENTS C
                       WHERE C.DELETED_FLAG <> 'Y') X
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              MOVE 'SEGMENT-CLIENTS' TO SQE-PARAGRAPH
              MOVE 'client value total select' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'C' TO SQE-SCOPE
              PERFORM SQL-ERROR
           ELSE
              PERFORM RANK-CLIENTS
           END-IF.

      * credit notes carry negative amounts, so they are added; the
      * prior quarter's class and value come from its segment row
       RANK-CLIENTS.

           EXEC SQL DECLARE CSEG-CUR CURSOR WITH HOLD FOR
              SELECT C.CLIENT_ID, C.NAME,
                     COALESCE((SELECT SUM(V.NET_AMT)
                           FROM CLAPP.INVOICES V
                          WHERE V.CLIENT_ID = C.CLIENT_ID
                            AND V.INV_DATE >= :HV-WINDOW-FROM
                            AND V.INV_DATE < :HV-NEXT-QTR), 0)
                     + COALESCE((SELECT SUM(N.NET_AMT)
                           FROM CLAPP.CREDIT_NOTES N
                                INNER JOIN CLAPP.ORDERS O
                                   ON O.ORDER_ID = N.ORDER_ID
                          WHERE O.CLIENT_ID = C.CLIENT_ID
                            AND N.CN_DATE >= :HV-WINDOW-FROM
                            AND N.CN_DATE < :HV-NEXT-QTR), 0),
                     (SELECT COUNT(*)
                        FROM CLAPP.ORDERS O
                       WHERE O.CLIENT_ID = C.CLIENT_ID
                         AND COALESCE(O.DOC_TYPE,'O') <> 'Q'
                         AND O.STATUS <> 'CANCELLED'
                         AND O.DELETED_FLAG <> 'Y'
                         AND O.ORDER_DATE >= :HV-WINDOW-FROM
                         AND O.ORDER_DATE < :HV-NEXT-QTR),
                     COALESCE((SELECT CHAR(MAX(O.ORDER_DATE), ISO)
                        FROM CLAPP.ORDERS O
                       WHERE O.CLIENT_ID = C.CLIENT_ID
                         AND COALESCE(O.DOC_TYPE,'O') <> 'Q'
                         AND O.STATUS <> 'CANCELLED'
                         AND O.DELETED_FLAG <> 'Y'
                         AND O.ORDER_DATE < :HV-NEXT-QTR), ' '),
                     COALESCE((SELECT DAYS(DATE(:HV-NEXT-QTR))
                                      - DAYS(MAX(O.ORDER_DATE))
                        FROM CLAPP.ORDERS O
                       WHERE O.CLIENT_ID = C.CLIENT_ID
                         AND COALESCE(O.DOC_TYPE,'O') <> 'Q'
                         AND O.STATUS <> 'CANCELLED'
                         AND O.DELETED_FLAG <> 'Y'
                         AND O.ORDER_DATE < :HV-NEXT-QTR), 99999),
                     COALESCE(C.ABC_CLASS,' '),
                     COALESCE(C.RFV_SCORE,' '),
                     COALESCE((SELECT S.ABC_CLASS
                        FROM CLAPP.CLIENT_SEGMENTS S
                       WHERE S.CLIENT_ID = C.CLIENT_ID
                         AND S.QUARTER_START = :HV-PRIOR-QTR), ' '),
                     COALESCE((SELECT S.NET_VALUE
                        FROM CLAPP.CLIENT_SEGMENTS S
                       WHERE S.CLIENT_ID = C.CLIENT_ID
                         AND S.QUARTER_START = :HV-PRIOR-QTR), 0)
                FROM CLAPP.CLIENTS C
               WHERE C.DELETED_FLAG <> 'Y'
               ORDER BY 3 DESC, 1
           END-EXEC

           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-RANK WS-CUM-VALUE
           EXEC SQL OPEN CSEG-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH CSEG-CUR INTO :HV-CLIENT-ID, :HV-NAME,
                       :HV-NET-VALUE, :HV-ORDER-COUNT, :HV-LAST-ORDER,
                       :HV-RECENCY-DAYS, :HV-OLD-CLASS, :HV-OLD-RFV,
                       :HV-PRIOR-CLASS, :HV-PRIOR-VALUE
              END-EXEC
              IF SQLCODE = 0
                 PERFORM SEGMENT-ONE-CLIENT
              ELSE
                 IF SQLCODE NOT = 100
                    ADD 1 TO WS-ERRORS
                    MOVE 'RANK-CLIENTS' TO SQE-PARAGRAPH
                    MOVE 'fetch CSEG-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE CSEG-CUR END-EXEC.

       SEGMENT-ONE-CLIENT.

           ADD 1 TO WS-RANK
           PERFORM SET-VALUE-CLASS
           PERFORM SCORE-RFV

           EXEC SQL
              INSERT INTO CLAPP.CLIENT_SEGMENTS
              (QUARTER_START, CLIENT_ID, ABC_CLASS, NET_VALUE,
               ORDER_COUNT, LAST_ORDER_DATE, RFV_SCORE, RUN_TS)
              VALUES (:HV-QTR-START, :HV-CLIENT-ID, :HV-ABC-CLASS,
                      :HV-NET-VALUE, :HV-ORDER-COUNT,
                      NULLIF(:HV-LAST-ORDER, ' '), :HV-RFV-SCORE,
                      CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              MOVE 'SEGMENT-ONE-CLIENT' TO SQE-PARAGRAPH
              MOVE 'client segment insert' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'client ' HV-CLIENT-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'C' TO SQE-SCOPE
              PERFORM SQL-ERROR
           ELSE
              ADD 1 TO WS-CLIENTS
              IF HV-ABC-CLASS NOT = HV-OLD-CLASS
                 OR HV-RFV-SCORE NOT = HV-OLD-RFV
                 PERFORM UPDATE-CLIENT-CLASS
              END-IF
           END-IF

           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > 3
              IF WS-CLASS-CODES(WS-G:1) = HV-ABC-CLASS
                 ADD 1 TO WS-CLS-CLI-CNT(WS-G)
                 ADD HV-NET-VALUE TO WS-CLS-CLI-VAL(WS-G)
              END-IF
           END-PERFORM

           ADD 1 TO WS-SINCE-COMMIT
           IF WS-SINCE-COMMIT >= 100
              EXEC SQL COMMIT END-EXEC
              MOVE 0 TO WS-SINCE-COMMIT
           END-IF.

      * the cumulative share is taken before this row is added in
       SET-VALUE-CLASS.

           MOVE 0 TO WS-CUM-PCT
           IF HV-TOTAL-VALUE > 0
              COMPUTE WS-CUM-PCT ROUNDED =
                 WS-CUM-VALUE * 100 / HV-TOTAL-VALUE
           END-IF
           EVALUATE TRUE
              WHEN HV-NET-VALUE NOT > 0
                 MOVE 'C' TO HV-ABC-CLASS
              WHEN WS-CUM-PCT < WS-A-PCT
                 MOVE 'A' TO HV-ABC-CLASS
              WHEN WS-CUM-PCT < WS-B-PCT
                 MOVE 'B' TO HV-ABC-CLASS
              WHEN OTHER
                 MOVE 'C' TO HV-ABC-CLASS
           END-EVALUATE
           IF HV-NET-VALUE > 0
              ADD HV-NET-VALUE TO WS-CUM-VALUE
           END-IF.

      * recency in days before the quarter end, frequency in orders
      * over the window, value by quintile of the ranking - a client
      * with no net value scores 1 whatever its place
       SCORE-RFV.

           EVALUATE TRUE
              WHEN HV-RECENCY-DAYS <= 30
                 MOVE 5 TO WS-R-SCORE
              WHEN HV-RECENCY-DAYS <= 90
                 MOVE 4 TO WS-R-SCORE
              WHEN HV-RECENCY-DAYS <= 180
                 MOVE 3 TO WS-R-SCORE
              WHEN HV-RECENCY-DAYS <= 365
                 MOVE 2 TO WS-R-SCORE
              WHEN OTHER
                 MOVE 1 TO WS-R-SCORE
           END-EVALUATE
           EVALUATE TRUE
              WHEN HV-ORDER-COUNT >= 24
                 MOVE 5 TO WS-F-SCORE
              WHEN HV-ORDER-COUNT >= 12
                 MOVE 4 TO WS-F-SCORE
              WHEN HV-ORDER-COUNT >= 6
                 MOVE 3 TO WS-F-SCORE
              WHEN HV-ORDER-COUNT >= 2
                 MOVE 2 TO WS-F-SCORE
              WHEN OTHER
                 MOVE 1 TO WS-F-SCORE
           END-EVALUATE
           IF HV-NET-VALUE NOT > 0 OR HV-ITEM-COUNT = 0
              MOVE 1 TO WS-V-SCORE
           ELSE
              COMPUTE WS-QUINTILE = (WS-RANK - 1) * 5 / HV-ITEM-COUNT
              COMPUTE WS-V-SCORE = 5 - WS-QUINTILE
           END-IF
           MOVE SPACES TO HV-RFV-SCORE
           STRING WS-R-SCORE WS-F-SCORE WS-V-SCORE
              DELIMITED BY SIZE INTO HV-RFV-SCORE
           END-STRING.

       UPDATE-CLIENT-CLASS.

           EXEC SQL
              UPDATE CLAPP.CLIENTS
                 SET ABC_CLASS = :HV-ABC-CLASS,
                     RFV_SCORE = :HV-RFV-SCORE
               WHERE CLIENT_ID = :HV-CLIENT-ID
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              MOVE 'UPDATE-CLIENT-CLASS' TO SQE-PARAGRAPH
              MOVE 'client class update' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'client ' HV-CLIENT-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'C' TO SQE-SCOPE
              PERFORM SQL-ERROR
           ELSE
              MOVE SPACES TO HV-AUD-DETAIL
              STRING 'Segment class ' DELIMITED BY SIZE
                 HV-ABC-CLASS DELIMITED BY SIZE
                 ' RFV ' DELIMITED BY SIZE
                 HV-RFV-SCORE DELIMITED BY SIZE
                 ' quarter ' DELIMITED BY SIZE
                 HV-QTR-START DELIMITED BY SIZE
                 INTO HV-AUD-DETAIL
              END-STRING
              EXEC SQL
                 INSERT INTO CLAPP.AUDIT_LOG
                 (TABLE_NAME, REC_KEY, ACTION, AUD_TS, DETAIL,
                  USER_ID)
                 VALUES ('CLIENTS', :HV-CLIENT-ID, 'U',
                         CURRENT TIMESTAMP, :HV-AUD-DETAIL,
                         :HV-BATCH-USER)
              END-EXEC
           END-IF.

      * a product earns the net of its invoiced order lines less the
      * credit note lines against them; rebate credit notes are not
      * spread over products
       SEGMENT-PRODUCTS.

           MOVE 0 TO HV-TOTAL-VALUE HV-ITEM-COUNT
           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN X.NET_VALUE > 0
                                       THEN X.NET_VALUE
                                       ELSE 0 END),0),
                     COUNT(*)
                INTO :HV-TOTAL-VALUE, :HV-ITEM-COUNT
                FROM (SELECT
                        COALESCE((SELECT SUM(I.LINE_AMT)
                              FROM CLAPP.ORDER_ITEMS I
                                   INNER JOIN CLAPP.INVOICES V
                                      ON V.ORDER_ID = I.ORDER_ID
                             WHERE I.PRODUCT_ID = P.PRODUCT_ID
                               AND V.INV_DATE >= :HV-WINDOW-FROM
                               AND V.INV_DATE < :HV-NEXT-QTR), 0)
                        + COALESCE((SELECT SUM(K.NET_AMT)
                              FROM CLAPP.CREDIT_NOTE_ITEMS K
                                   INNER JOIN CLAPP.CREDIT_NOTES N
                                      ON N.ORDER_ID = K.ORDER_ID
                                     AND N.CN_NO = K.CN_NO
                                   INNER JOIN CLAPP.ORDER_ITEMS I
                                      ON I.ORDER_ID = K.ORDER_ID
                                     AND I.LINE_NO = K.LINE_NO
                             WHERE I.PRODUCT_ID = P.PRODUCT_ID
                               AND N.REASON_CODE <> 'REBATE'
                               AND N.CN_DATE >= :HV-WINDOW-FROM
                               AND N.CN_DATE < :HV-NEXT-QTR), 0)
                           AS NET_VALUE
                        FROM CLAPP.PRODUCTS P) X
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              MOVE 'SEGMENT-PRODUCTS' TO SQE-PARAGRAPH
              MOVE 'product value total select' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'C' TO SQE-SCOPE
              PERFORM SQL-ERROR
           ELSE
              PERFORM RANK-PRODUCTS
           END-IF.

       RANK-PRODUCTS.

           EXEC SQL DECLARE PSEG-CUR CURSOR WITH HOLD FOR
              SELECT P.PRODUCT_ID,
                     COALESCE((SELECT SUM(I.LINE_AMT)
                           FROM CLAPP.ORDER_ITEMS I
                                INNER JOIN CLAPP.INVOICES V
                                   ON V.ORDER_ID = I.ORDER_ID
                          WHERE I.PRODUCT_ID = P.PRODUCT_ID
                            AND V.INV_DATE >= :HV-WINDOW-FROM
                            AND V.INV_DATE < :HV-NEXT-QTR), 0)
                     + COALESCE((SELECT SUM(K.NET_AMT)
                           FROM CLAPP.CREDIT_NOTE_ITEMS K
                                INNER JOIN CLAPP.CREDIT_NOTES N
                                   ON N.ORDER_ID = K.ORDER_ID
                                  AND N.CN_NO = K.CN_NO
                                INNER JOIN CLAPP.ORDER_ITEMS I
                                   ON I.ORDER_ID = K.ORDER_ID
                                  AND I.LINE_NO = K.LINE_NO
                          WHERE I.PRODUCT_ID = P.PRODUCT_ID
                            AND N.REASON_CODE <> 'REBATE'
                            AND N.CN_DATE >= :HV-WINDOW-FROM
                            AND N.CN_DATE < :HV-NEXT-QTR), 0),
                     COALESCE(P.ABC_CLASS,' ')
                FROM CLAPP.PRODUCTS P
               ORDER BY 2 DESC, 1
           END-EXEC

           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-RANK WS-CUM-VALUE WS-SINCE-COMMIT
           EXEC SQL OPEN PSEG-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH PSEG-CUR INTO :HV-PRODUCT-ID, :HV-NET-VALUE,
                       :HV-OLD-CLASS
              END-EXEC
              IF SQLCODE = 0
                 PERFORM SEGMENT-ONE-PRODUCT
              ELSE
                 IF SQLCODE NOT = 100
                    ADD 1 TO WS-ERRORS
                    MOVE 'RANK-PRODUCTS' TO SQE-PARAGRAPH
                    MOVE 'fetch PSEG-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE PSEG-CUR END-EXEC.

       SEGMENT-ONE-PRODUCT.

           ADD 1 TO WS-RANK WS-PRODUCTS
           PERFORM SET-VALUE-CLASS

           IF HV-ABC-CLASS NOT = HV-OLD-CLASS
              EXEC SQL
                 UPDATE CLAPP.PRODUCTS
                    SET ABC_CLASS = :HV-ABC-CLASS
                  WHERE PRODUCT_ID = :HV-PRODUCT-ID
              END-EXEC
              IF SQLCODE NOT = 0
                 ADD 1 TO WS-ERRORS
                 MOVE 'SEGMENT-ONE-PRODUCT' TO SQE-PARAGRAPH
                 MOVE 'product class update' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 STRING 'product ' HV-PRODUCT-ID
                    DELIMITED BY SIZE INTO SQE-KEY
                 END-STRING
                 MOVE 'C' TO SQE-SCOPE
                 PERFORM SQL-ERROR
              ELSE
                 MOVE SPACES TO HV-AUD-DETAIL
                 STRING 'ABC class set to ' DELIMITED BY SIZE
                    HV-ABC-CLASS DELIMITED BY SIZE
                    ' quarter ' DELIMITED BY SIZE
                    HV-QTR-START DELIMITED BY SIZE
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
              END-IF
           END-IF

           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > 3
              IF WS-CLASS-CODES(WS-G:1) = HV-ABC-CLASS
                 ADD 1 TO WS-CLS-PRD-CNT(WS-G)
                 ADD HV-NET-VALUE TO WS-CLS-PRD-VAL(WS-G)
              END-IF
           END-PERFORM

           ADD 1 TO WS-SINCE-COMMIT
           IF WS-SINCE-COMMIT >= 100
              EXEC SQL COMMIT END-EXEC
              MOVE 0 TO WS-SINCE-COMMIT
           END-IF.

      * a drop is a later letter than last quarter's class; a client
      * with no segment last quarter has nothing to drop from
       LIST-DROPPED-CLIENTS.

           WRITE RPT-REC FROM WS-DROP-TITLE
           WRITE RPT-REC FROM WS-DROP-HEADING

           EXEC SQL DECLARE DROP-CUR CURSOR FOR
              SELECT S.CLIENT_ID, C.NAME, P.ABC_CLASS, S.ABC_CLASS,
                     P.NET_VALUE, S.NET_VALUE, S.RFV_SCORE,
                     COALESCE(CHAR(S.LAST_ORDER_DATE, ISO),' '),
                     S.ORDER_COUNT
                FROM CLAPP.CLIENT_SEGMENTS S
                     INNER JOIN CLAPP.CLIENT_SEGMENTS P
                        ON P.CLIENT_ID = S.CLIENT_ID
                       AND P.QUARTER_START = :HV-PRIOR-QTR
                     INNER JOIN CLAPP.CLIENTS C
                        ON C.CLIENT_ID = S.CLIENT_ID
               WHERE S.QUARTER_START = :HV-QTR-START
                 AND S.ABC_CLASS > P.ABC_CLASS
               ORDER BY P.ABC_CLASS, S.ABC_CLASS, P.NET_VALUE DESC
           END-EXEC

           MOVE 'N' TO WS-EOF
           EXEC SQL OPEN DROP-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH DROP-CUR INTO :HV-CLIENT-ID, :HV-NAME,
                       :HV-PRIOR-CLASS, :HV-ABC-CLASS,
                       :HV-PRIOR-VALUE, :HV-NET-VALUE,
                       :HV-RFV-SCORE, :HV-LAST-ORDER,
                       :HV-ORDER-COUNT
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-DROPPED
                 MOVE HV-CLIENT-ID   TO WS-DRP-CLIENT
                 MOVE HV-NAME        TO WS-DRP-NAME
                 MOVE HV-PRIOR-CLASS TO WS-DRP-WAS
                 MOVE HV-ABC-CLASS   TO WS-DRP-NOW
                 MOVE HV-PRIOR-VALUE TO WS-DRP-PRIOR-VAL
                 MOVE HV-NET-VALUE   TO WS-DRP-VALUE
                 MOVE HV-RFV-SCORE   TO WS-DRP-RFV
                 MOVE HV-LAST-ORDER  TO WS-DRP-LAST-ORDER
                 MOVE HV-ORDER-COUNT TO WS-DRP-ORDERS
                 WRITE RPT-REC FROM WS-DROP-LINE
              ELSE
                 IF SQLCODE NOT = 100
                    ADD 1 TO WS-ERRORS
                    MOVE 'LIST-DROPPED-CLIENTS' TO SQE-PARAGRAPH
                    MOVE 'fetch DROP-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE DROP-CUR END-EXEC

           IF WS-DROPPED = 0
              WRITE RPT-REC FROM WS-DROP-NONE-LINE
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
           MOVE 'CLIENTS'        TO RUN-COUNT-LABEL(1)
           MOVE WS-CLIENTS TO RUN-COUNT(1)
           MOVE 'PRODUCTS'       TO RUN-COUNT-LABEL(2)
           MOVE WS-PRODUCTS TO RUN-COUNT(2)
           MOVE 'DROPPED'        TO RUN-COUNT-LABEL(3)
           MOVE WS-DROPPED TO RUN-COUNT(3)
           MOVE 'ERRORS'         TO RUN-COUNT-LABEL(4)
           MOVE WS-ERRORS TO RUN-COUNT(4)
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

       END PROGRAM CLSEGMT.
