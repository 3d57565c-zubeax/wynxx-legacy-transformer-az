      *-------------------------------------------------------------*
      * Program: CLPRCCHG - list price changes and their impact     *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Runs nightly against the effective-dated list prices in     *
      * CLAPP.PRODUCT_PRICES. First every product whose price now   *
      * in force differs from PRODUCTS.UNIT_PRICE has the master    *
      * price rolled forward (audited), so screens and reports that *
      * read the master show today's price. Then every change       *
      * scheduled within the look-ahead window is listed with the   *
      * price it replaces, followed by the open quotes still valid  *
      * on its valid-from date that carry the product and the       *
      * active order templates that order it - the documents sales  *
      * should review before the new price takes effect. Look-ahead *
      * days on the parameter card (cols 1-3), default 14.          *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLPRCCHG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRMFILE ASSIGN TO UT-S-PRCPRM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO UT-S-PRCRPT
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
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLPRCCHG'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-IMP-EOF               PIC X(1)  VALUE 'N'.
       01  WS-APPLIED               PIC 9(9) COMP VALUE 0.
       01  WS-CHANGES               PIC 9(9) COMP VALUE 0.
       01  WS-QUOTE-LINES           PIC 9(9) COMP VALUE 0.
       01  WS-TPL-LINES             PIC 9(9) COMP VALUE 0.
       01  WS-IMPACTS               PIC 9(9) COMP VALUE 0.
       01  WS-ERRORS                PIC 9(9) COMP VALUE 0.
       01  WS-DAYS-D                PIC 9(3)  VALUE 0.

       01  WS-TITLE-LINE.
           05  FILLER               PIC X(28) VALUE
               'LIST PRICE CHANGES  RUN DATE'.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-TTL-DATE          PIC X(10).
           05  FILLER               PIC X(13) VALUE
               '  LOOK-AHEAD '.
           05  WS-TTL-DAYS          PIC ZZ9.
           05  FILLER               PIC X(5)  VALUE ' DAYS'.
           05  FILLER               PIC X(72) VALUE SPACES.

       01  WS-APPLY-TITLE.
           05  FILLER               PIC X(50) VALUE
               'PRICES NOW IN FORCE - PRODUCT MASTER UPDATED      '.
           05  FILLER               PIC X(82) VALUE SPACES.

       01  WS-SCHED-TITLE.
           05  FILLER               PIC X(50) VALUE
               'SCHEDULED CHANGES - OPEN QUOTES AND TEMPLATES AFFE'.
           05  FILLER               PIC X(50) VALUE
               'CTED                                              '.
           05  FILLER               PIC X(32) VALUE SPACES.

       01  WS-CHG-HEADING.
           05  FILLER               PIC X(9)  VALUE 'PRODUCT'.
           05  FILLER               PIC X(31) VALUE 'DESCRIPTION'.
           05  FILLER               PIC X(11) VALUE 'VALID FROM'.
           05  FILLER               PIC X(14) VALUE '    OLD PRICE'.
           05  FILLER               PIC X(13) VALUE '    NEW PRICE'.
           05  FILLER               PIC X(54) VALUE SPACES.

       01  WS-CHG-LINE.
           05  WS-CHG-PRODUCT       PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-CHG-DESCR         PIC X(30).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-CHG-EFF-FROM      PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-CHG-OLD-OUT       PIC -Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-CHG-NEW-OUT       PIC -Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(54) VALUE SPACES.

       01  WS-IMP-HEADING.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(9)  VALUE 'DOCUMENT'.
           05  FILLER               PIC X(13) VALUE 'ID'.
           05  FILLER               PIC X(11) VALUE 'CLIENT'.
           05  FILLER               PIC X(11) VALUE 'VALID TO'.
           05  FILLER               PIC X(8)  VALUE '    QTY'.
           05  FILLER               PIC X(13) VALUE '   LINE PRICE'.
           05  FILLER               PIC X(63) VALUE SPACES.

       01  WS-IMP-LINE.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  WS-IMP-TYPE          PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-IMP-DOC           PIC X(12).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-IMP-CLIENT        PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-IMP-VALID-TO      PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-IMP-QTY-OUT       PIC -(6)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-IMP-PRICE-OUT     PIC -Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER               PIC X(63) VALUE SPACES.

       01  WS-NO-IMP-LINE.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(50) VALUE
               'NO OPEN QUOTES OR ACTIVE TEMPLATES                '.
           05  FILLER               PIC X(78) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(16) VALUE 'PRICES APPLIED  '.
           05  WS-TOT-APPLIED       PIC Z(8)9.
           05  FILLER               PIC X(20) VALUE
               '  CHANGES SCHEDULED '.
           05  WS-TOT-CHANGES       PIC Z(8)9.
           05  FILLER               PIC X(15) VALUE '  QUOTE LINES  '.
           05  WS-TOT-QUOTES        PIC Z(8)9.
           05  FILLER               PIC X(18) VALUE
               '  TEMPLATE LINES  '.
           05  WS-TOT-TPLS          PIC Z(8)9.
           05  FILLER               PIC X(27) VALUE SPACES.

      * the parameter card, with any setting in force in
      * CLAPP.BATCH_PARMS laid over it by CLPARM
       01  PRM-REC.
           05  PRM-DAYS             PIC 9(3).
           05  FILLER               PIC X(77).

      * card fields CLPARM may take from the table: name,
      * column, length, type and description
       01  WS-PARM-DEFS.
           05  FILLER               PIC X(48) VALUE
               'DAYS-AHEAD  00103NDays ahead to list changes    '.

       COPY CLPRMAPI.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-TODAY                 PIC X(10).
       01  HV-DAYS                  PIC S9(4) COMP.
       01  HV-PRODUCT-ID            PIC X(8).
       01  HV-PROD-DESCR            PIC X(30).
       01  HV-OLD-PRICE             PIC S9(7)V99 COMP-3.
       01  HV-NEW-PRICE             PIC S9(7)V99 COMP-3.
       01  HV-EFF-FROM              PIC X(10).
       01  HV-DOC-ID                PIC X(12).
       01  HV-CLIENT-ID             PIC X(10).
       01  HV-VALID-UNTIL           PIC X(10).
       01  HV-QTY                   PIC S9(4) COMP.
       01  HV-UNIT-PRICE            PIC S9(7)V99 COMP-3.
       01  HV-AUD-DETAIL            PIC X(70).
       01  HV-BATCH-USER            PIC X(8)  VALUE 'CLPRCCHG'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           PERFORM READ-PARM-CARD

           EXEC SQL
              SET :HV-TODAY = CURRENT DATE
           END-EXEC

           OPEN OUTPUT RPTFILE

           MOVE HV-TODAY TO WS-TTL-DATE
           MOVE WS-DAYS-D TO WS-TTL-DAYS
           WRITE RPT-REC FROM WS-TITLE-LINE
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC

           PERFORM APPLY-DUE-PRICES

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           PERFORM LIST-SCHEDULED-CHANGES

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE WS-APPLIED     TO WS-TOT-APPLIED
           MOVE WS-CHANGES     TO WS-TOT-CHANGES
           MOVE WS-QUOTE-LINES TO WS-TOT-QUOTES
           MOVE WS-TPL-LINES   TO WS-TOT-TPLS
           WRITE RPT-REC FROM WS-TOTAL-LINE

           CLOSE RPTFILE

           DISPLAY '*** ' WS-PROG-NAME ' applied ' WS-APPLIED
              ' scheduled ' WS-CHANGES ' quote lines ' WS-QUOTE-LINES
              ' template lines ' WS-TPL-LINES ' errors ' WS-ERRORS
           IF WS-ERRORS > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

       READ-PARM-CARD.
           MOVE 14 TO HV-DAYS
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
              IF PRM-DAYS IS NUMERIC
                 MOVE PRM-DAYS TO HV-DAYS
              ELSE
                 DISPLAY 'WARNING: ' WS-PROG-NAME
                    ' parameter card not NNN days - using defaults'
              END-IF
           END-IF
           MOVE HV-DAYS TO WS-DAYS-D
           .

      * the price in force today is the latest history row dated
      * today or earlier; one commit per product rolled forward
       APPLY-DUE-PRICES.

           WRITE RPT-REC FROM WS-APPLY-TITLE
           WRITE RPT-REC FROM WS-CHG-HEADING

           EXEC SQL DECLARE DUE-CUR CURSOR WITH HOLD FOR
              SELECT P.PRODUCT_ID, COALESCE(P.DESCR,' '),
                     P.UNIT_PRICE, R.UNIT_PRICE,
                     CHAR(R.EFF_FROM, ISO)
                FROM CLAPP.PRODUCTS P
                     INNER JOIN CLAPP.PRODUCT_PRICES R
                        ON R.PRODUCT_ID = P.PRODUCT_ID
                       AND R.EFF_FROM =
                           (SELECT MAX(R2.EFF_FROM)
                              FROM CLAPP.PRODUCT_PRICES R2
                             WHERE R2.PRODUCT_ID = P.PRODUCT_ID
                               AND R2.EFF_FROM <= CURRENT DATE)
               WHERE R.UNIT_PRICE <> P.UNIT_PRICE
               ORDER BY P.PRODUCT_ID
           END-EXEC

           EXEC SQL OPEN DUE-CUR END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              MOVE 'APPLY-DUE-PRICES' TO SQE-PARAGRAPH
              MOVE 'open DUE-CUR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
              MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH DUE-CUR
                  INTO :HV-PRODUCT-ID, :HV-PROD-DESCR,
                       :HV-OLD-PRICE, :HV-NEW-PRICE, :HV-EFF-FROM
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    PERFORM APPLY-ONE-PRICE
                 WHEN 100
                    MOVE 'Y' TO WS-EOF
                 WHEN OTHER
                    ADD 1 TO WS-ERRORS
                    MOVE 'APPLY-DUE-PRICES' TO SQE-PARAGRAPH
                    MOVE 'fetch DUE-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                    MOVE 'Y' TO WS-EOF
              END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE DUE-CUR END-EXEC
           .

       APPLY-ONE-PRICE.

           EXEC SQL
              UPDATE CLAPP.PRODUCTS
                 SET UNIT_PRICE = :HV-NEW-PRICE
               WHERE PRODUCT_ID = :HV-PRODUCT-ID
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              MOVE 'APPLY-ONE-PRICE' TO SQE-PARAGRAPH
              MOVE 'price update' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'product ' HV-PRODUCT-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
      * the update opens the product's unit, so its failure leaves
      * nothing to undo - a rollback would only close DUE-CUR
              MOVE 'C' TO SQE-SCOPE
              PERFORM SQL-ERROR
           ELSE
              MOVE SPACES TO HV-AUD-DETAIL
              STRING 'List price effective ' DELIMITED BY SIZE
                 HV-EFF-FROM DELIMITED BY SIZE
                 ' now in force' DELIMITED BY SIZE
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
              ADD 1 TO WS-APPLIED
              PERFORM WRITE-CHANGE-LINE
           END-IF
           .

      * the old price of a scheduled change is the one it replaces:
      * the latest earlier history row, else the master price
       LIST-SCHEDULED-CHANGES.

           WRITE RPT-REC FROM WS-SCHED-TITLE
           WRITE RPT-REC FROM WS-CHG-HEADING
           WRITE RPT-REC FROM WS-IMP-HEADING

           EXEC SQL DECLARE SCHED-CUR CURSOR FOR
              SELECT R.PRODUCT_ID, COALESCE(P.DESCR,' '),
                     COALESCE(
                        (SELECT R3.UNIT_PRICE
                           FROM CLAPP.PRODUCT_PRICES R3
                          WHERE R3.PRODUCT_ID = R.PRODUCT_ID
                            AND R3.EFF_FROM =
                                (SELECT MAX(R4.EFF_FROM)
                                   FROM CLAPP.PRODUCT_PRICES R4
                                  WHERE R4.PRODUCT_ID = R.PRODUCT_ID
                                    AND R4.EFF_FROM < R.EFF_FROM)),
                        P.UNIT_PRICE),
                     R.UNIT_PRICE, CHAR(R.EFF_FROM, ISO)
                FROM CLAPP.PRODUCT_PRICES R
                     INNER JOIN CLAPP.PRODUCTS P
                        ON P.PRODUCT_ID = R.PRODUCT_ID
               WHERE R.EFF_FROM > CURRENT DATE
                 AND R.EFF_FROM <= CURRENT DATE + :HV-DAYS DAYS
               ORDER BY R.EFF_FROM, R.PRODUCT_ID
           END-EXEC

           MOVE 'N' TO WS-EOF
           EXEC SQL OPEN SCHED-CUR END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              MOVE 'LIST-SCHEDULED-CHANGES' TO SQE-PARAGRAPH
              MOVE 'open SCHED-CUR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
              MOVE 'Y' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH SCHED-CUR
                  INTO :HV-PRODUCT-ID, :HV-PROD-DESCR,
                       :HV-OLD-PRICE, :HV-NEW-PRICE, :HV-EFF-FROM
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    PERFORM REPORT-ONE-CHANGE
                 WHEN 100
                    MOVE 'Y' TO WS-EOF
                 WHEN OTHER
                    ADD 1 TO WS-ERRORS
                    MOVE 'LIST-SCHEDULED-CHANGES' TO SQE-PARAGRAPH
                    MOVE 'fetch SCHED-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                    MOVE 'Y' TO WS-EOF
              END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE SCHED-CUR END-EXEC
           .

       REPORT-ONE-CHANGE.

           ADD 1 TO WS-CHANGES
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           PERFORM WRITE-CHANGE-LINE
           MOVE 0 TO WS-IMPACTS
           PERFORM LIST-AFFECTED-QUOTES
           PERFORM LIST-AFFECTED-TEMPLATES
           IF WS-IMPACTS = 0
              WRITE RPT-REC FROM WS-NO-IMP-LINE
           END-IF
           .

       WRITE-CHANGE-LINE.

           MOVE HV-PRODUCT-ID TO WS-CHG-PRODUCT
           MOVE HV-PROD-DESCR TO WS-CHG-DESCR
           MOVE HV-EFF-FROM   TO WS-CHG-EFF-FROM
           MOVE HV-OLD-PRICE  TO WS-CHG-OLD-OUT
           MOVE HV-NEW-PRICE  TO WS-CHG-NEW-OUT
           WRITE RPT-REC FROM WS-CHG-LINE
           .

      * a quote still open on the valid-from date keeps its quoted
      * line price - sales may want to requote or hold it
       LIST-AFFECTED-QUOTES.

           EXEC SQL DECLARE QUO-CUR CURSOR FOR
              SELECT O.ORDER_ID, O.CLIENT_ID,
                     COALESCE(CHAR(O.VALID_UNTIL, ISO),' '),
                     I.QTY, I.UNIT_PRICE
                FROM CLAPP.ORDERS O
                     INNER JOIN CLAPP.ORDER_ITEMS I
                        ON I.ORDER_ID = O.ORDER_ID
               WHERE COALESCE(O.DOC_TYPE,'O') = 'Q'
                 AND O.STATUS = 'NEW'
                 AND O.DELETED_FLAG <> 'Y'
                 AND COALESCE(O.VALID_UNTIL,'9999-12-31')
                     >= :HV-EFF-FROM
                 AND I.PRODUCT_ID = :HV-PRODUCT-ID
               ORDER BY O.ORDER_ID, I.LINE_NO
           END-EXEC

           MOVE 'N' TO WS-IMP-EOF
           EXEC SQL OPEN QUO-CUR END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              MOVE 'LIST-AFFECTED-QUOTES' TO SQE-PARAGRAPH
              MOVE 'open QUO-CUR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'product ' HV-PRODUCT-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
              MOVE 'Y' TO WS-IMP-EOF
           END-IF

           PERFORM UNTIL WS-IMP-EOF = 'Y'
              EXEC SQL
                 FETCH QUO-CUR
                  INTO :HV-DOC-ID, :HV-CLIENT-ID, :HV-VALID-UNTIL,
                       :HV-QTY, :HV-UNIT-PRICE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO WS-QUOTE-LINES WS-IMPACTS
                    MOVE 'QUOTE'        TO WS-IMP-TYPE
                    MOVE HV-DOC-ID      TO WS-IMP-DOC
                    MOVE HV-CLIENT-ID   TO WS-IMP-CLIENT
                    MOVE HV-VALID-UNTIL TO WS-IMP-VALID-TO
                    MOVE HV-QTY         TO WS-IMP-QTY-OUT
                    MOVE HV-UNIT-PRICE  TO WS-IMP-PRICE-OUT
                    WRITE RPT-REC FROM WS-IMP-LINE
                 WHEN 100
                    MOVE 'Y' TO WS-IMP-EOF
                 WHEN OTHER
                    ADD 1 TO WS-ERRORS
                    MOVE 'LIST-AFFECTED-QUOTES' TO SQE-PARAGRAPH
                    MOVE 'fetch QUO-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    STRING 'product ' HV-PRODUCT-ID
                       DELIMITED BY SIZE INTO SQE-KEY
                    END-STRING
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                    MOVE 'Y' TO WS-IMP-EOF
              END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE QUO-CUR END-EXEC
           .

      * a template is priced when ORDTMPL materializes it, so every
      * active template ordering the product takes the new price
       LIST-AFFECTED-TEMPLATES.

           EXEC SQL DECLARE TPL-CUR CURSOR FOR
              SELECT T.TEMPLATE_ID, T.CLIENT_ID, I.QTY
                FROM CLAPP.ORDER_TEMPLATES T
                     INNER JOIN CLAPP.TEMPLATE_ITEMS I
                        ON I.TEMPLATE_ID = T.TEMPLATE_ID
               WHERE T.ACTIVE_FLAG = 'Y'
                 AND I.PRODUCT_ID = :HV-PRODUCT-ID
               ORDER BY T.TEMPLATE_ID, I.LINE_NO
           END-EXEC

           MOVE 'N' TO WS-IMP-EOF
           EXEC SQL OPEN TPL-CUR END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              MOVE 'LIST-AFFECTED-TEMPLATES' TO SQE-PARAGRAPH
              MOVE 'open TPL-CUR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'product ' HV-PRODUCT-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
              MOVE 'Y' TO WS-IMP-EOF
           END-IF

           PERFORM UNTIL WS-IMP-EOF = 'Y'
              EXEC SQL
                 FETCH TPL-CUR
                  INTO :HV-DOC-ID, :HV-CLIENT-ID, :HV-QTY
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO WS-TPL-LINES WS-IMPACTS
                    MOVE 'TEMPLATE'     TO WS-IMP-TYPE
                    MOVE HV-DOC-ID      TO WS-IMP-DOC
                    MOVE HV-CLIENT-ID   TO WS-IMP-CLIENT
                    MOVE SPACES         TO WS-IMP-VALID-TO
                    MOVE HV-QTY         TO WS-IMP-QTY-OUT
                    MOVE 0              TO WS-IMP-PRICE-OUT
                    WRITE RPT-REC FROM WS-IMP-LINE
                 WHEN 100
                    MOVE 'Y' TO WS-IMP-EOF
                 WHEN OTHER
                    ADD 1 TO WS-ERRORS
                    MOVE 'LIST-AFFECTED-TEMPLATES' TO SQE-PARAGRAPH
                    MOVE 'fetch TPL-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    STRING 'product ' HV-PRODUCT-ID
                       DELIMITED BY SIZE INTO SQE-KEY
                    END-STRING
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                    MOVE 'Y' TO WS-IMP-EOF
              END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE TPL-CUR END-EXEC
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
           MOVE 'APPLIED'        TO RUN-COUNT-LABEL(1)
           MOVE WS-APPLIED TO RUN-COUNT(1)
           MOVE 'QUOTE LINES'    TO RUN-COUNT-LABEL(2)
           MOVE WS-QUOTE-LINES TO RUN-COUNT(2)
           MOVE 'TEMPLATE LNS'   TO RUN-COUNT-LABEL(3)
           MOVE WS-TPL-LINES TO RUN-COUNT(3)
           MOVE 'ERRORS'         TO RUN-COUNT-LABEL(4)
           MOVE WS-ERRORS TO RUN-COUNT(4)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE
           .

      * a card field with a value in force in CLAPP.BATCH_PARMS
      * takes the table value instead
       GET-BATCH-PARMS.

           MOVE WS-PROG-NAME TO BPR-PROGRAM
           MOVE PRM-REC TO BPR-CARD
           MOVE WS-PARM-DEFS TO BPR-DEFS
           CALL 'CLPARM' USING BPR-REQUEST BPR-RESPONSE
           MOVE BPR-CARD TO PRM-REC.

       END PROGRAM CLPRCCHG.
