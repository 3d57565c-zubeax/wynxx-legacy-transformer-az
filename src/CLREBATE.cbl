      *-------------------------------------------------------------*
      * Program: CLREBATE - quarterly volume rebate settlement      *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * For every client holding CLAPP.REBATE_AGREEMENTS tiers,     *
      * takes the quarter's invoiced net turnover (CLAPP.INVOICES)  *
      * less its credit notes, pooled over the parent's whole group *
      * when the agreement is a group one, and finds the highest    *
      * tier reached. The rebate is shared across the members in    *
      * proportion to their own turnover and issued to each as a    *
      * credit note (reason REBATE) against its latest invoiced     *
      * order of the quarter, split by VAT category the way the     *
      * turnover was taxed. Every covered client gets a rebate      *
      * statement. CLAPP.REBATE_SETTLEMENTS records each client's   *
      * outcome, so a rerun of the quarter settles nobody twice.    *
      * Quarter on the parameter card, default the one just ended.  *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLREBATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRMFILE ASSIGN TO UT-S-RBTPRM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT STMFILE ASSIGN TO UT-S-RBTSTM
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
       FD  STMFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STM-REC.
       01  STM-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLREBATE'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-MBR-EOF               PIC X(1)  VALUE 'N'.
       01  WS-CAT-EOF               PIC X(1)  VALUE 'N'.
       01  WS-TIER-EOF              PIC X(1)  VALUE 'N'.
       01  WS-NOTE-OK               PIC X(1)  VALUE 'Y'.
       01  WS-AGREEMENTS            PIC 9(9) COMP VALUE 0.
       01  WS-STATEMENTS            PIC 9(9) COMP VALUE 0.
       01  WS-NOTES                 PIC 9(9) COMP VALUE 0.
       01  WS-SKIPPED               PIC 9(9) COMP VALUE 0.
       01  WS-ERRORS                PIC 9(9) COMP VALUE 0.
       01  WS-CAT-LINE-NO           PIC S9(4) COMP VALUE 0.
       01  WS-MONTH-FROM            PIC 9(2)  VALUE 0.
       01  WS-MONTH-TO              PIC 9(2)  VALUE 0.
       01  WS-REBATE-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-REBATE-LEFT           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-BASE-LEFT             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CAT-LEFT              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CAT-BASE-LEFT         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CAT-SHARE             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CAT-VAT               PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-QUARTER-ID.
           05  WS-QID-YEAR          PIC 9(4).
           05  FILLER               PIC X(1)  VALUE 'Q'.
           05  WS-QID-QTR           PIC 9(1).

       01  WS-STMT-HDG-1.
           05  FILLER               PIC X(17) VALUE
               'REBATE STATEMENT '.
           05  WS-HDG-CLIENT-ID     PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-HDG-NAME          PIC X(35).
           05  FILLER               PIC X(9)  VALUE ' QUARTER '.
           05  WS-HDG-QUARTER       PIC X(6).
           05  FILLER               PIC X(2)  VALUE ' ('.
           05  WS-HDG-FROM          PIC X(10).
           05  FILLER               PIC X(3)  VALUE ' - '.
           05  WS-HDG-TO            PIC X(10).
           05  FILLER               PIC X(1)  VALUE ')'.
           05  FILLER               PIC X(28) VALUE SPACES.

       01  WS-STMT-HDG-2.
           05  WS-HDG2-ADDR         PIC X(62).
           05  FILLER               PIC X(70) VALUE SPACES.

       01  WS-AGR-LINE.
           05  FILLER               PIC X(18) VALUE
               'AGREEMENT HELD BY '.
           05  WS-AGR-HOLDER        PIC X(10).
           05  WS-AGR-SCOPE         PIC X(30).
           05  FILLER               PIC X(74) VALUE SPACES.

       01  WS-TIER-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(10) VALUE 'TIER FROM '.
           05  WS-TIER-FROM-OUT     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(8)  VALUE ' REBATE '.
           05  WS-TIER-PCT-OUT      PIC ZZ9.99.
           05  FILLER               PIC X(1)  VALUE '%'.
           05  WS-TIER-MARK         PIC X(12).
           05  FILLER               PIC X(72) VALUE SPACES.

       01  WS-TURN-LINE.
           05  FILLER               PIC X(13) VALUE 'INVOICED NET '.
           05  WS-TURN-INV-OUT      PIC -,---,---,--9.99.
           05  FILLER               PIC X(15) VALUE
               '  LESS CREDITS '.
           05  WS-TURN-CN-OUT       PIC -,---,---,--9.99.
           05  FILLER               PIC X(15) VALUE
               '  NET TURNOVER '.
           05  WS-TURN-NET-OUT      PIC -,---,---,--9.99.
           05  FILLER               PIC X(41) VALUE SPACES.

       01  WS-GRP-LINE.
           05  FILLER               PIC X(19) VALUE
               'GROUP NET TURNOVER '.
           05  WS-GRP-NET-OUT       PIC -,---,---,--9.99.
           05  FILLER               PIC X(15) VALUE
               '  GROUP REBATE '.
           05  WS-GRP-REBATE-OUT    PIC -,---,---,--9.99.
           05  FILLER               PIC X(66) VALUE SPACES.

       01  WS-RESULT-LINE.
           05  FILLER               PIC X(12) VALUE 'YOUR REBATE '.
           05  WS-RES-AMT-OUT       PIC -,---,---,--9.99.
           05  FILLER               PIC X(13) VALUE ' CREDIT NOTE '.
           05  WS-RES-ORDER-OUT     PIC X(12).
           05  FILLER               PIC X(1)  VALUE '/'.
           05  WS-RES-CN-OUT        PIC ZZZ9.
           05  FILLER               PIC X(74) VALUE SPACES.

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
       01  HV-QUARTER-ID            PIC X(6).
       01  HV-FROM-DATE             PIC X(10).
       01  HV-TO-DATE               PIC X(10).
       01  HV-HOLDER-ID             PIC X(10).
       01  HV-GROUP-FLAG            PIC X(1).
       01  HV-GROUP-NET             PIC S9(11)V99 COMP-3.
       01  HV-GROUP-BASE            PIC S9(11)V99 COMP-3.
       01  HV-TIER-FROM             PIC S9(11)V99 COMP-3.
       01  HV-REBATE-PCT            PIC S9(3)V99 COMP-3.
       01  HV-LIST-TIER             PIC S9(11)V99 COMP-3.
       01  HV-LIST-PCT              PIC S9(3)V99 COMP-3.
       01  HV-CLIENT-ID             PIC X(10).
       01  HV-NAME                  PIC X(35).
       01  HV-ADDR1                 PIC X(30).
       01  HV-ADDR2                 PIC X(30).
       01  HV-OWN-INV               PIC S9(11)V99 COMP-3.
       01  HV-OWN-CN                PIC S9(11)V99 COMP-3.
       01  HV-OWN-NET               PIC S9(11)V99 COMP-3.
       01  HV-SHARE                 PIC S9(11)V99 COMP-3.
       01  HV-SETTLED               PIC S9(9) COMP.
       01  HV-ORDER-ID              PIC X(12).
       01  HV-CN-NO                 PIC S9(4) COMP.
       01  HV-CN-NET                PIC S9(9)V99 COMP-3.
       01  HV-CN-VAT                PIC S9(9)V99 COMP-3.
       01  HV-CN-GROSS              PIC S9(9)V99 COMP-3.
       01  HV-CAT-BASE              PIC S9(11)V99 COMP-3.
       01  HV-VAT-CAT               PIC X(1).
       01  HV-CAT-NET               PIC S9(11)V99 COMP-3.
       01  HV-CAT-VAT               PIC S9(11)V99 COMP-3.
       01  HV-ITM-NET               PIC S9(9)V99 COMP-3.
       01  HV-ITM-VAT               PIC S9(9)V99 COMP-3.
       01  HV-ITM-GROSS             PIC S9(9)V99 COMP-3.
       01  HV-LINE-NO               PIC S9(4) COMP.
       01  HV-AUD-DETAIL            PIC X(70).
       01  HV-BATCH-USER            PIC X(8)  VALUE 'CLREBATE'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           PERFORM READ-PARM-CARD
           PERFORM SET-QUARTER-DATES

           OPEN OUTPUT STMFILE

           EXEC SQL DECLARE AGR-CUR CURSOR WITH HOLD FOR
              SELECT A.CLIENT_ID, MAX(A.GROUP_FLAG)
                FROM CLAPP.REBATE_AGREEMENTS A
                     INNER JOIN CLAPP.CLIENTS C
                        ON C.CLIENT_ID = A.CLIENT_ID
               WHERE C.DELETED_FLAG <> 'Y'
               GROUP BY A.CLIENT_ID
               ORDER BY A.CLIENT_ID
           END-EXEC

           EXEC SQL OPEN AGR-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH AGR-CUR INTO :HV-HOLDER-ID, :HV-GROUP-FLAG
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-AGREEMENTS
                 PERFORM SETTLE-ONE-AGREEMENT
              ELSE
                 IF SQLCODE NOT = 100
                    ADD 1 TO WS-ERRORS
                    MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
                    MOVE 'fetch AGR-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE AGR-CUR END-EXEC

           CLOSE STMFILE

           DISPLAY '*** ' WS-PROG-NAME ' quarter ' HV-QUARTER-ID
              ' agreements ' WS-AGREEMENTS
              ' statements ' WS-STATEMENTS
              ' credit notes ' WS-NOTES
              ' already settled ' WS-SKIPPED
              ' errors ' WS-ERRORS
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

      * the default is the quarter just ended, so the job can run
      * on any day of the new quarter
       SET-QUARTER-DATES.
           IF HV-QUARTER = 0
              EXEC SQL
                 SELECT YEAR(CURRENT DATE - 3 MONTHS),
                        QUARTER(CURRENT DATE - 3 MONTHS)
                   INTO :HV-YEAR, :HV-QUARTER
                   FROM SYSIBM.SYSDUMMY1
              END-EXEC
           END-IF
           MOVE HV-YEAR    TO WS-QID-YEAR
           MOVE HV-QUARTER TO WS-QID-QTR
           MOVE WS-QUARTER-ID TO HV-QUARTER-ID
           COMPUTE WS-MONTH-FROM = HV-QUARTER * 3 - 2
           COMPUTE WS-MONTH-TO   = HV-QUARTER * 3
           MOVE SPACES TO HV-FROM-DATE HV-TO-DATE
           STRING WS-QID-YEAR '-' WS-MONTH-FROM '-01'
              DELIMITED BY SIZE INTO HV-FROM-DATE
           END-STRING
           IF HV-QUARTER = 1 OR HV-QUARTER = 4
              STRING WS-QID-YEAR '-' WS-MONTH-TO '-31'
                 DELIMITED BY SIZE INTO HV-TO-DATE
              END-STRING
           ELSE
              STRING WS-QID-YEAR '-' WS-MONTH-TO '-30'
                 DELIMITED BY SIZE INTO HV-TO-DATE
              END-STRING
           END-IF
           .

      * turnover per member is the quarter's invoices less its
      * credit notes other than earlier rebates; the base the rebate
      * is shared over counts only members with positive turnover.
       SETTLE-ONE-AGREEMENT.

           MOVE 0 TO HV-GROUP-NET HV-GROUP-BASE
           EXEC SQL
              SELECT COALESCE(SUM(T.NET_TURNOVER),0),
                     COALESCE(SUM(CASE WHEN T.NET_TURNOVER > 0
                                       THEN T.NET_TURNOVER
                                       ELSE 0 END),0)
                INTO :HV-GROUP-NET, :HV-GROUP-BASE
                FROM (SELECT
                       COALESCE((SELECT SUM(V.NET_AMT)
                                   FROM CLAPP.INVOICES V
                                  WHERE V.CLIENT_ID = C.CLIENT_ID
                                    AND V.INV_DATE >= :HV-FROM-DATE
                                    AND V.INV_DATE <= :HV-TO-DATE),0)
                     + COALESCE((SELECT SUM(N.NET_AMT)
                                   FROM CLAPP.CREDIT_NOTES N
                                        INNER JOIN CLAPP.ORDERS O
                                           ON O.ORDER_ID = N.ORDER_ID
                                  WHERE O.CLIENT_ID = C.CLIENT_ID
                                    AND N.CN_DATE >= :HV-FROM-DATE
                                    AND N.CN_DATE <= :HV-TO-DATE
                                    AND N.REASON_CODE <> 'REBATE'),0)
                       AS NET_TURNOVER
                        FROM CLAPP.CLIENTS C
                       WHERE C.DELETED_FLAG <> 'Y'
                         AND (C.CLIENT_ID = :HV-HOLDER-ID
                              OR (:HV-GROUP-FLAG = 'Y'
                                  AND COALESCE(C.PARENT_ID,' ')
                                      = :HV-HOLDER-ID))) T
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              MOVE 'SETTLE-ONE-AGREEMENT' TO SQE-PARAGRAPH
              MOVE 'turnover select' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'agreement ' HV-HOLDER-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'C' TO SQE-SCOPE
              PERFORM SQL-ERROR
           ELSE
              PERFORM FIND-TIER-REACHED
              PERFORM SETTLE-MEMBERS
           END-IF.

      * the highest tier whose threshold the pooled turnover reaches;
      * the percentage applies to the whole turnover
       FIND-TIER-REACHED.

           MOVE 0 TO HV-TIER-FROM HV-REBATE-PCT WS-REBATE-TOTAL
           EXEC SQL
              SELECT TIER_FROM_AMT, REBATE_PCT
                INTO :HV-TIER-FROM, :HV-REBATE-PCT
                FROM CLAPP.REBATE_AGREEMENTS
               WHERE CLIENT_ID = :HV-HOLDER-ID
                 AND TIER_FROM_AMT <= :HV-GROUP-NET
               ORDER BY TIER_FROM_AMT DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 0 AND HV-GROUP-NET > 0
                 COMPUTE WS-REBATE-TOTAL ROUNDED =
                    HV-GROUP-NET * HV-REBATE-PCT / 100
              WHEN SQLCODE = 0 OR SQLCODE = 100
                 MOVE 0 TO HV-TIER-FROM HV-REBATE-PCT
              WHEN OTHER
                 ADD 1 TO WS-ERRORS
                 MOVE 'FIND-TIER-REACHED' TO SQE-PARAGRAPH
                 MOVE 'tier select' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 STRING 'agreement ' HV-HOLDER-ID
                    DELIMITED BY SIZE INTO SQE-KEY
                 END-STRING
                 MOVE 'C' TO SQE-SCOPE
                 PERFORM SQL-ERROR
           END-EVALUATE.

      * each member takes the remaining rebate in the ratio of its
      * turnover to the remaining base, so the last member absorbs
      * the rounding and the shares add up to the group rebate
       SETTLE-MEMBERS.

           MOVE WS-REBATE-TOTAL TO WS-REBATE-LEFT
           MOVE HV-GROUP-BASE   TO WS-BASE-LEFT
           MOVE 'N' TO WS-MBR-EOF

           EXEC SQL DECLARE MBR-CUR CURSOR WITH HOLD FOR
              SELECT C.CLIENT_ID, C.NAME,
                     COALESCE(C.ADDR_LINE1,''),
                     COALESCE(C.ADDR_LINE2,''),
                     COALESCE((SELECT SUM(V.NET_AMT)
                                 FROM CLAPP.INVOICES V
                                WHERE V.CLIENT_ID = C.CLIENT_ID
                                  AND V.INV_DATE >= :HV-FROM-DATE
                                  AND V.INV_DATE <= :HV-TO-DATE),0),
                     COALESCE((SELECT SUM(N.NET_AMT)
                                 FROM CLAPP.CREDIT_NOTES N
                                      INNER JOIN CLAPP.ORDERS O
                                         ON O.ORDER_ID = N.ORDER_ID
                                WHERE O.CLIENT_ID = C.CLIENT_ID
                                  AND N.CN_DATE >= :HV-FROM-DATE
                                  AND N.CN_DATE <= :HV-TO-DATE
                                  AND N.REASON_CODE <> 'REBATE'),0)
                FROM CLAPP.CLIENTS C
               WHERE C.DELETED_FLAG <> 'Y'
                 AND (C.CLIENT_ID = :HV-HOLDER-ID
                      OR (:HV-GROUP-FLAG = 'Y'
                          AND COALESCE(C.PARENT_ID,' ')
                              = :HV-HOLDER-ID))
               ORDER BY C.CLIENT_ID
           END-EXEC

           EXEC SQL OPEN MBR-CUR END-EXEC

           PERFORM UNTIL WS-MBR-EOF = 'Y'
              EXEC SQL
                 FETCH MBR-CUR INTO :HV-CLIENT-ID, :HV-NAME,
                       :HV-ADDR1, :HV-ADDR2, :HV-OWN-INV,
                       :HV-OWN-CN
              END-EXEC
              IF SQLCODE = 0
                 COMPUTE HV-OWN-NET = HV-OWN-INV + HV-OWN-CN
                 MOVE 0 TO HV-SHARE
                 IF HV-OWN-NET > 0 AND WS-BASE-LEFT > 0
                    COMPUTE HV-SHARE ROUNDED =
                       WS-REBATE-LEFT * HV-OWN-NET / WS-BASE-LEFT
                    SUBTRACT HV-SHARE   FROM WS-REBATE-LEFT
                    SUBTRACT HV-OWN-NET FROM WS-BASE-LEFT
                 END-IF
                 PERFORM SETTLE-ONE-MEMBER
              ELSE
                 IF SQLCODE NOT = 100
                    ADD 1 TO WS-ERRORS
                    MOVE 'SETTLE-MEMBERS' TO SQE-PARAGRAPH
                    MOVE 'fetch MBR-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    STRING 'agreement ' HV-HOLDER-ID
                       DELIMITED BY SIZE INTO SQE-KEY
                    END-STRING
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-MBR-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE MBR-CUR END-EXEC.

      * credit note, settlement row and audit row commit together
      * per client; the statement is written only once they stand
       SETTLE-ONE-MEMBER.

           MOVE 0 TO HV-SETTLED
           EXEC SQL
              SELECT COUNT(*) INTO :HV-SETTLED
                FROM CLAPP.REBATE_SETTLEMENTS
               WHERE CLIENT_ID = :HV-CLIENT-ID
                 AND REBATE_QUARTER = :HV-QUARTER-ID
           END-EXEC
           IF HV-SETTLED > 0
              ADD 1 TO WS-SKIPPED
              DISPLAY 'WARNING: ' WS-PROG-NAME
                 ' client ' HV-CLIENT-ID ' already settled for '
                 HV-QUARTER-ID
           ELSE
      * each client is its own unit under a savepoint, so a failed
      * client is undone without closing AGR-CUR or MBR-CUR
              EXEC SQL
                 SAVEPOINT REBATE_UNIT ON ROLLBACK RETAIN CURSORS
              END-EXEC
              MOVE 'Y'    TO WS-NOTE-OK
              MOVE SPACES TO HV-ORDER-ID
              MOVE 0      TO HV-CN-NO
              IF HV-SHARE > 0
                 PERFORM ISSUE-REBATE-NOTE
              END-IF
              IF WS-NOTE-OK = 'Y'
                 PERFORM RECORD-SETTLEMENT
              END-IF
              IF WS-NOTE-OK = 'Y'
                 EXEC SQL COMMIT END-EXEC
                 PERFORM WRITE-REBATE-STATEMENT
              ELSE
                 ADD 1 TO WS-ERRORS
                 EXEC SQL ROLLBACK TO SAVEPOINT REBATE_UNIT END-EXEC
              END-IF
           END-IF.

      * the note hangs off the client's latest invoiced order of the
      * quarter, numbered on from that order's credit notes as the
      * returns screen numbers them
       ISSUE-REBATE-NOTE.

           EXEC SQL
              SELECT ORDER_ID INTO :HV-ORDER-ID
                FROM CLAPP.INVOICES
               WHERE CLIENT_ID = :HV-CLIENT-ID
                 AND INV_DATE >= :HV-FROM-DATE
                 AND INV_DATE <= :HV-TO-DATE
               ORDER BY INV_DATE DESC, INV_NO DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-NOTE-OK
              IF SQLCODE = 100
                 DISPLAY 'ERROR: ' WS-PROG-NAME
                    ' no invoiced order to credit'
                    ' client ' HV-CLIENT-ID
              ELSE
                 MOVE 'ISSUE-REBATE-NOTE' TO SQE-PARAGRAPH
                 MOVE 'invoiced order select' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 STRING 'client ' HV-CLIENT-ID
                    DELIMITED BY SIZE INTO SQE-KEY
                 END-STRING
                 MOVE 'P' TO SQE-SCOPE
                 PERFORM SQL-ERROR
              END-IF
           ELSE
              MOVE 1 TO HV-CN-NO
              EXEC SQL
                 SELECT COALESCE(MAX(CN_NO), 0) + 1
                   INTO :HV-CN-NO
                   FROM CLAPP.CREDIT_NOTES
                  WHERE ORDER_ID = :HV-ORDER-ID
              END-EXEC
              COMPUTE HV-CN-NET = 0 - HV-SHARE
              EXEC SQL
                 INSERT INTO CLAPP.CREDIT_NOTES
                 (ORDER_ID, CN_NO, CN_DATE, REASON_CODE,
                  NET_AMT, VAT_AMT, GROSS_AMT)
                 VALUES (:HV-ORDER-ID, :HV-CN-NO, CURRENT DATE,
                         'REBATE', :HV-CN-NET, 0, :HV-CN-NET)
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'N' TO WS-NOTE-OK
                 MOVE 'ISSUE-REBATE-NOTE' TO SQE-PARAGRAPH
                 MOVE 'credit note insert' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 STRING 'client ' HV-CLIENT-ID
                    DELIMITED BY SIZE INTO SQE-KEY
                 END-STRING
                 MOVE 'P' TO SQE-SCOPE
                 PERFORM SQL-ERROR
              ELSE
                 PERFORM SPLIT-REBATE-BY-VAT
              END-IF
           END-IF.

      * one credit-note line per VAT category, in the ratio of the
      * category's share of the quarter's turnover and at the VAT
      * rate it was actually charged, so the VAT return and the
      * journal net it back where it came from. Line numbers start
      * at 9001 so no returned-quantity check ever matches them.
       SPLIT-REBATE-BY-VAT.

           MOVE 0 TO HV-CAT-BASE HV-CN-VAT
           EXEC SQL
              SELECT COALESCE(SUM(X.CAT_NET),0)
                INTO :HV-CAT-BASE
                FROM (SELECT T.VAT_CAT, SUM(T.NET_AMT) AS CAT_NET
                        FROM (SELECT COALESCE(I.VAT_CAT,'S')
                                        AS VAT_CAT,
                                     I.LINE_AMT AS NET_AMT
                                FROM CLAPP.ORDER_ITEMS I
                                     INNER JOIN CLAPP.INVOICES V
                                        ON V.ORDER_ID = I.ORDER_ID
                               WHERE V.CLIENT_ID = :HV-CLIENT-ID
                                 AND V.INV_DATE >= :HV-FROM-DATE
                                 AND V.INV_DATE <= :HV-TO-DATE
                              UNION ALL
                              SELECT COALESCE(K.VAT_CAT,'S'),
                                     K.NET_AMT
                                FROM CLAPP.CREDIT_NOTE_ITEMS K
                                     INNER JOIN CLAPP.CREDIT_NOTES N
                                        ON N.ORDER_ID = K.ORDER_ID
                                       AND N.CN_NO = K.CN_NO
                                     INNER JOIN CLAPP.ORDERS O
                                        ON O.ORDER_ID = N.ORDER_ID
                               WHERE O.CLIENT_ID = :HV-CLIENT-ID
                                 AND N.CN_DATE >= :HV-FROM-DATE
                                 AND N.CN_DATE <= :HV-TO-DATE
                                 AND N.REASON_CODE <> 'REBATE') T
                       GROUP BY T.VAT_CAT
                      HAVING SUM(T.NET_AMT) > 0) X
           END-EXEC
           IF SQLCODE NOT = 0 OR HV-CAT-BASE NOT > 0
              MOVE 'N' TO WS-NOTE-OK
              IF SQLCODE = 0 OR SQLCODE = 100
                 DISPLAY 'ERROR: ' WS-PROG-NAME
                    ' no taxed turnover to split'
                    ' client ' HV-CLIENT-ID
              ELSE
                 MOVE 'SPLIT-REBATE-BY-VAT' TO SQE-PARAGRAPH
                 MOVE 'VAT turnover select' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 STRING 'client ' HV-CLIENT-ID
                    DELIMITED BY SIZE INTO SQE-KEY
                 END-STRING
                 MOVE 'P' TO SQE-SCOPE
                 PERFORM SQL-ERROR
              END-IF
           ELSE
              MOVE HV-SHARE    TO WS-CAT-LEFT
              MOVE HV-CAT-BASE TO WS-CAT-BASE-LEFT
              MOVE 9000 TO WS-CAT-LINE-NO
              MOVE 'N'  TO WS-CAT-EOF
              PERFORM WRITE-REBATE-LINES
              IF WS-NOTE-OK = 'Y'
                 COMPUTE HV-CN-GROSS = HV-CN-NET + HV-CN-VAT
                 EXEC SQL
                    UPDATE CLAPP.CREDIT_NOTES
                       SET VAT_AMT = :HV-CN-VAT,
                           GROSS_AMT = :HV-CN-GROSS
                     WHERE ORDER_ID = :HV-ORDER-ID
                       AND CN_NO = :HV-CN-NO
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 'N' TO WS-NOTE-OK
                    MOVE 'SPLIT-REBATE-BY-VAT' TO SQE-PARAGRAPH
                    MOVE 'credit note total update' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    STRING 'client ' HV-CLIENT-ID
                       DELIMITED BY SIZE INTO SQE-KEY
                    END-STRING
                    MOVE 'P' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
              END-IF
           END-IF.

       WRITE-REBATE-LINES.

           EXEC SQL DECLARE CAT-CUR CURSOR FOR
              SELECT T.VAT_CAT, SUM(T.NET_AMT), SUM(T.VAT_AMT)
                FROM (SELECT COALESCE(I.VAT_CAT,'S') AS VAT_CAT,
                             I.LINE_AMT AS NET_AMT,
                             COALESCE(I.VAT_AMT,0) AS VAT_AMT
                        FROM CLAPP.ORDER_ITEMS I
                             INNER JOIN CLAPP.INVOICES V
                                ON V.ORDER_ID = I.ORDER_ID
                       WHERE V.CLIENT_ID = :HV-CLIENT-ID
                         AND V.INV_DATE >= :HV-FROM-DATE
                         AND V.INV_DATE <= :HV-TO-DATE
                      UNION ALL
                      SELECT COALESCE(K.VAT_CAT,'S'), K.NET_AMT,
                             COALESCE(K.VAT_AMT,0)
                        FROM CLAPP.CREDIT_NOTE_ITEMS K
                             INNER JOIN CLAPP.CREDIT_NOTES N
                                ON N.ORDER_ID = K.ORDER_ID
                               AND N.CN_NO = K.CN_NO
                             INNER JOIN CLAPP.ORDERS O
                                ON O.ORDER_ID = N.ORDER_ID
                       WHERE O.CLIENT_ID = :HV-CLIENT-ID
                         AND N.CN_DATE >= :HV-FROM-DATE
                         AND N.CN_DATE <= :HV-TO-DATE
                         AND N.REASON_CODE <> 'REBATE') T
               GROUP BY T.VAT_CAT
              HAVING SUM(T.NET_AMT) > 0
               ORDER BY 1
           END-EXEC

           EXEC SQL OPEN CAT-CUR END-EXEC

           PERFORM UNTIL WS-CAT-EOF = 'Y'
              EXEC SQL
                 FETCH CAT-CUR INTO :HV-VAT-CAT, :HV-CAT-NET,
                       :HV-CAT-VAT
              END-EXEC
              IF SQLCODE = 0
                 COMPUTE WS-CAT-SHARE ROUNDED =
                    WS-CAT-LEFT * HV-CAT-NET / WS-CAT-BASE-LEFT
                 COMPUTE WS-CAT-VAT ROUNDED =
                    WS-CAT-SHARE * HV-CAT-VAT / HV-CAT-NET
                 SUBTRACT WS-CAT-SHARE FROM WS-CAT-LEFT
                 SUBTRACT HV-CAT-NET   FROM WS-CAT-BASE-LEFT
                 ADD 1 TO WS-CAT-LINE-NO
                 MOVE WS-CAT-LINE-NO TO HV-LINE-NO
                 COMPUTE HV-ITM-NET   = 0 - WS-CAT-SHARE
                 COMPUTE HV-ITM-VAT   = 0 - WS-CAT-VAT
                 COMPUTE HV-ITM-GROSS = HV-ITM-NET + HV-ITM-VAT
                 EXEC SQL
                    INSERT INTO CLAPP.CREDIT_NOTE_ITEMS
                    (ORDER_ID, CN_NO, LINE_NO, QTY_RETURNED,
                     VAT_CAT, NET_AMT, VAT_AMT, GROSS_AMT)
                    VALUES (:HV-ORDER-ID, :HV-CN-NO, :HV-LINE-NO,
                            0, :HV-VAT-CAT, :HV-ITM-NET,
                            :HV-ITM-VAT, :HV-ITM-GROSS)
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 'N' TO WS-NOTE-OK
                    MOVE 'Y' TO WS-CAT-EOF
                    MOVE 'WRITE-REBATE-LINES' TO SQE-PARAGRAPH
                    MOVE 'credit note line insert' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    STRING 'client ' HV-CLIENT-ID
                       DELIMITED BY SIZE INTO SQE-KEY
                    END-STRING
                    MOVE 'P' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 ELSE
                    ADD HV-ITM-VAT TO HV-CN-VAT
                 END-IF
              ELSE
                 MOVE 'Y' TO WS-CAT-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE CAT-CUR END-EXEC.

      * clients below every tier are recorded too, so the quarter
      * is closed for them and a rerun sends no second statement
       RECORD-SETTLEMENT.

           EXEC SQL
              INSERT INTO CLAPP.REBATE_SETTLEMENTS
              (CLIENT_ID, REBATE_QUARTER, HOLDER_ID, NET_TURNOVER,
               GROUP_TURNOVER, TIER_FROM_AMT, REBATE_PCT,
               REBATE_AMT, ORDER_ID, CN_NO, SETTLED_TS)
              VALUES (:HV-CLIENT-ID, :HV-QUARTER-ID, :HV-HOLDER-ID,
                      :HV-OWN-NET, :HV-GROUP-NET, :HV-TIER-FROM,
                      :HV-REBATE-PCT, :HV-SHARE, :HV-ORDER-ID,
                      :HV-CN-NO, CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-NOTE-OK
              MOVE 'RECORD-SETTLEMENT' TO SQE-PARAGRAPH
              MOVE 'settlement insert' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'client ' HV-CLIENT-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'P' TO SQE-SCOPE
              PERFORM SQL-ERROR
           ELSE
              IF HV-SHARE > 0
                 MOVE SPACES TO HV-AUD-DETAIL
                 STRING 'Volume rebate ' HV-QUARTER-ID
                    ' client ' FUNCTION TRIM(HV-CLIENT-ID)
                    ' agreement ' FUNCTION TRIM(HV-HOLDER-ID)
                    DELIMITED BY SIZE INTO HV-AUD-DETAIL
                 END-STRING
                 EXEC SQL
                    INSERT INTO CLAPP.AUDIT_LOG
                    (TABLE_NAME, REC_KEY, ACTION, AUD_TS, DETAIL,
                     USER_ID)
                    VALUES ('CREDITNOTE', :HV-ORDER-ID, 'A',
                            CURRENT TIMESTAMP, :HV-AUD-DETAIL,
                            :HV-BATCH-USER)
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 'N' TO WS-NOTE-OK
                    MOVE 'RECORD-SETTLEMENT' TO SQE-PARAGRAPH
                    MOVE 'audit insert' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    STRING 'client ' HV-CLIENT-ID
                       DELIMITED BY SIZE INTO SQE-KEY
                    END-STRING
                    MOVE 'P' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 ELSE
                    ADD 1 TO WS-NOTES
                 END-IF
              END-IF
           END-IF.

      * header, the agreement and its tiers, the client's own
      * turnover, the group's where the agreement pools it, and
      * the rebate with the credit note that carries it
       WRITE-REBATE-STATEMENT.

           ADD 1 TO WS-STATEMENTS
           MOVE SPACES TO STM-REC
           WRITE STM-REC
           MOVE HV-CLIENT-ID  TO WS-HDG-CLIENT-ID
           MOVE HV-NAME       TO WS-HDG-NAME
           MOVE HV-QUARTER-ID TO WS-HDG-QUARTER
           MOVE HV-FROM-DATE  TO WS-HDG-FROM
           MOVE HV-TO-DATE    TO WS-HDG-TO
           WRITE STM-REC FROM WS-STMT-HDG-1

           MOVE SPACES TO WS-HDG2-ADDR
           STRING FUNCTION TRIM(HV-ADDR1) ', '
              FUNCTION TRIM(HV-ADDR2)
              DELIMITED BY SIZE INTO WS-HDG2-ADDR
           END-STRING
           WRITE STM-REC FROM WS-STMT-HDG-2

           MOVE HV-HOLDER-ID TO WS-AGR-HOLDER
           IF HV-GROUP-FLAG = 'Y'
              MOVE ' - POOLED OVER CLIENT GROUP' TO WS-AGR-SCOPE
           ELSE
              MOVE ' - OWN TURNOVER ONLY' TO WS-AGR-SCOPE
           END-IF
           WRITE STM-REC FROM WS-AGR-LINE

           PERFORM WRITE-TIER-LINES

           MOVE HV-OWN-INV TO WS-TURN-INV-OUT
           MOVE HV-OWN-CN  TO WS-TURN-CN-OUT
           MOVE HV-OWN-NET TO WS-TURN-NET-OUT
           WRITE STM-REC FROM WS-TURN-LINE

           IF HV-GROUP-FLAG = 'Y'
              MOVE HV-GROUP-NET    TO WS-GRP-NET-OUT
              MOVE WS-REBATE-TOTAL TO WS-GRP-REBATE-OUT
              WRITE STM-REC FROM WS-GRP-LINE
           END-IF

           EVALUATE TRUE
              WHEN HV-SHARE > 0
                 MOVE HV-SHARE    TO WS-RES-AMT-OUT
                 MOVE HV-ORDER-ID TO WS-RES-ORDER-OUT
                 MOVE HV-CN-NO    TO WS-RES-CN-OUT
                 WRITE STM-REC FROM WS-RESULT-LINE
              WHEN WS-REBATE-TOTAL = 0
                 MOVE 'NO REBATE TIER REACHED THIS QUARTER'
                    TO STM-REC
                 WRITE STM-REC
              WHEN OTHER
                 MOVE 'NO REBATE - NO NET TURNOVER THIS QUARTER'
                    TO STM-REC
                 WRITE STM-REC
           END-EVALUATE.

       WRITE-TIER-LINES.

           MOVE 'N' TO WS-TIER-EOF

           EXEC SQL DECLARE TIER-CUR CURSOR FOR
              SELECT TIER_FROM_AMT, REBATE_PCT
                FROM CLAPP.REBATE_AGREEMENTS
               WHERE CLIENT_ID = :HV-HOLDER-ID
               ORDER BY TIER_FROM_AMT
           END-EXEC

           EXEC SQL OPEN TIER-CUR END-EXEC

           PERFORM UNTIL WS-TIER-EOF = 'Y'
              EXEC SQL
                 FETCH TIER-CUR INTO :HV-LIST-TIER, :HV-LIST-PCT
              END-EXEC
              IF SQLCODE = 0
                 MOVE HV-LIST-TIER TO WS-TIER-FROM-OUT
                 MOVE HV-LIST-PCT  TO WS-TIER-PCT-OUT
                 IF WS-REBATE-TOTAL > 0
                    AND HV-LIST-TIER = HV-TIER-FROM
                    MOVE ' <= REACHED' TO WS-TIER-MARK
                 ELSE
                    MOVE SPACES TO WS-TIER-MARK
                 END-IF
                 WRITE STM-REC FROM WS-TIER-LINE
              ELSE
                 MOVE 'Y' TO WS-TIER-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE TIER-CUR END-EXEC.

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
           MOVE 'AGREEMENTS'     TO RUN-COUNT-LABEL(1)
           MOVE WS-AGREEMENTS TO RUN-COUNT(1)
           MOVE 'STATEMENTS'     TO RUN-COUNT-LABEL(2)
           MOVE WS-STATEMENTS TO RUN-COUNT(2)
           MOVE 'CREDIT NOTES'   TO RUN-COUNT-LABEL(3)
           MOVE WS-NOTES TO RUN-COUNT(3)
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

       END PROGRAM CLREBATE.
