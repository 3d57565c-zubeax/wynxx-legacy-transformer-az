      *-------------------------------------------------------------*
      * Program: CLINTEG - nightly cross-table integrity scan       *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Runs a fixed catalogue of integrity rules across the CLAPP  *
      * tables - the cases ORDRECON's header/line check does not    *
      * cover - and reports every violation with its rule number    *
      * and keys (DD UT-S-INTRPT). Each violation is remembered on  *
      * CLAPP.INTEGRITY_VIOLATIONS with the date first and last     *
      * seen, so the report marks the ones new since the last run;  *
      * violations no longer found are dropped as resolved. Every   *
      * run adds one CLAPP.INTEGRITY_HISTORY row per rule (found,   *
      * new, resolved) so the trend can be followed, and the rule   *
      * summary shows today's count against the previous run. A new *
      * violation of a critical rule ends the job with RC 8; any    *
      * other open violation gives RC 4.                            *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLINTEG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPTFILE ASSIGN TO UT-S-INTRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPT-REC.
       01  RPT-REC                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLINTEG'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-RULE-FAILED           PIC X(1)  VALUE 'N'.
       01  WS-NOW-RAW               PIC X(21).
       01  WS-TODAY-DATE            PIC X(10).
       01  WS-R                     PIC S9(4) COMP VALUE 0.
       01  WS-RULE-MAX              PIC S9(4) COMP VALUE 8.
       01  WS-TOTAL-FOUND           PIC 9(9) COMP VALUE 0.
       01  WS-NEW-CRITICAL          PIC 9(9) COMP VALUE 0.
       01  WS-ERRORS                PIC 9(9) COMP VALUE 0.

      * rule catalogue - severity C (critical) or W (warning), the
      * description, and the captions of the two figures reported
      * with each violation
       01  WS-RULE-DEFS.
           05  FILLER               PIC X(1)  VALUE 'C'.
           05  FILLER               PIC X(34) VALUE
               'SHIPPED QTY EXCEEDS ORDER LINE'.
           05  FILLER               PIC X(8)  VALUE 'SHIPPED'.
           05  FILLER               PIC X(8)  VALUE 'ORDERED'.
           05  FILLER               PIC X(1)  VALUE 'C'.
           05  FILLER               PIC X(34) VALUE
               'PAYMENTS EXCEED INVOICED GROSS'.
           05  FILLER               PIC X(8)  VALUE 'PAID'.
           05  FILLER               PIC X(8)  VALUE 'INVOICED'.
           05  FILLER               PIC X(1)  VALUE 'C'.
           05  FILLER               PIC X(34) VALUE
               'CREDIT NOTE ON UNINVOICED ORDER'.
           05  FILLER               PIC X(8)  VALUE 'CREDIT'.
           05  FILLER               PIC X(8)  VALUE SPACES.
           05  FILLER               PIC X(1)  VALUE 'C'.
           05  FILLER               PIC X(34) VALUE
               'ORDER ON CLIENT RETIRED BY MERGE'.
           05  FILLER               PIC X(8)  VALUE 'TOTAL'.
           05  FILLER               PIC X(8)  VALUE SPACES.
           05  FILLER               PIC X(1)  VALUE 'W'.
           05  FILLER               PIC X(34) VALUE
               'TEMPLATE LINE ON INACTIVE PRODUCT'.
           05  FILLER               PIC X(8)  VALUE 'QTY'.
           05  FILLER               PIC X(8)  VALUE SPACES.
           05  FILLER               PIC X(1)  VALUE 'C'.
           05  FILLER               PIC X(34) VALUE
               'ADDRESS KEPT FOR ERASED CLIENT'.
           05  FILLER               PIC X(8)  VALUE SPACES.
           05  FILLER               PIC X(8)  VALUE SPACES.
           05  FILLER               PIC X(1)  VALUE 'C'.
           05  FILLER               PIC X(34) VALUE
               'ORDER LINE WITHOUT ORDER HEADER'.
           05  FILLER               PIC X(8)  VALUE 'LINE AMT'.
           05  FILLER               PIC X(8)  VALUE SPACES.
           05  FILLER               PIC X(1)  VALUE 'C'.
           05  FILLER               PIC X(34) VALUE
               'ORDER ON UNKNOWN CLIENT'.
           05  FILLER               PIC X(8)  VALUE 'TOTAL'.
           05  FILLER               PIC X(8)  VALUE SPACES.
       01  WS-RULE-DEF-TBL REDEFINES WS-RULE-DEFS.
           05  WS-RULE-DEF          OCCURS 8 TIMES.
               10  WS-RULE-SEV      PIC X(1).
               10  WS-RULE-DESC     PIC X(34).
               10  WS-RULE-CAP1     PIC X(8).
               10  WS-RULE-CAP2     PIC X(8).

       01  WS-RULE-COUNTS.
           05  WS-RULE-CTR          OCCURS 8 TIMES.
               10  WS-RULE-FOUND    PIC 9(7) COMP.
               10  WS-RULE-NEW      PIC 9(7) COMP.
               10  WS-RULE-GONE     PIC 9(7) COMP.
               10  WS-RULE-PREV     PIC 9(7) COMP.
               10  WS-RULE-HAS-PREV PIC X(1).

       01  WS-RPT-HDG.
           05  FILLER               PIC X(30) VALUE
               'CLAPP INTEGRITY SCAN RUN DATE '.
           05  WS-HDG-DATE          PIC X(10).
           05  FILLER               PIC X(60) VALUE SPACES.

       01  WS-RPT-LINE.
           05  FILLER               PIC X(5)  VALUE 'RULE '.
           05  WS-RPT-RULE          PIC 9(2).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-SEV           PIC X(1).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-KEY1          PIC X(12).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-KEY2          PIC X(12).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-NEW           PIC X(3).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-CAP1          PIC X(8).
           05  WS-RPT-VAL1          PIC -(10)9.99.
           05  WS-RPT-VAL1-X REDEFINES WS-RPT-VAL1
                                    PIC X(14).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-CAP2          PIC X(8).
           05  WS-RPT-VAL2          PIC -(10)9.99.
           05  WS-RPT-VAL2-X REDEFINES WS-RPT-VAL2
                                    PIC X(14).
           05  FILLER               PIC X(15) VALUE SPACES.

       01  WS-SUM-LINE.
           05  FILLER               PIC X(5)  VALUE 'RULE '.
           05  WS-SUM-RULE          PIC 9(2).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-SUM-SEV           PIC X(1).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-SUM-DESC          PIC X(34).
           05  FILLER               PIC X(5)  VALUE ' NOW '.
           05  WS-SUM-FOUND         PIC Z(6)9.
           05  FILLER               PIC X(5)  VALUE ' WAS '.
           05  WS-SUM-PREV          PIC X(7).
           05  WS-SUM-PREV-N REDEFINES WS-SUM-PREV
                                    PIC Z(6)9.
           05  FILLER               PIC X(5)  VALUE ' NEW '.
           05  WS-SUM-NEW           PIC Z(6)9.
           05  FILLER               PIC X(6)  VALUE ' GONE '.
           05  WS-SUM-GONE          PIC Z(6)9.
           05  FILLER               PIC X(7)  VALUE SPACES.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-RULE-NO               PIC S9(4) COMP.
       01  HV-KEY1                  PIC X(12).
       01  HV-KEY2                  PIC X(12).
       01  HV-VAL1                  PIC S9(11)V99 COMP-3.
       01  HV-VAL2                  PIC S9(11)V99 COMP-3.
       01  HV-DETAIL                PIC X(45).
       01  HV-TODAY                 PIC X(10).
       01  HV-FOUND                 PIC S9(9) COMP.
       01  HV-NEW                   PIC S9(9) COMP.
       01  HV-GONE                  PIC S9(9) COMP.
       01  HV-PREV                  PIC S9(9) COMP.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           DISPLAY '*** ' WS-PROG-NAME ' START'

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-RAW
           STRING WS-NOW-RAW(1:4) '-' WS-NOW-RAW(5:2) '-'
              WS-NOW-RAW(7:2)
              DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING
           MOVE WS-TODAY-DATE TO HV-TODAY

           OPEN OUTPUT RPTFILE
           MOVE WS-TODAY-DATE TO WS-HDG-DATE
           WRITE RPT-REC FROM WS-RPT-HDG

           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RULE-MAX
              PERFORM RUN-ONE-RULE
           END-PERFORM

           PERFORM WRITE-RULE-SUMMARY

           CLOSE RPTFILE

           DISPLAY '*** ' WS-PROG-NAME ' violations ' WS-TOTAL-FOUND
              ' new critical ' WS-NEW-CRITICAL ' errors ' WS-ERRORS

           EVALUATE TRUE
              WHEN WS-NEW-CRITICAL > 0 OR WS-ERRORS > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-TOTAL-FOUND > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           PERFORM RECORD-RUN-END
           DISPLAY '*** ' WS-PROG-NAME ' END'
           GOBACK.

      * one rule is one unit of work: its violations are matched to
      * the remembered ones, those not seen today are resolved, and
      * the day's history row is replaced - a rerun the same day
      * therefore reports the same picture
       RUN-ONE-RULE.

           MOVE WS-R TO HV-RULE-NO
           MOVE 0    TO WS-RULE-FOUND(WS-R)
           MOVE 0    TO WS-RULE-NEW(WS-R)
           MOVE 0    TO WS-RULE-GONE(WS-R)
           MOVE 0    TO WS-RULE-PREV(WS-R)
           MOVE 'N'  TO WS-RULE-HAS-PREV(WS-R)
           MOVE 'N'  TO WS-RULE-FAILED
           MOVE 'N'  TO WS-EOF

           EVALUATE WS-R
              WHEN 1
                 PERFORM SCAN-RULE-01
              WHEN 2
                 PERFORM SCAN-RULE-02
              WHEN 3
                 PERFORM SCAN-RULE-03
              WHEN 4
                 PERFORM SCAN-RULE-04
              WHEN 5
                 PERFORM SCAN-RULE-05
              WHEN 6
                 PERFORM SCAN-RULE-06
              WHEN 7
                 PERFORM SCAN-RULE-07
              WHEN 8
                 PERFORM SCAN-RULE-08
           END-EVALUATE

           IF WS-RULE-FAILED = 'N'
              PERFORM CLOSE-OUT-RULE
           END-IF

           IF WS-RULE-FAILED = 'N'
              EXEC SQL COMMIT END-EXEC
           ELSE
              ADD 1 TO WS-ERRORS
           END-IF.

      * quantities shipped per order line, summed over shipments; a
      * shipped line with no order line behind it counts as ordered 0
       SCAN-RULE-01.

           EXEC SQL DECLARE R01-CUR CURSOR FOR
              SELECT S.ORDER_ID, CHAR(S.LINE_NO), S.SHIPPED,
                     COALESCE(I.QTY, 0)
                FROM (SELECT ORDER_ID, LINE_NO,
                             SUM(QTY_SHIPPED) AS SHIPPED
                        FROM CLAPP.SHIPMENT_ITEMS
                       GROUP BY ORDER_ID, LINE_NO) S
                LEFT JOIN CLAPP.ORDER_ITEMS I
                  ON I.ORDER_ID = S.ORDER_ID
                 AND I.LINE_NO  = S.LINE_NO
               WHERE S.SHIPPED > COALESCE(I.QTY, 0)
               ORDER BY S.ORDER_ID, S.LINE_NO
           END-EXEC

           EXEC SQL OPEN R01-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH R01-CUR INTO :HV-KEY1, :HV-KEY2, :HV-VAL1,
                       :HV-VAL2
              END-EXEC
              PERFORM TAKE-FETCHED-ROW
           END-PERFORM

           EXEC SQL CLOSE R01-CUR END-EXEC.

      * only invoiced orders - a payment ahead of the invoice is a
      * prepayment, not a breach
       SCAN-RULE-02.

           EXEC SQL DECLARE R02-CUR CURSOR FOR
              SELECT P.ORDER_ID, ' ', P.PAID, V.GROSS
                FROM (SELECT ORDER_ID, SUM(PAY_AMT) AS PAID
                        FROM CLAPP.PAYMENTS
                       GROUP BY ORDER_ID) P
                JOIN (SELECT ORDER_ID, SUM(GROSS_AMT) AS GROSS
                        FROM CLAPP.INVOICES
                       GROUP BY ORDER_ID) V
                  ON V.ORDER_ID = P.ORDER_ID
               WHERE P.PAID > V.GROSS
               ORDER BY P.ORDER_ID
           END-EXEC

           EXEC SQL OPEN R02-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH R02-CUR INTO :HV-KEY1, :HV-KEY2, :HV-VAL1,
                       :HV-VAL2
              END-EXEC
              PERFORM TAKE-FETCHED-ROW
           END-PERFORM

           EXEC SQL CLOSE R02-CUR END-EXEC.

       SCAN-RULE-03.

           EXEC SQL DECLARE R03-CUR CURSOR FOR
              SELECT N.ORDER_ID, CHAR(N.CN_NO), N.GROSS_AMT, 0
                FROM CLAPP.CREDIT_NOTES N
               WHERE NOT EXISTS
                     (SELECT 1
                        FROM CLAPP.INVOICES I
                       WHERE I.ORDER_ID = N.ORDER_ID)
               ORDER BY N.ORDER_ID, N.CN_NO
           END-EXEC

           EXEC SQL OPEN R03-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH R03-CUR INTO :HV-KEY1, :HV-KEY2, :HV-VAL1,
                       :HV-VAL2
              END-EXEC
              PERFORM TAKE-FETCHED-ROW
           END-PERFORM

           EXEC SQL CLOSE R03-CUR END-EXEC.

      * MERGE-CLIENT re-points live orders and leaves a CLIENT_XREF
      * row for the retired ID - nothing should still point at it
       SCAN-RULE-04.

           EXEC SQL DECLARE R04-CUR CURSOR FOR
              SELECT O.ORDER_ID, O.CLIENT_ID, O.TOTAL_AMT, 0
                FROM CLAPP.ORDERS O
               WHERE O.DELETED_FLAG <> 'Y'
                 AND EXISTS
                     (SELECT 1
                        FROM CLAPP.CLIENT_XREF X
                       WHERE X.OLD_CLIENT_ID = O.CLIENT_ID)
               ORDER BY O.ORDER_ID
           END-EXEC

           EXEC SQL OPEN R04-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH R04-CUR INTO :HV-KEY1, :HV-KEY2, :HV-VAL1,
                       :HV-VAL2
              END-EXEC
              PERFORM TAKE-FETCHED-ROW
           END-PERFORM

           EXEC SQL CLOSE R04-CUR END-EXEC.

      * active templates only - ORDTMPL rejects these lines at
      * generation time, so this is a warning, not a breach
       SCAN-RULE-05.

           EXEC SQL DECLARE R05-CUR CURSOR FOR
              SELECT T.TEMPLATE_ID, CHAR(T.LINE_NO), T.QTY, 0
                FROM CLAPP.TEMPLATE_ITEMS T
                JOIN CLAPP.ORDER_TEMPLATES H
                  ON H.TEMPLATE_ID = T.TEMPLATE_ID
               WHERE H.ACTIVE_FLAG = 'Y'
                 AND NOT EXISTS
                     (SELECT 1
                        FROM CLAPP.PRODUCTS P
                       WHERE P.PRODUCT_ID = T.PRODUCT_ID
                         AND P.ACTIVE_FLAG = 'Y')
               ORDER BY T.TEMPLATE_ID, T.LINE_NO
           END-EXEC

           EXEC SQL OPEN R05-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH R05-CUR INTO :HV-KEY1, :HV-KEY2, :HV-VAL1,
                       :HV-VAL2
              END-EXEC
              PERFORM TAKE-FETCHED-ROW
           END-PERFORM

           EXEC SQL CLOSE R05-CUR END-EXEC.

      * CLERASE leaves the client row and its addresses keyed but
      * overwritten; an address still carrying data is a GDPR leak
       SCAN-RULE-06.

           EXEC SQL DECLARE R06-CUR CURSOR FOR
              SELECT A.CLIENT_ID, A.ADDR_TYPE, 0, 0
                FROM CLAPP.CLIENT_ADDRESSES A
                JOIN CLAPP.CLIENTS C
                  ON C.CLIENT_ID = A.CLIENT_ID
               WHERE C.NAME  = 'ERASED'
                 AND C.EMAIL = 'erased@invalid'
                 AND (COALESCE(A.ADDR_LINE1, ' ') <> 'ERASED'
                  OR  COALESCE(A.ADDR_LINE2, ' ') <> ' ')
               ORDER BY A.CLIENT_ID, A.ADDR_TYPE
           END-EXEC

           EXEC SQL OPEN R06-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH R06-CUR INTO :HV-KEY1, :HV-KEY2, :HV-VAL1,
                       :HV-VAL2
              END-EXEC
              PERFORM TAKE-FETCHED-ROW
           END-PERFORM

           EXEC SQL CLOSE R06-CUR END-EXEC.

       SCAN-RULE-07.

           EXEC SQL DECLARE R07-CUR CURSOR FOR
              SELECT I.ORDER_ID, CHAR(I.LINE_NO), I.LINE_AMT, 0
                FROM CLAPP.ORDER_ITEMS I
               WHERE NOT EXISTS
                     (SELECT 1
                        FROM CLAPP.ORDERS O
                       WHERE O.ORDER_ID = I.ORDER_ID)
               ORDER BY I.ORDER_ID, I.LINE_NO
           END-EXEC

           EXEC SQL OPEN R07-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH R07-CUR INTO :HV-KEY1, :HV-KEY2, :HV-VAL1,
                       :HV-VAL2
              END-EXEC
              PERFORM TAKE-FETCHED-ROW
           END-PERFORM

           EXEC SQL CLOSE R07-CUR END-EXEC.

       SCAN-RULE-08.

           EXEC SQL DECLARE R08-CUR CURSOR FOR
              SELECT O.ORDER_ID, O.CLIENT_ID, O.TOTAL_AMT, 0
                FROM CLAPP.ORDERS O
               WHERE O.DELETED_FLAG <> 'Y'
                 AND NOT EXISTS
                     (SELECT 1
                        FROM CLAPP.CLIENTS C
                       WHERE C.CLIENT_ID = O.CLIENT_ID)
               ORDER BY O.ORDER_ID
           END-EXEC

           EXEC SQL OPEN R08-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH R08-CUR INTO :HV-KEY1, :HV-KEY2, :HV-VAL1,
                       :HV-VAL2
              END-EXEC
              PERFORM TAKE-FETCHED-ROW
           END-PERFORM

           EXEC SQL CLOSE R08-CUR END-EXEC.

       TAKE-FETCHED-ROW.

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM RECORD-VIOLATION
              WHEN 100
                 MOVE 'Y' TO WS-EOF
              WHEN OTHER
                 MOVE 'Y' TO WS-EOF
                 MOVE 'Y' TO WS-RULE-FAILED
                 MOVE 'TAKE-FETCHED-ROW' TO SQE-PARAGRAPH
                 MOVE 'rule scan fetch' TO SQE-STATEMENT
                 MOVE 'rule' TO SQE-KEY
                 MOVE WS-R TO SQE-KEY(6:4)
                 MOVE 'U' TO SQE-SCOPE
                 PERFORM SQL-ERROR
           END-EVALUATE.

      * a violation already on file only has its last-seen date
      * moved on; one not on file is new from today
       RECORD-VIOLATION.

           ADD 1 TO WS-RULE-FOUND(WS-R)
           ADD 1 TO WS-TOTAL-FOUND

           MOVE WS-R              TO WS-RPT-RULE
           MOVE WS-RULE-SEV(WS-R) TO WS-RPT-SEV
           MOVE HV-KEY1           TO WS-RPT-KEY1
           MOVE HV-KEY2           TO WS-RPT-KEY2
           MOVE SPACES            TO WS-RPT-NEW
           MOVE WS-RULE-CAP1(WS-R) TO WS-RPT-CAP1
           MOVE HV-VAL1           TO WS-RPT-VAL1
           MOVE WS-RULE-CAP2(WS-R) TO WS-RPT-CAP2
           MOVE HV-VAL2           TO WS-RPT-VAL2
           IF WS-RPT-CAP1 = SPACES
              MOVE SPACES TO WS-RPT-VAL1-X
           END-IF
           IF WS-RPT-CAP2 = SPACES
              MOVE SPACES TO WS-RPT-VAL2-X
           END-IF

           MOVE SPACES TO HV-DETAIL
           STRING WS-RPT-CAP1 WS-RPT-VAL1-X ' ' WS-RPT-CAP2
              WS-RPT-VAL2-X
              DELIMITED BY SIZE INTO HV-DETAIL
           END-STRING

           EXEC SQL
              UPDATE CLAPP.INTEGRITY_VIOLATIONS
                 SET LAST_SEEN = :HV-TODAY,
                     DETAIL    = :HV-DETAIL
               WHERE RULE_NO = :HV-RULE-NO
                 AND KEY1    = :HV-KEY1
                 AND KEY2    = :HV-KEY2
           END-EXEC
           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO CLAPP.INTEGRITY_VIOLATIONS
                 (RULE_NO, KEY1, KEY2, FIRST_SEEN, LAST_SEEN, DETAIL)
                 VALUES (:HV-RULE-NO, :HV-KEY1, :HV-KEY2,
                         :HV-TODAY, :HV-TODAY, :HV-DETAIL)
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'NEW' TO WS-RPT-NEW
                 ADD 1 TO WS-RULE-NEW(WS-R)
                 IF WS-RULE-SEV(WS-R) = 'C'
                    ADD 1 TO WS-NEW-CRITICAL
                 END-IF
              END-IF
           ELSE
              EXEC SQL
                 SELECT COUNT(*) INTO :HV-NEW
                   FROM CLAPP.INTEGRITY_VIOLATIONS
                  WHERE RULE_NO    = :HV-RULE-NO
                    AND KEY1       = :HV-KEY1
                    AND KEY2       = :HV-KEY2
                    AND FIRST_SEEN = :HV-TODAY
              END-EXEC
              IF SQLCODE = 0 AND HV-NEW > 0
                 MOVE 'NEW' TO WS-RPT-NEW
                 ADD 1 TO WS-RULE-NEW(WS-R)
                 IF WS-RULE-SEV(WS-R) = 'C'
                    ADD 1 TO WS-NEW-CRITICAL
                 END-IF
              END-IF
           END-IF
           IF SQLCODE < 0
              MOVE 'Y' TO WS-EOF
              MOVE 'Y' TO WS-RULE-FAILED
              MOVE 'RECORD-VIOLATION' TO SQE-PARAGRAPH
              MOVE 'violation record' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'rule      key ' HV-KEY1 ' ' HV-KEY2
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE WS-R TO SQE-KEY(6:4)
              MOVE 'U' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           WRITE RPT-REC FROM WS-RPT-LINE.

       CLOSE-OUT-RULE.

           EXEC SQL
              DELETE FROM CLAPP.INTEGRITY_VIOLATIONS
               WHERE RULE_NO   = :HV-RULE-NO
                 AND LAST_SEEN < :HV-TODAY
           END-EXEC
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO WS-RULE-GONE(WS-R)
           END-IF

           EXEC SQL
              SELECT H.VIOLATIONS INTO :HV-PREV
                FROM CLAPP.INTEGRITY_HISTORY H
               WHERE H.RULE_NO  = :HV-RULE-NO
                 AND H.RUN_DATE =
                     (SELECT MAX(H2.RUN_DATE)
                        FROM CLAPP.INTEGRITY_HISTORY H2
                       WHERE H2.RULE_NO  = :HV-RULE-NO
                         AND H2.RUN_DATE < :HV-TODAY)
           END-EXEC
           IF SQLCODE = 0
              MOVE HV-PREV TO WS-RULE-PREV(WS-R)
              MOVE 'Y'     TO WS-RULE-HAS-PREV(WS-R)
           END-IF

      * a rerun the same day replaces the day's row, keeping the
      * resolved count of the first run
           MOVE 0 TO HV-GONE
           EXEC SQL
              SELECT RESOLVED INTO :HV-GONE
                FROM CLAPP.INTEGRITY_HISTORY
               WHERE RULE_NO  = :HV-RULE-NO
                 AND RUN_DATE = :HV-TODAY
           END-EXEC
           ADD WS-RULE-GONE(WS-R) TO HV-GONE
           MOVE HV-GONE TO WS-RULE-GONE(WS-R)

           EXEC SQL
              DELETE FROM CLAPP.INTEGRITY_HISTORY
               WHERE RULE_NO  = :HV-RULE-NO
                 AND RUN_DATE = :HV-TODAY
           END-EXEC

           MOVE WS-RULE-FOUND(WS-R) TO HV-FOUND
           MOVE WS-RULE-NEW(WS-R)   TO HV-NEW
           EXEC SQL
              INSERT INTO CLAPP.INTEGRITY_HISTORY
              (RUN_DATE, RULE_NO, VIOLATIONS, NEW_VIOLATIONS,
               RESOLVED)
              VALUES (:HV-TODAY, :HV-RULE-NO, :HV-FOUND, :HV-NEW,
                      :HV-GONE)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-RULE-FAILED
              MOVE 'CLOSE-OUT-RULE' TO SQE-PARAGRAPH
              MOVE 'integrity history insert' TO SQE-STATEMENT
              MOVE 'rule' TO SQE-KEY
              MOVE WS-R TO SQE-KEY(6:4)
              MOVE 'U' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF.

       WRITE-RULE-SUMMARY.

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE 'RULE SUMMARY - NOW = FOUND TODAY, WAS = PREVIOUS RUN'
              TO RPT-REC
           WRITE RPT-REC

           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RULE-MAX
              MOVE WS-R                TO WS-SUM-RULE
              MOVE WS-RULE-SEV(WS-R)   TO WS-SUM-SEV
              MOVE WS-RULE-DESC(WS-R)  TO WS-SUM-DESC
              MOVE WS-RULE-FOUND(WS-R) TO WS-SUM-FOUND
              IF WS-RULE-HAS-PREV(WS-R) = 'Y'
                 MOVE WS-RULE-PREV(WS-R) TO WS-SUM-PREV-N
              ELSE
                 MOVE '    N/A' TO WS-SUM-PREV
              END-IF
              MOVE WS-RULE-NEW(WS-R)   TO WS-SUM-NEW
              MOVE WS-RULE-GONE(WS-R)  TO WS-SUM-GONE
              WRITE RPT-REC FROM WS-SUM-LINE
           END-PERFORM.

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
           MOVE 'VIOLATIONS'     TO RUN-COUNT-LABEL(1)
           MOVE WS-TOTAL-FOUND TO RUN-COUNT(1)
           MOVE 'NEW CRITICAL'   TO RUN-COUNT-LABEL(2)
           MOVE WS-NEW-CRITICAL TO RUN-COUNT(2)
           MOVE 'ERRORS'         TO RUN-COUNT-LABEL(3)
           MOVE WS-ERRORS TO RUN-COUNT(3)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

       END PROGRAM CLINTEG.
