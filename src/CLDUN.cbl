      *-------------------------------------------------------------*
      * Program: CLDUN - nightly dunning run for overdue invoices   *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Picks up every CLAPP.INVOICES row past its due date that    *
      * still carries an open balance (gross less the payments and  *
      * credit notes booked against its order) and escalates it one *
      * reminder level per run - 1 reminder, 2 second reminder, 3   *
      * final demand - once the parameter card's grace days for     *
      * that level have run out and, after the first reminder, the  *
      * gap between that level's grace and the last one's has       *
      * passed since the previous letter. Every letter sent is      *
      * recorded in CLAPP.DUNNING_HISTORY, so no invoice ever       *
      * receives the same level twice and a rerun of the night      *
      * sends nothing new. History row and audit row commit per     *
      * invoice before the letter is written to the letter file.    *
      * Grace days are calendar days unless the card asks for       *
      * working days (B) or TARGET2 days (T) of the company's (or a *
      * named country's) calendar through CLBDAY; the letter and    *
      * the history still state the calendar days overdue.          *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLDUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRMFILE ASSIGN TO UT-S-DUNPRM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT LTRFILE ASSIGN TO UT-S-DUNOUT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * grace days past the due date before each level may go out
       FD  PRMFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 16 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRM-CARD.
       01  PRM-CARD                 PIC X(16).
       FD  LTRFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LTR-REC.
       01  LTR-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLDUN'.
       01  WS-PARM-EOF              PIC X(1)  VALUE 'N'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-GRACE-1               PIC S9(4) COMP VALUE 7.
       01  WS-GRACE-2               PIC S9(4) COMP VALUE 21.
       01  WS-GRACE-3               PIC S9(4) COMP VALUE 35.
       01  WS-EARNED-LEVEL          PIC 9(1)  VALUE 0.
       01  WS-OPEN-AMT              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-LETTERS               PIC 9(9) COMP VALUE 0.
       01  WS-FINAL-DONE            PIC 9(9) COMP VALUE 0.
       01  WS-ERRORS                PIC 9(9) COMP VALUE 0.
       01  WS-LEVEL-COUNTS.
           05  WS-LEVEL-COUNT       PIC 9(9) COMP OCCURS 3 TIMES.
       01  WS-TODAY-RAW             PIC X(21) VALUE SPACES.
       01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.
       01  WS-INV-NO-D              PIC 9(9).
       01  WS-DUN-LEVEL-D           PIC 9(1).
       01  WS-DUN-AGE               PIC S9(9) COMP VALUE 0.
       01  WS-DUN-SINCE             PIC S9(9) COMP VALUE 0.
       01  WS-DUN-GAP               PIC S9(4) COMP VALUE 0.
       01  WS-DAY-BASIS             PIC X(1)  VALUE 'C'.
       01  WS-CAL-COUNTRY           PIC X(2)  VALUE SPACES.
       01  WS-CAL-WARNED            PIC X(1)  VALUE 'N'.

       COPY CLBDAPI.

      * letter wording per level - the title heads the letter, the
      * body line states what is asked of the client
       01  WS-LEVEL-TEXT-VALUES.
           05  FILLER               PIC X(30) VALUE
               'PAYMENT REMINDER'.
           05  FILLER               PIC X(50) VALUE
               'Our records show the invoice below as unpaid.'.
           05  FILLER               PIC X(50) VALUE
               'Please arrange payment as soon as possible.'.
           05  FILLER               PIC X(30) VALUE
               'SECOND PAYMENT REMINDER'.
           05  FILLER               PIC X(50) VALUE
               'The invoice below remains unpaid despite our'.
           05  FILLER               PIC X(50) VALUE
               'reminder. Please pay within 7 days.'.
           05  FILLER               PIC X(30) VALUE
               'FINAL DEMAND'.
           05  FILLER               PIC X(50) VALUE
               'Unless the open amount below is received within'.
           05  FILLER               PIC X(50) VALUE
               '7 days the matter will be passed to collections.'.
       01  WS-LEVEL-TEXTS REDEFINES WS-LEVEL-TEXT-VALUES.
           05  WS-LEVEL-ENTRY       OCCURS 3 TIMES.
               10  WS-LEVEL-TITLE   PIC X(30).
               10  WS-LEVEL-BODY    PIC X(100).

       01  WS-LTR-HDG.
           05  WS-LTR-TITLE         PIC X(30).
           05  FILLER               PIC X(7)  VALUE ' LEVEL '.
           05  WS-LTR-LEVEL         PIC 9(1).
           05  FILLER               PIC X(7)  VALUE '  DATE '.
           05  WS-LTR-DATE          PIC X(10).
           05  FILLER               PIC X(77) VALUE SPACES.

       01  WS-LTR-TO.
           05  FILLER               PIC X(4)  VALUE 'TO: '.
           05  WS-LTR-CLIENT        PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-LTR-NAME          PIC X(35).
           05  FILLER               PIC X(82) VALUE SPACES.

       01  WS-LTR-ADDR.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  WS-LTR-ADDR-OUT      PIC X(66).
           05  FILLER               PIC X(62) VALUE SPACES.

       01  WS-LTR-BODY.
           05  WS-LTR-BODY-OUT      PIC X(100).
           05  FILLER               PIC X(32) VALUE SPACES.

       01  WS-LTR-INVOICE.
           05  FILLER               PIC X(8)  VALUE 'INVOICE '.
           05  WS-LTR-INV-NO        PIC 9(9).
           05  FILLER               PIC X(4)  VALUE ' OF '.
           05  WS-LTR-INV-DATE      PIC X(10).
           05  FILLER               PIC X(7)  VALUE ' ORDER '.
           05  WS-LTR-ORDER         PIC X(12).
           05  FILLER               PIC X(5)  VALUE ' DUE '.
           05  WS-LTR-DUE           PIC X(10).
           05  FILLER               PIC X(15) VALUE '  DAYS OVERDUE '.
           05  WS-LTR-DAYS          PIC ZZZ9.
           05  FILLER               PIC X(8)  VALUE '  OPEN: '.
           05  WS-LTR-OPEN          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(24) VALUE SPACES.

      * the parameter card, with any setting in force in
      * CLAPP.BATCH_PARMS laid over it by CLPARM
       01  PRM-REC.
           05  PRM-GRACE-1          PIC 9(3).
           05  FILLER               PIC X(1).
           05  PRM-GRACE-2          PIC 9(3).
           05  FILLER               PIC X(1).
           05  PRM-GRACE-3          PIC 9(3).
           05  FILLER               PIC X(1).
           05  PRM-DAY-BASIS        PIC X(1).
           05  FILLER               PIC X(1).
           05  PRM-CAL-COUNTRY      PIC X(2).

      * card fields CLPARM may take from the table: name,
      * column, length, type and description
       01  WS-PARM-DEFS.
           05  FILLER               PIC X(48) VALUE
               'GRACE-1     00103NGrace days to first reminder  '.
           05  FILLER               PIC X(48) VALUE
               'GRACE-2     00503NGrace days to second reminder '.
           05  FILLER               PIC X(48) VALUE
               'GRACE-3     00903NGrace days to final demand    '.
           05  FILLER               PIC X(48) VALUE
               'DAY-BASIS   01301XB working/T TARGET2 days      '.
           05  FILLER               PIC X(48) VALUE
               'CAL-COUNTRY 01502XCalendar country (with basis) '.

       COPY CLPRMAPI.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-INV-NO                PIC S9(9) COMP.
       01  HV-ORDER-ID              PIC X(12).
       01  HV-CLIENT-ID             PIC X(10).
       01  HV-NAME                  PIC X(35).
       01  HV-ADDR1                 PIC X(30).
       01  HV-ADDR2                 PIC X(30).
       01  HV-COUNTRY               PIC X(2).
       01  HV-INV-DATE              PIC X(10).
       01  HV-DUE-DATE              PIC X(10).
       01  HV-GROSS-AMT             PIC S9(11)V99 COMP-3.
       01  HV-PAID-AMT              PIC S9(11)V99 COMP-3.
       01  HV-CREDIT-AMT            PIC S9(11)V99 COMP-3.
       01  HV-OPEN-AMT              PIC S9(11)V99 COMP-3.
       01  HV-DAYS-OVERDUE          PIC S9(9) COMP.
       01  HV-LAST-LEVEL            PIC S9(4) COMP.
       01  HV-LAST-DUN-DATE         PIC X(10).
       01  HV-DAYS-SINCE-DUN        PIC S9(9) COMP.
       01  HV-DUN-LEVEL             PIC S9(4) COMP.
       01  HV-GRACE-CUTOFF          PIC X(10).
       01  HV-AUD-KEY               PIC X(12).
       01  HV-AUD-DETAIL            PIC X(70).
       01  HV-BATCH-USER            PIC X(8)  VALUE 'CLDUN'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           PERFORM READ-PARM-CARD

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-RAW
           STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
              WS-TODAY-RAW(7:2)
              DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING
           MOVE 0 TO WS-LEVEL-COUNT(1)
           MOVE 0 TO WS-LEVEL-COUNT(2)
           MOVE 0 TO WS-LEVEL-COUNT(3)

           OPEN OUTPUT LTRFILE

      * overdue by the level-1 grace or more is due before the day
      * whose age is one less - plain date arithmetic in calendar
      * mode, the business calendar otherwise
           MOVE 'B'           TO BDY-REQ-TYPE
           MOVE WS-TODAY-DATE TO BDY-REQ-DATE
           COMPUTE BDY-REQ-DAYS = WS-GRACE-1 - 1
           PERFORM CALL-CALENDAR
           IF BDY-RESP-RC >= 08
              DISPLAY 'ERROR: ' WS-PROG-NAME
                 ' grace cutoff not found - ' BDY-RESP-MSG
              CLOSE LTRFILE
              MOVE 8 TO RETURN-CODE
              PERFORM RECORD-RUN-END
              GOBACK
           END-IF
           MOVE BDY-RESP-DATE TO HV-GRACE-CUTOFF

      * nothing younger than the level-1 grace can be dunned, so the
      * cursor leaves those invoices in the database; nor is an
      * invoice out for direct-debit collection - the bank is
      * already drawing the money
           EXEC SQL DECLARE DUN-CUR CURSOR WITH HOLD FOR
              SELECT I.INV_NO, I.ORDER_ID, I.CLIENT_ID, C.NAME,
                     COALESCE(C.ADDR_LINE1,''),
                     COALESCE(C.ADDR_LINE2,''),
                     COALESCE(C.COUNTRY,''),
                     I.INV_DATE, I.DUE_DATE, I.GROSS_AMT,
                     COALESCE((SELECT SUM(P.PAY_AMT)
                                 FROM CLAPP.PAYMENTS P
                                WHERE P.ORDER_ID = I.ORDER_ID), 0),
                     COALESCE((SELECT SUM(N.GROSS_AMT)
                                 FROM CLAPP.CREDIT_NOTES N
                                WHERE N.ORDER_ID = I.ORDER_ID), 0),
                     DAYS(CURRENT DATE) - DAYS(I.DUE_DATE),
                     COALESCE((SELECT MAX(H.DUN_LEVEL)
                                 FROM CLAPP.DUNNING_HISTORY H
                                WHERE H.INV_NO = I.INV_NO), 0),
                     COALESCE((SELECT CHAR(MAX(L.DUN_DATE), ISO)
                                 FROM CLAPP.DUNNING_HISTORY L
                                WHERE L.INV_NO = I.INV_NO
                                  AND L.DUN_LEVEL =
                                      (SELECT MAX(H.DUN_LEVEL)
                                         FROM CLAPP.DUNNING_HISTORY H
                                        WHERE H.INV_NO = I.INV_NO)),
                              ''),
                     COALESCE(DAYS(CURRENT DATE) -
                              (SELECT DAYS(MAX(L.DUN_DATE))
                                 FROM CLAPP.DUNNING_HISTORY L
                                WHERE L.INV_NO = I.INV_NO
                                  AND L.DUN_LEVEL =
                                      (SELECT MAX(H.DUN_LEVEL)
                                         FROM CLAPP.DUNNING_HISTORY H
                                        WHERE H.INV_NO = I.INV_NO)),
                              0)
                FROM CLAPP.INVOICES I
                     INNER JOIN CLAPP.CLIENTS C
                        ON C.CLIENT_ID = I.CLIENT_ID
               WHERE I.DUE_DATE IS NOT NULL
                 AND I.DUE_DATE < :HV-GRACE-CUTOFF
                 AND COALESCE(I.COLL_STATUS,' ') <> 'C'
               ORDER BY I.CLIENT_ID, I.INV_NO
           END-EXEC

           EXEC SQL OPEN DUN-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH DUN-CUR INTO :HV-INV-NO, :HV-ORDER-ID,
                       :HV-CLIENT-ID, :HV-NAME, :HV-ADDR1,
                       :HV-ADDR2, :HV-COUNTRY, :HV-INV-DATE,
                       :HV-DUE-DATE, :HV-GROSS-AMT, :HV-PAID-AMT,
                       :HV-CREDIT-AMT, :HV-DAYS-OVERDUE,
                       :HV-LAST-LEVEL, :HV-LAST-DUN-DATE,
                       :HV-DAYS-SINCE-DUN
              END-EXEC
              IF SQLCODE = 0
                 PERFORM JUDGE-ONE-INVOICE
              ELSE
                 IF SQLCODE NOT = 100
                    ADD 1 TO WS-ERRORS
                    MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
                    MOVE 'fetch DUN-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE DUN-CUR END-EXEC

           CLOSE LTRFILE

           DISPLAY '*** ' WS-PROG-NAME ' sent ' WS-LETTERS
              ' letter(s): level 1 ' WS-LEVEL-COUNT(1)
              ' level 2 ' WS-LEVEL-COUNT(2)
              ' level 3 ' WS-LEVEL-COUNT(3)
           DISPLAY '*** ' WS-PROG-NAME ' past final demand: '
              WS-FINAL-DONE ', ' WS-ERRORS ' error(s)'
           EVALUATE TRUE
              WHEN WS-ERRORS > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-CAL-WARNED = 'Y'
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
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
              IF PRM-GRACE-1 IS NUMERIC AND PRM-GRACE-1 > 0
                 MOVE PRM-GRACE-1 TO WS-GRACE-1
              END-IF
              IF PRM-GRACE-2 IS NUMERIC AND PRM-GRACE-2 > 0
                 MOVE PRM-GRACE-2 TO WS-GRACE-2
              END-IF
              IF PRM-GRACE-3 IS NUMERIC AND PRM-GRACE-3 > 0
                 MOVE PRM-GRACE-3 TO WS-GRACE-3
              END-IF
              IF PRM-DAY-BASIS = 'B' OR PRM-DAY-BASIS = 'T'
                 MOVE PRM-DAY-BASIS   TO WS-DAY-BASIS
                 MOVE PRM-CAL-COUNTRY TO WS-CAL-COUNTRY
              END-IF
           END-IF
           IF WS-GRACE-2 < WS-GRACE-1 OR WS-GRACE-3 < WS-GRACE-2
              DISPLAY 'WARNING: ' WS-PROG-NAME
                 ' grace days not ascending - using defaults'
              MOVE 7  TO WS-GRACE-1
              MOVE 21 TO WS-GRACE-2
              MOVE 35 TO WS-GRACE-3
           END-IF
           .

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

      * one step per run: the next level goes out only when the
      * invoice has also earned it by days overdue, so a long-
      * forgotten invoice still walks through reminder, second
      * reminder and final demand instead of opening with the last.
      * After the first reminder the client also gets the gap
      * between the two levels' grace days since the previous
      * letter, so the walk is paced as the card intends rather
      * than a letter a night.
       JUDGE-ONE-INVOICE.

           COMPUTE WS-OPEN-AMT =
              HV-GROSS-AMT - HV-PAID-AMT + HV-CREDIT-AMT

           MOVE HV-DAYS-OVERDUE TO WS-DUN-AGE
           IF WS-DAY-BASIS NOT = 'C'
              MOVE 'C'           TO BDY-REQ-TYPE
              MOVE HV-DUE-DATE   TO BDY-REQ-DATE
              MOVE WS-TODAY-DATE TO BDY-REQ-DATE2
              PERFORM CALL-CALENDAR
              IF BDY-RESP-RC < 08
                 MOVE BDY-RESP-DAYS TO WS-DUN-AGE
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN WS-DUN-AGE >= WS-GRACE-3
                 MOVE 3 TO WS-EARNED-LEVEL
              WHEN WS-DUN-AGE >= WS-GRACE-2
                 MOVE 2 TO WS-EARNED-LEVEL
              WHEN WS-DUN-AGE >= WS-GRACE-1
                 MOVE 1 TO WS-EARNED-LEVEL
              WHEN OTHER
                 MOVE 0 TO WS-EARNED-LEVEL
           END-EVALUATE

           IF WS-OPEN-AMT > 0
              IF HV-LAST-LEVEL >= 3
                 ADD 1 TO WS-FINAL-DONE
              ELSE
                 IF WS-EARNED-LEVEL > HV-LAST-LEVEL
                    COMPUTE HV-DUN-LEVEL = HV-LAST-LEVEL + 1
                    PERFORM CHECK-DUNNING-GAP
                    IF WS-DUN-SINCE >= WS-DUN-GAP
                       PERFORM RECORD-DUNNING
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * days since the previous letter, counted on the same basis
      * as the grace days, against the gap between the grace of the
      * level due and the grace of the level last sent
       CHECK-DUNNING-GAP.

           EVALUATE HV-DUN-LEVEL
              WHEN 3
                 COMPUTE WS-DUN-GAP = WS-GRACE-3 - WS-GRACE-2
              WHEN 2
                 COMPUTE WS-DUN-GAP = WS-GRACE-2 - WS-GRACE-1
              WHEN OTHER
                 MOVE 0 TO WS-DUN-GAP
           END-EVALUATE

           MOVE HV-DAYS-SINCE-DUN TO WS-DUN-SINCE
           IF WS-DUN-GAP > 0
              AND HV-LAST-DUN-DATE NOT = SPACES
              AND WS-DAY-BASIS NOT = 'C'
              MOVE 'C'              TO BDY-REQ-TYPE
              MOVE HV-LAST-DUN-DATE TO BDY-REQ-DATE
              MOVE WS-TODAY-DATE    TO BDY-REQ-DATE2
              PERFORM CALL-CALENDAR
              IF BDY-RESP-RC < 08
                 MOVE BDY-RESP-DAYS TO WS-DUN-SINCE
              END-IF
           END-IF.

      * the history row is the guard - its key is invoice and level,
      * so a duplicate means the level already went out and nothing
      * is sent again. Each invoice is its own unit under a savepoint
      * so a failure is undone without closing DUN-CUR.
       RECORD-DUNNING.

           MOVE WS-OPEN-AMT TO HV-OPEN-AMT
           EXEC SQL
              SAVEPOINT DUNNING_UNIT ON ROLLBACK RETAIN CURSORS
           END-EXEC
           EXEC SQL
              INSERT INTO CLAPP.DUNNING_HISTORY
              (INV_NO, DUN_LEVEL, DUN_DATE, CLIENT_ID, OPEN_AMT,
               DAYS_OVERDUE)
              VALUES (:HV-INV-NO, :HV-DUN-LEVEL, CURRENT DATE,
                      :HV-CLIENT-ID, :HV-OPEN-AMT, :HV-DAYS-OVERDUE)
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = -803
                 DISPLAY 'WARNING: ' WS-PROG-NAME ' invoice '
                    HV-INV-NO ' level ' HV-DUN-LEVEL
                    ' already dunned - skipped'
                 EXEC SQL ROLLBACK TO SAVEPOINT DUNNING_UNIT END-EXEC
              WHEN SQLCODE NOT = 0
                 ADD 1 TO WS-ERRORS
                 MOVE 'RECORD-DUNNING' TO SQE-PARAGRAPH
                 MOVE 'dunning history insert' TO SQE-STATEMENT
                 MOVE 'invoice' TO SQE-KEY
                 MOVE HV-INV-NO TO SQE-KEY(9:9)
                 MOVE 'P' TO SQE-SCOPE
                 PERFORM SQL-ERROR
              WHEN OTHER
                 MOVE HV-INV-NO TO WS-INV-NO-D
                 MOVE WS-INV-NO-D TO HV-AUD-KEY
                 MOVE HV-DUN-LEVEL TO WS-DUN-LEVEL-D
                 MOVE SPACES TO HV-AUD-DETAIL
                 STRING 'Dunning level ' DELIMITED BY SIZE
                    WS-DUN-LEVEL-D DELIMITED BY SIZE
                    ' sent, order ' DELIMITED BY SIZE
                    FUNCTION TRIM(HV-ORDER-ID) DELIMITED BY SIZE
                    INTO HV-AUD-DETAIL
                 END-STRING
                 EXEC SQL
                    INSERT INTO CLAPP.AUDIT_LOG
                    (TABLE_NAME, REC_KEY, ACTION, AUD_TS, DETAIL,
                     USER_ID)
                    VALUES ('INVOICES', :HV-AUD-KEY, 'U',
                            CURRENT TIMESTAMP, :HV-AUD-DETAIL,
                            :HV-BATCH-USER)
                 END-EXEC
                 IF SQLCODE NOT = 0
                    ADD 1 TO WS-ERRORS
                    MOVE 'RECORD-DUNNING' TO SQE-PARAGRAPH
                    MOVE 'audit log insert' TO SQE-STATEMENT
                    MOVE 'invoice' TO SQE-KEY
                    MOVE HV-INV-NO TO SQE-KEY(9:9)
                    MOVE 'P' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 ELSE
                    EXEC SQL COMMIT END-EXEC
                    ADD 1 TO WS-LETTERS
                    ADD 1 TO WS-LEVEL-COUNT(HV-DUN-LEVEL)
                    PERFORM WRITE-DUNNING-LETTER
                 END-IF
           END-EVALUATE.

       WRITE-DUNNING-LETTER.

           MOVE WS-LEVEL-TITLE(HV-DUN-LEVEL) TO WS-LTR-TITLE
           MOVE HV-DUN-LEVEL  TO WS-LTR-LEVEL
           MOVE WS-TODAY-DATE TO WS-LTR-DATE
           MOVE SPACES TO LTR-REC
           WRITE LTR-REC
           WRITE LTR-REC FROM WS-LTR-HDG

           MOVE HV-CLIENT-ID TO WS-LTR-CLIENT
           MOVE HV-NAME      TO WS-LTR-NAME
           WRITE LTR-REC FROM WS-LTR-TO
           MOVE SPACES TO WS-LTR-ADDR-OUT
           STRING FUNCTION TRIM(HV-ADDR1) ', '
              FUNCTION TRIM(HV-ADDR2) ' '
              HV-COUNTRY
              DELIMITED BY SIZE INTO WS-LTR-ADDR-OUT
           END-STRING
           WRITE LTR-REC FROM WS-LTR-ADDR

           MOVE WS-LEVEL-BODY(HV-DUN-LEVEL) TO WS-LTR-BODY-OUT
           WRITE LTR-REC FROM WS-LTR-BODY

           MOVE HV-INV-NO       TO WS-LTR-INV-NO
           MOVE HV-INV-DATE     TO WS-LTR-INV-DATE
           MOVE HV-ORDER-ID     TO WS-LTR-ORDER
           MOVE HV-DUE-DATE     TO WS-LTR-DUE
           MOVE HV-DAYS-OVERDUE TO WS-LTR-DAYS
           MOVE WS-OPEN-AMT     TO WS-LTR-OPEN
           WRITE LTR-REC FROM WS-LTR-INVOICE.

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
           MOVE 'LETTERS'        TO RUN-COUNT-LABEL(1)
           MOVE WS-LETTERS TO RUN-COUNT(1)
           MOVE 'FINAL DONE'     TO RUN-COUNT-LABEL(2)
           MOVE WS-FINAL-DONE TO RUN-COUNT(2)
           MOVE 'ERRORS'         TO RUN-COUNT-LABEL(3)
           MOVE WS-ERRORS TO RUN-COUNT(3)
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

       END PROGRAM CLDUN.
