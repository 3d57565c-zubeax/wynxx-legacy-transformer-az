      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Computes each client's unpaid closed-order balance (order   *
      * total minus the CLAPP.PAYMENTS allocated against it) and    *
      * buckets it by age into 30/60/90-day and older columns - the *
      * collections spreadsheet as a nightly batch. An invoiced     *
      * order ages from its invoice due date, so balances still     *
      * inside their payment terms sit in the first column; only    *
      * orders not yet invoiced fall back to the order date.        *
      * An optional AGEPRM card (basis in column 1, country in 3-4) *
      * ages in working days (B) or TARGET2 days (T) through CLBDAY *
      * instead of calendar days; the heading says which.           *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRMFILE ASSIGN TO UT-S-AGEPRM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PRM-STATUS.
           SELECT RPTFILE ASSIGN TO UT-S-AGERPT
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
       01  WS-B90                   PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-BOVER                 PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CLIENT-COUNT          PIC 9(9) COMP VALUE 0.
       01  WS-PRM-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-DAY-BASIS             PIC X(1)  VALUE 'C'.
       01  WS-CAL-COUNTRY           PIC X(2)  VALUE SPACES.
       01  WS-CAL-WARNED            PIC X(1)  VALUE 'N'.
       01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.

       COPY CLBDAPI.

       01  WS-HEADING-1.
           05  FILLER               PIC X(48) VALUE
               'RECEIVABLES AGING - UNPAID CLOSED-ORDER BALANCE '.
           05  WS-HDG-DATE          PIC X(21) VALUE SPACES.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-HDG-BASIS         PIC X(61) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER               PIC X(63) VALUE
           05  WS-DTL-BOVER         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(17) VALUE SPACES.

      * the parameter card, with any setting in force in
      * CLAPP.BATCH_PARMS laid over it by CLPARM
       01  PRM-REC.
           05  PRM-DAY-BASIS        PIC X(1).
           05  FILLER               PIC X(1).
           05  PRM-CAL-COUNTRY      PIC X(2).
           05  FILLER               PIC X(76).

      * card fields CLPARM may take from the table: name,
      * column, length, type and description
       01  WS-PARM-DEFS.
           05  FILLER               PIC X(48) VALUE
               'DAY-BASIS   00101XB working/T TARGET2 days      '.
           05  FILLER               PIC X(48) VALUE
               'CAL-COUNTRY 00302XCalendar country (with basis) '.

       COPY CLPRMAPI.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       01  HV-NAME                  PIC X(35).
       01  HV-ORDER-ID              PIC X(12).
       01  HV-ORDER-DATE            PIC X(10).
       01  HV-AGE-DATE              PIC X(10).
       01  HV-TOTAL-AMT             PIC S9(11)V99 COMP-3.
       01  HV-PAID-AMT              PIC S9(11)V99 COMP-3.
       01  HV-CREDIT-AMT            PIC S9(11)V99 COMP-3.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-RAW
           COMPUTE WS-TODAY-INT =
              FUNCTION NUMVAL(WS-TODAY-RAW(1:8))
           COMPUTE WS-TODAY-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-INT)
           STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
              WS-TODAY-RAW(7:2)
              DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING

           PERFORM READ-PARM-CARD

           OPEN OUTPUT RPTFILE
           MOVE WS-TODAY-RAW TO WS-HDG-DATE
           EVALUATE WS-DAY-BASIS
              WHEN 'B'
                 MOVE 'I'           TO BDY-REQ-TYPE
                 MOVE WS-TODAY-DATE TO BDY-REQ-DATE
                 PERFORM CALL-CALENDAR
                 STRING 'AGE IN WORKING DAYS - ' BDY-RESP-COUNTRY
                    ' CALENDAR' DELIMITED BY SIZE INTO WS-HDG-BASIS
                 END-STRING
              WHEN 'T'
                 MOVE 'AGE IN TARGET2 SETTLEMENT DAYS' TO WS-HDG-BASIS
           END-EVALUATE
           WRITE RPT-REC FROM WS-HEADING-1
           WRITE RPT-REC FROM WS-HEADING-2

      * one row per closed order with its allocated payments, in
      * client order so the per-client buckets break naturally; the
      * age runs from the invoice due date where there is one
           EXEC SQL DECLARE AGE-CUR CURSOR FOR
              SELECT C.CLIENT_ID, C.NAME, O.ORDER_ID, O.ORDER_DATE,
                     COALESCE((SELECT MIN(I.DUE_DATE)
                                 FROM CLAPP.INVOICES I
                                WHERE I.ORDER_ID = O.ORDER_ID),
                              O.ORDER_DATE),
                     O.TOTAL_AMT,
                     COALESCE((SELECT SUM(P.PAY_AMT)
                                 FROM CLAPP.PAYMENTS P
           END-EXEC

           EXEC SQL OPEN AGE-CUR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
              MOVE 'open AGE-CUR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH AGE-CUR INTO :HV-CLIENT-ID, :HV-NAME,
                       :HV-ORDER-ID, :HV-ORDER-DATE, :HV-AGE-DATE,
                       :HV-TOTAL-AMT, :HV-PAID-AMT,
                       :HV-CREDIT-AMT
              END-EXEC
              IF SQLCODE = 0
                 PERFORM PROCESS-ONE-ORDER
              ELSE
                 IF SQLCODE NOT = 100
                    MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
                    MOVE 'fetch AGE-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           DISPLAY '*** ' WS-PROG-NAME ' wrote ' WS-CLIENT-COUNT
              ' client line(s)'
           IF WS-CAL-WARNED = 'Y' AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

      * no card, or a blank one, keeps calendar days
       READ-PARM-CARD.

           MOVE SPACES TO PRM-REC
           OPEN INPUT PRMFILE
           IF WS-PRM-STATUS = '00'
              READ PRMFILE INTO PRM-REC
                 AT END
                    CONTINUE
              END-READ
           END-IF
           CLOSE PRMFILE
           PERFORM GET-BATCH-PARMS
           IF PRM-REC NOT = SPACES
              MOVE PRM-REC TO RUN-PARMS
              IF PRM-DAY-BASIS = 'B' OR PRM-DAY-BASIS = 'T'
                 MOVE PRM-DAY-BASIS   TO WS-DAY-BASIS
                 MOVE PRM-CAL-COUNTRY TO WS-CAL-COUNTRY
              END-IF
           END-IF.

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

       PROCESS-ONE-ORDER.

           IF HV-CLIENT-ID NOT = WS-CUR-CLIENT
           COMPUTE WS-BALANCE =
              HV-TOTAL-AMT - HV-PAID-AMT + HV-CREDIT-AMT

      * not yet due gives a negative age - still the first column
           IF WS-BALANCE > 0
              COMPUTE WS-ORD-DATE-INT =
                 FUNCTION NUMVAL(HV-AGE-DATE(1:4)) * 10000
                 + FUNCTION NUMVAL(HV-AGE-DATE(6:2)) * 100
                 + FUNCTION NUMVAL(HV-AGE-DATE(9:2))
              COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS
                 - FUNCTION INTEGER-OF-DATE(WS-ORD-DATE-INT)
              IF WS-DAY-BASIS NOT = 'C'
                 MOVE 'C'           TO BDY-REQ-TYPE
                 MOVE HV-AGE-DATE   TO BDY-REQ-DATE
                 MOVE WS-TODAY-DATE TO BDY-REQ-DATE2
                 PERFORM CALL-CALENDAR
                 IF BDY-RESP-RC < 08
                    MOVE BDY-RESP-DAYS TO WS-AGE-DAYS
                 END-IF
              END-IF
              EVALUATE TRUE
                 WHEN WS-AGE-DAYS <= 30
                    ADD WS-BALANCE TO WS-B30
              MOVE 'N' TO WS-CLIENT-OPEN
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
           MOVE WS-CLIENT-COUNT TO RUN-COUNT(1)
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

       END PROGRAM CLAGING.
