      *-------------------------------------------------------------*
      * Program: CLESL - quarterly EC Sales List                    *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Totals the net value of our intra-community supplies        *
      * (reverse charge, VAT category K) per customer VAT ID for    *
      * the quarter: ORDER_ITEMS lines by order date less the       *
      * CREDIT_NOTE_ITEMS lines by credit-note date - the same      *
      * selection VATRPT prints as its intra-EU line, so the list   *
      * and the VAT return reconcile. The VAT ID is the one stamped *
      * on the order when the line was booked. The parameter card   *
      * (DD UT-S-ESLPRM) gives the date range; without one the      *
      * previous calendar quarter is listed. Supplies that cannot   *
      * be tied to a VAT ID are listed as exceptions with RC 4.     *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLESL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRMFILE ASSIGN TO UT-S-ESLPRM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO UT-S-ESLRPT
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
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLESL'.
       01  WS-PARM-EOF              PIC X(1)  VALUE 'N'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-CUSTOMERS             PIC 9(9) COMP VALUE 0.
       01  WS-EXCEPTIONS            PIC 9(9) COMP VALUE 0.
       01  WS-TOT-VALUE             PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TODAY-RAW             PIC X(21) VALUE SPACES.
       01  WS-YEAR                  PIC 9(4)  VALUE 0.
       01  WS-MONTH                 PIC 9(2)  VALUE 0.
       01  WS-QTR                   PIC 9(1)  VALUE 0.

      * first and last day of each calendar quarter
       01  WS-QTR-BOUNDS-DATA.
           05  FILLER               PIC X(10) VALUE '01-0103-31'.
           05  FILLER               PIC X(10) VALUE '04-0106-30'.
           05  FILLER               PIC X(10) VALUE '07-0109-30'.
           05  FILLER               PIC X(10) VALUE '10-0112-31'.
       01  WS-QTR-BOUNDS REDEFINES WS-QTR-BOUNDS-DATA.
           05  WS-QTR-BOUND         OCCURS 4 TIMES.
               10  WS-QTR-FIRST     PIC X(5).
               10  WS-QTR-LAST      PIC X(5).

       01  WS-HDG-LINE.
           05  FILLER               PIC X(16) VALUE 'EC SALES LIST  '.
           05  FILLER               PIC X(15) VALUE 'SUPPLIER VAT '.
           05  WS-HDG-VAT-ID        PIC X(14).
           05  FILLER               PIC X(9)  VALUE '  PERIOD '.
           05  WS-HDG-FROM          PIC X(10).
           05  FILLER               PIC X(4)  VALUE ' TO '.
           05  WS-HDG-TO            PIC X(10).
           05  FILLER               PIC X(22) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(8)  VALUE 'COUNTRY '.
           05  WS-DTL-CTRY          PIC X(2).
           05  FILLER               PIC X(9)  VALUE '  VAT ID '.
           05  WS-DTL-VAT-NO        PIC X(12).
           05  FILLER               PIC X(9)  VALUE '  CLIENT '.
           05  WS-DTL-CLIENT        PIC X(10).
           05  FILLER               PIC X(9)  VALUE '  VALUE: '.
           05  WS-DTL-VALUE         PIC -(12)9.99.
           05  FILLER               PIC X(25) VALUE SPACES.

       01  WS-EXC-LINE.
           05  FILLER               PIC X(31) VALUE
               'EXCEPTION  NO VAT ID  CLIENT '.
           05  WS-EXC-CLIENT        PIC X(10).
           05  FILLER               PIC X(9)  VALUE '  VALUE: '.
           05  WS-EXC-VALUE         PIC -(12)9.99.
           05  FILLER               PIC X(34) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05  FILLER               PIC X(10) VALUE 'TOTALS    '.
           05  WS-TRL-COUNT         PIC Z(8)9.
           05  FILLER               PIC X(14) VALUE ' CUSTOMER(S)  '.
           05  FILLER               PIC X(7)  VALUE 'VALUE: '.
           05  WS-TRL-VALUE         PIC -(12)9.99.
           05  FILLER               PIC X(44) VALUE SPACES.

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
       01  HV-OWN-VAT-ID            PIC X(14).
       01  HV-VAT-ID                PIC X(14).
       01  HV-CLIENT-ID             PIC X(10).
       01  HV-SUM-NET               PIC S9(13)V99 COMP-3.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           PERFORM READ-PARM-CARD

           MOVE SPACES TO HV-OWN-VAT-ID
           EXEC SQL
              SELECT COALESCE(VAT_ID,'')
                INTO :HV-OWN-VAT-ID
                FROM CLAPP.COMPANY_PROFILE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
              MOVE 'company profile select' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'W' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           OPEN OUTPUT RPTFILE

           MOVE HV-OWN-VAT-ID TO WS-HDG-VAT-ID
           MOVE HV-FROM-DATE  TO WS-HDG-FROM
           MOVE HV-TO-DATE    TO WS-HDG-TO
           WRITE RPT-REC FROM WS-HDG-LINE

      * supplies and their credit notes are summed together per VAT
      * ID, so a quarter's returns reduce the customer's value; the
      * lowest client ID labels a VAT ID shared by merged clients
           EXEC SQL DECLARE ESL-CUR CURSOR FOR
              SELECT X.VAT_ID, MIN(X.CLIENT_ID), SUM(X.NET_AMT)
                FROM (SELECT COALESCE(NULLIF(O.BUYER_VAT_ID,''),
                                      NULLIF(C.VAT_ID,''), ' ')
                                AS VAT_ID,
                             O.CLIENT_ID AS CLIENT_ID,
                             I.LINE_AMT AS NET_AMT
                        FROM CLAPP.ORDER_ITEMS I
                             INNER JOIN CLAPP.ORDERS O
                                ON O.ORDER_ID = I.ORDER_ID
                             LEFT OUTER JOIN CLAPP.CLIENTS C
                                ON C.CLIENT_ID = O.CLIENT_ID
                       WHERE O.DELETED_FLAG <> 'Y'
                         AND O.ORDER_DATE >= :HV-FROM-DATE
                         AND O.ORDER_DATE <= :HV-TO-DATE
                         AND I.VAT_CAT = 'K'
                      UNION ALL
                      SELECT COALESCE(NULLIF(O.BUYER_VAT_ID,''),
                                      NULLIF(C.VAT_ID,''), ' '),
                             O.CLIENT_ID,
                             CI.NET_AMT
                        FROM CLAPP.CREDIT_NOTE_ITEMS CI
                             INNER JOIN CLAPP.CREDIT_NOTES N
                                ON N.ORDER_ID = CI.ORDER_ID
                               AND N.CN_NO = CI.CN_NO
                             INNER JOIN CLAPP.ORDERS O
                                ON O.ORDER_ID = CI.ORDER_ID
                             LEFT OUTER JOIN CLAPP.CLIENTS C
                                ON C.CLIENT_ID = O.CLIENT_ID
                       WHERE N.CN_DATE >= :HV-FROM-DATE
                         AND N.CN_DATE <= :HV-TO-DATE
                         AND CI.VAT_CAT = 'K') X
               GROUP BY X.VAT_ID
               ORDER BY X.VAT_ID
           END-EXEC

           EXEC SQL OPEN ESL-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH ESL-CUR INTO :HV-VAT-ID, :HV-CLIENT-ID,
                       :HV-SUM-NET
              END-EXEC
              IF SQLCODE = 0
                 PERFORM WRITE-ESL-LINE
              ELSE
                 IF SQLCODE NOT = 100
                    MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
                    MOVE 'fetch ESL-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE ESL-CUR END-EXEC

           MOVE WS-CUSTOMERS TO WS-TRL-COUNT
           MOVE WS-TOT-VALUE TO WS-TRL-VALUE
           WRITE RPT-REC FROM WS-TRAILER-LINE

           CLOSE RPTFILE

           DISPLAY '*** ' WS-PROG-NAME ' listed ' WS-CUSTOMERS
              ' customer(s), ' WS-EXCEPTIONS ' exception(s)'
           IF WS-EXCEPTIONS > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

      * the list carries the member-state prefix and the number
      * separately, as the national ESL returns ask for them
       WRITE-ESL-LINE.

           IF HV-VAT-ID = SPACES
              ADD 1 TO WS-EXCEPTIONS
              DISPLAY 'WARNING: ' WS-PROG-NAME
                 ' reverse-charge supplies without VAT ID, client '
                 HV-CLIENT-ID
              MOVE HV-CLIENT-ID TO WS-EXC-CLIENT
              MOVE HV-SUM-NET   TO WS-EXC-VALUE
              WRITE RPT-REC FROM WS-EXC-LINE
           ELSE
              ADD 1 TO WS-CUSTOMERS
              ADD HV-SUM-NET TO WS-TOT-VALUE
              MOVE HV-VAT-ID(1:2)  TO WS-DTL-CTRY
              MOVE HV-VAT-ID(3:12) TO WS-DTL-VAT-NO
              MOVE HV-CLIENT-ID    TO WS-DTL-CLIENT
              MOVE HV-SUM-NET      TO WS-DTL-VALUE
              WRITE RPT-REC FROM WS-DETAIL-LINE
           END-IF.

      * no card, or a blank date, takes the previous calendar
      * quarter's boundary for that date
       READ-PARM-CARD.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-RAW
           MOVE WS-TODAY-RAW(1:4) TO WS-YEAR
           MOVE WS-TODAY-RAW(5:2) TO WS-MONTH
           COMPUTE WS-QTR = (WS-MONTH - 1) / 3 + 1
           IF WS-QTR = 1
              MOVE 4 TO WS-QTR
              SUBTRACT 1 FROM WS-YEAR
           ELSE
              SUBTRACT 1 FROM WS-QTR
           END-IF
           STRING WS-YEAR '-' WS-QTR-FIRST(WS-QTR)
              DELIMITED BY SIZE INTO HV-FROM-DATE
           END-STRING
           STRING WS-YEAR '-' WS-QTR-LAST(WS-QTR)
              DELIMITED BY SIZE INTO HV-TO-DATE
           END-STRING
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
           ELSE
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
           MOVE 'CUSTOMERS'      TO RUN-COUNT-LABEL(1)
           MOVE WS-CUSTOMERS TO RUN-COUNT(1)
           MOVE 'EXCEPTIONS'     TO RUN-COUNT-LABEL(2)
           MOVE WS-EXCEPTIONS TO RUN-COUNT(2)
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

       END PROGRAM CLESL.
