      * Totals the stored per-line VAT figures by rate category     *
      * over the parameter card's date range - net, VAT and gross   *
      * per category plus a report total - so the filing comes from *
      * the booked lines instead of a spreadsheet. Intra-community  *
      * supplies (reverse charge, category K) net of their credit   *
      * notes get their own line, on the same date basis as the     *
      * CLESL EC Sales List so the two reconcile.                   *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VATRPT.
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 21 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRM-CARD.
       01  PRM-CARD                 PIC X(21).
       FD  RPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  WS-INV-GROSS         PIC Z(9)9.99.
           05  FILLER               PIC X(4)  VALUE SPACES.

      * memo line - the K supplies are already in the category and
      * report totals above
       01  WS-ICS-LINE.
           05  FILLER               PIC X(40) VALUE
               'INTRA-EU SUPPLIES (REVERSE CHARGE) NET: '.
           05  WS-ICS-NET           PIC -(12)9.99.
           05  FILLER               PIC X(44) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05  FILLER               PIC X(10) VALUE 'TOTALS    '.
           05  FILLER               PIC X(7)  VALUE '  NET: '.
           05  WS-TRL-GROSS         PIC Z(12)9.99.
           05  FILLER               PIC X(19) VALUE SPACES.

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
       01  HV-SUM-NET               PIC S9(13)V99 COMP-3.
       01  HV-SUM-VAT               PIC S9(13)V99 COMP-3.
       01  HV-SUM-GROSS             PIC S9(13)V99 COMP-3.
       01  HV-ICS-CN-NET            PIC S9(13)V99 COMP-3.
       01  HV-INV-NO                PIC S9(9) COMP.
       01  HV-INV-ORDER             PIC X(12).
       01  HV-INV-NET               PIC S9(11)V99 COMP-3.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           PERFORM READ-PARM-CARD

           OPEN OUTPUT RPTFILE
           END-EXEC

           EXEC SQL OPEN VAT-CUR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
              MOVE 'open VAT-CUR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 ADD HV-SUM-VAT   TO WS-TOT-VAT
                 ADD HV-SUM-GROSS TO WS-TOT-GROSS
              ELSE
                 IF SQLCODE NOT = 100
                    MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
                    MOVE 'fetch VAT-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           PERFORM NET-CREDIT-NOTES

           PERFORM WRITE-INTRA-EU-LINE

           MOVE WS-TOT-NET   TO WS-TRL-NET
           MOVE WS-TOT-VAT   TO WS-TRL-VAT
           MOVE WS-TOT-GROSS TO WS-TRL-GROSS
           PERFORM WRITE-INVOICE-DETAIL

           CLOSE RPTFILE
           PERFORM RECORD-RUN-END
           GOBACK.

      * credit-note lines are stored negative with the original
           END-EXEC

           EXEC SQL OPEN VCN-CUR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'NET-CREDIT-NOTES' TO SQE-PARAGRAPH
              MOVE 'open VCN-CUR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           PERFORM UNTIL WS-CN-EOF = 'Y'
              EXEC SQL
                 ADD HV-SUM-VAT   TO WS-TOT-VAT
                 ADD HV-SUM-GROSS TO WS-TOT-GROSS
              ELSE
                 IF SQLCODE NOT = 100
                    MOVE 'NET-CREDIT-NOTES' TO SQE-PARAGRAPH
                    MOVE 'fetch VCN-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-CN-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE VCN-CUR END-EXEC.

      * order lines by order date and credit-note lines by credit
      * note date, exactly as the category lines and the EC Sales
      * List select them.
       WRITE-INTRA-EU-LINE.

           MOVE 0 TO HV-SUM-NET
           EXEC SQL
              SELECT COALESCE(SUM(I.LINE_AMT),0)
                INTO :HV-SUM-NET
                FROM CLAPP.ORDER_ITEMS I
                     INNER JOIN CLAPP.ORDERS O
                        ON O.ORDER_ID = I.ORDER_ID
               WHERE O.DELETED_FLAG <> 'Y'
                 AND O.ORDER_DATE >= :HV-FROM-DATE
                 AND O.ORDER_DATE <= :HV-TO-DATE
                 AND I.VAT_CAT = 'K'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'WRITE-INTRA-EU-LINE' TO SQE-PARAGRAPH
              MOVE 'intra-EU order sum' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF
           MOVE 0 TO HV-ICS-CN-NET
           EXEC SQL
              SELECT COALESCE(SUM(I.NET_AMT),0)
                INTO :HV-ICS-CN-NET
                FROM CLAPP.CREDIT_NOTE_ITEMS I
                     INNER JOIN CLAPP.CREDIT_NOTES N
                        ON N.ORDER_ID = I.ORDER_ID
                       AND N.CN_NO = I.CN_NO
               WHERE N.CN_DATE >= :HV-FROM-DATE
                 AND N.CN_DATE <= :HV-TO-DATE
                 AND I.VAT_CAT = 'K'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'WRITE-INTRA-EU-LINE' TO SQE-PARAGRAPH
              MOVE 'intra-EU credit note sum' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF
           COMPUTE WS-ICS-NET = HV-SUM-NET + HV-ICS-CN-NET
           WRITE RPT-REC FROM WS-ICS-LINE.

       WRITE-INVOICE-DETAIL.

           EXEC SQL DECLARE VINV-CUR CURSOR FOR
           END-EXEC

           EXEC SQL OPEN VINV-CUR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'WRITE-INVOICE-DETAIL' TO SQE-PARAGRAPH
              MOVE 'open VINV-CUR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           PERFORM UNTIL WS-INV-EOF = 'Y'
              EXEC SQL
                 MOVE HV-INV-GROSS TO WS-INV-GROSS
                 WRITE RPT-REC FROM WS-INV-LINE
              ELSE
                 IF SQLCODE NOT = 100
                    MOVE 'WRITE-INVOICE-DETAIL' TO SQE-PARAGRAPH
                    MOVE 'fetch VINV-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-INV-EOF
              END-IF
           END-PERFORM
       READ-PARM-CARD.
           MOVE '0001-01-01' TO HV-FROM-DATE
           MOVE '9999-12-31' TO HV-TO-DATE
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

       END PROGRAM VATRPT.
