      * book: open, converted and expired counts and the conversion *
      * rate - how much of what sales priced actually became        *
      * orders.                                                     *
      * An optional QUOPRM card (basis in column 1, country in 3-4) *
      * lets a quote whose validity ends on a non-working day stand *
      * until the next working day (B) or TARGET2 day (T), judged   *
      * through CLBDAY; without it validity is in calendar days.    *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOSWP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRMFILE ASSIGN TO UT-S-QUOPRM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PRM-STATUS.
           SELECT RPTFILE ASSIGN TO UT-S-QUORPT
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
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-EXPIRED-NOW           PIC 9(9) COMP VALUE 0.
       01  WS-RATE-PCT              PIC 9(3)V99 VALUE 0.
       01  WS-PRM-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-DAY-BASIS             PIC X(1)  VALUE 'C'.
       01  WS-CAL-COUNTRY           PIC X(2)  VALUE SPACES.

       COPY CLBDAPI.

       01  WS-RATE-LINE.
           05  FILLER               PIC X(11) VALUE 'QUOTES OPEN'.
           05  WS-RL-PCT            PIC ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.

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
       01  HV-OPEN-COUNT            PIC S9(9) COMP.
       01  HV-CONV-COUNT            PIC S9(9) COMP.
       01  HV-EXP-COUNT             PIC S9(9) COMP.
       01  HV-YESTERDAY             PIC X(10).
       01  HV-EXPIRY-CUTOFF         PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           EXEC SQL
              SET :HV-YESTERDAY = CURRENT DATE - 1 DAY
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
              MOVE 'yesterday set' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           PERFORM READ-PARM-CARD

      * a quote is still good on the first counted day on or after
      * its validity date, so it has lapsed when that date is on or
      * before the last counted day up to yesterday
           MOVE 'P'            TO BDY-REQ-TYPE
           MOVE WS-DAY-BASIS   TO BDY-REQ-BASIS
           MOVE WS-CAL-COUNTRY TO BDY-REQ-COUNTRY
           MOVE HV-YESTERDAY   TO BDY-REQ-DATE
           CALL 'CLBDAY' USING BDY-REQUEST BDY-RESPONSE
           IF BDY-RESP-RC >= 08
              DISPLAY 'ERROR: ' WS-PROG-NAME
                 ' expiry cutoff not found - ' BDY-RESP-MSG
              MOVE 8 TO RETURN-CODE
              PERFORM RECORD-RUN-END
              GOBACK
           END-IF
           IF BDY-RESP-RC = 04
              DISPLAY 'WARNING: ' WS-PROG-NAME ' ' BDY-RESP-MSG
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE BDY-RESP-DATE TO HV-EXPIRY-CUTOFF

           OPEN OUTPUT RPTFILE


           DISPLAY '*** ' WS-PROG-NAME ' expired ' WS-EXPIRED-NOW
              ' quote(s)'
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

      * one audited expiry per quote, so the book's history reads
      * like any other order lifecycle.
       EXPIRE-STALE-QUOTES.
               WHERE COALESCE(DOC_TYPE,'O') = 'Q'
                 AND STATUS = 'NEW'
                 AND DELETED_FLAG <> 'Y'
                 AND COALESCE(VALID_UNTIL,'9999-12-31')
                        <= :HV-EXPIRY-CUTOFF
               ORDER BY ORDER_ID
           END-EXEC

           EXEC SQL OPEN QEXP-CUR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'EXPIRE-STALE-QUOTES' TO SQE-PARAGRAPH
              MOVE 'open QEXP-CUR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH QEXP-CUR INTO :HV-ORDER-ID
              END-EXEC
              IF SQLCODE = 0
                 PERFORM EXPIRE-ONE-QUOTE
              ELSE
                 IF SQLCODE NOT = 100
                    MOVE 'EXPIRE-STALE-QUOTES' TO SQE-PARAGRAPH
                    MOVE 'fetch QEXP-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE QEXP-CUR END-EXEC

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'EXPIRE-STALE-QUOTES' TO SQE-PARAGRAPH
              MOVE 'commit' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF.

      * the status change and its audit entry are one unit; the
      * sweep commits once at the end, so a quote that fails rolls
      * back to its savepoint only and the sweep goes on with the
      * next one
       EXPIRE-ONE-QUOTE.

           EXEC SQL
              SAVEPOINT QUOTE_UNIT ON ROLLBACK RETAIN CURSORS
           END-EXEC

           EXEC SQL
              UPDATE CLAPP.ORDERS
                 SET STATUS = 'EXPIRED',
                     ROW_VERSION = COALESCE(ROW_VERSION,0) + 1
               WHERE ORDER_ID = :HV-ORDER-ID
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL
                 INSERT INTO CLAPP.AUDIT_LOG
                 (TABLE_NAME, REC_KEY, ACTION, AUD_TS,
                  DETAIL, USER_ID)
                 VALUES ('ORDERS', :HV-ORDER-ID, 'U',
                         CURRENT TIMESTAMP,
                         'Status NEW->EXPIRED', 'QUOSWP')
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-EXPIRED-NOW
              ELSE
                 MOVE 'EXPIRE-ONE-QUOTE' TO SQE-PARAGRAPH
                 MOVE 'audit insert' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 STRING 'quote ' HV-ORDER-ID
                    DELIMITED BY SIZE INTO SQE-KEY
                 END-STRING
                 MOVE 'P' TO SQE-SCOPE
                 PERFORM SQL-ERROR
              END-IF
           ELSE
              MOVE 'EXPIRE-ONE-QUOTE' TO SQE-PARAGRAPH
              MOVE 'quote status update' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'quote ' HV-ORDER-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'P' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF.

       REPORT-CONVERSION-RATE.

                 AND STATUS = 'NEW'
                 AND DELETED_FLAG <> 'Y'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'REPORT-CONVERSION-RATE' TO SQE-PARAGRAPH
              MOVE 'open quote count' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF
           EXEC SQL
              SELECT COUNT(*) INTO :HV-CONV-COUNT
                FROM CLAPP.ORDERS
               WHERE COALESCE(DOC_TYPE,'O') = 'Q'
                 AND STATUS = 'CONVERTED'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'REPORT-CONVERSION-RATE' TO SQE-PARAGRAPH
              MOVE 'converted quote count' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF
           EXEC SQL
              SELECT COUNT(*) INTO :HV-EXP-COUNT
                FROM CLAPP.ORDERS
               WHERE COALESCE(DOC_TYPE,'O') = 'Q'
                 AND STATUS = 'EXPIRED'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'REPORT-CONVERSION-RATE' TO SQE-PARAGRAPH
              MOVE 'expired quote count' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           MOVE 0 TO WS-RATE-PCT
           IF HV-CONV-COUNT + HV-EXP-COUNT > 0
           MOVE WS-RATE-PCT   TO WS-RL-PCT
           WRITE RPT-REC FROM WS-RATE-LINE.

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
           MOVE 'EXPIRED'        TO RUN-COUNT-LABEL(1)
           MOVE WS-EXPIRED-NOW TO RUN-COUNT(1)
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

       END PROGRAM QUOSWP.
