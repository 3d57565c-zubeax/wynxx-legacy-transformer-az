      *-------------------------------------------------------------*
      * Program: CLCCSEL - cycle count selection and count sheets   *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Picks the products due for counting: every active product   *
      * whose last count (PRODUCTS.LAST_COUNT_DATE) is older than   *
      * the count frequency of its ABC class (PRODUCTS.ABC_CLASS,   *
      * no class counting as C) in the CLAPP.COUNT_CLASSES control  *
      * table - 30, 90 and 180 days for A, B and C where the table  *
      * has no row - or that has never been counted. Kits hold no   *
      * stock of their own and are left out, as is a product whose  *
      * previous count is still open or awaiting approval. Each     *
      * product gets a CLAPP.STOCK_COUNTS row (status 'O') holding  *
      * the on-hand at selection as the system quantity, a line on  *
      * the count sheet (DD UT-S-CCSHEET, by bin) and a record on   *
      * the count file (DD UT-S-CCOUNT, layout CLCOUNT) for the     *
      * warehouse to fill in and CLCCPST to read back. Neither the  *
      * sheet nor the file shows the system quantity, so the count  *
      * is blind. Sheets should be counted before the day's picking *
      * and receipts, since the variance is taken against the       *
      * quantity at selection.                                      *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLCCSEL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHTFILE ASSIGN TO UT-S-CCSHEET
                  ORGANIZATION IS SEQUENTIAL.
           SELECT CNTFILE ASSIGN TO UT-S-CCOUNT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SHTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SHT-REC.
       01  SHT-REC                  PIC X(100).
       FD  CNTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CNT-COUNT-REC.
       COPY CLCOUNT.

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLCCSEL'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-SELECTED              PIC 9(9) COMP VALUE 0.
       01  WS-ERRORS                PIC 9(9) COMP VALUE 0.
       01  WS-TODAY-RAW             PIC X(21) VALUE SPACES.
       01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.

       01  WS-SHT-HDG-LINE.
           05  FILLER               PIC X(28) VALUE
               'CYCLE COUNT SHEET  RUN DATE '.
           05  WS-SHT-HDG-DATE      PIC X(10).
           05  FILLER               PIC X(62) VALUE SPACES.

       01  WS-SHT-COL-LINE.
           05  FILLER               PIC X(50) VALUE
               ' COUNT NO BIN        PRODUCT  DESCRIPTION         '.
           05  FILLER               PIC X(50) VALUE
               '           CL COUNTED   REASON COUNTED BY         '.

       01  WS-SHT-DETAIL-LINE.
           05  WS-SDL-COUNT-NO      PIC Z(8)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-SDL-BIN           PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-SDL-PRODUCT       PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-SDL-DESCR         PIC X(30).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-SDL-CLASS         PIC X(2).
           05  FILLER               PIC X(28) VALUE
               ' _________ ______ __________'.
           05  FILLER               PIC X(9)  VALUE SPACES.

       01  WS-SHT-TOTAL-LINE.
           05  FILLER               PIC X(30) VALUE
               'PRODUCTS TO COUNT             '.
           05  WS-STL-COUNT         PIC Z(8)9.
           05  FILLER               PIC X(61) VALUE SPACES.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-COUNT-NO              PIC S9(9) COMP.
       01  HV-BIN-LOCATION          PIC X(10).
       01  HV-PRODUCT-ID            PIC X(8).
       01  HV-PROD-DESCR            PIC X(30).
       01  HV-ABC-CLASS             PIC X(1).
       01  HV-ON-HAND               PIC S9(9) COMP.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-RAW
           STRING WS-TODAY-RAW(1:4) '-' WS-TODAY-RAW(5:2) '-'
              WS-TODAY-RAW(7:2)
              DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING

           OPEN OUTPUT SHTFILE
           OPEN OUTPUT CNTFILE
           MOVE WS-TODAY-DATE TO WS-SHT-HDG-DATE
           WRITE SHT-REC FROM WS-SHT-HDG-LINE
           WRITE SHT-REC FROM WS-SHT-COL-LINE

           MOVE 0 TO HV-COUNT-NO
           EXEC SQL
              SELECT COALESCE(MAX(COUNT_NO),0)
                INTO :HV-COUNT-NO
                FROM CLAPP.STOCK_COUNTS
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
              MOVE 'last count number select' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

      * due = never counted, or counted longer ago than the class's
      * frequency; products without a bin sort to the front
           EXEC SQL DECLARE DUE-CUR CURSOR WITH HOLD FOR
              SELECT COALESCE(P.BIN_LOCATION,' '), P.PRODUCT_ID,
                     COALESCE(P.DESCR,' '),
                     COALESCE(P.ABC_CLASS,'C'),
                     COALESCE(P.ON_HAND_QTY,0)
                FROM CLAPP.PRODUCTS P
                     LEFT OUTER JOIN CLAPP.COUNT_CLASSES K
                        ON K.ABC_CLASS = COALESCE(P.ABC_CLASS,'C')
               WHERE P.ACTIVE_FLAG = 'Y'
                 AND NOT EXISTS
                     (SELECT 1
                        FROM CLAPP.KIT_COMPONENTS KP
                       WHERE KP.KIT_PRODUCT_ID = P.PRODUCT_ID)
                 AND NOT EXISTS
                     (SELECT 1
                        FROM CLAPP.STOCK_COUNTS SC
                       WHERE SC.PRODUCT_ID = P.PRODUCT_ID
                         AND SC.COUNT_STATUS IN ('O','A'))
                 AND (P.LAST_COUNT_DATE IS NULL
                      OR P.LAST_COUNT_DATE +
                         COALESCE(K.FREQ_DAYS,
                                  CASE COALESCE(P.ABC_CLASS,'C')
                                       WHEN 'A' THEN 30
                                       WHEN 'B' THEN 90
                                       ELSE 180 END) DAYS
                         <= CURRENT DATE)
               ORDER BY 1, 2
           END-EXEC

           EXEC SQL OPEN DUE-CUR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
              MOVE 'open DUE-CUR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH DUE-CUR
                  INTO :HV-BIN-LOCATION, :HV-PRODUCT-ID,
                       :HV-PROD-DESCR, :HV-ABC-CLASS, :HV-ON-HAND
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    PERFORM OPEN-ONE-COUNT
                 WHEN 100
                    MOVE 'Y' TO WS-EOF
                 WHEN OTHER
                    MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
                    MOVE 'fetch DUE-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                    ADD 1 TO WS-ERRORS
                    MOVE 'Y' TO WS-EOF
              END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE DUE-CUR END-EXEC
           EXEC SQL COMMIT END-EXEC

           MOVE WS-SELECTED TO WS-STL-COUNT
           WRITE SHT-REC FROM WS-SHT-TOTAL-LINE

           CLOSE SHTFILE
           CLOSE CNTFILE

           DISPLAY '*** ' WS-PROG-NAME ' ' WS-SELECTED
              ' product(s) due for counting, ' WS-ERRORS ' error(s)'
           IF WS-ERRORS > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

      * the count row is committed before the product goes on the
      * sheet, so a sheet line always has its count to come back to
       OPEN-ONE-COUNT.

           ADD 1 TO HV-COUNT-NO
           EXEC SQL
              INSERT INTO CLAPP.STOCK_COUNTS
                 (COUNT_NO, PRODUCT_ID, SHEET_DATE, SYSTEM_QTY,
                  COUNT_STATUS)
              VALUES (:HV-COUNT-NO, :HV-PRODUCT-ID, CURRENT DATE,
                      :HV-ON-HAND, 'O')
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              MOVE 'OPEN-ONE-COUNT' TO SQE-PARAGRAPH
              MOVE 'stock count insert' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'product ' HV-PRODUCT-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
      * the insert is the product's whole unit, so its failure
      * leaves nothing to undo - a rollback would only close DUE-CUR
              MOVE 'C' TO SQE-SCOPE
              PERFORM SQL-ERROR
           ELSE
              EXEC SQL COMMIT END-EXEC
              ADD 1 TO WS-SELECTED
              MOVE HV-COUNT-NO     TO WS-SDL-COUNT-NO
              MOVE HV-BIN-LOCATION TO WS-SDL-BIN
              MOVE HV-PRODUCT-ID   TO WS-SDL-PRODUCT
              MOVE HV-PROD-DESCR   TO WS-SDL-DESCR
              MOVE HV-ABC-CLASS    TO WS-SDL-CLASS
              WRITE SHT-REC FROM WS-SHT-DETAIL-LINE
              MOVE SPACES          TO CNT-COUNT-REC
              MOVE HV-COUNT-NO     TO CNT-COUNT-NO
              MOVE HV-PRODUCT-ID   TO CNT-PRODUCT-ID
              MOVE HV-BIN-LOCATION TO CNT-BIN-LOCATION
              MOVE HV-PROD-DESCR   TO CNT-DESCR
              WRITE CNT-COUNT-REC
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
           MOVE 'SELECTED'       TO RUN-COUNT-LABEL(1)
           MOVE WS-SELECTED TO RUN-COUNT(1)
           MOVE 'ERRORS'         TO RUN-COUNT-LABEL(2)
           MOVE WS-ERRORS TO RUN-COUNT(2)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

       END PROGRAM CLCCSEL.
