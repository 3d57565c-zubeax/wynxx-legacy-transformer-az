      *-------------------------------------------------------------*
      * Program: CLDDCOL - SEPA direct-debit collection run         *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Selects every CLAPP.INVOICES row due by the requested       *
      * collection date that still carries an open balance and      *
      * whose client holds an active mandate in                     *
      * CLAPP.SEPA_MANDATES, marks it "in collection" (COLL_STATUS  *
      * 'C') under this run's message ID so no later run can        *
      * collect it twice, and then renders the marked invoices as   *
      * a pain.008.001.02 CORE collection file - one payment        *
      * information block per sequence type. A mandate collected    *
      * for the first time moves from FRST to RCUR. Marking commits *
      * before the file is written; should the file step fail, the  *
      * message ID on the parameter card re-renders that run's      *
      * file from the marked invoices without selecting anew.       *
      * Returns and rejects come back through CLDDRTN.              *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLDDCOL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRMFILE ASSIGN TO UT-S-DDCPRM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT XMLFILE ASSIGN TO UT-S-DDCOUT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * collection date (blank = today + 2 days), our creditor
      * identifier, collection account and name, and - for a re-run
      * of the file step only - the message ID to render again
       FD  PRMFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 143 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRM-CARD.
       01  PRM-CARD                 PIC X(143).
       FD  XMLFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XML-REC.
       01  XML-REC                  PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLDDCOL'.
       01  WS-PARM-EOF              PIC X(1)  VALUE 'N'.
       01  WS-PARM-OK               PIC X(1)  VALUE 'Y'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-RERUN                 PIC X(1)  VALUE 'N'.
       01  WS-MARKED                PIC 9(9) COMP VALUE 0.
       01  WS-WRITTEN               PIC 9(9) COMP VALUE 0.
       01  WS-ERRORS                PIC 9(9) COMP VALUE 0.
       01  WS-S                     PIC S9(4) COMP VALUE 0.
       01  WS-NOW-RAW               PIC X(21) VALUE SPACES.
       01  WS-CRE-DT-TM             PIC X(19) VALUE SPACES.
       01  WS-CDTR-ID               PIC X(35) VALUE SPACES.
       01  WS-CDTR-IBAN             PIC X(34) VALUE SPACES.
       01  WS-CDTR-NAME             PIC X(40) VALUE SPACES.
       01  WS-AMT-D                 PIC Z(10)9.99.
       01  WS-SUM-D                 PIC Z(12)9.99.
       01  WS-CNT-D                 PIC Z(8)9.
       01  WS-INV-NO-D              PIC 9(9).
       01  WS-END-TO-END            PIC X(12) VALUE SPACES.
       01  WS-PMT-INF-ID            PIC X(25) VALUE SPACES.
       01  WS-XML-LINE              PIC X(200) VALUE SPACES.

      * the two sequence types are rendered as separate payment
      * information blocks, first collections ahead of recurring
       01  WS-SEQ-TYPE-VALUES.
           05  FILLER               PIC X(4)  VALUE 'FRST'.
           05  FILLER               PIC X(4)  VALUE 'RCUR'.
       01  WS-SEQ-TYPES REDEFINES WS-SEQ-TYPE-VALUES.
           05  WS-SEQ-TYPE          PIC X(4)  OCCURS 2 TIMES.

      * the parameter card, with any setting in force in
      * CLAPP.BATCH_PARMS laid over it by CLPARM
       01  PRM-REC.
           05  PRM-COLL-DATE        PIC X(10).
           05  FILLER               PIC X(1).
           05  PRM-CDTR-ID          PIC X(35).
           05  FILLER               PIC X(1).
           05  PRM-CDTR-IBAN        PIC X(34).
           05  FILLER               PIC X(1).
           05  PRM-CDTR-NAME        PIC X(40).
           05  FILLER               PIC X(1).
           05  PRM-RERUN-MSG-ID     PIC X(20).

      * card fields CLPARM may take from the table: name,
      * column, length, type and description
       01  WS-PARM-DEFS.
           05  FILLER               PIC X(48) VALUE
               'COLL-DATE   00110XCollection date YYYY-MM-DD    '.
           05  FILLER               PIC X(48) VALUE
               'CDTR-ID     01235XSEPA creditor identifier      '.
           05  FILLER               PIC X(48) VALUE
               'CDTR-IBAN   04834XCreditor IBAN                 '.
           05  FILLER               PIC X(48) VALUE
               'CDTR-NAME   08340XCreditor name                 '.
           05  FILLER               PIC X(48) VALUE
               'RERUN-MSG-ID12420XMessage ID of a file to resend'.

       COPY CLPRMAPI.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-MSG-ID                PIC X(20).
       01  HV-COLL-DATE             PIC X(10).
       01  HV-INV-NO                PIC S9(9) COMP.
       01  HV-ORDER-ID              PIC X(12).
       01  HV-CLIENT-ID             PIC X(10).
       01  HV-NAME                  PIC X(35).
       01  HV-MANDATE-ID            PIC X(35).
       01  HV-SIGN-DATE             PIC X(10).
       01  HV-IBAN                  PIC X(34).
       01  HV-SEQ-TYPE              PIC X(4).
       01  HV-GROSS-AMT             PIC S9(11)V99 COMP-3.
       01  HV-PAID-AMT              PIC S9(11)V99 COMP-3.
       01  HV-CREDIT-AMT            PIC S9(11)V99 COMP-3.
       01  HV-OPEN-AMT              PIC S9(11)V99 COMP-3.
       01  HV-COLL-AMT              PIC S9(11)V99 COMP-3.
       01  HV-TX-COUNT              PIC S9(9) COMP.
       01  HV-TX-SUM                PIC S9(13)V99 COMP-3.
       01  HV-AUD-KEY               PIC X(12).
       01  HV-AUD-DETAIL            PIC X(70).
       01  HV-BATCH-USER            PIC X(8)  VALUE 'CLDDCOL'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           PERFORM READ-PARM-CARD
           IF WS-PARM-OK NOT = 'Y'
              MOVE 8 TO RETURN-CODE
              PERFORM RECORD-RUN-END
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-RAW
           STRING WS-NOW-RAW(1:4) '-' WS-NOW-RAW(5:2) '-'
              WS-NOW-RAW(7:2) 'T' WS-NOW-RAW(9:2) ':'
              WS-NOW-RAW(11:2) ':' WS-NOW-RAW(13:2)
              DELIMITED BY SIZE INTO WS-CRE-DT-TM
           END-STRING

           IF WS-RERUN = 'N'
              MOVE SPACES TO HV-MSG-ID
              STRING 'CLDD' WS-NOW-RAW(1:14)
                 DELIMITED BY SIZE INTO HV-MSG-ID
              END-STRING
              PERFORM MARK-DUE-INVOICES
           END-IF

           IF WS-ERRORS = 0
              PERFORM WRITE-COLLECTION-FILE
           END-IF

           DISPLAY '*** ' WS-PROG-NAME ' message ' HV-MSG-ID
              ' collection date ' HV-COLL-DATE
           DISPLAY '*** ' WS-PROG-NAME ' marked ' WS-MARKED
              ' written ' WS-WRITTEN ', ' WS-ERRORS ' error(s)'
           IF WS-ERRORS > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

       READ-PARM-CARD.
           MOVE SPACES TO HV-COLL-DATE
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
              MOVE PRM-COLL-DATE TO HV-COLL-DATE
              MOVE PRM-CDTR-ID   TO WS-CDTR-ID
              MOVE PRM-CDTR-IBAN TO WS-CDTR-IBAN
              MOVE PRM-CDTR-NAME TO WS-CDTR-NAME
              IF PRM-RERUN-MSG-ID NOT = SPACES
                 MOVE 'Y' TO WS-RERUN
                 MOVE PRM-RERUN-MSG-ID TO HV-MSG-ID
              END-IF
           END-IF
           IF WS-CDTR-ID = SPACES OR WS-CDTR-IBAN = SPACES
              MOVE 'N' TO WS-PARM-OK
              DISPLAY 'ERROR: ' WS-PROG-NAME
                 ' creditor identifier and IBAN are required'
           END-IF
           IF WS-CDTR-NAME = SPACES
              MOVE 'CLAPP' TO WS-CDTR-NAME
           END-IF
      * CORE debits need the debtor bank to hold the file a business
      * day ahead; two calendar days is the safe default
           IF HV-COLL-DATE = SPACES
              EXEC SQL
                 SET :HV-COLL-DATE = CHAR(CURRENT DATE + 2 DAYS, ISO)
              END-EXEC
           END-IF
           .

      * an invoice qualifies once due by the collection date, while
      * it still has something open, is not already out for
      * collection and its client's mandate is active and signed
       MARK-DUE-INVOICES.

           EXEC SQL DECLARE DUE-CUR CURSOR FOR
              SELECT I.INV_NO, I.ORDER_ID, I.CLIENT_ID,
                     M.MANDATE_ID, M.SEQ_TYPE, I.GROSS_AMT,
                     COALESCE((SELECT SUM(P.PAY_AMT)
                                 FROM CLAPP.PAYMENTS P
                                WHERE P.ORDER_ID = I.ORDER_ID), 0),
                     COALESCE((SELECT SUM(N.GROSS_AMT)
                                 FROM CLAPP.CREDIT_NOTES N
                                WHERE N.ORDER_ID = I.ORDER_ID), 0)
                FROM CLAPP.INVOICES I
                     INNER JOIN CLAPP.SEPA_MANDATES M
                        ON M.CLIENT_ID = I.CLIENT_ID
                       AND M.STATUS = 'A'
                     INNER JOIN CLAPP.ORDERS O
                        ON O.ORDER_ID = I.ORDER_ID
               WHERE I.DUE_DATE IS NOT NULL
                 AND I.DUE_DATE <= :HV-COLL-DATE
                 AND M.SIGN_DATE <= :HV-COLL-DATE
                 AND COALESCE(I.COLL_STATUS,' ') <> 'C'
                 AND COALESCE(O.CURRENCY,'EUR') = 'EUR'
               ORDER BY I.CLIENT_ID, I.INV_NO
           END-EXEC

           EXEC SQL OPEN DUE-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH DUE-CUR INTO :HV-INV-NO, :HV-ORDER-ID,
                       :HV-CLIENT-ID, :HV-MANDATE-ID, :HV-SEQ-TYPE,
                       :HV-GROSS-AMT, :HV-PAID-AMT, :HV-CREDIT-AMT
              END-EXEC
              IF SQLCODE = 0
                 COMPUTE HV-OPEN-AMT =
                    HV-GROSS-AMT - HV-PAID-AMT + HV-CREDIT-AMT
                 IF HV-OPEN-AMT > 0
                    PERFORM MARK-ONE-INVOICE
                 END-IF
              ELSE
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE DUE-CUR END-EXEC

      * a mandate's first collection is now on its way, so every
      * later one goes out as recurring
           IF WS-ERRORS = 0
              EXEC SQL
                 UPDATE CLAPP.SEPA_MANDATES M
                    SET SEQ_TYPE = 'RCUR',
                        LAST_COLL_DATE = :HV-COLL-DATE
                  WHERE M.STATUS = 'A'
                    AND EXISTS (SELECT 1 FROM CLAPP.INVOICES I
                                 WHERE I.COLL_MSG_ID = :HV-MSG-ID
                                   AND I.COLL_MANDATE_ID =
                                       M.MANDATE_ID)
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 ADD 1 TO WS-ERRORS
                 MOVE 'MARK-DUE-INVOICES' TO SQE-PARAGRAPH
                 MOVE 'mandate sequence update' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 STRING 'message ' HV-MSG-ID
                    DELIMITED BY SIZE INTO SQE-KEY
                 END-STRING
                 MOVE 'S' TO SQE-SCOPE
                 PERFORM SQL-ERROR
              END-IF
           END-IF

           IF WS-ERRORS = 0
              EXEC SQL COMMIT END-EXEC
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 0 TO WS-MARKED
           END-IF.

       MARK-ONE-INVOICE.

           MOVE HV-OPEN-AMT TO HV-COLL-AMT
           EXEC SQL
              UPDATE CLAPP.INVOICES
                 SET COLL_STATUS = 'C',
                     COLL_MSG_ID = :HV-MSG-ID,
                     COLL_MANDATE_ID = :HV-MANDATE-ID,
                     COLL_SEQ_TYPE = :HV-SEQ-TYPE,
                     COLL_AMT = :HV-COLL-AMT,
                     COLL_DATE = :HV-COLL-DATE
               WHERE INV_NO = :HV-INV-NO
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-MARKED
              MOVE HV-INV-NO TO WS-INV-NO-D
              MOVE WS-INV-NO-D TO HV-AUD-KEY
              MOVE HV-COLL-AMT TO WS-AMT-D
              MOVE SPACES TO HV-AUD-DETAIL
              STRING 'Direct debit ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-AMT-D) DELIMITED BY SIZE
                 ' in collection ' DELIMITED BY SIZE
                 FUNCTION TRIM(HV-MSG-ID) DELIMITED BY SIZE
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
           ELSE
              ADD 1 TO WS-ERRORS
              MOVE 'Y' TO WS-EOF
              MOVE 'MARK-ONE-INVOICE' TO SQE-PARAGRAPH
              MOVE 'collection mark' TO SQE-STATEMENT
              MOVE 'invoice' TO SQE-KEY
              MOVE HV-INV-NO TO SQE-KEY(9:9)
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF.

      * the file is rendered from what is marked under the message
      * ID alone, so a re-run reproduces it exactly
       WRITE-COLLECTION-FILE.

           MOVE 0 TO HV-TX-COUNT
           MOVE 0 TO HV-TX-SUM
           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(COLL_AMT), 0),
                     COALESCE(MAX(COLL_DATE), :HV-COLL-DATE)
                INTO :HV-TX-COUNT, :HV-TX-SUM, :HV-COLL-DATE
                FROM CLAPP.INVOICES
               WHERE COLL_MSG_ID = :HV-MSG-ID
                 AND COLL_STATUS = 'C'
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              MOVE 'WRITE-COLLECTION-FILE' TO SQE-PARAGRAPH
              MOVE 'collection totals select' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'message ' HV-MSG-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           ELSE
              IF HV-TX-COUNT = 0
                 DISPLAY 'WARNING: ' WS-PROG-NAME
                    ' nothing due for collection - no file written'
                 MOVE 4 TO RETURN-CODE
              ELSE
                 OPEN OUTPUT XMLFILE
                 PERFORM WRITE-GROUP-HEADER
                 PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 2
                    PERFORM WRITE-PAYMENT-INFO
                 END-PERFORM
                 MOVE '</CstmrDrctDbtInitn></Document>' TO WS-XML-LINE
                 PERFORM WRITE-XML-LINE
                 CLOSE XMLFILE
              END-IF
           END-IF.

       WRITE-GROUP-HEADER.

           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
              TO WS-XML-LINE
           PERFORM WRITE-XML-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
              'pain.008.001.02">' DELIMITED BY SIZE INTO WS-XML-LINE
           END-STRING
           PERFORM WRITE-XML-LINE
           MOVE '<CstmrDrctDbtInitn><GrpHdr>' TO WS-XML-LINE
           PERFORM WRITE-XML-LINE

           MOVE HV-TX-COUNT TO WS-CNT-D
           MOVE HV-TX-SUM   TO WS-SUM-D
           MOVE SPACES TO WS-XML-LINE
           STRING '<MsgId>' FUNCTION TRIM(HV-MSG-ID) '</MsgId>'
              '<CreDtTm>' WS-CRE-DT-TM '</CreDtTm>'
              '<NbOfTxs>' FUNCTION TRIM(WS-CNT-D) '</NbOfTxs>'
              '<CtrlSum>' FUNCTION TRIM(WS-SUM-D) '</CtrlSum>'
              DELIMITED BY SIZE INTO WS-XML-LINE
           END-STRING
           PERFORM WRITE-XML-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '<InitgPty><Nm>' FUNCTION TRIM(WS-CDTR-NAME)
              '</Nm></InitgPty></GrpHdr>'
              DELIMITED BY SIZE INTO WS-XML-LINE
           END-STRING
           PERFORM WRITE-XML-LINE.

       WRITE-PAYMENT-INFO.

           MOVE WS-SEQ-TYPE(WS-S) TO HV-SEQ-TYPE
           MOVE 0 TO HV-TX-COUNT
           MOVE 0 TO HV-TX-SUM
           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(COLL_AMT), 0)
                INTO :HV-TX-COUNT, :HV-TX-SUM
                FROM CLAPP.INVOICES
               WHERE COLL_MSG_ID = :HV-MSG-ID
                 AND COLL_STATUS = 'C'
                 AND COLL_SEQ_TYPE = :HV-SEQ-TYPE
           END-EXEC
           IF SQLCODE = 0 AND HV-TX-COUNT > 0
              MOVE SPACES TO WS-PMT-INF-ID
              STRING FUNCTION TRIM(HV-MSG-ID) '-' HV-SEQ-TYPE
                 DELIMITED BY SIZE INTO WS-PMT-INF-ID
              END-STRING
              MOVE HV-TX-COUNT TO WS-CNT-D
              MOVE HV-TX-SUM   TO WS-SUM-D
              MOVE SPACES TO WS-XML-LINE
              STRING '<PmtInf><PmtInfId>' FUNCTION TRIM(WS-PMT-INF-ID)
                 '</PmtInfId><PmtMtd>DD</PmtMtd>'
                 '<NbOfTxs>' FUNCTION TRIM(WS-CNT-D) '</NbOfTxs>'
                 '<CtrlSum>' FUNCTION TRIM(WS-SUM-D) '</CtrlSum>'
                 DELIMITED BY SIZE INTO WS-XML-LINE
              END-STRING
              PERFORM WRITE-XML-LINE
              MOVE SPACES TO WS-XML-LINE
              STRING '<PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl>'
                 '<LclInstrm><Cd>CORE</Cd></LclInstrm>'
                 '<SeqTp>' HV-SEQ-TYPE '</SeqTp></PmtTpInf>'
                 '<ReqdColltnDt>' HV-COLL-DATE '</ReqdColltnDt>'
                 DELIMITED BY SIZE INTO WS-XML-LINE
              END-STRING
              PERFORM WRITE-XML-LINE
              MOVE SPACES TO WS-XML-LINE
              STRING '<Cdtr><Nm>' FUNCTION TRIM(WS-CDTR-NAME)
                 '</Nm></Cdtr><CdtrAcct><Id><IBAN>'
                 FUNCTION TRIM(WS-CDTR-IBAN)
                 '</IBAN></Id></CdtrAcct>'
                 DELIMITED BY SIZE INTO WS-XML-LINE
              END-STRING
              PERFORM WRITE-XML-LINE
              MOVE SPACES TO WS-XML-LINE
              STRING '<CdtrAgt><FinInstnId><Othr><Id>NOTPROVIDED'
                 '</Id></Othr></FinInstnId></CdtrAgt>'
                 '<ChrgBr>SLEV</ChrgBr>'
                 DELIMITED BY SIZE INTO WS-XML-LINE
              END-STRING
              PERFORM WRITE-XML-LINE
              MOVE SPACES TO WS-XML-LINE
              STRING '<CdtrSchmeId><Id><PrvtId><Othr><Id>'
                 FUNCTION TRIM(WS-CDTR-ID)
                 '</Id><SchmeNm><Prtry>SEPA</Prtry></SchmeNm>'
                 '</Othr></PrvtId></Id></CdtrSchmeId>'
                 DELIMITED BY SIZE INTO WS-XML-LINE
              END-STRING
              PERFORM WRITE-XML-LINE
              PERFORM WRITE-TRANSACTIONS
              MOVE '</PmtInf>' TO WS-XML-LINE
              PERFORM WRITE-XML-LINE
           END-IF.

       WRITE-TRANSACTIONS.

           EXEC SQL DECLARE TX-CUR CURSOR FOR
              SELECT I.INV_NO, I.ORDER_ID, I.COLL_AMT,
                     M.MANDATE_ID, M.SIGN_DATE, M.IBAN, C.NAME
                FROM CLAPP.INVOICES I
                     INNER JOIN CLAPP.SEPA_MANDATES M
                        ON M.MANDATE_ID = I.COLL_MANDATE_ID
                     INNER JOIN CLAPP.CLIENTS C
                        ON C.CLIENT_ID = I.CLIENT_ID
               WHERE I.COLL_MSG_ID = :HV-MSG-ID
                 AND I.COLL_STATUS = 'C'
                 AND I.COLL_SEQ_TYPE = :HV-SEQ-TYPE
               ORDER BY I.INV_NO
           END-EXEC

           EXEC SQL OPEN TX-CUR END-EXEC
           MOVE 'N' TO WS-EOF

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH TX-CUR INTO :HV-INV-NO, :HV-ORDER-ID,
                       :HV-COLL-AMT, :HV-MANDATE-ID, :HV-SIGN-DATE,
                       :HV-IBAN, :HV-NAME
              END-EXEC
              IF SQLCODE = 0
                 PERFORM WRITE-ONE-TRANSACTION
              ELSE
                 IF SQLCODE NOT = 100
                    ADD 1 TO WS-ERRORS
                    MOVE 'WRITE-TRANSACTIONS' TO SQE-PARAGRAPH
                    MOVE 'fetch TX-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    STRING 'message ' HV-MSG-ID
                       DELIMITED BY SIZE INTO SQE-KEY
                    END-STRING
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE TX-CUR END-EXEC.

      * the end-to-end ID carries the invoice number back on any
      * return, which is how CLDDRTN finds the invoice again
       WRITE-ONE-TRANSACTION.

           MOVE HV-INV-NO TO WS-INV-NO-D
           MOVE SPACES TO WS-END-TO-END
           STRING 'INV' WS-INV-NO-D DELIMITED BY SIZE
              INTO WS-END-TO-END
           END-STRING
           MOVE HV-COLL-AMT TO WS-AMT-D
      * SEPA allows only the basic Latin set in names
           INSPECT HV-NAME REPLACING ALL '&' BY '+'
                                     ALL '<' BY ' '
                                     ALL '>' BY ' '

           MOVE SPACES TO WS-XML-LINE
           STRING '<DrctDbtTxInf><PmtId><EndToEndId>' WS-END-TO-END
              '</EndToEndId></PmtId><InstdAmt Ccy="EUR">'
              FUNCTION TRIM(WS-AMT-D) '</InstdAmt>'
              DELIMITED BY SIZE INTO WS-XML-LINE
           END-STRING
           PERFORM WRITE-XML-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '<DrctDbtTx><MndtRltdInf><MndtId>'
              FUNCTION TRIM(HV-MANDATE-ID) '</MndtId>'
              '<DtOfSgntr>' HV-SIGN-DATE '</DtOfSgntr>'
              '</MndtRltdInf></DrctDbtTx>'
              DELIMITED BY SIZE INTO WS-XML-LINE
           END-STRING
           PERFORM WRITE-XML-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '<DbtrAgt><FinInstnId><Othr><Id>NOTPROVIDED'
              '</Id></Othr></FinInstnId></DbtrAgt>'
              '<Dbtr><Nm>' FUNCTION TRIM(HV-NAME) '</Nm></Dbtr>'
              DELIMITED BY SIZE INTO WS-XML-LINE
           END-STRING
           PERFORM WRITE-XML-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '<DbtrAcct><Id><IBAN>' FUNCTION TRIM(HV-IBAN)
              '</IBAN></Id></DbtrAcct>'
              '<RmtInf><Ustrd>Invoice ' WS-INV-NO-D
              ' order ' FUNCTION TRIM(HV-ORDER-ID)
              '</Ustrd></RmtInf></DrctDbtTxInf>'
              DELIMITED BY SIZE INTO WS-XML-LINE
           END-STRING
           PERFORM WRITE-XML-LINE
           ADD 1 TO WS-WRITTEN.

       WRITE-XML-LINE.
           WRITE XML-REC FROM WS-XML-LINE
           MOVE SPACES TO WS-XML-LINE
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
           MOVE 'MARKED'         TO RUN-COUNT-LABEL(1)
           MOVE WS-MARKED TO RUN-COUNT(1)
           MOVE 'WRITTEN'        TO RUN-COUNT-LABEL(2)
           MOVE WS-WRITTEN TO RUN-COUNT(2)
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

       END PROGRAM CLDDCOL.
