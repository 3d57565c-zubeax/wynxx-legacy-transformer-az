      * renders a numbered invoice from the ORDER_ITEMS lines with  *
      * the stored per-line VAT figures, records the invoice in     *
      * CLAPP.INVOICES and stamps the number onto the order so a    *
      * rerun cannot double-issue. Each invoice carries the due     *
      * date derived from the client's payment terms (NET30 when    *
      * the client has none), which the dunning run and the aging   *
      * report work from. Register bump, invoice row, order stamp   *
      * and audit row commit together per invoice, so an abend      *
      * leaves no burnt numbers and no half-issued invoice.         *
      * The client's invoice channel (CLIENTS.INVOICE_CHANNEL: P    *
      * paper, X e-invoice, B both) decides whether the invoice is  *
      * printed, written as a UBL 2.1 / Peppol BIS Billing 3.0      *
      * document to DD UT-S-UBLOUT, or both. Credit notes against   *
      * e-invoiced orders follow as UBL CreditNote documents, each  *
      * marked sent (CREDIT_NOTES.EDOC_SENT) once written. The      *
      * seller party comes from the CLAPP.COMPANY_PROFILE row; with *
      * no profile, e-invoice clients are printed instead.          *
      * Reverse-charge (category K) lines add the intra-community   *
      * note with the buyer VAT ID the order was booked under.      *
      * Clients who opted in to notifications get the invoice-      *
      * issued e-mail queued to CLAPP.NOTIFY_OUTBOX with it.        *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLINV.
       FILE-CONTROL.
           SELECT INVFILE ASSIGN TO UT-S-INVOUT
                  ORGANIZATION IS SEQUENTIAL.
           SELECT UBLFILE ASSIGN TO UT-S-UBLOUT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS INV-REC.
       01  INV-REC                  PIC X(132).

       FD  UBLFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS UBL-REC.
       01  UBL-REC                  PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLINV'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-INV-GROSS             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TODAY-RAW             PIC X(21) VALUE SPACES.
       01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.
       01  WS-CN-EOF                PIC X(1)  VALUE 'N'.
       01  WS-XML-DOCS              PIC 9(9) COMP VALUE 0.
       01  WS-CN-DOCS               PIC 9(9) COMP VALUE 0.
       01  WS-PROFILE-OK            PIC X(1)  VALUE 'N'.
       01  WS-SEND-PAPER            PIC X(1)  VALUE 'Y'.
       01  WS-SEND-XML              PIC X(1)  VALUE 'N'.

      * UBL rendering - one set of paragraphs serves the Invoice and
      * the CreditNote document; WS-UBL-SIGN turns the negative
      * credit note amounts into the positive figures UBL expects.
       01  WS-UBL-DOC               PIC X(10) VALUE SPACES.
       01  WS-UBL-LINE-TAG          PIC X(14) VALUE SPACES.
       01  WS-UBL-QTY-TAG           PIC X(16) VALUE SPACES.
       01  WS-UBL-SIGN              PIC S9(1) VALUE +1.
       01  WS-UBL-ID                PIC X(20) VALUE SPACES.
       01  WS-UBL-NET               PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-UBL-VAT               PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-UBL-GROSS             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-UBL-TAG               PIC X(30) VALUE SPACES.
       01  WS-UBL-VALUE             PIC X(70) VALUE SPACES.
       01  WS-UBL-AMT               PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-UBL-AMT-D             PIC -(10)9.99.
       01  WS-UBL-PRICE             PIC S9(7)V9(4) COMP-3 VALUE 0.
       01  WS-UBL-PRICE-D           PIC Z(6)9.9999.
       01  WS-UBL-PCT-D             PIC ZZ9.99.
       01  WS-UBL-NUM-D             PIC Z(8)9.
       01  WS-UBL-CAT               PIC X(2)  VALUE SPACES.
       01  WS-UBL-SCHEME            PIC X(4)  VALUE SPACES.
       01  WS-UBL-ENDPOINT          PIC X(30) VALUE SPACES.
       01  WS-PTY-ROLE              PIC X(30) VALUE SPACES.
       01  WS-PTY-NAME              PIC X(35) VALUE SPACES.
       01  WS-PTY-ADDR1             PIC X(30) VALUE SPACES.
       01  WS-PTY-ADDR2             PIC X(30) VALUE SPACES.
       01  WS-PTY-CTRY              PIC X(2)  VALUE SPACES.
       01  WS-PTY-VAT-ID            PIC X(20) VALUE SPACES.
       01  WS-PTY-PEPPOL-ID         PIC X(30) VALUE SPACES.
       01  WS-ESC-IN                PIC X(70) VALUE SPACES.
       01  WS-ESC-OUT               PIC X(350) VALUE SPACES.
       01  WS-ESC-LEN               PIC S9(4) COMP VALUE 0.
       01  WS-ESC-IX                PIC S9(4) COMP VALUE 0.
       01  WS-ESC-OX                PIC S9(4) COMP VALUE 0.
       01  WS-XML-LINE              PIC X(250) VALUE SPACES.

       01  WS-INV-HDG.
           05  FILLER               PIC X(8)  VALUE 'INVOICE '.
           05  WS-HDG-DATE          PIC X(10).
           05  FILLER               PIC X(6)  VALUE '  REF '.
           05  WS-HDG-REF           PIC X(15).
           05  FILLER               PIC X(8)  VALUE '  TERMS '.
           05  WS-HDG-TERMS         PIC X(10).
           05  FILLER               PIC X(6)  VALUE '  DUE '.
           05  WS-HDG-DUE           PIC X(10).
           05  FILLER               PIC X(4)  VALUE SPACES.

       01  WS-ITEM-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  WS-TOT-GROSS-OUT     PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(63) VALUE SPACES.

      * intra-community supplies (VAT category K) must say on the
      * invoice that the customer accounts for the VAT, and quote
      * the customer's VAT ID.
       01  WS-RC-LINES              PIC X(1)  VALUE 'N'.
       01  WS-RC-NOTE.
           05  FILLER               PIC X(40) VALUE
               'REVERSE CHARGE - INTRA-COMMUNITY SUPPLY,'.
           05  FILLER               PIC X(40) VALUE
               ' VAT DUE BY THE CUSTOMER (ART. 196 DIREC'.
           05  FILLER               PIC X(30) VALUE
               'TIVE 2006/112/EC)  CUST VAT ID'.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RC-VAT-ID-OUT     PIC X(14).
           05  FILLER               PIC X(7)  VALUE SPACES.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       01  HV-SHIP-ADDR2            PIC X(30).
       01  HV-SHIP-CTRY             PIC X(2).
       01  HV-CLIENT-REF            PIC X(15).
       01  HV-PAY-TERMS             PIC X(10).
       01  HV-NET-DAYS              PIC S9(4) COMP.
       01  HV-DUE-DATE              PIC X(10).
       01  HV-INV-CHANNEL           PIC X(1).
       01  HV-PEPPOL-ID             PIC X(30).
       01  HV-CLI-NAME              PIC X(35).
       01  HV-CLI-VAT-ID            PIC X(14).
       01  HV-BUYER-VAT-ID          PIC X(14).
       01  HV-DLV-DATE              PIC X(10).
       01  HV-BILL-ADDR1            PIC X(30).
       01  HV-BILL-ADDR2            PIC X(30).
       01  HV-BILL-CTRY             PIC X(2).
       01  HV-EDOC-SENT             PIC X(1).
       01  HV-VAT-RATE              PIC S9(3)V99 COMP-3.
       01  HV-PROD-DESCR            PIC X(30).
       01  HV-TAX-NET               PIC S9(11)V99 COMP-3.
       01  HV-TAX-VAT               PIC S9(11)V99 COMP-3.
       01  HV-CN-NO                 PIC S9(4) COMP.
       01  HV-CN-DATE               PIC X(10).
       01  HV-CN-NET                PIC S9(7)V99 COMP-3.
       01  HV-CN-VAT                PIC S9(7)V99 COMP-3.
       01  HV-CN-GROSS              PIC S9(7)V99 COMP-3.
       01  HV-COMPANY.
           05  HV-CO-NAME           PIC X(35).
           05  HV-CO-VAT-ID         PIC X(20).
           05  HV-CO-ADDR1          PIC X(30).
           05  HV-CO-ADDR2          PIC X(30).
           05  HV-CO-CTRY           PIC X(2).
           05  HV-CO-IBAN           PIC X(34).
           05  HV-CO-PEPPOL-ID      PIC X(30).

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

           PERFORM LOAD-COMPANY-PROFILE

           OPEN OUTPUT INVFILE
           OPEN OUTPUT UBLFILE

           EXEC SQL DECLARE INV-CUR CURSOR WITH HOLD FOR
              SELECT ORDER_ID, CLIENT_ID,

           EXEC SQL CLOSE INV-CUR END-EXEC

           IF WS-PROFILE-OK = 'Y'
              PERFORM ISSUE-CREDIT-NOTE-DOCS
           END-IF

           CLOSE INVFILE
           CLOSE UBLFILE

           DISPLAY '*** ' WS-PROG-NAME ' issued ' WS-ISSUED
              ' invoice(s), ' WS-ERRORS ' error(s)'
           DISPLAY '*** ' WS-PROG-NAME ' e-invoices ' WS-XML-DOCS
              ', e-credit notes ' WS-CN-DOCS
           IF WS-ERRORS > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

      * The register row is bumped first and read back - under the
      * same commit as the invoice row and the order stamp, so the
      * sequence stays gap-free however the job ends. Each order is
      * its own unit under a savepoint, so a failed order gives its
      * number back without closing INV-CUR.
       ISSUE-ONE-INVOICE.

           EXEC SQL
              SAVEPOINT INVOICE_UNIT ON ROLLBACK RETAIN CURSORS
           END-EXEC
           EXEC SQL
              UPDATE CLAPP.INVOICE_REGISTER
                 SET LAST_INV_NO = LAST_INV_NO + 1
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              MOVE 'ISSUE-ONE-INVOICE' TO SQE-PARAGRAPH
              MOVE 'invoice register update' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'order ' HV-ORDER-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'P' TO SQE-SCOPE
              PERFORM SQL-ERROR
           ELSE
              EXEC SQL
                 SELECT LAST_INV_NO INTO :HV-INV-NO
                   FROM CLAPP.INVOICE_REGISTER
              END-EXEC
              MOVE WS-TODAY-DATE TO HV-INV-DATE
              PERFORM DERIVE-DUE-DATE
              PERFORM DERIVE-INVOICE-CHANNEL
              PERFORM COMPUTE-INVOICE-TOTALS
              PERFORM RECORD-INVOICE
           END-IF.

      * the client's terms give the net days; a client without terms,
      * or with a code since dropped from the control table, falls
      * back to NET30 rather than issuing an undated invoice.
       DERIVE-DUE-DATE.

           MOVE 'NET30' TO HV-PAY-TERMS
           MOVE 30 TO HV-NET-DAYS
           EXEC SQL
              SELECT T.TERMS_CODE, T.NET_DAYS
                INTO :HV-PAY-TERMS, :HV-NET-DAYS
                FROM CLAPP.CLIENTS C
                     INNER JOIN CLAPP.PAYMENT_TERMS T
                        ON T.TERMS_CODE = C.PAYMENT_TERMS
               WHERE C.CLIENT_ID = :HV-CLIENT-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'NET30' TO HV-PAY-TERMS
                 MOVE 30 TO HV-NET-DAYS
              WHEN OTHER
                 ADD 1 TO WS-ERRORS
                 MOVE 'DERIVE-DUE-DATE' TO SQE-PARAGRAPH
                 MOVE 'payment terms select' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 STRING 'client ' HV-CLIENT-ID
                    DELIMITED BY SIZE INTO SQE-KEY
                 END-STRING
                 MOVE 'S' TO SQE-SCOPE
                 PERFORM SQL-ERROR
           END-EVALUATE
           EXEC SQL
              SET :HV-DUE-DATE =
                  CHAR(DATE(:HV-INV-DATE) + :HV-NET-DAYS DAYS, ISO)
           END-EXEC.

      * the invoice totals, summed ahead of the database work so
      * the CLAPP.INVOICES row can commit before anything is
      * rendered - a rolled-back invoice must leave no numbered
           MOVE HV-CLIENT-ID  TO WS-HDG-CLIENT
           MOVE HV-INV-DATE   TO WS-HDG-DATE
           MOVE HV-CLIENT-REF TO WS-HDG-REF
           MOVE HV-PAY-TERMS  TO WS-HDG-TERMS
           MOVE HV-DUE-DATE   TO WS-HDG-DUE
           MOVE SPACES TO INV-REC
           WRITE INV-REC
           WRITE INV-REC FROM WS-INV-HDG
           PERFORM WRITE-INVOICE-SHIP-TO

           MOVE 'N' TO WS-ITM-EOF
           MOVE 'N' TO WS-RC-LINES

           EXEC SQL DECLARE INVITM-CUR CURSOR FOR
              SELECT LINE_NO, COALESCE(PRODUCT_ID,''), QTY,
                 MOVE HV-VAT-AMT    TO WS-ITM-VAT-OUT
                 MOVE HV-GROSS-AMT  TO WS-ITM-GROSS-OUT
                 WRITE INV-REC FROM WS-ITEM-LINE
                 IF HV-VAT-CAT = 'K'
                    MOVE 'Y' TO WS-RC-LINES
                 END-IF
              ELSE
                 MOVE 'Y' TO WS-ITM-EOF
              END-IF
           MOVE WS-INV-NET   TO WS-TOT-NET-OUT
           MOVE WS-INV-VAT   TO WS-TOT-VAT-OUT
           MOVE WS-INV-GROSS TO WS-TOT-GROSS-OUT
           WRITE INV-REC FROM WS-TOTAL-LINE
           IF WS-RC-LINES = 'Y'
              MOVE HV-CLI-VAT-ID TO WS-RC-VAT-ID-OUT
              WRITE INV-REC FROM WS-RC-NOTE
           END-IF.

       WRITE-INVOICE-SHIP-TO.

           EXEC SQL
              INSERT INTO CLAPP.INVOICES
              (INV_NO, ORDER_ID, CLIENT_ID, INV_DATE,
               NET_AMT, VAT_AMT, GROSS_AMT, PAYMENT_TERMS,
               DUE_DATE, EDOC_SENT)
              VALUES (:HV-INV-NO, :HV-ORDER-ID, :HV-CLIENT-ID,
                      :HV-INV-DATE, :WS-INV-NET, :WS-INV-VAT,
                      :WS-INV-GROSS, :HV-PAY-TERMS, :HV-DUE-DATE,
                      :WS-SEND-XML)
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              MOVE 'RECORD-INVOICE' TO SQE-PARAGRAPH
              MOVE 'invoice insert' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'order ' HV-ORDER-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'P' TO SQE-SCOPE
              PERFORM SQL-ERROR
           ELSE
              EXEC SQL
                 UPDATE CLAPP.ORDERS
              END-EXEC
              IF SQLCODE NOT = 0
                 ADD 1 TO WS-ERRORS
                 MOVE 'RECORD-INVOICE' TO SQE-PARAGRAPH
                 MOVE 'order invoice stamp' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 STRING 'order ' HV-ORDER-ID
                    DELIMITED BY SIZE INTO SQE-KEY
                 END-STRING
                 MOVE 'P' TO SQE-SCOPE
                 PERFORM SQL-ERROR
              ELSE
                 EXEC SQL
                    INSERT INTO CLAPP.AUDIT_LOG
                            'Invoice issued for closed order',
                            'CLINV')
                 END-EXEC
                 PERFORM QUEUE-INVOICE-NOTIFICATION
                 EXEC SQL COMMIT END-EXEC
                 ADD 1 TO WS-ISSUED
                 IF WS-SEND-PAPER = 'Y'
                    PERFORM RENDER-INVOICE-LINES
                 END-IF
                 IF WS-SEND-XML = 'Y'
                    PERFORM WRITE-UBL-INVOICE
                 END-IF
              END-IF
           END-IF.

      * the invoice-issued e-mail for a client who opted in to
      * notifications, committed with the invoice; a failing insert
      * is reported but never holds the invoice back.
       QUEUE-INVOICE-NOTIFICATION.

           EXEC SQL
              INSERT INTO CLAPP.NOTIFY_OUTBOX
                 (NOTIFY_NO, CLIENT_ID, ORDER_ID, EVENT_TYPE,
                  NEW_STATUS, AMOUNT, INV_NO, QUEUED_TS,
                  NOTIFY_STATUS)
              SELECT (SELECT COALESCE(MAX(NOTIFY_NO),0) + 1
                        FROM CLAPP.NOTIFY_OUTBOX),
                     CLIENT_ID, :HV-ORDER-ID, 'INV', 'CLOSED',
                     :WS-INV-GROSS, :HV-INV-NO, CURRENT TIMESTAMP, 'P'
                FROM CLAPP.CLIENTS
               WHERE CLIENT_ID = :HV-CLIENT-ID
                 AND COALESCE(NOTIFY_OPT,'N') IN ('E','D')
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 'QUEUE-INVOICE-NOTIFICATION' TO SQE-PARAGRAPH
              MOVE 'invoice notification insert' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'order ' HV-ORDER-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'W' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF.

      * the seller party of every e-invoice; without the profile row
      * no valid document can be built, so e-invoice clients are
      * printed for this run and their credit notes wait.
       LOAD-COMPANY-PROFILE.

           MOVE SPACES TO HV-COMPANY
           EXEC SQL
              SELECT NAME, COALESCE(VAT_ID,''),
                     COALESCE(ADDR_LINE1,''), COALESCE(ADDR_LINE2,''),
                     COALESCE(COUNTRY,''), COALESCE(IBAN,''),
                     COALESCE(PEPPOL_ID,'')
                INTO :HV-CO-NAME, :HV-CO-VAT-ID, :HV-CO-ADDR1,
                     :HV-CO-ADDR2, :HV-CO-CTRY, :HV-CO-IBAN,
                     :HV-CO-PEPPOL-ID
                FROM CLAPP.COMPANY_PROFILE
           END-EXEC
           IF SQLCODE = 0 AND HV-CO-PEPPOL-ID NOT = SPACES
              MOVE 'Y' TO WS-PROFILE-OK
           ELSE
              MOVE 'N' TO WS-PROFILE-OK
              IF SQLCODE NOT = 0
                 MOVE 'LOAD-COMPANY-PROFILE' TO SQE-PARAGRAPH
                 MOVE 'company profile select' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 MOVE 'W' TO SQE-SCOPE
                 PERFORM SQL-ERROR
              END-IF
              DISPLAY 'WARNING: ' WS-PROG-NAME
                 ' no usable COMPANY_PROFILE row'
                 ' - e-invoices printed instead'
           END-IF.

      * channel P (or none) prints, X sends the UBL document only,
      * B does both. The bill-to party is the client's BILL address
      * where one is kept, else the address on the client row. An
      * e-invoice client without a Peppol ID is printed and warned
      * about rather than sent a document nobody can route.
       DERIVE-INVOICE-CHANNEL.

           MOVE 'P' TO HV-INV-CHANNEL
           MOVE SPACES TO HV-PEPPOL-ID HV-CLI-NAME HV-CLI-VAT-ID
           MOVE SPACES TO HV-BILL-ADDR1 HV-BILL-ADDR2 HV-BILL-CTRY
           EXEC SQL
              SELECT COALESCE(INVOICE_CHANNEL,'P'),
                     COALESCE(PEPPOL_ID,''), NAME,
                     COALESCE(ADDR_LINE1,''), COALESCE(ADDR_LINE2,''),
                     COALESCE(COUNTRY,''), COALESCE(VAT_ID,'')
                INTO :HV-INV-CHANNEL, :HV-PEPPOL-ID, :HV-CLI-NAME,
                     :HV-BILL-ADDR1, :HV-BILL-ADDR2, :HV-BILL-CTRY,
                     :HV-CLI-VAT-ID
                FROM CLAPP.CLIENTS
               WHERE CLIENT_ID = :HV-CLIENT-ID
           END-EXEC
      * the VAT ID a reverse-charge line was booked under wins over
      * whatever the client row carries today
           MOVE SPACES TO HV-BUYER-VAT-ID
           EXEC SQL
              SELECT COALESCE(BUYER_VAT_ID,'')
                INTO :HV-BUYER-VAT-ID
                FROM CLAPP.ORDERS
               WHERE ORDER_ID = :HV-ORDER-ID
           END-EXEC
           IF SQLCODE = 0 AND HV-BUYER-VAT-ID NOT = SPACES
              MOVE HV-BUYER-VAT-ID TO HV-CLI-VAT-ID
           END-IF
           EXEC SQL
              SELECT COALESCE(ADDR_LINE1,''), COALESCE(ADDR_LINE2,''),
                     COALESCE(COUNTRY,'')
                INTO :HV-BILL-ADDR1, :HV-BILL-ADDR2, :HV-BILL-CTRY
                FROM CLAPP.CLIENT_ADDRESSES
               WHERE CLIENT_ID = :HV-CLIENT-ID
                 AND ADDR_TYPE = 'BILL'
           END-EXEC

           MOVE 'Y' TO WS-SEND-PAPER
           MOVE 'N' TO WS-SEND-XML
           EVALUATE HV-INV-CHANNEL
              WHEN 'X'
                 MOVE 'N' TO WS-SEND-PAPER
                 MOVE 'Y' TO WS-SEND-XML
              WHEN 'B'
                 MOVE 'Y' TO WS-SEND-XML
           END-EVALUATE
           IF WS-SEND-XML = 'Y'
              IF WS-PROFILE-OK NOT = 'Y' OR HV-PEPPOL-ID = SPACES
                 DISPLAY 'WARNING: ' WS-PROG-NAME
                    ' client ' HV-CLIENT-ID
                    ' cannot take an e-invoice - printed instead'
                 MOVE 'Y' TO WS-SEND-PAPER
                 MOVE 'N' TO WS-SEND-XML
              END-IF
           END-IF.

      * one UBL Invoice per issued invoice, written after the commit
      * just as the printed copy is.
       WRITE-UBL-INVOICE.

           MOVE 'Invoice' TO WS-UBL-DOC
           MOVE 'InvoiceLine' TO WS-UBL-LINE-TAG
           MOVE 'InvoicedQuantity' TO WS-UBL-QTY-TAG
           MOVE +1 TO WS-UBL-SIGN
           MOVE HV-INV-NO TO WS-UBL-NUM-D
           MOVE FUNCTION TRIM(WS-UBL-NUM-D) TO WS-UBL-ID
           MOVE WS-INV-NET   TO WS-UBL-NET
           MOVE WS-INV-VAT   TO WS-UBL-VAT
           MOVE WS-INV-GROSS TO WS-UBL-GROSS

           PERFORM WRITE-UBL-HEADER
           MOVE 'cbc:IssueDate' TO WS-UBL-TAG
           MOVE HV-INV-DATE TO WS-UBL-VALUE
           PERFORM WRITE-UBL-ELEMENT
           MOVE 'cbc:DueDate' TO WS-UBL-TAG
           MOVE HV-DUE-DATE TO WS-UBL-VALUE
           PERFORM WRITE-UBL-ELEMENT
           MOVE 'cbc:InvoiceTypeCode' TO WS-UBL-TAG
           MOVE '380' TO WS-UBL-VALUE
           PERFORM WRITE-UBL-ELEMENT
           PERFORM WRITE-UBL-REFERENCES
           PERFORM WRITE-UBL-PARTIES
           PERFORM WRITE-UBL-DELIVERY

           MOVE '<cac:PaymentMeans>' TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE
           MOVE 'cbc:PaymentMeansCode' TO WS-UBL-TAG
           MOVE '30' TO WS-UBL-VALUE
           PERFORM WRITE-UBL-ELEMENT
           MOVE 'cbc:PaymentID' TO WS-UBL-TAG
           MOVE WS-UBL-ID TO WS-UBL-VALUE
           PERFORM WRITE-UBL-ELEMENT
           MOVE '<cac:PayeeFinancialAccount>' TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE
           MOVE 'cbc:ID' TO WS-UBL-TAG
           MOVE HV-CO-IBAN TO WS-UBL-VALUE
           PERFORM WRITE-UBL-ELEMENT
           MOVE '</cac:PayeeFinancialAccount>' TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE
           MOVE '</cac:PaymentMeans>' TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE

           MOVE '<cac:TaxTotal>' TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE
           MOVE 'cbc:TaxAmount' TO WS-UBL-TAG
           MOVE WS-UBL-VAT TO WS-UBL-AMT
           PERFORM WRITE-UBL-AMOUNT
           MOVE 'N' TO WS-ITM-EOF

           EXEC SQL DECLARE UBLTAX-CUR CURSOR FOR
              SELECT COALESCE(VAT_CAT,'S'), COALESCE(VAT_RATE,0),
                     SUM(LINE_AMT), SUM(COALESCE(VAT_AMT,0))
                FROM CLAPP.ORDER_ITEMS
               WHERE ORDER_ID = :HV-ORDER-ID
               GROUP BY COALESCE(VAT_CAT,'S'), COALESCE(VAT_RATE,0)
               ORDER BY 1, 2
           END-EXEC

           EXEC SQL OPEN UBLTAX-CUR END-EXEC

           PERFORM UNTIL WS-ITM-EOF = 'Y'
              EXEC SQL
                 FETCH UBLTAX-CUR INTO :HV-VAT-CAT, :HV-VAT-RATE,
                       :HV-TAX-NET, :HV-TAX-VAT
              END-EXEC
              IF SQLCODE = 0
                 PERFORM WRITE-UBL-TAX-SUBTOTAL
              ELSE
                 MOVE 'Y' TO WS-ITM-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE UBLTAX-CUR END-EXEC

           MOVE '</cac:TaxTotal>' TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE
           PERFORM WRITE-UBL-MONETARY-TOTAL
           MOVE 'N' TO WS-ITM-EOF

           EXEC SQL DECLARE UBLITM-CUR CURSOR FOR
              SELECT I.LINE_NO, COALESCE(I.PRODUCT_ID,''), I.QTY,
                     I.LINE_AMT, COALESCE(I.VAT_CAT,'S'),
                     COALESCE(I.VAT_RATE,0), COALESCE(P.DESCR,'')
                FROM CLAPP.ORDER_ITEMS I
                     LEFT OUTER JOIN CLAPP.PRODUCTS P
                        ON P.PRODUCT_ID = I.PRODUCT_ID
               WHERE I.ORDER_ID = :HV-ORDER-ID
               ORDER BY I.LINE_NO
           END-EXEC

           EXEC SQL OPEN UBLITM-CUR END-EXEC

           PERFORM UNTIL WS-ITM-EOF = 'Y'
              EXEC SQL
                 FETCH UBLITM-CUR INTO :HV-LINE-NO, :HV-PRODUCT-ID,
                       :HV-QTY, :HV-LINE-AMT, :HV-VAT-CAT,
                       :HV-VAT-RATE, :HV-PROD-DESCR
              END-EXEC
              IF SQLCODE = 0
                 PERFORM WRITE-UBL-DOC-LINE
              ELSE
                 MOVE 'Y' TO WS-ITM-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE UBLITM-CUR END-EXEC

           PERFORM WRITE-UBL-TRAILER
           ADD 1 TO WS-XML-DOCS.

      * credit notes raised against e-invoiced orders and not yet
      * handled. Each is marked (Y sent, N client no longer takes
      * e-invoices) and committed before its document is written,
      * the same commit-then-render order as invoices.
       ISSUE-CREDIT-NOTE-DOCS.

           MOVE 'N' TO WS-CN-EOF

           EXEC SQL DECLARE UBLCN-CUR CURSOR WITH HOLD FOR
              SELECT N.ORDER_ID, N.CN_NO, CHAR(N.CN_DATE, ISO),
                     I.INV_NO, I.INV_DATE, I.CLIENT_ID,
                     COALESCE(O.CLIENT_REF,' '),
                     COALESCE(O.SHIP_ADDR_TYPE,' '),
                     N.NET_AMT, N.VAT_AMT, N.GROSS_AMT
                FROM CLAPP.CREDIT_NOTES N
                     INNER JOIN CLAPP.INVOICES I
                        ON I.ORDER_ID = N.ORDER_ID
                     INNER JOIN CLAPP.ORDERS O
                        ON O.ORDER_ID = N.ORDER_ID
               WHERE I.EDOC_SENT = 'Y'
                 AND N.EDOC_SENT IS NULL
               ORDER BY N.ORDER_ID, N.CN_NO
           END-EXEC

           EXEC SQL OPEN UBLCN-CUR END-EXEC

           PERFORM UNTIL WS-CN-EOF = 'Y'
              EXEC SQL
                 FETCH UBLCN-CUR INTO :HV-ORDER-ID, :HV-CN-NO,
                       :HV-CN-DATE, :HV-INV-NO, :HV-INV-DATE,
                       :HV-CLIENT-ID, :HV-CLIENT-REF, :HV-SHIP-TYPE,
                       :HV-CN-NET,
                       :HV-CN-VAT, :HV-CN-GROSS
              END-EXEC
              IF SQLCODE = 0
                 PERFORM ISSUE-ONE-CREDIT-NOTE-DOC
              ELSE
                 MOVE 'Y' TO WS-CN-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE UBLCN-CUR END-EXEC.

       ISSUE-ONE-CREDIT-NOTE-DOC.

           PERFORM DERIVE-INVOICE-CHANNEL
           IF WS-SEND-XML = 'Y'
              MOVE 'Y' TO HV-EDOC-SENT
           ELSE
              MOVE 'N' TO HV-EDOC-SENT
           END-IF
           EXEC SQL
              UPDATE CLAPP.CREDIT_NOTES
                 SET EDOC_SENT = :HV-EDOC-SENT
               WHERE ORDER_ID = :HV-ORDER-ID
                 AND CN_NO = :HV-CN-NO
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              MOVE 'ISSUE-ONE-CREDIT-NOTE-DOC' TO SQE-PARAGRAPH
              MOVE 'credit note mark' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'order ' HV-ORDER-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
      * the mark is the note's only write, so its failure leaves
      * nothing to undo - a rollback would only close UBLCN-CUR
              MOVE 'C' TO SQE-SCOPE
              PERFORM SQL-ERROR
           ELSE
              EXEC SQL COMMIT END-EXEC
              IF WS-SEND-XML = 'Y'
                 PERFORM WRITE-UBL-CREDIT-NOTE
              END-IF
           END-IF.

      * the UBL CreditNote carries positive amounts and points back
      * at the invoice it corrects; the line rate is the one stored
      * on the original order line.
       WRITE-UBL-CREDIT-NOTE.

           MOVE 'CreditNote' TO WS-UBL-DOC
           MOVE 'CreditNoteLine' TO WS-UBL-LINE-TAG
           MOVE 'CreditedQuantity' TO WS-UBL-QTY-TAG
           MOVE -1 TO WS-UBL-SIGN
           MOVE HV-CN-NO TO WS-UBL-NUM-D
           MOVE SPACES TO WS-UBL-ID
           STRING FUNCTION TRIM(HV-ORDER-ID) '-'
              FUNCTION TRIM(WS-UBL-NUM-D)
              DELIMITED BY SIZE INTO WS-UBL-ID
           END-STRING
           MOVE HV-CN-NET   TO WS-UBL-NET
           MOVE HV-CN-VAT   TO WS-UBL-VAT
           MOVE HV-CN-GROSS TO WS-UBL-GROSS

           PERFORM WRITE-UBL-HEADER
           MOVE 'cbc:IssueDate' TO WS-UBL-TAG
           MOVE HV-CN-DATE TO WS-UBL-VALUE
           PERFORM WRITE-UBL-ELEMENT
           MOVE 'cbc:CreditNoteTypeCode' TO WS-UBL-TAG
           MOVE '381' TO WS-UBL-VALUE
           PERFORM WRITE-UBL-ELEMENT
           PERFORM WRITE-UBL-REFERENCES

           MOVE '<cac:BillingReference>' TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE
           MOVE '<cac:InvoiceDocumentReference>' TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE
           MOVE 'cbc:ID' TO WS-UBL-TAG
           MOVE HV-INV-NO TO WS-UBL-NUM-D
           MOVE FUNCTION TRIM(WS-UBL-NUM-D) TO WS-UBL-VALUE
           PERFORM WRITE-UBL-ELEMENT
           MOVE 'cbc:IssueDate' TO WS-UBL-TAG
           MOVE HV-INV-DATE TO WS-UBL-VALUE
           PERFORM WRITE-UBL-ELEMENT
           MOVE '</cac:InvoiceDocumentReference>' TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE
           MOVE '</cac:BillingReference>' TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE

           PERFORM WRITE-UBL-PARTIES
           PERFORM WRITE-UBL-DELIVERY

           MOVE '<cac:TaxTotal>' TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE
           MOVE 'cbc:TaxAmount' TO WS-UBL-TAG
           COMPUTE WS-UBL-AMT = WS-UBL-VAT * WS-UBL-SIGN
           PERFORM WRITE-UBL-AMOUNT
           MOVE 'N' TO WS-ITM-EOF

           EXEC SQL DECLARE UBLCNT-CUR CURSOR FOR
              SELECT COALESCE(N.VAT_CAT,'S'), COALESCE(I.VAT_RATE,0),
                     SUM(N.NET_AMT), SUM(N.VAT_AMT)
                FROM CLAPP.CREDIT_NOTE_ITEMS N
                     LEFT OUTER JOIN CLAPP.ORDER_ITEMS I
                        ON I.ORDER_ID = N.ORDER_ID
                       AND I.LINE_NO = N.LINE_NO
               WHERE N.ORDER_ID = :HV-ORDER-ID
                 AND N.CN_NO = :HV-CN-NO
               GROUP BY COALESCE(N.VAT_CAT,'S'), COALESCE(I.VAT_RATE,0)
               ORDER BY 1, 2
           END-EXEC

           EXEC SQL OPEN UBLCNT-CUR END-EXEC

           PERFORM UNTIL WS-ITM-EOF = 'Y'
              EXEC SQL
                 FETCH UBLCNT-CUR INTO :HV-VAT-CAT, :HV-VAT-RATE,
                       :HV-TAX-NET, :HV-TAX-VAT
              END-EXEC
              IF SQLCODE = 0
                 PERFORM WRITE-UBL-TAX-SUBTOTAL
              ELSE
                 MOVE 'Y' TO WS-ITM-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE UBLCNT-CUR END-EXEC

           MOVE '</cac:TaxTotal>' TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE
           PERFORM WRITE-UBL-MONETARY-TOTAL
           MOVE 'N' TO WS-ITM-EOF

           EXEC SQL DECLARE UBLCNI-CUR CURSOR FOR
              SELECT N.LINE_NO, COALESCE(I.PRODUCT_ID,''),
                     N.QTY_RETURNED, N.NET_AMT,
                     COALESCE(N.VAT_CAT,'S'), COALESCE(I.VAT_RATE,0),
                     COALESCE(P.DESCR,'')
                FROM CLAPP.CREDIT_NOTE_ITEMS N
                     LEFT OUTER JOIN CLAPP.ORDER_ITEMS I
                        ON I.ORDER_ID = N.ORDER_ID
                       AND I.LINE_NO = N.LINE_NO
                     LEFT OUTER JOIN CLAPP.PRODUCTS P
                        ON P.PRODUCT_ID = I.PRODUCT_ID
               WHERE N.ORDER_ID = :HV-ORDER-ID
                 AND N.CN_NO = :HV-CN-NO
               ORDER BY N.LINE_NO
           END-EXEC

           EXEC SQL OPEN UBLCNI-CUR END-EXEC

           PERFORM UNTIL WS-ITM-EOF = 'Y'
              EXEC SQL
                 FETCH UBLCNI-CUR INTO :HV-LINE-NO, :HV-PRODUCT-ID,
                       :HV-QTY, :HV-LINE-AMT, :HV-VAT-CAT,
                       :HV-VAT-RATE, :HV-PROD-DESCR
              END-EXEC
              IF SQLCODE = 0
                 PERFORM WRITE-UBL-DOC-LINE
              ELSE
                 MOVE 'Y' TO WS-ITM-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE UBLCNI-CUR END-EXEC

           PERFORM WRITE-UBL-TRAILER
           ADD 1 TO WS-CN-DOCS.

       WRITE-UBL-HEADER.

           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
              TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE
           STRING '<' FUNCTION TRIM(WS-UBL-DOC)
              ' xmlns="urn:oasis:names:specification:ubl:schema:xsd:'
              FUNCTION TRIM(WS-UBL-DOC) '-2"'
              DELIMITED BY SIZE INTO WS-XML-LINE
           END-STRING
           PERFORM WRITE-UBL-LINE
           STRING ' xmlns:cac="urn:oasis:names:specification:ubl:'
              'schema:xsd:CommonAggregateComponents-2"'
              DELIMITED BY SIZE INTO WS-XML-LINE
           END-STRING
           PERFORM WRITE-UBL-LINE
           STRING ' xmlns:cbc="urn:oasis:names:specification:ubl:'
              'schema:xsd:CommonBasicComponents-2">'
              DELIMITED BY SIZE INTO WS-XML-LINE
           END-STRING
           PERFORM WRITE-UBL-LINE
           MOVE 'cbc:CustomizationID' TO WS-UBL-TAG
           STRING 'urn:cen.eu:en16931:2017#compliant#'
              'urn:fdc:peppol.eu:2017:poacc:billing:3.0'
              DELIMITED BY SIZE INTO WS-UBL-VALUE
           END-STRING
           PERFORM WRITE-UBL-ELEMENT
           MOVE 'cbc:ProfileID' TO WS-UBL-TAG
           MOVE 'urn:fdc:peppol.eu:2017:poacc:billing:01:1.0'
              TO WS-UBL-VALUE
           PERFORM WRITE-UBL-ELEMENT
           MOVE 'cbc:ID' TO WS-UBL-TAG
           MOVE WS-UBL-ID TO WS-UBL-VALUE
           PERFORM WRITE-UBL-ELEMENT.

      * Peppol wants a buyer reference on every document - the
      * client's PO number where they gave one, else our order id.
       WRITE-UBL-REFERENCES.

           MOVE 'cbc:DocumentCurrencyCode' TO WS-UBL-TAG
           MOVE 'EUR' TO WS-UBL-VALUE
           PERFORM WRITE-UBL-ELEMENT
           MOVE 'cbc:BuyerReference' TO WS-UBL-TAG
           IF HV-CLIENT-REF = SPACES
              MOVE HV-ORDER-ID TO WS-UBL-VALUE
           ELSE
              MOVE HV-CLIENT-REF TO WS-UBL-VALUE
           END-IF
           PERFORM WRITE-UBL-ELEMENT
           IF HV-CLIENT-REF NOT = SPACES
              MOVE '<cac:OrderReference>' TO WS-XML-LINE
              PERFORM WRITE-UBL-LINE
              MOVE 'cbc:ID' TO WS-UBL-TAG
              MOVE HV-CLIENT-REF TO WS-UBL-VALUE
              PERFORM WRITE-UBL-ELEMENT
              MOVE '</cac:OrderReference>' TO WS-XML-LINE
              PERFORM WRITE-UBL-LINE
           END-IF.

       WRITE-UBL-PARTIES.

           MOVE 'AccountingSupplierParty' TO WS-PTY-ROLE
           MOVE HV-CO-NAME      TO WS-PTY-NAME
           MOVE HV-CO-ADDR1     TO WS-PTY-ADDR1
           MOVE HV-CO-ADDR2     TO WS-PTY-ADDR2
           MOVE HV-CO-CTRY      TO WS-PTY-CTRY
           MOVE HV-CO-VAT-ID    TO WS-PTY-VAT-ID
           MOVE HV-CO-PEPPOL-ID TO WS-PTY-PEPPOL-ID
           PERFORM WRITE-UBL-PARTY

           MOVE 'AccountingCustomerParty' TO WS-PTY-ROLE
           MOVE HV-CLI-NAME     TO WS-PTY-NAME
           MOVE HV-BILL-ADDR1   TO WS-PTY-ADDR1
           MOVE HV-BILL-ADDR2   TO WS-PTY-ADDR2
           MOVE HV-BILL-CTRY    TO WS-PTY-CTRY
           MOVE HV-CLI-VAT-ID   TO WS-PTY-VAT-ID
           MOVE HV-PEPPOL-ID    TO WS-PTY-PEPPOL-ID
           PERFORM WRITE-UBL-PARTY.

      * the Peppol participant id is kept as scheme:identifier
      * (e.g. 0208:0123456789) and split into the EndpointID.
       WRITE-UBL-PARTY.

           STRING '<cac:' FUNCTION TRIM(WS-PTY-ROLE) '><cac:Party>'
              DELIMITED BY SIZE INTO WS-XML-LINE
           END-STRING
           PERFORM WRITE-UBL-LINE
           MOVE SPACES TO WS-UBL-SCHEME WS-UBL-ENDPOINT
           UNSTRING WS-PTY-PEPPOL-ID DELIMITED BY ':'
              INTO WS-UBL-SCHEME WS-UBL-ENDPOINT
           END-UNSTRING
           STRING '<cbc:EndpointID schemeID="'
              FUNCTION TRIM(WS-UBL-SCHEME) '">'
              FUNCTION TRIM(WS-UBL-ENDPOINT) '</cbc:EndpointID>'
              DELIMITED BY SIZE INTO WS-XML-LINE
           END-STRING
           PERFORM WRITE-UBL-LINE
           MOVE '<cac:PostalAddress>' TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE
           MOVE 'cbc:StreetName' TO WS-UBL-TAG
           MOVE WS-PTY-ADDR1 TO WS-UBL-VALUE
           PERFORM WRITE-UBL-ELEMENT
           MOVE 'cbc:AdditionalStreetName' TO WS-UBL-TAG
           MOVE WS-PTY-ADDR2 TO WS-UBL-VALUE
           PERFORM WRITE-UBL-ELEMENT
           MOVE '<cac:Country>' TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE
           MOVE 'cbc:IdentificationCode' TO WS-UBL-TAG
           MOVE WS-PTY-CTRY TO WS-UBL-VALUE
           PERFORM WRITE-UBL-ELEMENT
           MOVE '</cac:Country></cac:PostalAddress>' TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE
           IF WS-PTY-VAT-ID NOT = SPACES
              MOVE '<cac:PartyTaxScheme>' TO WS-XML-LINE
              PERFORM WRITE-UBL-LINE
              MOVE 'cbc:CompanyID' TO WS-UBL-TAG
              MOVE WS-PTY-VAT-ID TO WS-UBL-VALUE
              PERFORM WRITE-UBL-ELEMENT
              MOVE '<cac:TaxScheme><cbc:ID>VAT</cbc:ID></cac:TaxScheme>'
                 TO WS-XML-LINE
              PERFORM WRITE-UBL-LINE
              MOVE '</cac:PartyTaxScheme>' TO WS-XML-LINE
              PERFORM WRITE-UBL-LINE
           END-IF
           MOVE '<cac:PartyLegalEntity>' TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE
           MOVE 'cbc:RegistrationName' TO WS-UBL-TAG
           MOVE WS-PTY-NAME TO WS-UBL-VALUE
           PERFORM WRITE-UBL-ELEMENT
           MOVE '</cac:PartyLegalEntity>' TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE
           STRING '</cac:Party></cac:' FUNCTION TRIM(WS-PTY-ROLE) '>'
              DELIMITED BY SIZE INTO WS-XML-LINE
           END-STRING
           PERFORM WRITE-UBL-LINE.

      * delivered on the last shipment date to the order's ship-to
      * country (the bill-to country when no ship-to is set) - an
      * intra-community supply is not valid without both.
       WRITE-UBL-DELIVERY.

           MOVE SPACES TO HV-DLV-DATE
           EXEC SQL
              SELECT COALESCE(CHAR(MAX(SHIP_DATE), ISO),'')
                INTO :HV-DLV-DATE
                FROM CLAPP.SHIPMENTS
               WHERE ORDER_ID = :HV-ORDER-ID
           END-EXEC
           IF HV-DLV-DATE = SPACES
              MOVE HV-INV-DATE TO HV-DLV-DATE
           END-IF
           MOVE HV-BILL-CTRY TO HV-SHIP-CTRY
           IF HV-SHIP-TYPE NOT = SPACES
              EXEC SQL
                 SELECT COALESCE(COUNTRY,'')
                   INTO :HV-SHIP-CTRY
                   FROM CLAPP.CLIENT_ADDRESSES
                  WHERE CLIENT_ID = :HV-CLIENT-ID
                    AND ADDR_TYPE = :HV-SHIP-TYPE
              END-EXEC
              IF SQLCODE NOT = 0 OR HV-SHIP-CTRY = SPACES
                 MOVE HV-BILL-CTRY TO HV-SHIP-CTRY
              END-IF
           END-IF
           MOVE '<cac:Delivery>' TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE
           MOVE 'cbc:ActualDeliveryDate' TO WS-UBL-TAG
           MOVE HV-DLV-DATE TO WS-UBL-VALUE
           PERFORM WRITE-UBL-ELEMENT
           MOVE '<cac:DeliveryLocation><cac:Address><cac:Country>'
              TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE
           MOVE 'cbc:IdentificationCode' TO WS-UBL-TAG
           MOVE HV-SHIP-CTRY TO WS-UBL-VALUE
           PERFORM WRITE-UBL-ELEMENT
           MOVE '</cac:Country></cac:Address></cac:DeliveryLocation>'
              TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE
           MOVE '</cac:Delivery>' TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE.

       WRITE-UBL-TAX-SUBTOTAL.

           MOVE '<cac:TaxSubtotal>' TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE
           MOVE 'cbc:TaxableAmount' TO WS-UBL-TAG
           COMPUTE WS-UBL-AMT = HV-TAX-NET * WS-UBL-SIGN
           PERFORM WRITE-UBL-AMOUNT
           MOVE 'cbc:TaxAmount' TO WS-UBL-TAG
           COMPUTE WS-UBL-AMT = HV-TAX-VAT * WS-UBL-SIGN
           PERFORM WRITE-UBL-AMOUNT
           MOVE '<cac:TaxCategory>' TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE
           PERFORM WRITE-UBL-CATEGORY
           IF WS-UBL-CAT = 'E'
              MOVE 'cbc:TaxExemptionReason' TO WS-UBL-TAG
              MOVE 'Exempt from VAT' TO WS-UBL-VALUE
              PERFORM WRITE-UBL-ELEMENT
           END-IF
           IF WS-UBL-CAT = 'K'
              MOVE 'cbc:TaxExemptionReasonCode' TO WS-UBL-TAG
              MOVE 'VATEX-EU-IC' TO WS-UBL-VALUE
              PERFORM WRITE-UBL-ELEMENT
              MOVE 'cbc:TaxExemptionReason' TO WS-UBL-TAG
              MOVE 'Intra-community supply - reverse charge'
                 TO WS-UBL-VALUE
              PERFORM WRITE-UBL-ELEMENT
           END-IF
           MOVE '<cac:TaxScheme><cbc:ID>VAT</cbc:ID></cac:TaxScheme>'
              TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE
           MOVE '</cac:TaxCategory></cac:TaxSubtotal>' TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE.

       WRITE-UBL-MONETARY-TOTAL.

           MOVE '<cac:LegalMonetaryTotal>' TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE
           COMPUTE WS-UBL-AMT = WS-UBL-NET * WS-UBL-SIGN
           MOVE 'cbc:LineExtensionAmount' TO WS-UBL-TAG
           PERFORM WRITE-UBL-AMOUNT
           MOVE 'cbc:TaxExclusiveAmount' TO WS-UBL-TAG
           PERFORM WRITE-UBL-AMOUNT
           COMPUTE WS-UBL-AMT = WS-UBL-GROSS * WS-UBL-SIGN
           MOVE 'cbc:TaxInclusiveAmount' TO WS-UBL-TAG
           PERFORM WRITE-UBL-AMOUNT
           MOVE 'cbc:PayableAmount' TO WS-UBL-TAG
           PERFORM WRITE-UBL-AMOUNT
           MOVE '</cac:LegalMonetaryTotal>' TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE.

      * the net price is taken from the stored line amount, so any
      * agreement price or discount on the line carries through and
      * quantity times price still gives the line amount.
       WRITE-UBL-DOC-LINE.

           STRING '<cac:' FUNCTION TRIM(WS-UBL-LINE-TAG) '>'
              DELIMITED BY SIZE INTO WS-XML-LINE
           END-STRING
           PERFORM WRITE-UBL-LINE
           MOVE 'cbc:ID' TO WS-UBL-TAG
           MOVE HV-LINE-NO TO WS-UBL-NUM-D
           MOVE FUNCTION TRIM(WS-UBL-NUM-D) TO WS-UBL-VALUE
           PERFORM WRITE-UBL-ELEMENT
           MOVE HV-QTY TO WS-UBL-NUM-D
           STRING '<cbc:' FUNCTION TRIM(WS-UBL-QTY-TAG)
              ' unitCode="C62">' FUNCTION TRIM(WS-UBL-NUM-D)
              '</cbc:' FUNCTION TRIM(WS-UBL-QTY-TAG) '>'
              DELIMITED BY SIZE INTO WS-XML-LINE
           END-STRING
           PERFORM WRITE-UBL-LINE
           MOVE 'cbc:LineExtensionAmount' TO WS-UBL-TAG
           COMPUTE WS-UBL-AMT = HV-LINE-AMT * WS-UBL-SIGN
           PERFORM WRITE-UBL-AMOUNT
           MOVE '<cac:Item>' TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE
           MOVE 'cbc:Name' TO WS-UBL-TAG
           IF HV-PROD-DESCR NOT = SPACES
              MOVE HV-PROD-DESCR TO WS-UBL-VALUE
           ELSE
              IF HV-PRODUCT-ID NOT = SPACES
                 MOVE HV-PRODUCT-ID TO WS-UBL-VALUE
              ELSE
                 MOVE HV-LINE-NO TO WS-UBL-NUM-D
                 MOVE SPACES TO WS-UBL-VALUE
                 STRING 'Order line ' FUNCTION TRIM(WS-UBL-NUM-D)
                    DELIMITED BY SIZE INTO WS-UBL-VALUE
                 END-STRING
              END-IF
           END-IF
           PERFORM WRITE-UBL-ELEMENT
           IF HV-PRODUCT-ID NOT = SPACES
              MOVE '<cac:SellersItemIdentification>' TO WS-XML-LINE
              PERFORM WRITE-UBL-LINE
              MOVE 'cbc:ID' TO WS-UBL-TAG
              MOVE HV-PRODUCT-ID TO WS-UBL-VALUE
              PERFORM WRITE-UBL-ELEMENT
              MOVE '</cac:SellersItemIdentification>' TO WS-XML-LINE
              PERFORM WRITE-UBL-LINE
           END-IF
           MOVE '<cac:ClassifiedTaxCategory>' TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE
           PERFORM WRITE-UBL-CATEGORY
           MOVE '<cac:TaxScheme><cbc:ID>VAT</cbc:ID></cac:TaxScheme>'
              TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE
           MOVE '</cac:ClassifiedTaxCategory></cac:Item>'
              TO WS-XML-LINE
           PERFORM WRITE-UBL-LINE
           IF HV-QTY = 0
              MOVE 0 TO WS-UBL-PRICE
           ELSE
              COMPUTE WS-UBL-PRICE ROUNDED =
                 HV-LINE-AMT * WS-UBL-SIGN / HV-QTY
           END-IF
           MOVE WS-UBL-PRICE TO WS-UBL-PRICE-D
           STRING '<cac:Price><cbc:PriceAmount currencyID="EUR">'
              FUNCTION TRIM(WS-UBL-PRICE-D)
              '</cbc:PriceAmount></cac:Price>'
              DELIMITED BY SIZE INTO WS-XML-LINE
           END-STRING
           PERFORM WRITE-UBL-LINE
           STRING '</cac:' FUNCTION TRIM(WS-UBL-LINE-TAG) '>'
              DELIMITED BY SIZE INTO WS-XML-LINE
           END-STRING
           PERFORM WRITE-UBL-LINE.

      * our VAT categories onto the EN 16931 codes: the reduced
      * rate is standard-rated at its own percent, and a standard
      * line at zero percent is reported as zero-rated.
       WRITE-UBL-CATEGORY.

           EVALUATE TRUE
              WHEN (HV-VAT-CAT = 'S' OR 'R' OR SPACE)
                   AND HV-VAT-RATE = 0
                 MOVE 'Z' TO WS-UBL-CAT
              WHEN HV-VAT-CAT = 'R' OR SPACE
                 MOVE 'S' TO WS-UBL-CAT
              WHEN OTHER
                 MOVE HV-VAT-CAT TO WS-UBL-CAT
           END-EVALUATE
           MOVE 'cbc:ID' TO WS-UBL-TAG
           MOVE WS-UBL-CAT TO WS-UBL-VALUE
           PERFORM WRITE-UBL-ELEMENT
           MOVE HV-VAT-RATE TO WS-UBL-PCT-D
           MOVE 'cbc:Percent' TO WS-UBL-TAG
           MOVE FUNCTION TRIM(WS-UBL-PCT-D) TO WS-UBL-VALUE
           PERFORM WRITE-UBL-ELEMENT.

       WRITE-UBL-TRAILER.

           STRING '</' FUNCTION TRIM(WS-UBL-DOC) '>'
              DELIMITED BY SIZE INTO WS-XML-LINE
           END-STRING
           PERFORM WRITE-UBL-LINE.

       WRITE-UBL-AMOUNT.

           MOVE WS-UBL-AMT TO WS-UBL-AMT-D
           STRING '<' FUNCTION TRIM(WS-UBL-TAG) ' currencyID="EUR">'
              FUNCTION TRIM(WS-UBL-AMT-D)
              '</' FUNCTION TRIM(WS-UBL-TAG) '>'
              DELIMITED BY SIZE INTO WS-XML-LINE
           END-STRING
           PERFORM WRITE-UBL-LINE.

      * an element with no value is left out altogether - Peppol
      * rejects empty elements.
       WRITE-UBL-ELEMENT.

           IF WS-UBL-VALUE NOT = SPACES
              MOVE FUNCTION TRIM(WS-UBL-VALUE) TO WS-ESC-IN
              PERFORM ESCAPE-XML-TEXT
              STRING '<' FUNCTION TRIM(WS-UBL-TAG) '>'
                 WS-ESC-OUT(1:WS-ESC-OX)
                 '</' FUNCTION TRIM(WS-UBL-TAG) '>'
                 DELIMITED BY SIZE INTO WS-XML-LINE
              END-STRING
              PERFORM WRITE-UBL-LINE
           END-IF
           MOVE SPACES TO WS-UBL-VALUE.

      * names and addresses are keyed free-form: the XML markup
      * characters are written as entity references.
       ESCAPE-XML-TEXT.

           MOVE SPACES TO WS-ESC-OUT
           MOVE 0 TO WS-ESC-OX
           MOVE 0 TO WS-ESC-LEN
           INSPECT FUNCTION REVERSE(WS-ESC-IN)
              TALLYING WS-ESC-LEN FOR LEADING SPACES
           COMPUTE WS-ESC-LEN = LENGTH OF WS-ESC-IN - WS-ESC-LEN
           PERFORM VARYING WS-ESC-IX FROM 1 BY 1
                   UNTIL WS-ESC-IX > WS-ESC-LEN
              EVALUATE WS-ESC-IN(WS-ESC-IX:1)
                 WHEN '&'
                    MOVE '&amp;' TO WS-ESC-OUT(WS-ESC-OX + 1:5)
                    ADD 5 TO WS-ESC-OX
                 WHEN '<'
                    MOVE '&lt;' TO WS-ESC-OUT(WS-ESC-OX + 1:4)
                    ADD 4 TO WS-ESC-OX
                 WHEN '>'
                    MOVE '&gt;' TO WS-ESC-OUT(WS-ESC-OX + 1:4)
                    ADD 4 TO WS-ESC-OX
                 WHEN OTHER
                    ADD 1 TO WS-ESC-OX
                    MOVE WS-ESC-IN(WS-ESC-IX:1)
                       TO WS-ESC-OUT(WS-ESC-OX:1)
              END-EVALUATE
           END-PERFORM.

       WRITE-UBL-LINE.

           WRITE UBL-REC FROM WS-XML-LINE
           MOVE SPACES TO WS-XML-LINE.
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
           MOVE 'ISSUED'         TO RUN-COUNT-LABEL(1)
           MOVE WS-ISSUED TO RUN-COUNT(1)
           MOVE 'E-INVOICES'     TO RUN-COUNT-LABEL(2)
           MOVE WS-XML-DOCS TO RUN-COUNT(2)
           MOVE 'ERRORS'         TO RUN-COUNT-LABEL(3)
           MOVE WS-ERRORS TO RUN-COUNT(3)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

       END PROGRAM CLINV.
