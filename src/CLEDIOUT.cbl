      *-------------------------------------------------------------*
      * Program: CLEDIOUT - EDIFACT DESADV despatch advice outbound *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Sends a despatch advice for every shipment of an order      *
      * captured through EDI - RECORD-SHIPMENT on the order screen  *
      * and the CLPKCNF pick confirmation queue the shipment with   *
      * SHIPMENTS.DESADV_STATUS 'P'. Each becomes one DESADV D.96A  *
      * interchange on DD UT-S-DESOUT addressed to the client's     *
      * CLAPP.EDI_PARTNERS entry, quoting the client's purchase     *
      * order, with each shipped line under the client's own        *
      * article number from CLAPP.CLIENT_ARTICLE_XREF (our product  *
      * code goes with it as the supplier's number). A sent         *
      * shipment is marked 'S' with the time and audited, one       *
      * commit per shipment, so a rerun never sends one twice. A    *
      * shipment whose client has no active EDI partner stays       *
      * queued and is listed on DD UT-S-DESRPT with RC 4.           *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLEDIOUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESFILE ASSIGN TO UT-S-DESOUT
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO UT-S-DESRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DESFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DES-REC.
       01  DES-REC                  PIC X(250).
       FD  RPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPT-REC.
       01  RPT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLEDIOUT'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-ITEM-EOF              PIC X(1)  VALUE 'N'.
       01  WS-TODAY-RAW             PIC X(21) VALUE SPACES.
       01  WS-SHIPMENTS             PIC 9(9) COMP VALUE 0.
       01  WS-SENT                  PIC 9(9) COMP VALUE 0.
       01  WS-HELD                  PIC 9(9) COMP VALUE 0.
       01  WS-ERRORS                PIC 9(9) COMP VALUE 0.
       01  WS-REASON                PIC X(40) VALUE SPACES.
       01  WS-COUNT-D               PIC Z(8)9.
       01  WS-SHIP-NO-D             PIC Z(3)9.
       01  WS-DOC-NO                PIC X(20) VALUE SPACES.

      * DESADV building, as CLEDIIN builds its ORDRSP: pieces are
      * appended with a pointer, values released where they carry a
      * service character
       01  WS-EDI-OUT               PIC X(250) VALUE SPACES.
       01  WS-OUT-PTR               PIC S9(4) COMP VALUE 1.
       01  WS-PUT-RAW               PIC X(40) VALUE SPACES.
       01  WS-ESC-IN                PIC X(70) VALUE SPACES.
       01  WS-ESC-OUT               PIC X(140) VALUE SPACES.
       01  WS-ESC-LEN               PIC S9(4) COMP VALUE 0.
       01  WS-ESC-IX                PIC S9(4) COMP VALUE 0.
       01  WS-ESC-OX                PIC S9(4) COMP VALUE 0.
       01  WS-DES-SEGS              PIC S9(9) COMP VALUE 0.
       01  WS-DES-LINES             PIC S9(9) COMP VALUE 0.
       01  WS-DES-REF               PIC X(14) VALUE SPACES.
       01  WS-DES-SEQ               PIC 9(4)  VALUE 0.
       01  WS-SHIP-CCYYMMDD         PIC X(8)  VALUE SPACES.
       01  WS-QTY-D                 PIC Z(8)9.

       01  WS-HEADING.
           05  FILLER               PIC X(50) VALUE
               'ORDER        SHIP CLIENT     PARTNER              '.
           05  FILLER               PIC X(50) VALUE
               '               LINES RESULT     REASON            '.
           05  FILLER               PIC X(32) VALUE SPACES.

       01  WS-RPT-LINE.
           05  WS-RPT-ORDER         PIC X(12).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-SHIP          PIC Z(3)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-CLIENT        PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-PARTNER       PIC X(35).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-LINES         PIC Z(4)9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-RESULT        PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-REASON        PIC X(40).
           05  FILLER               PIC X(10) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL         PIC X(30).
           05  WS-TOT-COUNT         PIC Z(8)9.
           05  FILLER               PIC X(93) VALUE SPACES.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-ORDER-ID              PIC X(12).
       01  HV-SHIP-NO               PIC S9(4) COMP.
       01  HV-SHIP-DATE             PIC X(10).
       01  HV-CARRIER-REF           PIC X(20).
       01  HV-PARCELS               PIC S9(4) COMP.
       01  HV-CLIENT-ID             PIC X(10).
       01  HV-CLIENT-REF            PIC X(15).
       01  HV-PARTNER-ID            PIC X(35).
       01  HV-OUR-ID                PIC X(35).
       01  HV-LINE-NO               PIC S9(4) COMP.
       01  HV-QTY-SHIPPED           PIC S9(4) COMP.
       01  HV-PRODUCT-ID            PIC X(8).
       01  HV-CLIENT-ARTICLE        PIC X(20).
       01  HV-AUD-DETAIL            PIC X(70).
       01  HV-BATCH-USER            PIC X(8)  VALUE 'CLEDIOUT'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-RAW

           OPEN OUTPUT DESFILE
           OPEN OUTPUT RPTFILE
           WRITE RPT-REC FROM WS-HEADING

           EXEC SQL DECLARE SHIP-CUR CURSOR WITH HOLD FOR
              SELECT S.ORDER_ID, S.SHIP_NO, CHAR(S.SHIP_DATE, ISO),
                     COALESCE(S.CARRIER_REF,' '),
                     COALESCE(S.PARCELS,0), O.CLIENT_ID,
                     COALESCE(O.CLIENT_REF,' ')
                FROM CLAPP.SHIPMENTS S
                     INNER JOIN CLAPP.ORDERS O
                        ON O.ORDER_ID = S.ORDER_ID
               WHERE S.DESADV_STATUS = 'P'
               ORDER BY S.ORDER_ID, S.SHIP_NO
           END-EXEC

           EXEC SQL OPEN SHIP-CUR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
              MOVE 'open SHIP-CUR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH SHIP-CUR
                  INTO :HV-ORDER-ID, :HV-SHIP-NO, :HV-SHIP-DATE,
                       :HV-CARRIER-REF, :HV-PARCELS, :HV-CLIENT-ID,
                       :HV-CLIENT-REF
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO WS-SHIPMENTS
                    PERFORM SEND-ONE-DESADV
                 WHEN 100
                    MOVE 'Y' TO WS-EOF
                 WHEN OTHER
                    MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
                    MOVE 'fetch SHIP-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                    ADD 1 TO WS-ERRORS
                    MOVE 'Y' TO WS-EOF
              END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE SHIP-CUR END-EXEC
           EXEC SQL COMMIT END-EXEC

           MOVE 'SHIPMENTS QUEUED'     TO WS-TOT-LABEL
           MOVE WS-SHIPMENTS           TO WS-TOT-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 'DESADV MESSAGES SENT' TO WS-TOT-LABEL
           MOVE WS-SENT                TO WS-TOT-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 'HELD - STILL QUEUED'  TO WS-TOT-LABEL
           MOVE WS-HELD                TO WS-TOT-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE

           CLOSE DESFILE
           CLOSE RPTFILE

           DISPLAY '*** ' WS-PROG-NAME ' ' WS-SHIPMENTS
              ' shipment(s) queued, ' WS-SENT ' DESADV sent, '
              WS-HELD ' held, ' WS-ERRORS ' error(s)'
           IF WS-ERRORS > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-HELD > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

       SEND-ONE-DESADV.

           MOVE SPACES TO WS-REASON
           MOVE SPACES TO HV-PARTNER-ID HV-OUR-ID
           EXEC SQL
              SELECT PARTNER_ID, COALESCE(OUR_ID,' ')
                INTO :HV-PARTNER-ID, :HV-OUR-ID
                FROM CLAPP.EDI_PARTNERS
               WHERE CLIENT_ID = :HV-CLIENT-ID
                 AND ACTIVE_FLAG = 'Y'
               ORDER BY PARTNER_ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 MOVE 'NO ACTIVE EDI PARTNER FOR CLIENT' TO WS-REASON
              WHEN SQLCODE NOT = 0
                 MOVE 'SQL ERROR READING EDI PARTNER' TO WS-REASON
                 MOVE 'SEND-ONE-DESADV' TO SQE-PARAGRAPH
                 MOVE 'EDI partner select' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 STRING 'client ' HV-CLIENT-ID
                    DELIMITED BY SIZE INTO SQE-KEY
                 END-STRING
                 MOVE 'C' TO SQE-SCOPE
                 PERFORM SQL-ERROR
              WHEN HV-OUR-ID = SPACES
                 MOVE 'OUR EDI ID NOT SET FOR PARTNER' TO WS-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           MOVE SPACES TO WS-RPT-LINE
           MOVE HV-ORDER-ID   TO WS-RPT-ORDER
           MOVE HV-SHIP-NO    TO WS-RPT-SHIP
           MOVE HV-CLIENT-ID  TO WS-RPT-CLIENT
           MOVE HV-PARTNER-ID TO WS-RPT-PARTNER

           IF WS-REASON NOT = SPACES
              ADD 1 TO WS-HELD
              MOVE 0 TO WS-RPT-LINES
              MOVE 'HELD'    TO WS-RPT-RESULT
              MOVE WS-REASON TO WS-RPT-REASON
              WRITE RPT-REC FROM WS-RPT-LINE
           ELSE
              PERFORM WRITE-DESADV
              IF WS-REASON = SPACES
                 PERFORM MARK-SHIPMENT-SENT
              END-IF
           END-IF.

      *-------------------------------------------------------------*
      * DESADV D.96A: BGM 351 numbered order/shipment, despatch     *
      * date, the client's order reference, buyer and supplier,     *
      * one consignment with its parcel count, a LIN per line.      *
      *-------------------------------------------------------------*
       WRITE-DESADV.

           ADD 1 TO WS-DES-SEQ
           MOVE SPACES TO WS-DES-REF
           STRING WS-TODAY-RAW(3:6) WS-TODAY-RAW(9:4) WS-DES-SEQ
              DELIMITED BY SIZE INTO WS-DES-REF
           END-STRING
           MOVE HV-SHIP-NO TO WS-SHIP-NO-D
           MOVE SPACES TO WS-DOC-NO
           STRING HV-ORDER-ID DELIMITED BY SPACE
              '-' FUNCTION TRIM(WS-SHIP-NO-D) DELIMITED BY SIZE
              INTO WS-DOC-NO
           END-STRING
           MOVE SPACES TO WS-SHIP-CCYYMMDD
           STRING HV-SHIP-DATE(1:4) HV-SHIP-DATE(6:2)
              HV-SHIP-DATE(9:2)
              DELIMITED BY SIZE INTO WS-SHIP-CCYYMMDD
           END-STRING

           MOVE 'UNB+UNOC:3+' TO WS-PUT-RAW
           PERFORM APPEND-RAW
           MOVE HV-OUR-ID TO WS-ESC-IN
           PERFORM APPEND-VALUE
           MOVE ':14+' TO WS-PUT-RAW
           PERFORM APPEND-RAW
           MOVE HV-PARTNER-ID TO WS-ESC-IN
           PERFORM APPEND-VALUE
           MOVE ':14+' TO WS-PUT-RAW
           PERFORM APPEND-RAW
           MOVE SPACES TO WS-PUT-RAW
           STRING WS-TODAY-RAW(3:6) ':' WS-TODAY-RAW(9:4) '+'
              WS-DES-REF
              DELIMITED BY SIZE INTO WS-PUT-RAW
           END-STRING
           PERFORM APPEND-RAW
           PERFORM WRITE-DES-SEGMENT
           MOVE 0 TO WS-DES-SEGS

           MOVE 'UNH+1+DESADV:D:96A:UN:EAN005' TO WS-PUT-RAW
           PERFORM APPEND-RAW
           PERFORM WRITE-DES-SEGMENT

           MOVE 'BGM+351+' TO WS-PUT-RAW
           PERFORM APPEND-RAW
           MOVE WS-DOC-NO TO WS-ESC-IN
           PERFORM APPEND-VALUE
           MOVE '+9' TO WS-PUT-RAW
           PERFORM APPEND-RAW
           PERFORM WRITE-DES-SEGMENT

           MOVE SPACES TO WS-PUT-RAW
           STRING 'DTM+137:' WS-TODAY-RAW(1:8) ':102'
              DELIMITED BY SIZE INTO WS-PUT-RAW
           END-STRING
           PERFORM APPEND-RAW
           PERFORM WRITE-DES-SEGMENT

           MOVE SPACES TO WS-PUT-RAW
           STRING 'DTM+11:' WS-SHIP-CCYYMMDD ':102'
              DELIMITED BY SIZE INTO WS-PUT-RAW
           END-STRING
           PERFORM APPEND-RAW
           PERFORM WRITE-DES-SEGMENT

           IF HV-CLIENT-REF NOT = SPACES
              MOVE 'RFF+ON:' TO WS-PUT-RAW
              PERFORM APPEND-RAW
              MOVE HV-CLIENT-REF TO WS-ESC-IN
              PERFORM APPEND-VALUE
              PERFORM WRITE-DES-SEGMENT
           END-IF

           IF HV-CARRIER-REF NOT = SPACES
              MOVE 'RFF+CN:' TO WS-PUT-RAW
              PERFORM APPEND-RAW
              MOVE HV-CARRIER-REF TO WS-ESC-IN
              PERFORM APPEND-VALUE
              PERFORM WRITE-DES-SEGMENT
           END-IF

           MOVE 'NAD+BY+' TO WS-PUT-RAW
           PERFORM APPEND-RAW
           MOVE HV-PARTNER-ID TO WS-ESC-IN
           PERFORM APPEND-VALUE
           MOVE '::9' TO WS-PUT-RAW
           PERFORM APPEND-RAW
           PERFORM WRITE-DES-SEGMENT

           MOVE 'NAD+SU+' TO WS-PUT-RAW
           PERFORM APPEND-RAW
           MOVE HV-OUR-ID TO WS-ESC-IN
           PERFORM APPEND-VALUE
           MOVE '::9' TO WS-PUT-RAW
           PERFORM APPEND-RAW
           PERFORM WRITE-DES-SEGMENT

           MOVE 'CPS+1' TO WS-PUT-RAW
           PERFORM APPEND-RAW
           PERFORM WRITE-DES-SEGMENT

           IF HV-PARCELS > 0
              MOVE HV-PARCELS TO WS-QTY-D
              MOVE SPACES TO WS-PUT-RAW
              STRING 'PAC+' FUNCTION TRIM(WS-QTY-D)
                 DELIMITED BY SIZE INTO WS-PUT-RAW
              END-STRING
              PERFORM APPEND-RAW
              PERFORM WRITE-DES-SEGMENT
           END-IF

           MOVE 0 TO WS-DES-LINES
           MOVE 'N' TO WS-ITEM-EOF
      * the client's article number for each shipped product; a
      * product the client ordered by our code has none
           EXEC SQL DECLARE ITEM-CUR CURSOR FOR
              SELECT SI.LINE_NO, SI.QTY_SHIPPED, I.PRODUCT_ID,
                     COALESCE((SELECT MIN(X.CLIENT_ARTICLE)
                                 FROM CLAPP.CLIENT_ARTICLE_XREF X
                                WHERE X.CLIENT_ID = :HV-CLIENT-ID
                                  AND X.PRODUCT_ID = I.PRODUCT_ID),
                              ' ')
                FROM CLAPP.SHIPMENT_ITEMS SI
                     INNER JOIN CLAPP.ORDER_ITEMS I
                        ON I.ORDER_ID = SI.ORDER_ID
                       AND I.LINE_NO = SI.LINE_NO
               WHERE SI.ORDER_ID = :HV-ORDER-ID
                 AND SI.SHIP_NO = :HV-SHIP-NO
               ORDER BY SI.LINE_NO
           END-EXEC

           EXEC SQL OPEN ITEM-CUR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-ITEM-EOF
              MOVE 'SQL ERROR OPENING ITEM-CUR' TO WS-REASON
              MOVE 'WRITE-DESADV' TO SQE-PARAGRAPH
              MOVE 'open ITEM-CUR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'order ' HV-ORDER-ID ' shipment'
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE HV-SHIP-NO TO SQE-KEY(29:4)
              MOVE 'C' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF
           PERFORM UNTIL WS-ITEM-EOF = 'Y'
              EXEC SQL
                 FETCH ITEM-CUR
                  INTO :HV-LINE-NO, :HV-QTY-SHIPPED, :HV-PRODUCT-ID,
                       :HV-CLIENT-ARTICLE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    PERFORM WRITE-DESADV-LINE
                 WHEN 100
                    MOVE 'Y' TO WS-ITEM-EOF
                 WHEN OTHER
                    MOVE 'SQL ERROR FETCHING ITEM-CUR'
                       TO WS-REASON
                    MOVE 'WRITE-DESADV' TO SQE-PARAGRAPH
                    MOVE 'fetch ITEM-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    STRING 'order ' HV-ORDER-ID ' shipment'
                       DELIMITED BY SIZE INTO SQE-KEY
                    END-STRING
                    MOVE HV-SHIP-NO TO SQE-KEY(29:4)
                    MOVE 'C' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                    MOVE 'Y' TO WS-ITEM-EOF
              END-EVALUATE
           END-PERFORM
           EXEC SQL CLOSE ITEM-CUR END-EXEC

           MOVE WS-DES-LINES TO WS-COUNT-D
           MOVE SPACES TO WS-PUT-RAW
           STRING 'CNT+2:' FUNCTION TRIM(WS-COUNT-D)
              DELIMITED BY SIZE INTO WS-PUT-RAW
           END-STRING
           PERFORM APPEND-RAW
           PERFORM WRITE-DES-SEGMENT

           COMPUTE WS-COUNT-D = WS-DES-SEGS + 1
           MOVE SPACES TO WS-PUT-RAW
           STRING 'UNT+' FUNCTION TRIM(WS-COUNT-D) '+1'
              DELIMITED BY SIZE INTO WS-PUT-RAW
           END-STRING
           PERFORM APPEND-RAW
           PERFORM WRITE-DES-SEGMENT

           MOVE SPACES TO WS-PUT-RAW
           STRING 'UNZ+1+' WS-DES-REF
              DELIMITED BY SIZE INTO WS-PUT-RAW
           END-STRING
           PERFORM APPEND-RAW
           PERFORM WRITE-DES-SEGMENT

      * an interchange cut short by a database error has gone to
      * the file incomplete - the shipment stays queued and the run
      * ends RC 8 so the file is not transmitted
           MOVE WS-DES-LINES TO WS-RPT-LINES
           IF WS-REASON NOT = SPACES
              ADD 1 TO WS-ERRORS
              MOVE 'ERROR'   TO WS-RPT-RESULT
              MOVE WS-REASON TO WS-RPT-REASON
              WRITE RPT-REC FROM WS-RPT-LINE
              DISPLAY 'ERROR: ' WS-PROG-NAME ' ' WS-REASON
                 ' order ' HV-ORDER-ID
           END-IF.

      * their article on the LIN where the cross-reference has one,
      * our code as the supplier's article number always
       WRITE-DESADV-LINE.

           ADD 1 TO WS-DES-LINES
           MOVE WS-DES-LINES TO WS-COUNT-D
           MOVE SPACES TO WS-PUT-RAW
           STRING 'LIN+' FUNCTION TRIM(WS-COUNT-D)
              DELIMITED BY SIZE INTO WS-PUT-RAW
           END-STRING
           PERFORM APPEND-RAW
           IF HV-CLIENT-ARTICLE NOT = SPACES
              MOVE '++' TO WS-PUT-RAW
              PERFORM APPEND-RAW
              MOVE HV-CLIENT-ARTICLE TO WS-ESC-IN
              PERFORM APPEND-VALUE
              MOVE ':EN' TO WS-PUT-RAW
              PERFORM APPEND-RAW
           END-IF
           PERFORM WRITE-DES-SEGMENT

           MOVE 'PIA+5+' TO WS-PUT-RAW
           PERFORM APPEND-RAW
           MOVE HV-PRODUCT-ID TO WS-ESC-IN
           PERFORM APPEND-VALUE
           MOVE ':SA' TO WS-PUT-RAW
           PERFORM APPEND-RAW
           PERFORM WRITE-DES-SEGMENT

           MOVE HV-QTY-SHIPPED TO WS-QTY-D
           MOVE SPACES TO WS-PUT-RAW
           STRING 'QTY+12:' FUNCTION TRIM(WS-QTY-D)
              DELIMITED BY SIZE INTO WS-PUT-RAW
           END-STRING
           PERFORM APPEND-RAW
           PERFORM WRITE-DES-SEGMENT

           IF HV-CLIENT-REF NOT = SPACES
              MOVE HV-LINE-NO TO WS-COUNT-D
              MOVE 'RFF+ON:' TO WS-PUT-RAW
              PERFORM APPEND-RAW
              MOVE HV-CLIENT-REF TO WS-ESC-IN
              PERFORM APPEND-VALUE
              MOVE SPACES TO WS-PUT-RAW
              STRING ':' FUNCTION TRIM(WS-COUNT-D)
                 DELIMITED BY SIZE INTO WS-PUT-RAW
              END-STRING
              PERFORM APPEND-RAW
              PERFORM WRITE-DES-SEGMENT
           END-IF.

       MARK-SHIPMENT-SENT.

           EXEC SQL
              UPDATE CLAPP.SHIPMENTS
                 SET DESADV_STATUS = 'S',
                     DESADV_TS = CURRENT TIMESTAMP
               WHERE ORDER_ID = :HV-ORDER-ID
                 AND SHIP_NO = :HV-SHIP-NO
                 AND DESADV_STATUS = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              MOVE 'MARK-SHIPMENT-SENT' TO SQE-PARAGRAPH
              MOVE 'shipment sent update' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'order ' HV-ORDER-ID
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
      * the update opens the shipment's unit, so its failure leaves
      * nothing to undo - a rollback would only close SHIP-CUR
              MOVE 'C' TO SQE-SCOPE
              PERFORM SQL-ERROR
              MOVE 'ERROR' TO WS-RPT-RESULT
              MOVE 'SENT BUT NOT MARKED - CHECK BEFORE RERUN'
                 TO WS-RPT-REASON
           ELSE
              MOVE SPACES TO HV-AUD-DETAIL
              STRING 'Despatch advice ' DELIMITED BY SIZE
                 WS-DOC-NO DELIMITED BY SPACE
                 ' sent to ' DELIMITED BY SIZE
                 HV-PARTNER-ID DELIMITED BY SPACE
                 INTO HV-AUD-DETAIL
              END-STRING
              EXEC SQL
                 INSERT INTO CLAPP.AUDIT_LOG
                 (TABLE_NAME, REC_KEY, ACTION, AUD_TS, DETAIL,
                  USER_ID)
                 VALUES ('SHIPMENTS', :HV-ORDER-ID, 'U',
                         CURRENT TIMESTAMP, :HV-AUD-DETAIL,
                         :HV-BATCH-USER)
              END-EXEC
              EXEC SQL COMMIT END-EXEC
              ADD 1 TO WS-SENT
              MOVE 'SENT' TO WS-RPT-RESULT
           END-IF
           WRITE RPT-REC FROM WS-RPT-LINE.

       APPEND-RAW.

           STRING WS-PUT-RAW DELIMITED BY SPACE
              INTO WS-EDI-OUT WITH POINTER WS-OUT-PTR
           END-STRING
           MOVE SPACES TO WS-PUT-RAW.

       APPEND-VALUE.

           PERFORM ESCAPE-EDI-TEXT
           IF WS-ESC-OX > 0
              STRING WS-ESC-OUT(1:WS-ESC-OX) DELIMITED BY SIZE
                 INTO WS-EDI-OUT WITH POINTER WS-OUT-PTR
              END-STRING
           END-IF
           MOVE SPACES TO WS-ESC-IN.

       WRITE-DES-SEGMENT.

           STRING "'" DELIMITED BY SIZE
              INTO WS-EDI-OUT WITH POINTER WS-OUT-PTR
           END-STRING
           WRITE DES-REC FROM WS-EDI-OUT
           ADD 1 TO WS-DES-SEGS
           MOVE SPACES TO WS-EDI-OUT
           MOVE 1 TO WS-OUT-PTR.

      * order references and carrier numbers are keyed by people and
      * may carry the service characters: each is released with '?'
       ESCAPE-EDI-TEXT.

           MOVE SPACES TO WS-ESC-OUT
           MOVE 0 TO WS-ESC-OX
           MOVE 0 TO WS-ESC-LEN
           INSPECT FUNCTION REVERSE(WS-ESC-IN)
              TALLYING WS-ESC-LEN FOR LEADING SPACES
           COMPUTE WS-ESC-LEN = LENGTH OF WS-ESC-IN - WS-ESC-LEN
           PERFORM VARYING WS-ESC-IX FROM 1 BY 1
                   UNTIL WS-ESC-IX > WS-ESC-LEN
              IF WS-ESC-IN(WS-ESC-IX:1) = '+' OR ':' OR '?' OR "'"
                 ADD 1 TO WS-ESC-OX
                 MOVE '?' TO WS-ESC-OUT(WS-ESC-OX:1)
              END-IF
              ADD 1 TO WS-ESC-OX
              MOVE WS-ESC-IN(WS-ESC-IX:1) TO WS-ESC-OUT(WS-ESC-OX:1)
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
           MOVE 'SHIPMENTS'      TO RUN-COUNT-LABEL(1)
           MOVE WS-SHIPMENTS TO RUN-COUNT(1)
           MOVE 'SENT'           TO RUN-COUNT-LABEL(2)
           MOVE WS-SENT TO RUN-COUNT(2)
           MOVE 'HELD'           TO RUN-COUNT-LABEL(3)
           MOVE WS-HELD TO RUN-COUNT(3)
           MOVE 'ERRORS'         TO RUN-COUNT-LABEL(4)
           MOVE WS-ERRORS TO RUN-COUNT(4)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

       END PROGRAM CLEDIOUT.
