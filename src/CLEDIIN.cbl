      *-------------------------------------------------------------*
      * Program: CLEDIIN - EDIFACT ORDERS inbound with ORDRSP       *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Translates the retail clients' EDIFACT ORDERS messages (DD  *
      * UT-S-EDIIN, one segment per record as the EDI gateway       *
      * unwraps the interchange) into orders through CLORDUPD, so   *
      * an EDI order gets the same validation, pricing, credit,     *
      * audit and event path as web capture, recorded as channel    *
      * EDI. The buyer (NAD+BY, else the UNB sender) is resolved    *
      * through CLAPP.EDI_PARTNERS; each line's article is our      *
      * product code when sent as PIA supplier number (SA), else    *
      * the client's article number resolved through the per-client *
      * CLAPP.CLIENT_ARTICLE_XREF. A line with an unknown or        *
      * inactive product, a bad quantity, no stock (and no          *
      * backorder) or past the ten-line capture limit is rejected;  *
      * a line only partly covered by stock is cut to what is on    *
      * hand, a kit line to what its components' stock covers as    *
      * CLORDUPD takes it; a line priced differently from the       *
      * client's PRI is confirmed at our price. Every order is      *
      * answered with an ORDRSP (DD UT-S-ORSPOUT) carrying each     *
      * line as accepted, changed or rejected - a refused order is  *
      * answered with all lines rejected. Messages that cannot be   *
      * answered (unknown partner, malformed, repeated purchase     *
      * order) are parked on the report (DD UT-S-EDIRPT); the run   *
      * ends with RC 4 when any message was parked or refused.      *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLEDIIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDIFILE ASSIGN TO UT-S-EDIIN
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RSPFILE ASSIGN TO UT-S-ORSPOUT
                  ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO UT-S-EDIRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EDIFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 512 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EDI-IN-REC.
       01  EDI-IN-REC               PIC X(512).
       FD  RSPFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSP-REC.
       01  RSP-REC                  PIC X(250).
       FD  RPTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPT-REC.
       01  RPT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLEDIIN'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-TODAY-RAW             PIC X(21) VALUE SPACES.
       01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.
       01  WS-SEGS-READ             PIC 9(9) COMP VALUE 0.
       01  WS-MSGS-READ             PIC 9(9) COMP VALUE 0.
       01  WS-ORD-CREATED           PIC 9(9) COMP VALUE 0.
       01  WS-ORD-REFUSED           PIC 9(9) COMP VALUE 0.
       01  WS-MSGS-PARKED           PIC 9(9) COMP VALUE 0.
       01  WS-RSP-SENT              PIC 9(9) COMP VALUE 0.
       01  WS-LINES-CHANGED         PIC 9(9) COMP VALUE 0.
       01  WS-LINES-REJECTED        PIC 9(9) COMP VALUE 0.
       01  WS-COUNT-D               PIC Z(8)9.

      * service characters - the EDIFACT defaults unless the
      * interchange opens with a UNA service string advice
       01  WS-SEP-COMP              PIC X(1)  VALUE ':'.
       01  WS-SEP-ELEM              PIC X(1)  VALUE '+'.
       01  WS-SEP-DEC               PIC X(1)  VALUE '.'.
       01  WS-SEP-REL               PIC X(1)  VALUE '?'.
       01  WS-SEP-SEG               PIC X(1)  VALUE "'".

      * the segment split into its data elements and components;
      * the tag is held apart, element 1 is the first after it
       01  WS-SEG                   PIC X(512) VALUE SPACES.
       01  WS-SEG-LEN               PIC S9(4) COMP VALUE 0.
       01  WS-SEG-TAG               PIC X(3)  VALUE SPACES.
       01  WS-SEG-END               PIC X(1)  VALUE 'N'.
       01  WS-SX                    PIC S9(4) COMP VALUE 0.
       01  WS-EX                    PIC S9(4) COMP VALUE 0.
       01  WS-CX                    PIC S9(4) COMP VALUE 0.
       01  WS-CP                    PIC S9(4) COMP VALUE 0.
       01  WS-CH                    PIC X(1)  VALUE SPACE.
       01  WS-ELEM-TABLE.
           05  WS-ELEM OCCURS 12 TIMES.
               10  WS-COMP          PIC X(35) OCCURS 6 TIMES.

      * interchange and message envelope
       01  WS-UNB-SENDER            PIC X(35) VALUE SPACES.
       01  WS-UNB-RECIPIENT         PIC X(35) VALUE SPACES.
       01  WS-IN-MESSAGE            PIC X(1)  VALUE 'N'.
       01  WS-MSG-SEGS              PIC S9(9) COMP VALUE 0.
       01  WS-MSG-REF               PIC X(14) VALUE SPACES.
       01  WS-MSG-TYPE              PIC X(6)  VALUE SPACES.
       01  WS-MSG-ERROR             PIC X(40) VALUE SPACES.
       01  WS-PO-NUMBER             PIC X(35) VALUE SPACES.
       01  WS-BGM-FUNC              PIC X(3)  VALUE SPACES.
       01  WS-DOC-DATE              PIC X(10) VALUE SPACES.
       01  WS-REQ-DATE              PIC X(10) VALUE SPACES.
       01  WS-BUYER-ID              PIC X(35) VALUE SPACES.
       01  WS-MSG-CURRENCY          PIC X(3)  VALUE SPACES.
       01  WS-MSG-RESULT            PIC X(10) VALUE SPACES.
       01  WS-MSG-REASON            PIC X(40) VALUE SPACES.
       01  WS-RSP-FUNC              PIC X(2)  VALUE SPACES.
       01  WS-DATE-IN               PIC X(35) VALUE SPACES.
       01  WS-DATE-FMT              PIC X(3)  VALUE SPACES.
       01  WS-DATE-OUT              PIC X(10) VALUE SPACES.

      * the message's order lines as sent, with the verdict of each:
      * A accepted as sent, C changed (quantity cut to stock or
      * price amended), R rejected
       01  WS-EDL-MAX               PIC S9(4) COMP VALUE 50.
       01  WS-EDL-CNT               PIC S9(4) COMP VALUE 0.
       01  WS-EDL-OVERFLOW          PIC X(1)  VALUE 'N'.
       01  WS-L                     PIC S9(4) COMP VALUE 0.
       01  WS-K                     PIC S9(4) COMP VALUE 0.
       01  WS-EDL-TABLE.
           05  WS-EDL OCCURS 50 TIMES.
               10  WS-EDL-LINE-NO   PIC X(6).
               10  WS-EDL-ARTICLE   PIC X(20).
               10  WS-EDL-OUR-CODE  PIC X(8).
               10  WS-EDL-QTY-TEXT  PIC X(15).
               10  WS-EDL-PRC-TEXT  PIC X(15).
               10  WS-EDL-PRC-BAD   PIC X(1).
               10  WS-EDL-PRODUCT   PIC X(8).
               10  WS-EDL-QTY       PIC S9(9) COMP.
               10  WS-EDL-CONF-QTY  PIC S9(9) COMP.
               10  WS-EDL-CLI-PRICE PIC S9(7)V99 COMP-3.
               10  WS-EDL-PRICE     PIC S9(7)V99 COMP-3.
               10  WS-EDL-CAP-LINE  PIC S9(4) COMP.
               10  WS-EDL-STATUS    PIC X(1).
                   88  WS-EDL-ACCEPTED         VALUE 'A'.
                   88  WS-EDL-CHANGED          VALUE 'C'.
                   88  WS-EDL-REJECTED         VALUE 'R'.
               10  WS-EDL-REASON    PIC X(30).
       01  WS-RESERVED              PIC S9(9) COMP VALUE 0.
       01  WS-LINE-FAIL-REASON      PIC X(30) VALUE SPACES.
       01  WS-LINE-BACKORDER        PIC X(1)  VALUE 'N'.

      * stock promised to the message's lines already taken, product
      * by product - a kit line promises its components, never the
      * kit, the way CLORDUPD takes the stock; a backordered line
      * promises nothing
       01  WS-PRM-MAX               PIC S9(4) COMP VALUE 500.
       01  WS-PRM-CNT               PIC S9(4) COMP VALUE 0.
       01  WS-P                     PIC S9(4) COMP VALUE 0.
       01  WS-PX                    PIC S9(4) COMP VALUE 0.
       01  WS-PRM-KEY               PIC X(8)  VALUE SPACES.
       01  WS-PRM-ADD               PIC S9(9) COMP VALUE 0.
       01  WS-PRM-TABLE.
           05  WS-PRM OCCURS 500 TIMES.
               10  WS-PRM-PRODUCT   PIC X(8).
               10  WS-PRM-QTY       PIC S9(9) COMP.

      * the bill of materials of the line being screened when its
      * product is a kit (has rows in CLAPP.KIT_COMPONENTS)
       01  WS-KIT-ITEM              PIC X(1)  VALUE 'N'.
       01  WS-KCM-EOF               PIC X(1)  VALUE 'N'.
       01  WS-KCM-MAX               PIC S9(4) COMP VALUE 50.
       01  WS-KCM-CNT               PIC S9(4) COMP VALUE 0.
       01  WS-KX                    PIC S9(4) COMP VALUE 0.
       01  WS-KIT-FITS              PIC S9(9) COMP VALUE 0.
       01  WS-KIT-BOUND             PIC X(1)  VALUE 'N'.
       01  WS-KCM-TABLE.
           05  WS-KCM OCCURS 50 TIMES.
               10  WS-KCM-PRODUCT   PIC X(8).
               10  WS-KCM-QTY       PIC S9(9) COMP.
               10  WS-KCM-ON-HAND   PIC S9(9) COMP.
               10  WS-KCM-BACKORDER PIC X(1).
       01  WS-AVAILABLE             PIC S9(9) COMP VALUE 0.
       01  WS-CAP-CNT               PIC S9(4) COMP VALUE 0.
       01  WS-PROD-FOUND            PIC X(1)  VALUE 'N'.
       01  WS-ANY-CHANGE            PIC X(1)  VALUE 'N'.

      * numeric data elements (QTY, PRI, UNT count)
       01  WS-NUM-TEXT              PIC X(35) VALUE SPACES.
       01  WS-NUM-OK                PIC X(1)  VALUE 'N'.
       01  WS-NUM-DOTS              PIC S9(4) COMP VALUE 0.
       01  WS-NUM-LEN               PIC S9(4) COMP VALUE 0.
       01  WS-NX                    PIC S9(4) COMP VALUE 0.
       01  WS-NUM-VALUE             PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-NUM-INT               PIC S9(9) COMP VALUE 0.
       01  WS-ORDER-SEQ             PIC 9(9)  VALUE 0.

      * ORDRSP building: pieces are appended to the segment with a
      * pointer; values go through the release-character escape
       01  WS-EDI-OUT               PIC X(250) VALUE SPACES.
       01  WS-OUT-PTR               PIC S9(4) COMP VALUE 1.
       01  WS-PUT-RAW               PIC X(40) VALUE SPACES.
       01  WS-ESC-IN                PIC X(70) VALUE SPACES.
       01  WS-ESC-OUT               PIC X(140) VALUE SPACES.
       01  WS-ESC-LEN               PIC S9(4) COMP VALUE 0.
       01  WS-ESC-IX                PIC S9(4) COMP VALUE 0.
       01  WS-ESC-OX                PIC S9(4) COMP VALUE 0.
       01  WS-RSP-SEGS              PIC S9(9) COMP VALUE 0.
       01  WS-RSP-LINES             PIC S9(9) COMP VALUE 0.
       01  WS-RSP-REF               PIC X(14) VALUE SPACES.
       01  WS-RSP-SEQ               PIC 9(4)  VALUE 0.
       01  WS-OUR-ID                PIC X(35) VALUE SPACES.
       01  WS-LIN-ACTION            PIC X(1)  VALUE SPACE.
       01  WS-QTY-D                 PIC Z(8)9.
       01  WS-PRICE-D               PIC Z(6)9.99.

       01  WS-HEADING.
           05  FILLER               PIC X(50) VALUE
               'CLIENT     PURCHASE ORDER  ORDER        LINE   ART'.
           05  FILLER               PIC X(50) VALUE
               'ICLE              PRODUCT  RESULT     REASON      '.
           05  FILLER               PIC X(32) VALUE SPACES.

       01  WS-RPT-LINE.
           05  WS-RPT-CLIENT        PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-PO            PIC X(15).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-ORDER         PIC X(12).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-LINE-NO       PIC X(6).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-ARTICLE       PIC X(20).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-PRODUCT       PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-RESULT        PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-RPT-REASON        PIC X(40).
           05  FILLER               PIC X(4)  VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL         PIC X(30).
           05  WS-TOT-COUNT         PIC Z(8)9.
           05  FILLER               PIC X(93) VALUE SPACES.

       COPY CLINQAPI.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-PARTNER-BUYER         PIC X(35).
       01  HV-PARTNER-SENDER        PIC X(35).
       01  HV-CLIENT-ID             PIC X(10).
       01  HV-OUR-ID                PIC X(35).
       01  HV-CLIENT-REF            PIC X(15).
       01  HV-ARTICLE               PIC X(20).
       01  HV-PRODUCT-ID            PIC X(8).
       01  HV-PROD-ACTIVE           PIC X(1).
       01  HV-ON-HAND               PIC S9(9) COMP.
       01  HV-BACKORDER-ALLOWED     PIC X(1).
       01  HV-ORDER-ID              PIC X(12).
       01  HV-MAX-ORDER-ID          PIC X(12).
       01  HV-LINE-NO               PIC S9(4) COMP.
       01  HV-UNIT-PRICE            PIC S9(7)V99 COMP-3.
       01  HV-COUNT                 PIC S9(9) COMP.
       01  HV-KIT-COMP-ID           PIC X(8).
       01  HV-KIT-COMP-QTY          PIC S9(9) COMP.
       01  HV-KIT-ON-HAND           PIC S9(9) COMP.
       01  HV-KIT-BACKORDER         PIC X(1).
       01  HV-BATCH-USER            PIC X(8)  VALUE 'CLEDIIN'.

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

           OPEN INPUT EDIFILE
           OPEN OUTPUT RSPFILE
           OPEN OUTPUT RPTFILE
           WRITE RPT-REC FROM WS-HEADING

           PERFORM UNTIL WS-EOF = 'Y'
              READ EDIFILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-SEGS-READ
                    PERFORM TAKE-ONE-SEGMENT
              END-READ
           END-PERFORM

      * an interchange cut off inside a message cannot be answered
           IF WS-IN-MESSAGE = 'Y'
              MOVE 'UNT MISSING - MESSAGE INCOMPLETE' TO WS-MSG-REASON
              PERFORM PARK-MESSAGE
           END-IF

           MOVE 'MESSAGES READ'        TO WS-TOT-LABEL
           MOVE WS-MSGS-READ           TO WS-TOT-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 'ORDERS CREATED'       TO WS-TOT-LABEL
           MOVE WS-ORD-CREATED         TO WS-TOT-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 'ORDERS REFUSED'       TO WS-TOT-LABEL
           MOVE WS-ORD-REFUSED         TO WS-TOT-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 'MESSAGES PARKED'      TO WS-TOT-LABEL
           MOVE WS-MSGS-PARKED         TO WS-TOT-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 'LINES CHANGED'        TO WS-TOT-LABEL
           MOVE WS-LINES-CHANGED       TO WS-TOT-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 'LINES REJECTED'       TO WS-TOT-LABEL
           MOVE WS-LINES-REJECTED      TO WS-TOT-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE
           MOVE 'ORDRSP MESSAGES SENT' TO WS-TOT-LABEL
           MOVE WS-RSP-SENT            TO WS-TOT-COUNT
           WRITE RPT-REC FROM WS-TOTAL-LINE

           CLOSE EDIFILE
           CLOSE RSPFILE
           CLOSE RPTFILE

           DISPLAY '*** ' WS-PROG-NAME ' read ' WS-SEGS-READ
              ' segment(s), ' WS-MSGS-READ ' message(s)'
           DISPLAY '*** ' WS-PROG-NAME ' created ' WS-ORD-CREATED
              ' refused ' WS-ORD-REFUSED ' parked ' WS-MSGS-PARKED
              ' ORDRSP sent ' WS-RSP-SENT
           IF (WS-MSGS-PARKED > 0 OR WS-ORD-REFUSED > 0)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

      * UNA fixes the service characters for the rest of the file;
      * everything else is split and routed by its tag
       TAKE-ONE-SEGMENT.

           IF EDI-IN-REC(1:3) = 'UNA'
              MOVE EDI-IN-REC(4:1) TO WS-SEP-COMP
              MOVE EDI-IN-REC(5:1) TO WS-SEP-ELEM
              MOVE EDI-IN-REC(6:1) TO WS-SEP-DEC
              MOVE EDI-IN-REC(7:1) TO WS-SEP-REL
              MOVE EDI-IN-REC(9:1) TO WS-SEP-SEG
           ELSE
              IF EDI-IN-REC NOT = SPACES
                 MOVE EDI-IN-REC TO WS-SEG
                 PERFORM SPLIT-SEGMENT
                 IF WS-IN-MESSAGE = 'Y'
                    ADD 1 TO WS-MSG-SEGS
                 END-IF
                 PERFORM ROUTE-SEGMENT
              END-IF
           END-IF.

       ROUTE-SEGMENT.

           EVALUATE WS-SEG-TAG
              WHEN 'UNB'
                 MOVE WS-COMP(2, 1) TO WS-UNB-SENDER
                 MOVE WS-COMP(3, 1) TO WS-UNB-RECIPIENT
              WHEN 'UNH'
                 PERFORM START-MESSAGE
              WHEN 'UNT'
                 PERFORM END-MESSAGE
              WHEN 'UNZ'
                 IF WS-IN-MESSAGE = 'Y'
                    MOVE 'UNT MISSING - MESSAGE INCOMPLETE'
                       TO WS-MSG-REASON
                    PERFORM PARK-MESSAGE
                 END-IF
              WHEN OTHER
                 IF WS-IN-MESSAGE = 'Y'
                    PERFORM TAKE-MESSAGE-SEGMENT
                 END-IF
           END-EVALUATE.

       START-MESSAGE.

           IF WS-IN-MESSAGE = 'Y'
              MOVE 'UNT MISSING - MESSAGE INCOMPLETE' TO WS-MSG-REASON
              PERFORM PARK-MESSAGE
           END-IF
           ADD 1 TO WS-MSGS-READ
           MOVE 'Y' TO WS-IN-MESSAGE
           MOVE 1 TO WS-MSG-SEGS
           MOVE WS-COMP(1, 1) TO WS-MSG-REF
           MOVE WS-COMP(2, 1) TO WS-MSG-TYPE
           MOVE SPACES TO WS-MSG-ERROR WS-PO-NUMBER WS-BGM-FUNC
              WS-DOC-DATE WS-REQ-DATE WS-BUYER-ID WS-MSG-CURRENCY
              WS-MSG-RESULT WS-MSG-REASON
           MOVE SPACES TO HV-CLIENT-ID HV-ORDER-ID
           MOVE 0 TO WS-EDL-CNT
           MOVE 'N' TO WS-EDL-OVERFLOW
           IF WS-MSG-TYPE NOT = 'ORDERS'
              MOVE 'NOT AN ORDERS MESSAGE' TO WS-MSG-ERROR
           END-IF.

      * the ORDERS segments this translation uses; the rest (FTX,
      * TOD, UNS, CNT and the like) is carried past
       TAKE-MESSAGE-SEGMENT.

           EVALUATE WS-SEG-TAG
              WHEN 'BGM'
                 MOVE WS-COMP(2, 1) TO WS-PO-NUMBER
                 MOVE WS-COMP(3, 1) TO WS-BGM-FUNC
              WHEN 'DTM'
                 MOVE WS-COMP(1, 2) TO WS-DATE-IN
                 MOVE WS-COMP(1, 3) TO WS-DATE-FMT
                 PERFORM CONVERT-EDI-DATE
                 EVALUATE WS-COMP(1, 1)
                    WHEN '137'
                       MOVE WS-DATE-OUT TO WS-DOC-DATE
                    WHEN '2'
                       MOVE WS-DATE-OUT TO WS-REQ-DATE
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              WHEN 'NAD'
                 IF WS-COMP(1, 1) = 'BY'
                    MOVE WS-COMP(2, 1) TO WS-BUYER-ID
                 END-IF
              WHEN 'CUX'
                 IF WS-COMP(1, 1) = '2'
                    MOVE WS-COMP(1, 2) TO WS-MSG-CURRENCY
                 END-IF
              WHEN 'LIN'
                 PERFORM START-ORDER-LINE
              WHEN 'PIA'
                 PERFORM TAKE-LINE-ARTICLE
              WHEN 'QTY'
                 IF WS-EDL-CNT > 0 AND WS-EDL-OVERFLOW = 'N'
                    AND WS-COMP(1, 1) = '21'
                    MOVE WS-COMP(1, 2) TO WS-EDL-QTY-TEXT(WS-EDL-CNT)
                 END-IF
              WHEN 'PRI'
                 IF WS-EDL-CNT > 0 AND WS-EDL-OVERFLOW = 'N'
                    AND (WS-COMP(1, 1) = 'AAA' OR 'AAB')
                    MOVE WS-COMP(1, 2) TO WS-EDL-PRC-TEXT(WS-EDL-CNT)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       START-ORDER-LINE.

           IF WS-EDL-CNT >= WS-EDL-MAX
              MOVE 'Y' TO WS-EDL-OVERFLOW
              MOVE 'MORE THAN 50 LINES IN ONE ORDER' TO WS-MSG-ERROR
           ELSE
              ADD 1 TO WS-EDL-CNT
              INITIALIZE WS-EDL(WS-EDL-CNT)
              MOVE WS-COMP(1, 1) TO WS-EDL-LINE-NO(WS-EDL-CNT)
              MOVE WS-COMP(3, 1) TO WS-EDL-ARTICLE(WS-EDL-CNT)
           END-IF.

      * PIA: a supplier's article number (SA) is our product code;
      * the buyer's own number (IN/BP) stands in for the LIN article
      * when the line carries none
       TAKE-LINE-ARTICLE.

           IF WS-EDL-CNT > 0 AND WS-EDL-OVERFLOW = 'N'
              PERFORM VARYING WS-EX FROM 2 BY 1 UNTIL WS-EX > 6
                 EVALUATE WS-COMP(WS-EX, 2)
                    WHEN 'SA'
                       MOVE WS-COMP(WS-EX, 1)
                          TO WS-EDL-OUR-CODE(WS-EDL-CNT)
                    WHEN 'IN'
                    WHEN 'BP'
                       IF WS-EDL-ARTICLE(WS-EDL-CNT) = SPACES
                          MOVE WS-COMP(WS-EX, 1)
                             TO WS-EDL-ARTICLE(WS-EDL-CNT)
                       END-IF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-PERFORM
           END-IF.

       END-MESSAGE.

           IF WS-IN-MESSAGE = 'N'
              CONTINUE
           ELSE
              MOVE WS-COMP(1, 1) TO WS-NUM-TEXT
              PERFORM CHECK-EDI-NUMBER
              IF WS-MSG-ERROR = SPACES
                 AND (WS-NUM-OK = 'N' OR WS-NUM-VALUE NOT = WS-MSG-SEGS)
                 MOVE 'UNT SEGMENT COUNT DOES NOT MATCH'
                    TO WS-MSG-ERROR
              END-IF
              PERFORM PROCESS-ORDER-MESSAGE
              MOVE 'N' TO WS-IN-MESSAGE
           END-IF.

      *-------------------------------------------------------------*
      * One complete ORDERS message: resolve the partner, screen the *
      * lines, capture through CLORDUPD and answer with the ORDRSP.  *
      *-------------------------------------------------------------*
       PROCESS-ORDER-MESSAGE.

           IF WS-MSG-ERROR NOT = SPACES
              MOVE WS-MSG-ERROR TO WS-MSG-REASON
              PERFORM PARK-MESSAGE
           ELSE
              PERFORM RESOLVE-PARTNER
              IF HV-CLIENT-ID = SPACES
                 IF WS-MSG-REASON = SPACES
                    MOVE 'UNKNOWN OR INACTIVE EDI PARTNER'
                       TO WS-MSG-REASON
                 END-IF
                 PERFORM PARK-MESSAGE
              ELSE
                 PERFORM VARYING WS-L FROM 1 BY 1
                         UNTIL WS-L > WS-EDL-CNT
                    PERFORM PARSE-LINE-NUMBERS
                 END-PERFORM
                 PERFORM CHECK-ORDER-HEADER
                 IF WS-MSG-REASON = SPACES
                    PERFORM SCREEN-ORDER-LINES
                    IF WS-CAP-CNT = 0
                       MOVE 'NO ORDERABLE LINE' TO WS-MSG-REASON
                    ELSE
                       PERFORM CAPTURE-EDI-ORDER
                    END-IF
                 END-IF
                 IF WS-MSG-RESULT NOT = 'PARKED'
                    PERFORM FINISH-ORDER-MESSAGE
                 END-IF
              END-IF
           END-IF.

      * the buyer's GLN (NAD+BY) identifies the client; without one
      * the interchange sender does
       RESOLVE-PARTNER.

           MOVE SPACES TO HV-CLIENT-ID HV-OUR-ID
           MOVE WS-BUYER-ID   TO HV-PARTNER-BUYER
           MOVE WS-UNB-SENDER TO HV-PARTNER-SENDER
           IF HV-PARTNER-BUYER = SPACES
              MOVE HV-PARTNER-SENDER TO HV-PARTNER-BUYER
           END-IF
           EXEC SQL
              SELECT CLIENT_ID, COALESCE(OUR_ID,' ')
                INTO :HV-CLIENT-ID, :HV-OUR-ID
                FROM CLAPP.EDI_PARTNERS
               WHERE PARTNER_ID = :HV-PARTNER-BUYER
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC
           IF SQLCODE = 100
              EXEC SQL
                 SELECT CLIENT_ID, COALESCE(OUR_ID,' ')
                   INTO :HV-CLIENT-ID, :HV-OUR-ID
                   FROM CLAPP.EDI_PARTNERS
                  WHERE PARTNER_ID = :HV-PARTNER-SENDER
                    AND ACTIVE_FLAG = 'Y'
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              IF SQLCODE NOT = 100
                 MOVE 'RESOLVE-PARTNER' TO SQE-PARAGRAPH
                 MOVE 'EDI_PARTNERS select' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 STRING 'partner ' HV-PARTNER-BUYER
                    DELIMITED BY SIZE INTO SQE-KEY
                 END-STRING
                 MOVE 'C' TO SQE-SCOPE
                 PERFORM SQL-ERROR
                 MOVE 'EDI PARTNER LOOKUP FAILED' TO WS-MSG-REASON
              END-IF
              MOVE SPACES TO HV-CLIENT-ID HV-OUR-ID
           END-IF
           IF WS-BUYER-ID = SPACES
              MOVE WS-UNB-SENDER TO WS-BUYER-ID
           END-IF
      * we answer as the party the client addressed
           IF HV-OUR-ID NOT = SPACES
              MOVE HV-OUR-ID TO WS-OUR-ID
           ELSE
              MOVE WS-UNB-RECIPIENT TO WS-OUR-ID
           END-IF.

      * only an original order is translated; a repeated purchase
      * order of the same client is a retransmission and is parked
      * rather than booked twice
       CHECK-ORDER-HEADER.

           EVALUATE TRUE
              WHEN WS-PO-NUMBER = SPACES
                 MOVE 'PURCHASE ORDER NUMBER MISSING' TO WS-MSG-REASON
                 PERFORM PARK-MESSAGE
              WHEN WS-PO-NUMBER(16:20) NOT = SPACES
                 MOVE 'PURCHASE ORDER NUMBER OVER 15 CHARS'
                    TO WS-MSG-REASON
              WHEN WS-BGM-FUNC NOT = SPACES AND WS-BGM-FUNC NOT = '9'
                 MOVE 'ONLY ORIGINAL ORDERS (BGM 9) ACCEPTED'
                    TO WS-MSG-REASON
              WHEN OTHER
                 MOVE WS-PO-NUMBER TO HV-CLIENT-REF
                 MOVE 0 TO HV-COUNT
                 EXEC SQL
                    SELECT COUNT(*) INTO :HV-COUNT
                      FROM CLAPP.ORDERS
                     WHERE CLIENT_ID = :HV-CLIENT-ID
                       AND CLIENT_REF = :HV-CLIENT-REF
                       AND CHANNEL = 'EDI'
                       AND DELETED_FLAG <> 'Y'
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 'CHECK-ORDER-HEADER' TO SQE-PARAGRAPH
                    MOVE 'ORDERS repeat count' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    STRING 'client ' HV-CLIENT-ID ' PO ' HV-CLIENT-REF
                       DELIMITED BY SIZE INTO SQE-KEY
                    END-STRING
                    MOVE 'C' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                    MOVE 'REPEAT ORDER CHECK FAILED' TO WS-MSG-REASON
                    PERFORM PARK-MESSAGE
                 END-IF
                 IF SQLCODE = 0 AND HV-COUNT > 0
                    MOVE 'PURCHASE ORDER ALREADY RECEIVED'
                       TO WS-MSG-REASON
                    PERFORM PARK-MESSAGE
                 END-IF
           END-EVALUATE.

      * each line is settled before the capture call - CLORDUPD
      * refuses the whole order over one bad line, so a line that
      * would fail it is rejected or cut here instead
       SCREEN-ORDER-LINES.

           MOVE 0 TO WS-CAP-CNT WS-PRM-CNT
           INITIALIZE INQ-REQUEST
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-EDL-CNT
              MOVE 'A' TO WS-EDL-STATUS(WS-L)
              PERFORM SCREEN-ONE-LINE
           END-PERFORM.

      * quantity and client price as numbers; a fractional or
      * unreadable quantity stays zero and is rejected as invalid
       PARSE-LINE-NUMBERS.

           MOVE 0 TO WS-EDL-QTY(WS-L)
           MOVE WS-EDL-QTY-TEXT(WS-L) TO WS-NUM-TEXT
           PERFORM CHECK-EDI-NUMBER
           IF WS-NUM-OK = 'Y'
              MOVE WS-NUM-VALUE TO WS-NUM-INT
              IF WS-NUM-VALUE = WS-NUM-INT
                 MOVE WS-NUM-INT TO WS-EDL-QTY(WS-L)
              END-IF
           END-IF
           MOVE 'N' TO WS-EDL-PRC-BAD(WS-L)
           MOVE 0 TO WS-EDL-CLI-PRICE(WS-L)
           IF WS-EDL-PRC-TEXT(WS-L) NOT = SPACES
              MOVE WS-EDL-PRC-TEXT(WS-L) TO WS-NUM-TEXT
              PERFORM CHECK-EDI-NUMBER
              IF WS-NUM-OK = 'Y'
                 MOVE WS-NUM-VALUE TO WS-EDL-CLI-PRICE(WS-L)
              ELSE
                 MOVE 'Y' TO WS-EDL-PRC-BAD(WS-L)
              END-IF
           END-IF.

       SCREEN-ONE-LINE.

           PERFORM RESOLVE-LINE-PRODUCT

           EVALUATE TRUE
              WHEN WS-LINE-FAIL-REASON NOT = SPACES
                 MOVE 'R' TO WS-EDL-STATUS(WS-L)
                 MOVE WS-LINE-FAIL-REASON TO WS-EDL-REASON(WS-L)
              WHEN WS-EDL-PRODUCT(WS-L) = SPACES
                 MOVE 'R' TO WS-EDL-STATUS(WS-L)
                 MOVE 'ARTICLE NOT CROSS-REFERENCED'
                    TO WS-EDL-REASON(WS-L)
              WHEN WS-PROD-FOUND = 'N'
                 MOVE 'R' TO WS-EDL-STATUS(WS-L)
                 MOVE 'UNKNOWN PRODUCT' TO WS-EDL-REASON(WS-L)
              WHEN HV-PROD-ACTIVE NOT = 'Y'
                 MOVE 'R' TO WS-EDL-STATUS(WS-L)
                 MOVE 'PRODUCT NOT ACTIVE' TO WS-EDL-REASON(WS-L)
              WHEN WS-EDL-PRC-BAD(WS-L) = 'Y'
                 MOVE 'R' TO WS-EDL-STATUS(WS-L)
                 MOVE 'INVALID PRICE' TO WS-EDL-REASON(WS-L)
              WHEN WS-EDL-QTY(WS-L) < 1
                 MOVE 'R' TO WS-EDL-STATUS(WS-L)
                 MOVE 'INVALID QUANTITY' TO WS-EDL-REASON(WS-L)
              WHEN WS-EDL-QTY(WS-L) > 9999
                 MOVE 'R' TO WS-EDL-STATUS(WS-L)
                 MOVE 'QUANTITY OVER 9999 PER LINE'
                    TO WS-EDL-REASON(WS-L)
              WHEN OTHER
                 MOVE WS-EDL-QTY(WS-L) TO WS-EDL-CONF-QTY(WS-L)
                 PERFORM CHECK-LINE-STOCK
           END-EVALUATE

           IF WS-EDL-STATUS(WS-L) NOT = 'R'
              IF WS-CAP-CNT >= 10
                 MOVE 'R' TO WS-EDL-STATUS(WS-L)
                 MOVE 'OVER 10 LINES - ORDER SEPARATELY'
                    TO WS-EDL-REASON(WS-L)
              ELSE
                 ADD 1 TO WS-CAP-CNT
                 MOVE WS-CAP-CNT TO INQ-CAP-ITEM-CNT
                 SET INQ-CAP-IDX TO WS-CAP-CNT
                 MOVE WS-EDL-PRODUCT(WS-L)
                    TO INQ-CAP-PRODUCT(INQ-CAP-IDX)
                 MOVE WS-EDL-CONF-QTY(WS-L)
                    TO INQ-CAP-QTY(INQ-CAP-IDX)
                 MOVE 0 TO INQ-CAP-PRICE(INQ-CAP-IDX)
                 MOVE WS-CAP-CNT TO WS-EDL-CAP-LINE(WS-L)
                 PERFORM PROMISE-LINE-STOCK
              END-IF
           END-IF.

      * our code sent as PIA SA wins; otherwise the client's article
      * number through the client's cross-reference
       RESOLVE-LINE-PRODUCT.

           MOVE SPACES TO WS-EDL-PRODUCT(WS-L) WS-LINE-FAIL-REASON
           MOVE 'N' TO WS-PROD-FOUND
           IF WS-EDL-OUR-CODE(WS-L) NOT = SPACES
              MOVE WS-EDL-OUR-CODE(WS-L) TO WS-EDL-PRODUCT(WS-L)
           ELSE
              IF WS-EDL-ARTICLE(WS-L) NOT = SPACES
                 MOVE WS-EDL-ARTICLE(WS-L) TO HV-ARTICLE
                 EXEC SQL
                    SELECT PRODUCT_ID INTO :HV-PRODUCT-ID
                      FROM CLAPP.CLIENT_ARTICLE_XREF
                     WHERE CLIENT_ID = :HV-CLIENT-ID
                       AND CLIENT_ARTICLE = :HV-ARTICLE
                 END-EXEC
                 IF SQLCODE = 0
                    MOVE HV-PRODUCT-ID TO WS-EDL-PRODUCT(WS-L)
                 END-IF
                 IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                    MOVE 'CLIENT_ARTICLE_XREF select'
                       TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    STRING 'client ' HV-CLIENT-ID ' art ' HV-ARTICLE
                       DELIMITED BY SIZE INTO SQE-KEY
                    END-STRING
                    PERFORM LINE-SQL-ERROR
                 END-IF
              END-IF
           END-IF
           IF WS-EDL-PRODUCT(WS-L) NOT = SPACES
              MOVE WS-EDL-PRODUCT(WS-L) TO HV-PRODUCT-ID
              MOVE 0 TO HV-ON-HAND
              EXEC SQL
                 SELECT ACTIVE_FLAG, COALESCE(ON_HAND_QTY,0),
                        COALESCE(BACKORDER_FLAG,'N')
                   INTO :HV-PROD-ACTIVE, :HV-ON-HAND,
                        :HV-BACKORDER-ALLOWED
                   FROM CLAPP.PRODUCTS
                  WHERE PRODUCT_ID = :HV-PRODUCT-ID
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Y' TO WS-PROD-FOUND
              END-IF
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE 'PRODUCTS select' TO SQE-STATEMENT
                 MOVE SPACES TO SQE-KEY
                 STRING 'product ' HV-PRODUCT-ID
                    DELIMITED BY SIZE INTO SQE-KEY
                 END-STRING
                 PERFORM LINE-SQL-ERROR
              END-IF
           END-IF.

      * a lookup failing on one line rejects that line; the rest of
      * the message is screened on
       LINE-SQL-ERROR.

           MOVE 'SCREEN-ONE-LINE' TO SQE-PARAGRAPH
           MOVE 'C' TO SQE-SCOPE
           PERFORM SQL-ERROR
           MOVE 'PRODUCT LOOKUP FAILED' TO WS-LINE-FAIL-REASON.

      * stock already promised to earlier lines of this order is
      * not on offer again; a backorderable product is taken in
      * full, backordered when what is left does not cover it
       CHECK-LINE-STOCK.

           MOVE 'N' TO WS-LINE-BACKORDER
           PERFORM LOAD-KIT-COMPONENTS
           EVALUATE TRUE
              WHEN WS-LINE-FAIL-REASON NOT = SPACES
                 MOVE 'R' TO WS-EDL-STATUS(WS-L)
                 MOVE 0 TO WS-EDL-CONF-QTY(WS-L)
                 MOVE WS-LINE-FAIL-REASON TO WS-EDL-REASON(WS-L)
              WHEN WS-KIT-ITEM = 'Y'
                 PERFORM CHECK-KIT-LINE-STOCK
              WHEN OTHER
                 MOVE WS-EDL-PRODUCT(WS-L) TO WS-PRM-KEY
                 PERFORM FIND-PROMISED
                 COMPUTE WS-AVAILABLE = HV-ON-HAND - WS-RESERVED
                 IF HV-BACKORDER-ALLOWED = 'Y'
                    IF WS-AVAILABLE < WS-EDL-QTY(WS-L)
                       MOVE 'Y' TO WS-LINE-BACKORDER
                    END-IF
                 ELSE
                    PERFORM CUT-LINE-TO-AVAILABLE
                 END-IF
           END-EVALUATE.

      * a kit is stocked through its components: the line is cut to
      * the kits its non-backorderable components still cover, and
      * a backorderable component short of the confirmed kits
      * backorders the line - the way CLORDUPD books it
       CHECK-KIT-LINE-STOCK.

           MOVE 'N' TO WS-KIT-BOUND
           PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > WS-KCM-CNT
              IF WS-KCM-BACKORDER(WS-KX) NOT = 'Y'
                 MOVE WS-KCM-PRODUCT(WS-KX) TO WS-PRM-KEY
                 PERFORM FIND-PROMISED
                 COMPUTE WS-KIT-FITS =
                    (WS-KCM-ON-HAND(WS-KX) - WS-RESERVED)
                    / WS-KCM-QTY(WS-KX)
                 IF WS-KIT-BOUND = 'N' OR WS-KIT-FITS < WS-AVAILABLE
                    MOVE WS-KIT-FITS TO WS-AVAILABLE
                    MOVE 'Y' TO WS-KIT-BOUND
                 END-IF
              END-IF
           END-PERFORM
           IF WS-KIT-BOUND = 'Y'
              PERFORM CUT-LINE-TO-AVAILABLE
           END-IF
           IF WS-EDL-STATUS(WS-L) NOT = 'R'
              PERFORM VARYING WS-KX FROM 1 BY 1
                      UNTIL WS-KX > WS-KCM-CNT
                 MOVE WS-KCM-PRODUCT(WS-KX) TO WS-PRM-KEY
                 PERFORM FIND-PROMISED
                 IF WS-KCM-ON-HAND(WS-KX) - WS-RESERVED
                    < WS-EDL-CONF-QTY(WS-L) * WS-KCM-QTY(WS-KX)
                    MOVE 'Y' TO WS-LINE-BACKORDER
                 END-IF
              END-PERFORM
           END-IF.

       CUT-LINE-TO-AVAILABLE.

           IF WS-AVAILABLE < WS-EDL-QTY(WS-L)
              IF WS-AVAILABLE > 0
                 MOVE 'C' TO WS-EDL-STATUS(WS-L)
                 MOVE WS-AVAILABLE TO WS-EDL-CONF-QTY(WS-L)
                 MOVE 'QUANTITY CUT TO STOCK ON HAND'
                    TO WS-EDL-REASON(WS-L)
              ELSE
                 MOVE 'R' TO WS-EDL-STATUS(WS-L)
                 MOVE 0 TO WS-EDL-CONF-QTY(WS-L)
                 MOVE 'OUT OF STOCK' TO WS-EDL-REASON(WS-L)
              END-IF
           END-IF.

      * the line's product is a kit when it has a bill of materials;
      * its components come with their stock and backorder setting
       LOAD-KIT-COMPONENTS.

           MOVE 'N' TO WS-KIT-ITEM
           MOVE 0 TO WS-KCM-CNT
           EXEC SQL DECLARE KCM-CUR CURSOR FOR
              SELECT K.COMPONENT_ID, K.COMP_QTY,
                     COALESCE(P.ON_HAND_QTY,0),
                     COALESCE(P.BACKORDER_FLAG,'N')
                FROM CLAPP.KIT_COMPONENTS K
                     INNER JOIN CLAPP.PRODUCTS P
                        ON P.PRODUCT_ID = K.COMPONENT_ID
               WHERE K.KIT_PRODUCT_ID = :HV-PRODUCT-ID
                 AND K.COMP_QTY > 0
               ORDER BY K.COMPONENT_ID
           END-EXEC
           EXEC SQL OPEN KCM-CUR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'open KCM-CUR' TO SQE-STATEMENT
              PERFORM KIT-SQL-ERROR
           ELSE
              MOVE 'N' TO WS-KCM-EOF
              PERFORM UNTIL WS-KCM-EOF = 'Y'
                 EXEC SQL
                    FETCH KCM-CUR
                     INTO :HV-KIT-COMP-ID, :HV-KIT-COMP-QTY,
                          :HV-KIT-ON-HAND, :HV-KIT-BACKORDER
                 END-EXEC
                 EVALUATE TRUE
                    WHEN SQLCODE = 100
                       MOVE 'Y' TO WS-KCM-EOF
                    WHEN SQLCODE NOT = 0
                       MOVE 'fetch KCM-CUR' TO SQE-STATEMENT
                       PERFORM KIT-SQL-ERROR
                       MOVE 'Y' TO WS-KCM-EOF
                    WHEN WS-KCM-CNT >= WS-KCM-MAX
                       MOVE 'KIT HAS TOO MANY COMPONENTS'
                          TO WS-LINE-FAIL-REASON
                       MOVE 'Y' TO WS-KCM-EOF
                    WHEN OTHER
                       ADD 1 TO WS-KCM-CNT
                       MOVE HV-KIT-COMP-ID
                          TO WS-KCM-PRODUCT(WS-KCM-CNT)
                       MOVE HV-KIT-COMP-QTY
                          TO WS-KCM-QTY(WS-KCM-CNT)
                       MOVE HV-KIT-ON-HAND
                          TO WS-KCM-ON-HAND(WS-KCM-CNT)
                       MOVE HV-KIT-BACKORDER
                          TO WS-KCM-BACKORDER(WS-KCM-CNT)
                 END-EVALUATE
              END-PERFORM
              EXEC SQL CLOSE KCM-CUR END-EXEC
           END-IF
           IF WS-KCM-CNT > 0
              MOVE 'Y' TO WS-KIT-ITEM
           END-IF.

       KIT-SQL-ERROR.

           MOVE 'LOAD-KIT-COMPONENTS' TO SQE-PARAGRAPH
           MOVE SPACES TO SQE-KEY
           STRING 'kit ' HV-PRODUCT-ID
              DELIMITED BY SIZE INTO SQE-KEY
           END-STRING
           MOVE 'C' TO SQE-SCOPE
           PERFORM SQL-ERROR
           MOVE 'KIT COMPONENT LOOKUP FAILED' TO WS-LINE-FAIL-REASON.

      * what this message's lines already taken have promised of
      * WS-PRM-KEY, into WS-RESERVED
       FIND-PROMISED.

           MOVE 0 TO WS-RESERVED
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PRM-CNT
              IF WS-PRM-PRODUCT(WS-P) = WS-PRM-KEY
                 MOVE WS-PRM-QTY(WS-P) TO WS-RESERVED
              END-IF
           END-PERFORM.

      * a line taken into the capture promises its stock to it - a
      * kit line its components at confirmed qty x kit qty
       PROMISE-LINE-STOCK.

           IF WS-LINE-BACKORDER = 'N'
              IF WS-KIT-ITEM = 'Y'
                 PERFORM VARYING WS-KX FROM 1 BY 1
                         UNTIL WS-KX > WS-KCM-CNT
                    MOVE WS-KCM-PRODUCT(WS-KX) TO WS-PRM-KEY
                    COMPUTE WS-PRM-ADD =
                       WS-EDL-CONF-QTY(WS-L) * WS-KCM-QTY(WS-KX)
                    PERFORM ADD-PROMISED
                 END-PERFORM
              ELSE
                 MOVE WS-EDL-PRODUCT(WS-L) TO WS-PRM-KEY
                 MOVE WS-EDL-CONF-QTY(WS-L) TO WS-PRM-ADD
                 PERFORM ADD-PROMISED
              END-IF
           END-IF.

       ADD-PROMISED.

           MOVE 0 TO WS-PX
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PRM-CNT
              IF WS-PRM-PRODUCT(WS-P) = WS-PRM-KEY
                 MOVE WS-P TO WS-PX
              END-IF
           END-PERFORM
           IF WS-PX = 0 AND WS-PRM-CNT < WS-PRM-MAX
              ADD 1 TO WS-PRM-CNT
              MOVE WS-PRM-CNT TO WS-PX
              MOVE WS-PRM-KEY TO WS-PRM-PRODUCT(WS-PX)
              MOVE 0 TO WS-PRM-QTY(WS-PX)
           END-IF
           IF WS-PX > 0
              ADD WS-PRM-ADD TO WS-PRM-QTY(WS-PX)
           END-IF.

      * the next EDInnnnnnnnn order number
       CAPTURE-EDI-ORDER.

           MOVE SPACES TO HV-MAX-ORDER-ID
           EXEC SQL
              SELECT COALESCE(MAX(ORDER_ID), 'EDI000000000')
                INTO :HV-MAX-ORDER-ID
                FROM CLAPP.ORDERS
               WHERE ORDER_ID LIKE 'EDI%'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'CAPTURE-EDI-ORDER' TO SQE-PARAGRAPH
              MOVE 'ORDERS max EDI order' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'client ' HV-CLIENT-ID ' PO ' HV-CLIENT-REF
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE 'C' TO SQE-SCOPE
              PERFORM SQL-ERROR
              MOVE 'ORDER NUMBER NOT ASSIGNED' TO WS-MSG-REASON
              MOVE SPACES TO HV-ORDER-ID
           ELSE
              PERFORM SEND-EDI-ORDER
           END-IF.

      * the capture runs under this batch's name with the channel
      * recorded as EDI
       SEND-EDI-ORDER.

           IF HV-MAX-ORDER-ID(4:9) IS NOT NUMERIC
              MOVE 'EDI000000000' TO HV-MAX-ORDER-ID
           END-IF
           MOVE HV-MAX-ORDER-ID(4:9) TO WS-ORDER-SEQ
           ADD 1 TO WS-ORDER-SEQ
           MOVE SPACES TO HV-ORDER-ID
           STRING 'EDI' WS-ORDER-SEQ
              DELIMITED BY SIZE INTO HV-ORDER-ID
           END-STRING

           MOVE 'N'              TO INQ-REQ-TYPE
           MOVE HV-ORDER-ID      TO INQ-CAP-ORDER-ID
           MOVE HV-CLIENT-ID     TO INQ-CAP-CLIENT
           MOVE WS-MSG-CURRENCY  TO INQ-CAP-CURRENCY
           MOVE HV-CLIENT-REF    TO INQ-CAP-CLIENT-REF
           MOVE WS-REQ-DATE      TO INQ-CAP-REQ-DATE
           MOVE WS-CAP-CNT       TO INQ-CAP-ITEM-CNT
           MOVE 'EDI'            TO INQ-CAP-CHANNEL
           MOVE HV-BATCH-USER    TO INQ-CAP-USER
           INITIALIZE INQ-RESPONSE

           CALL 'CLORDUPD' USING INQ-REQUEST INQ-RESPONSE

           IF INQ-RESP-RC = 00
              PERFORM TAKE-CAPTURED-PRICES
           ELSE
              MOVE FUNCTION UPPER-CASE(INQ-RESP-MSG) TO WS-MSG-REASON
              MOVE SPACES TO HV-ORDER-ID
           END-IF.

      * the order is confirmed at the price it was booked at; a
      * client price that differs is answered as a changed line
       TAKE-CAPTURED-PRICES.

           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-EDL-CNT
              IF WS-EDL-CAP-LINE(WS-L) > 0
                 MOVE WS-EDL-CAP-LINE(WS-L) TO HV-LINE-NO
                 EXEC SQL
                    SELECT UNIT_PRICE INTO :HV-UNIT-PRICE
                      FROM CLAPP.ORDER_ITEMS
                     WHERE ORDER_ID = :HV-ORDER-ID
                       AND LINE_NO = :HV-LINE-NO
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 'TAKE-CAPTURED-PRICES' TO SQE-PARAGRAPH
                    MOVE 'ORDER_ITEMS price select' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    STRING 'order ' HV-ORDER-ID ' line '
                       WS-EDL-LINE-NO(WS-L)
                       DELIMITED BY SIZE INTO SQE-KEY
                    END-STRING
                    MOVE 'C' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 IF SQLCODE = 0
                    MOVE HV-UNIT-PRICE TO WS-EDL-PRICE(WS-L)
                    IF WS-EDL-CLI-PRICE(WS-L) > 0
                       AND WS-EDL-CLI-PRICE(WS-L) NOT = HV-UNIT-PRICE
                       AND WS-EDL-STATUS(WS-L) = 'A'
                       MOVE 'C' TO WS-EDL-STATUS(WS-L)
                       MOVE 'PRICE AMENDED TO AGREED PRICE'
                          TO WS-EDL-REASON(WS-L)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      * a refused order rejects every line with the refusal reason;
      * either way the client gets its ORDRSP and the report shows
      * the message and each line not taken as sent
       FINISH-ORDER-MESSAGE.

           MOVE 'N' TO WS-ANY-CHANGE
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-EDL-CNT
              IF HV-ORDER-ID = SPACES
                 IF WS-EDL-STATUS(WS-L) NOT = 'R'
                    MOVE 'R' TO WS-EDL-STATUS(WS-L)
                    MOVE WS-MSG-REASON TO WS-EDL-REASON(WS-L)
                    MOVE 0 TO WS-EDL-CONF-QTY(WS-L)
                 END-IF
              END-IF
              IF WS-EDL-STATUS(WS-L) NOT = 'A'
                 MOVE 'Y' TO WS-ANY-CHANGE
              END-IF
           END-PERFORM

           EVALUATE TRUE
              WHEN HV-ORDER-ID = SPACES
                 MOVE '27' TO WS-RSP-FUNC
                 MOVE 'REFUSED' TO WS-MSG-RESULT
                 ADD 1 TO WS-ORD-REFUSED
              WHEN WS-ANY-CHANGE = 'Y'
                 MOVE '4' TO WS-RSP-FUNC
                 MOVE 'CHANGED' TO WS-MSG-RESULT
                 MOVE 'CREATED WITH AMENDED LINES' TO WS-MSG-REASON
                 ADD 1 TO WS-ORD-CREATED
              WHEN OTHER
                 MOVE '29' TO WS-RSP-FUNC
                 MOVE 'CREATED' TO WS-MSG-RESULT
                 ADD 1 TO WS-ORD-CREATED
           END-EVALUATE

           MOVE SPACES TO WS-RPT-LINE
           MOVE HV-CLIENT-ID  TO WS-RPT-CLIENT
           MOVE WS-PO-NUMBER  TO WS-RPT-PO
           MOVE HV-ORDER-ID   TO WS-RPT-ORDER
           MOVE WS-MSG-RESULT TO WS-RPT-RESULT
           MOVE WS-MSG-REASON TO WS-RPT-REASON
           WRITE RPT-REC FROM WS-RPT-LINE

           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-EDL-CNT
              EVALUATE TRUE
                 WHEN WS-EDL-CHANGED(WS-L)
                    ADD 1 TO WS-LINES-CHANGED
                    MOVE 'CHANGED' TO WS-RPT-RESULT
                    PERFORM REPORT-ORDER-LINE
                 WHEN WS-EDL-REJECTED(WS-L)
                    ADD 1 TO WS-LINES-REJECTED
                    MOVE 'REJECTED' TO WS-RPT-RESULT
                    PERFORM REPORT-ORDER-LINE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM

           PERFORM WRITE-ORDRSP.

       REPORT-ORDER-LINE.

           MOVE SPACES TO WS-RPT-CLIENT WS-RPT-PO WS-RPT-ORDER
           MOVE WS-EDL-LINE-NO(WS-L) TO WS-RPT-LINE-NO
           MOVE WS-EDL-ARTICLE(WS-L) TO WS-RPT-ARTICLE
           MOVE WS-EDL-PRODUCT(WS-L) TO WS-RPT-PRODUCT
           MOVE WS-EDL-REASON(WS-L)  TO WS-RPT-REASON
           WRITE RPT-REC FROM WS-RPT-LINE.

       PARK-MESSAGE.

           ADD 1 TO WS-MSGS-PARKED
           MOVE 'PARKED' TO WS-MSG-RESULT
           MOVE 'N' TO WS-IN-MESSAGE
           MOVE SPACES TO WS-RPT-LINE
           MOVE HV-CLIENT-ID  TO WS-RPT-CLIENT
           MOVE WS-PO-NUMBER  TO WS-RPT-PO
           MOVE WS-MSG-REF    TO WS-RPT-ORDER
           MOVE 'PARKED'      TO WS-RPT-RESULT
           MOVE WS-MSG-REASON TO WS-RPT-REASON
           WRITE RPT-REC FROM WS-RPT-LINE.

      *-------------------------------------------------------------*
      * ORDRSP D.96A, one interchange per response back to the      *
      * partner: BGM 231 with 29 accepted, 4 changed, 27 refused,    *
      * each line LIN action 5 accepted, 3 changed, 7 rejected.      *
      *-------------------------------------------------------------*
       WRITE-ORDRSP.

           ADD 1 TO WS-RSP-SEQ
           MOVE SPACES TO WS-RSP-REF
           STRING WS-TODAY-RAW(3:6) WS-TODAY-RAW(9:4) WS-RSP-SEQ
              DELIMITED BY SIZE INTO WS-RSP-REF
           END-STRING

           MOVE 'UNB+UNOC:3+' TO WS-PUT-RAW
           PERFORM APPEND-RAW
           MOVE WS-OUR-ID TO WS-ESC-IN
           PERFORM APPEND-VALUE
           MOVE ':14+' TO WS-PUT-RAW
           PERFORM APPEND-RAW
           MOVE WS-UNB-SENDER TO WS-ESC-IN
           PERFORM APPEND-VALUE
           MOVE ':14+' TO WS-PUT-RAW
           PERFORM APPEND-RAW
           MOVE SPACES TO WS-PUT-RAW
           STRING WS-TODAY-RAW(3:6) ':' WS-TODAY-RAW(9:4) '+'
              WS-RSP-REF
              DELIMITED BY SIZE INTO WS-PUT-RAW
           END-STRING
           PERFORM APPEND-RAW
           PERFORM WRITE-RSP-SEGMENT
           MOVE 0 TO WS-RSP-SEGS

           MOVE 'UNH+1+ORDRSP:D:96A:UN:EAN005' TO WS-PUT-RAW
           PERFORM APPEND-RAW
           PERFORM WRITE-RSP-SEGMENT

           MOVE 'BGM+231+' TO WS-PUT-RAW
           PERFORM APPEND-RAW
           IF HV-ORDER-ID NOT = SPACES
              MOVE HV-ORDER-ID TO WS-ESC-IN
           ELSE
              MOVE WS-PO-NUMBER TO WS-ESC-IN
           END-IF
           PERFORM APPEND-VALUE
           MOVE SPACES TO WS-PUT-RAW
           STRING '+' WS-RSP-FUNC DELIMITED BY SIZE INTO WS-PUT-RAW
           END-STRING
           PERFORM APPEND-RAW
           PERFORM WRITE-RSP-SEGMENT

           MOVE SPACES TO WS-PUT-RAW
           STRING 'DTM+137:' WS-TODAY-RAW(1:8) ':102'
              DELIMITED BY SIZE INTO WS-PUT-RAW
           END-STRING
           PERFORM APPEND-RAW
           PERFORM WRITE-RSP-SEGMENT

           MOVE 'RFF+ON:' TO WS-PUT-RAW
           PERFORM APPEND-RAW
           MOVE WS-PO-NUMBER TO WS-ESC-IN
           PERFORM APPEND-VALUE
           PERFORM WRITE-RSP-SEGMENT

           MOVE 'NAD+BY+' TO WS-PUT-RAW
           PERFORM APPEND-RAW
           MOVE WS-BUYER-ID TO WS-ESC-IN
           PERFORM APPEND-VALUE
           MOVE '::9' TO WS-PUT-RAW
           PERFORM APPEND-RAW
           PERFORM WRITE-RSP-SEGMENT

           MOVE 'NAD+SU+' TO WS-PUT-RAW
           PERFORM APPEND-RAW
           MOVE WS-OUR-ID TO WS-ESC-IN
           PERFORM APPEND-VALUE
           MOVE '::9' TO WS-PUT-RAW
           PERFORM APPEND-RAW
           PERFORM WRITE-RSP-SEGMENT

           IF WS-MSG-CURRENCY NOT = SPACES
              MOVE SPACES TO WS-PUT-RAW
              STRING 'CUX+2:' WS-MSG-CURRENCY ':9'
                 DELIMITED BY SIZE INTO WS-PUT-RAW
              END-STRING
              PERFORM APPEND-RAW
              PERFORM WRITE-RSP-SEGMENT
           END-IF

           MOVE 0 TO WS-RSP-LINES
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-EDL-CNT
              PERFORM WRITE-ORDRSP-LINE
           END-PERFORM

           MOVE 'UNS+S' TO WS-PUT-RAW
           PERFORM APPEND-RAW
           PERFORM WRITE-RSP-SEGMENT

           MOVE WS-RSP-LINES TO WS-COUNT-D
           MOVE SPACES TO WS-PUT-RAW
           STRING 'CNT+2:' FUNCTION TRIM(WS-COUNT-D)
              DELIMITED BY SIZE INTO WS-PUT-RAW
           END-STRING
           PERFORM APPEND-RAW
           PERFORM WRITE-RSP-SEGMENT

           COMPUTE WS-COUNT-D = WS-RSP-SEGS + 1
           MOVE SPACES TO WS-PUT-RAW
           STRING 'UNT+' FUNCTION TRIM(WS-COUNT-D) '+1'
              DELIMITED BY SIZE INTO WS-PUT-RAW
           END-STRING
           PERFORM APPEND-RAW
           PERFORM WRITE-RSP-SEGMENT

           MOVE SPACES TO WS-PUT-RAW
           STRING 'UNZ+1+' WS-RSP-REF
              DELIMITED BY SIZE INTO WS-PUT-RAW
           END-STRING
           PERFORM APPEND-RAW
           PERFORM WRITE-RSP-SEGMENT
           ADD 1 TO WS-RSP-SENT.

       WRITE-ORDRSP-LINE.

           ADD 1 TO WS-RSP-LINES
           EVALUATE TRUE
              WHEN WS-EDL-ACCEPTED(WS-L)
                 MOVE '5' TO WS-LIN-ACTION
              WHEN WS-EDL-CHANGED(WS-L)
                 MOVE '3' TO WS-LIN-ACTION
              WHEN OTHER
                 MOVE '7' TO WS-LIN-ACTION
           END-EVALUATE
           MOVE 'LIN+' TO WS-PUT-RAW
           PERFORM APPEND-RAW
           MOVE WS-EDL-LINE-NO(WS-L) TO WS-ESC-IN
           PERFORM APPEND-VALUE
           MOVE SPACES TO WS-PUT-RAW
           STRING '+' WS-LIN-ACTION '+' DELIMITED BY SIZE
              INTO WS-PUT-RAW
           END-STRING
           PERFORM APPEND-RAW
           IF WS-EDL-ARTICLE(WS-L) NOT = SPACES
              MOVE WS-EDL-ARTICLE(WS-L) TO WS-ESC-IN
              PERFORM APPEND-VALUE
              MOVE ':EN' TO WS-PUT-RAW
              PERFORM APPEND-RAW
           END-IF
           PERFORM WRITE-RSP-SEGMENT

           IF WS-EDL-PRODUCT(WS-L) NOT = SPACES
              MOVE 'PIA+5+' TO WS-PUT-RAW
              PERFORM APPEND-RAW
              MOVE WS-EDL-PRODUCT(WS-L) TO WS-ESC-IN
              PERFORM APPEND-VALUE
              MOVE ':SA' TO WS-PUT-RAW
              PERFORM APPEND-RAW
              PERFORM WRITE-RSP-SEGMENT
           END-IF

           MOVE WS-EDL-QTY(WS-L) TO WS-QTY-D
           MOVE SPACES TO WS-PUT-RAW
           STRING 'QTY+21:' FUNCTION TRIM(WS-QTY-D)
              DELIMITED BY SIZE INTO WS-PUT-RAW
           END-STRING
           PERFORM APPEND-RAW
           PERFORM WRITE-RSP-SEGMENT

           MOVE WS-EDL-CONF-QTY(WS-L) TO WS-QTY-D
           MOVE SPACES TO WS-PUT-RAW
           STRING 'QTY+113:' FUNCTION TRIM(WS-QTY-D)
              DELIMITED BY SIZE INTO WS-PUT-RAW
           END-STRING
           PERFORM APPEND-RAW
           PERFORM WRITE-RSP-SEGMENT

           IF WS-EDL-PRICE(WS-L) > 0
              MOVE WS-EDL-PRICE(WS-L) TO WS-PRICE-D
              MOVE SPACES TO WS-PUT-RAW
              STRING 'PRI+AAA:' FUNCTION TRIM(WS-PRICE-D)
                 DELIMITED BY SIZE INTO WS-PUT-RAW
              END-STRING
              PERFORM APPEND-RAW
              PERFORM WRITE-RSP-SEGMENT
           END-IF

           IF WS-EDL-REASON(WS-L) NOT = SPACES
              MOVE 'FTX+AAO+++' TO WS-PUT-RAW
              PERFORM APPEND-RAW
              MOVE WS-EDL-REASON(WS-L) TO WS-ESC-IN
              PERFORM APPEND-VALUE
              PERFORM WRITE-RSP-SEGMENT
           END-IF.

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

       WRITE-RSP-SEGMENT.

           STRING "'" DELIMITED BY SIZE
              INTO WS-EDI-OUT WITH POINTER WS-OUT-PTR
           END-STRING
           WRITE RSP-REC FROM WS-EDI-OUT
           ADD 1 TO WS-RSP-SEGS
           MOVE SPACES TO WS-EDI-OUT
           MOVE 1 TO WS-OUT-PTR.

      * free text and codes keyed by people may carry the service
      * characters: each is preceded by the release character
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

      *-------------------------------------------------------------*
      * Inbound segment handling                                    *
      *-------------------------------------------------------------*
      * splits the segment at the element and component separators,
      * honouring the release character; the segment terminator
      * ends it
       SPLIT-SEGMENT.

           MOVE SPACES TO WS-ELEM-TABLE WS-SEG-TAG
           MOVE 0 TO WS-EX
           MOVE 1 TO WS-CX
           MOVE 0 TO WS-CP
           MOVE 'N' TO WS-SEG-END
           MOVE 0 TO WS-SEG-LEN
           INSPECT FUNCTION REVERSE(WS-SEG)
              TALLYING WS-SEG-LEN FOR LEADING SPACES
           COMPUTE WS-SEG-LEN = LENGTH OF WS-SEG - WS-SEG-LEN
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SEG-LEN OR WS-SEG-END = 'Y'
              MOVE WS-SEG(WS-SX:1) TO WS-CH
              EVALUATE TRUE
                 WHEN WS-CH = WS-SEP-REL AND WS-SX < WS-SEG-LEN
                    ADD 1 TO WS-SX
                    MOVE WS-SEG(WS-SX:1) TO WS-CH
                    PERFORM ADD-SEGMENT-CHAR
                 WHEN WS-CH = WS-SEP-SEG
                    MOVE 'Y' TO WS-SEG-END
                 WHEN WS-CH = WS-SEP-ELEM
                    ADD 1 TO WS-EX
                    MOVE 1 TO WS-CX
                    MOVE 0 TO WS-CP
                 WHEN WS-CH = WS-SEP-COMP AND WS-EX > 0
                    ADD 1 TO WS-CX
                    MOVE 0 TO WS-CP
                 WHEN OTHER
                    PERFORM ADD-SEGMENT-CHAR
              END-EVALUATE
           END-PERFORM.

      * data past the twelfth element, sixth component or 35th
      * character is not used by this translation and is dropped
       ADD-SEGMENT-CHAR.

           IF WS-EX = 0
              IF WS-CP < 3
                 ADD 1 TO WS-CP
                 MOVE WS-CH TO WS-SEG-TAG(WS-CP:1)
              END-IF
           ELSE
              IF WS-EX <= 12 AND WS-CX <= 6 AND WS-CP < 35
                 ADD 1 TO WS-CP
                 MOVE WS-CH TO WS-COMP(WS-EX, WS-CX)(WS-CP:1)
              END-IF
           END-IF.

      * a number is digits with at most one decimal mark (the UNA
      * decimal notation or a point), up to 11 characters
       CHECK-EDI-NUMBER.

           MOVE 'Y' TO WS-NUM-OK
           MOVE 0 TO WS-NUM-DOTS
           MOVE 0 TO WS-NUM-VALUE
           IF WS-SEP-DEC NOT = '.'
              INSPECT WS-NUM-TEXT REPLACING ALL WS-SEP-DEC BY '.'
           END-IF
           MOVE 0 TO WS-NUM-LEN
           INSPECT WS-NUM-TEXT TALLYING WS-NUM-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-NUM-LEN = 0 OR WS-NUM-LEN > 11
              MOVE 'N' TO WS-NUM-OK
           ELSE
              PERFORM VARYING WS-NX FROM 1 BY 1
                      UNTIL WS-NX > WS-NUM-LEN
                 IF WS-NUM-TEXT(WS-NX:1) = '.'
                    ADD 1 TO WS-NUM-DOTS
                 ELSE
                    IF WS-NUM-TEXT(WS-NX:1) IS NOT NUMERIC
                       MOVE 'N' TO WS-NUM-OK
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-NUM-DOTS > 1 OR WS-NUM-TEXT(1:WS-NUM-LEN) = '.'
                 MOVE 'N' TO WS-NUM-OK
              END-IF
           END-IF
           IF WS-NUM-OK = 'Y'
              COMPUTE WS-NUM-VALUE =
                 FUNCTION NUMVAL(WS-NUM-TEXT(1:WS-NUM-LEN))
           END-IF.

      * DTM formats 102 (CCYYMMDD) and 203 (CCYYMMDDHHMM) give the
      * day; any other format leaves the date unset
       CONVERT-EDI-DATE.

           MOVE SPACES TO WS-DATE-OUT
           IF (WS-DATE-FMT = '102' OR '203' OR SPACES)
              AND WS-DATE-IN(1:8) IS NUMERIC
              STRING WS-DATE-IN(1:4) '-' WS-DATE-IN(5:2) '-'
                 WS-DATE-IN(7:2)
                 DELIMITED BY SIZE INTO WS-DATE-OUT
              END-STRING
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
           MOVE 'MESSAGES'       TO RUN-COUNT-LABEL(1)
           MOVE WS-MSGS-READ TO RUN-COUNT(1)
           MOVE 'CREATED'        TO RUN-COUNT-LABEL(2)
           MOVE WS-ORD-CREATED TO RUN-COUNT(2)
           MOVE 'REFUSED'        TO RUN-COUNT-LABEL(3)
           MOVE WS-ORD-REFUSED TO RUN-COUNT(3)
           MOVE 'PARKED'         TO RUN-COUNT-LABEL(4)
           MOVE WS-MSGS-PARKED TO RUN-COUNT(4)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

       END PROGRAM CLEDIIN.
