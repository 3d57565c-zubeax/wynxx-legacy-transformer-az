       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBECF.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-ECB-XML-DOC.
         05  ECB-RETURN-HEADER.
           10  REPORTING-COUNTRY    PIC X(2).
           10  REFERENCE-YEAR       PIC 9(4).
           10  REFERENCE-HALF       PIC X(2).
           10  REFERENCE-QUARTER    PIC X(2).
           10  REFERENCE-MONTH      PIC X(3).
           10  RETURN-VERSION       PIC 9(3).
         05  ECB-RETURN-AGGREGATES.
           10  ECB-ROW OCCURS 1 TO 3000 DEPENDING ON ECB-AG-CNT
                          INDEXED BY EX-OUT-IDX.
             15 SERVICE-TYPE          PIC X(30).
             15 INIT-CHANNEL          PIC X(30).
             15 REMOTE-FLAG           PIC X(1).
             15 CARD-FUNCTION         PIC X(1).
             15 TXN-DIRECTION         PIC X(1).
             15 COUNTERPART-COUNTRY   PIC X(2).
             15 TXN-COUNT             PIC 9(9).
             15 TXN-VALUE-EUR         PIC 9(13)V99.
             15 REVERSAL-COUNT        PIC 9(9).
             15 REVERSAL-VALUE-EUR    PIC 9(13)V99.
       01  ECB-AG-CNT        PIC 9(9) COMP VALUE 0.

       01  WS-ERR-XML-CODE   PICTURE S9(4).
       01  WS-ERR-MESSAGE    PICTURE X(80).

      * Generated into the work buffer and re-homed behind the same
      * CCSID declaration SUBFMT puts on the PSD2 documents.
       01  WS-GEN-BUFFER     PIC X(1500000).
       01  WS-XML-DECL       PIC X(41).
       01  WS-DECL-CCSID     PIC 9(4).

       LINKAGE SECTION.
       01  LK-COUNTRY        PIC X(2).
       01  LK-REF-YEAR       PIC 9(4).
       01  LK-REF-HALF       PIC X(2).
       01  LK-REF-QUARTER    PIC X(2).
       01  LK-REF-MONTH      PIC X(3).
       01  LK-SUBM-VERSION   PIC 9(3).
       01  LK-XML-ENCODING   PIC 9(4) COMP.

       COPY 'CPBKECB'.

      * Sized to ECB-AGG-MAX rows at a worst-case tagged row width of
      * about 450 bytes, plus the header and root elements.
       01  LK-ECB-XML-BUFFER      PIC X(1500000).

      * Set to 'Y' if XML GENERATE reports a non-zero XML-CODE, so
      * the caller can fail the run instead of shipping a truncated
      * ECB return.
       01  LK-XML-OVERFLOW        PIC X(1).

      * Renders the ECB payment statistics return for one country and
      * reporting window from ECB-AGG-TABLE, under the same period
      * tags and submission version as the PSD2 documents of the
      * envelope it travels in. Gross and reversal figures are both
      * given; the receiving side nets them as it does for the PSD2
      * service table.
       PROCEDURE DIVISION USING LK-COUNTRY LK-REF-YEAR
                                LK-REF-HALF LK-REF-QUARTER
                                LK-REF-MONTH
                                LK-SUBM-VERSION
                                LK-XML-ENCODING
                                ECB-AGG-TABLE
                                LK-ECB-XML-BUFFER
                                LK-XML-OVERFLOW.
       MAIN-LOGIC.

           MOVE 'N' TO LK-XML-OVERFLOW

           MOVE LK-XML-ENCODING TO WS-DECL-CCSID
           MOVE SPACES TO WS-XML-DECL
           STRING '<?xml version="1.0" encoding="IBM-'
              WS-DECL-CCSID '"?>'
              DELIMITED BY SIZE INTO WS-XML-DECL
           END-STRING

           MOVE LK-COUNTRY      TO REPORTING-COUNTRY
           MOVE LK-REF-YEAR     TO REFERENCE-YEAR
           MOVE LK-REF-HALF     TO REFERENCE-HALF
           MOVE LK-REF-QUARTER  TO REFERENCE-QUARTER
           MOVE LK-REF-MONTH    TO REFERENCE-MONTH
           MOVE LK-SUBM-VERSION TO RETURN-VERSION

           MOVE ECB-AGG-NUM TO ECB-AG-CNT

           PERFORM VARYING EX-OUT-IDX FROM 1 BY 1
                                      UNTIL EX-OUT-IDX > ECB-AG-CNT

              SET ECB-IDX TO EX-OUT-IDX

              MOVE ECB-SERVICE(ECB-IDX)   TO SERVICE-TYPE(EX-OUT-IDX)
              MOVE ECB-CHANNEL(ECB-IDX)   TO INIT-CHANNEL(EX-OUT-IDX)
              MOVE ECB-REMOTE(ECB-IDX)    TO REMOTE-FLAG(EX-OUT-IDX)
              MOVE ECB-CARD-FUNC(ECB-IDX) TO CARD-FUNCTION(EX-OUT-IDX)
              MOVE ECB-DIRECTION(ECB-IDX) TO TXN-DIRECTION(EX-OUT-IDX)
              MOVE ECB-CPTY(ECB-IDX)
                 TO COUNTERPART-COUNTRY(EX-OUT-IDX)
              MOVE ECB-COUNT(ECB-IDX)     TO TXN-COUNT(EX-OUT-IDX)
              MOVE ECB-TOTAL(ECB-IDX)     TO TXN-VALUE-EUR(EX-OUT-IDX)
              MOVE ECB-REV-COUNT(ECB-IDX)
                 TO REVERSAL-COUNT(EX-OUT-IDX)
              MOVE ECB-REV-TOTAL(ECB-IDX)
                 TO REVERSAL-VALUE-EUR(EX-OUT-IDX)

           END-PERFORM

           MOVE SPACES TO WS-GEN-BUFFER
           XML GENERATE WS-GEN-BUFFER
              FROM WS-ECB-XML-DOC
              COUNT IN ECB-AG-CNT
              WITH ENCODING LK-XML-ENCODING
              SUPPRESS WHEN ZEROS
              ON EXCEPTION CONTINUE
           END-XML

           MOVE XML-CODE TO WS-ERR-XML-CODE
           IF XML-CODE NOT = ZERO
           THEN
              STRING
                 'ECB XML GENERATE EXCEPTION: '
                 , WS-ERR-XML-CODE DELIMITED BY SIZE
                 INTO WS-ERR-MESSAGE
              END-STRING
              DISPLAY WS-ERR-MESSAGE
              MOVE 'Y' TO LK-XML-OVERFLOW
           END-IF

           MOVE SPACES TO LK-ECB-XML-BUFFER
           MOVE WS-XML-DECL TO LK-ECB-XML-BUFFER(1:41)
           MOVE WS-GEN-BUFFER(1:1499959)
             TO LK-ECB-XML-BUFFER(42:1499959)

           GOBACK.
