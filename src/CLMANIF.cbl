      *-------------------------------------------------------------*
      * Program: CLMANIF - end-of-day carrier manifest              *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Runs once per carrier, one job step each, the carrier named *
      * on the parameter card (DD UT-S-MANPRM). Every shipment not  *
      * yet manifested that went with that carrier - and, when the  *
      * card's default flag is Y, every shipment booked without a   *
      * carrier code (keyed on the order screen) - goes on the      *
      * carrier's manifest file (DD UT-S-MANOUT): a header with the *
      * shipper from CLAPP.COMPANY_PROFILE, one detail per          *
      * shipment with our shipment ID (order ID - shipment number), *
      * the consignee address, parcels and weight, and a trailer    *
      * with control totals. Each shipment is stamped with the      *
      * manifest date and carrier so it is manifested exactly once; *
      * the stamps commit together at the end, and on any error the *
      * run is rolled back and the file must not be sent.           *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMANIF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRMFILE ASSIGN TO UT-S-MANPRM
                  ORGANIZATION IS SEQUENTIAL.
           SELECT MANFILE ASSIGN TO UT-S-MANOUT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * carrier code, and Y to take shipments booked without one
       FD  PRMFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 10 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRM-REC.
       01  PRM-REC.
           05  PRM-CARRIER-CODE     PIC X(4).
           05  PRM-TAKE-DEFAULT     PIC X(1).
           05  FILLER               PIC X(5).
       FD  MANFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MAN-REC.
       01  MAN-REC                  PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLMANIF'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-ERRORS                PIC 9(9) COMP VALUE 0.
       01  WS-SHIPMENTS             PIC 9(9) COMP VALUE 0.
       01  WS-PARCELS               PIC 9(9) COMP VALUE 0.
       01  WS-WEIGHT                PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-TODAY-RAW             PIC X(21) VALUE SPACES.
       01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.

       01  WS-MAN-HEADER.
           05  FILLER               PIC X(1)  VALUE 'H'.
           05  WS-HDR-CARRIER       PIC X(4).
           05  WS-HDR-DATE          PIC X(10).
           05  WS-HDR-NAME          PIC X(35).
           05  WS-HDR-ADDR1         PIC X(30).
           05  WS-HDR-ADDR2         PIC X(30).
           05  WS-HDR-CTRY          PIC X(2).
           05  FILLER               PIC X(88) VALUE SPACES.

       01  WS-MAN-DETAIL.
           05  FILLER               PIC X(1)  VALUE 'D'.
           05  WS-DTL-CARRIER       PIC X(4).
           05  WS-DTL-SHIPMENT-ID.
               10  WS-DTL-ORDER-ID  PIC X(12).
               10  FILLER           PIC X(1)  VALUE '-'.
               10  WS-DTL-SHIP-NO   PIC 9(4).
           05  WS-DTL-SHIP-DATE     PIC X(10).
           05  WS-DTL-NAME          PIC X(35).
           05  WS-DTL-ADDR1         PIC X(30).
           05  WS-DTL-ADDR2         PIC X(30).
           05  WS-DTL-CTRY          PIC X(2).
           05  WS-DTL-PARCELS       PIC 9(3).
           05  WS-DTL-WEIGHT        PIC 9(5)V99.
           05  WS-DTL-CLIENT-REF    PIC X(15).
           05  WS-DTL-CARRIER-REF   PIC X(20).
           05  FILLER               PIC X(26) VALUE SPACES.

       01  WS-MAN-TRAILER.
           05  FILLER               PIC X(1)  VALUE 'T'.
           05  WS-TRL-CARRIER       PIC X(4).
           05  WS-TRL-SHIPMENTS     PIC 9(7).
           05  WS-TRL-PARCELS       PIC 9(7).
           05  WS-TRL-WEIGHT        PIC 9(9)V99.
           05  FILLER               PIC X(170) VALUE SPACES.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-CARRIER-CODE          PIC X(4).
       01  HV-TAKE-DEFAULT          PIC X(1).
       01  HV-TODAY-DATE            PIC X(10).
       01  HV-ORDER-ID              PIC X(12).
       01  HV-SHIP-NO               PIC S9(4) COMP.
       01  HV-SHIP-DATE             PIC X(10).
       01  HV-CARRIER-REF           PIC X(20).
       01  HV-PARCELS               PIC S9(4) COMP.
       01  HV-WEIGHT-KG             PIC S9(5)V99 COMP-3.
       01  HV-CLIENT-ID             PIC X(10).
       01  HV-CLIENT-REF            PIC X(15).
       01  HV-SHIP-TYPE             PIC X(4).
       01  HV-CLI-NAME              PIC X(35).
       01  HV-SHIP-ADDR1            PIC X(30).
       01  HV-SHIP-ADDR2            PIC X(30).
       01  HV-SHIP-CTRY             PIC X(2).
       01  HV-COMPANY.
           05  HV-CO-NAME           PIC X(35).
           05  HV-CO-ADDR1          PIC X(30).
           05  HV-CO-ADDR2          PIC X(30).
           05  HV-CO-CTRY           PIC X(2).
       01  HV-AUD-KEY               PIC X(12).
       01  HV-AUD-DETAIL            PIC X(70).
       01  HV-BATCH-USER            PIC X(8)  VALUE 'CLMANIF'.

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
           MOVE WS-TODAY-DATE TO HV-TODAY-DATE

           PERFORM READ-PARM-CARD

           IF WS-ERRORS = 0
              OPEN OUTPUT MANFILE
              PERFORM WRITE-MANIFEST-HEADER
              PERFORM WRITE-MANIFEST-DETAILS
              MOVE HV-CARRIER-CODE TO WS-TRL-CARRIER
              MOVE WS-SHIPMENTS    TO WS-TRL-SHIPMENTS
              MOVE WS-PARCELS      TO WS-TRL-PARCELS
              MOVE WS-WEIGHT       TO WS-TRL-WEIGHT
              WRITE MAN-REC FROM WS-MAN-TRAILER
              CLOSE MANFILE
           END-IF

           IF WS-ERRORS > 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY 'ERROR: ' WS-PROG-NAME ' manifest for carrier '
                 HV-CARRIER-CODE ' rolled back - file not to be sent'
           ELSE
              EXEC SQL COMMIT END-EXEC
           END-IF

           DISPLAY '*** ' WS-PROG-NAME ' carrier ' HV-CARRIER-CODE
              ' ' WS-SHIPMENTS ' shipment(s), ' WS-PARCELS
              ' parcel(s), ' WS-ERRORS ' error(s)'
           IF WS-ERRORS > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-SHIPMENTS = 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

       READ-PARM-CARD.
           MOVE SPACES TO HV-CARRIER-CODE
           MOVE 'N' TO HV-TAKE-DEFAULT
           OPEN INPUT PRMFILE
           READ PRMFILE
              AT END
                 CONTINUE
              NOT AT END
                 MOVE PRM-REC TO RUN-PARMS
                 MOVE PRM-CARRIER-CODE TO HV-CARRIER-CODE
                 IF PRM-TAKE-DEFAULT = 'Y'
                    MOVE 'Y' TO HV-TAKE-DEFAULT
                 END-IF
           END-READ
           CLOSE PRMFILE
           IF HV-CARRIER-CODE = SPACES
              ADD 1 TO WS-ERRORS
              DISPLAY 'ERROR: ' WS-PROG-NAME
                 ' no carrier code on the parameter card'
           END-IF
           .

      * the shipper is our own company; a missing profile row still
      * produces the manifest, with a blank shipper block
       WRITE-MANIFEST-HEADER.

           MOVE SPACES TO HV-COMPANY
           EXEC SQL
              SELECT NAME, COALESCE(ADDR_LINE1,''),
                     COALESCE(ADDR_LINE2,''), COALESCE(COUNTRY,'')
                INTO :HV-CO-NAME, :HV-CO-ADDR1, :HV-CO-ADDR2,
                     :HV-CO-CTRY
                FROM CLAPP.COMPANY_PROFILE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'WRITE-MANIFEST-HEADER' TO SQE-PARAGRAPH
              MOVE 'company profile select' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'W' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF
           MOVE HV-CARRIER-CODE TO WS-HDR-CARRIER
           MOVE WS-TODAY-DATE   TO WS-HDR-DATE
           MOVE HV-CO-NAME      TO WS-HDR-NAME
           MOVE HV-CO-ADDR1     TO WS-HDR-ADDR1
           MOVE HV-CO-ADDR2     TO WS-HDR-ADDR2
           MOVE HV-CO-CTRY      TO WS-HDR-CTRY
           WRITE MAN-REC FROM WS-MAN-HEADER.

       WRITE-MANIFEST-DETAILS.

           EXEC SQL DECLARE MAN-CUR CURSOR FOR
              SELECT S.ORDER_ID, S.SHIP_NO, S.SHIP_DATE,
                     COALESCE(S.CARRIER_REF,' '),
                     COALESCE(S.PARCELS,1), COALESCE(S.WEIGHT_KG,0),
                     O.CLIENT_ID, COALESCE(O.CLIENT_REF,' '),
                     COALESCE(O.SHIP_ADDR_TYPE,' ')
                FROM CLAPP.SHIPMENTS S
                     INNER JOIN CLAPP.ORDERS O
                        ON O.ORDER_ID = S.ORDER_ID
               WHERE S.MANIFEST_DATE IS NULL
                 AND (S.CARRIER_CODE = :HV-CARRIER-CODE
                      OR (S.CARRIER_CODE IS NULL
                          AND :HV-TAKE-DEFAULT = 'Y'))
               ORDER BY S.ORDER_ID, S.SHIP_NO
           END-EXEC

           EXEC SQL OPEN MAN-CUR END-EXEC

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH MAN-CUR INTO :HV-ORDER-ID, :HV-SHIP-NO,
                       :HV-SHIP-DATE, :HV-CARRIER-REF, :HV-PARCELS,
                       :HV-WEIGHT-KG, :HV-CLIENT-ID, :HV-CLIENT-REF,
                       :HV-SHIP-TYPE
              END-EXEC
              IF SQLCODE = 0
                 PERFORM MANIFEST-ONE-SHIPMENT
              ELSE
                 IF SQLCODE NOT = 100
                    ADD 1 TO WS-ERRORS
                    MOVE 'WRITE-MANIFEST-DETAILS' TO SQE-PARAGRAPH
                    MOVE 'fetch MAN-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE MAN-CUR END-EXEC.

      * the consignee is the address CLPICK put on the packing slip:
      * the order's typed ship-to address, else the client master
       MANIFEST-ONE-SHIPMENT.

           MOVE SPACES TO HV-CLI-NAME HV-SHIP-ADDR1 HV-SHIP-ADDR2
              HV-SHIP-CTRY
           EXEC SQL
              SELECT COALESCE(NAME,''), COALESCE(ADDR_LINE1,''),
                     COALESCE(ADDR_LINE2,''), COALESCE(COUNTRY,'')
                INTO :HV-CLI-NAME, :HV-SHIP-ADDR1, :HV-SHIP-ADDR2,
                     :HV-SHIP-CTRY
                FROM CLAPP.CLIENTS
               WHERE CLIENT_ID = :HV-CLIENT-ID
           END-EXEC
           IF HV-SHIP-TYPE NOT = SPACES
              EXEC SQL
                 SELECT COALESCE(ADDR_LINE1,''),
                        COALESCE(ADDR_LINE2,''),
                        COALESCE(COUNTRY,'')
                   INTO :HV-SHIP-ADDR1, :HV-SHIP-ADDR2,
                        :HV-SHIP-CTRY
                   FROM CLAPP.CLIENT_ADDRESSES
                  WHERE CLIENT_ID = :HV-CLIENT-ID
                    AND ADDR_TYPE = :HV-SHIP-TYPE
              END-EXEC
           END-IF

           EXEC SQL
              UPDATE CLAPP.SHIPMENTS
                 SET MANIFEST_DATE = :HV-TODAY-DATE,
                     CARRIER_CODE = :HV-CARRIER-CODE
               WHERE ORDER_ID = :HV-ORDER-ID
                 AND SHIP_NO = :HV-SHIP-NO
                 AND MANIFEST_DATE IS NULL
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERRORS
              MOVE 'MANIFEST-ONE-SHIPMENT' TO SQE-PARAGRAPH
              MOVE 'shipment manifest stamp' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              STRING 'order ' HV-ORDER-ID ' shipment'
                 DELIMITED BY SIZE INTO SQE-KEY
              END-STRING
              MOVE HV-SHIP-NO TO SQE-KEY(29:4)
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
              MOVE 'Y' TO WS-EOF
           ELSE
              MOVE HV-CARRIER-CODE TO WS-DTL-CARRIER
              MOVE HV-ORDER-ID     TO WS-DTL-ORDER-ID
              MOVE HV-SHIP-NO      TO WS-DTL-SHIP-NO
              MOVE HV-SHIP-DATE    TO WS-DTL-SHIP-DATE
              MOVE HV-CLI-NAME     TO WS-DTL-NAME
              MOVE HV-SHIP-ADDR1   TO WS-DTL-ADDR1
              MOVE HV-SHIP-ADDR2   TO WS-DTL-ADDR2
              MOVE HV-SHIP-CTRY    TO WS-DTL-CTRY
              MOVE HV-PARCELS      TO WS-DTL-PARCELS
              MOVE HV-WEIGHT-KG    TO WS-DTL-WEIGHT
              MOVE HV-CLIENT-REF   TO WS-DTL-CLIENT-REF
              MOVE HV-CARRIER-REF  TO WS-DTL-CARRIER-REF
              WRITE MAN-REC FROM WS-MAN-DETAIL
              ADD 1 TO WS-SHIPMENTS
              ADD HV-PARCELS TO WS-PARCELS
              ADD HV-WEIGHT-KG TO WS-WEIGHT
              MOVE HV-ORDER-ID TO HV-AUD-KEY
              MOVE SPACES TO HV-AUD-DETAIL
              STRING 'Manifested shipment ' DELIMITED BY SIZE
                 WS-DTL-SHIPMENT-ID DELIMITED BY SIZE
                 ' carrier ' DELIMITED BY SIZE
                 HV-CARRIER-CODE DELIMITED BY SIZE
                 INTO HV-AUD-DETAIL
              END-STRING
              EXEC SQL
                 INSERT INTO CLAPP.AUDIT_LOG
                 (TABLE_NAME, REC_KEY, ACTION, AUD_TS, DETAIL,
                  USER_ID)
                 VALUES ('SHIPMENTS', :HV-AUD-KEY, 'U',
                         CURRENT TIMESTAMP, :HV-AUD-DETAIL,
                         :HV-BATCH-USER)
              END-EXEC
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
           MOVE 'SHIPMENTS'      TO RUN-COUNT-LABEL(1)
           MOVE WS-SHIPMENTS TO RUN-COUNT(1)
           MOVE 'PARCELS'        TO RUN-COUNT-LABEL(2)
           MOVE WS-PARCELS TO RUN-COUNT(2)
           MOVE 'ERRORS'         TO RUN-COUNT-LABEL(3)
           MOVE WS-ERRORS TO RUN-COUNT(3)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

       END PROGRAM CLMANIF.
