      *-------------------------------------------------------------*
      * Program: CLPICK - pick lists and packing slips              *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (batch, no CICS)              *
      * Takes every PROCESSING order's shippable lines - lines that *
      * hold their stock (not backordered) with quantity still to   *
      * ship - and produces:                                        *
      *   PICKLST  one pick list across all orders, by product bin  *
      *            location (PRODUCTS.BIN_LOCATION) and product,    *
      *            so the picker walks the warehouse once; a kit    *
      *            line is picked as its components                 *
      *            (CLAPP.KIT_COMPONENTS), each from its own bin at *
      *            line qty x kit qty;                              *
      *   PACKSLP  a packing slip per order, shipped to the address *
      *            chosen on the order (SHIP_ADDR_TYPE) or else the *
      *            client's own address; a kit line is followed by  *
      *            its components to pack, with bin and quantity;   *
      *   PICKCNF  the pick confirmation file (layout CLPICKCF),    *
      *            pre-filled with the quantities to pick (kits as  *
      *            ordered, one record per order line), which       *
      *            the warehouse amends and CLPKCNF books back as   *
      *            shipments.                                       *
      * Nothing is updated here - a line stays on the lists until   *
      * its shipment is booked.                                     *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLPICK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCKFILE ASSIGN TO UT-S-PICKLST
                  ORGANIZATION IS SEQUENTIAL.
           SELECT SLPFILE ASSIGN TO UT-S-PACKSLP
                  ORGANIZATION IS SEQUENTIAL.
           SELECT CNFFILE ASSIGN TO UT-S-PICKCNF
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PCKFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PCK-REC.
       01  PCK-REC                  PIC X(100).
       FD  SLPFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SLP-REC.
       01  SLP-REC                  PIC X(100).
       FD  CNFFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PCK-CONFIRM-REC.
       COPY CLPICKCF.

       WORKING-STORAGE SECTION.
       01  WS-PROG-NAME             PIC X(08) VALUE 'CLPICK'.
       01  WS-EOF                   PIC X(1)  VALUE 'N'.
       01  WS-FIRST                 PIC X(1)  VALUE 'Y'.
       01  WS-ORDERS                PIC 9(9) COMP VALUE 0.
       01  WS-LINES                 PIC 9(9) COMP VALUE 0.
       01  WS-PRODUCTS              PIC 9(9) COMP VALUE 0.
       01  WS-CUR-PRODUCT           PIC X(8)  VALUE SPACES.
       01  WS-CUR-ORDER             PIC X(12) VALUE SPACES.
       01  WS-CUR-LINE-NO           PIC S9(4) COMP VALUE 0.
       01  WS-PROD-TOTAL            PIC S9(9) COMP VALUE 0.
       01  WS-TODAY-RAW             PIC X(21) VALUE SPACES.
       01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.

       01  WS-PCK-HDG-LINE.
           05  FILLER               PIC X(20) VALUE
               'PICK LIST  RUN DATE '.
           05  WS-PCK-HDG-DATE      PIC X(10).
           05  FILLER               PIC X(70) VALUE SPACES.

       01  WS-PCK-PROD-LINE.
           05  FILLER               PIC X(4)  VALUE 'BIN '.
           05  WS-PPL-BIN           PIC X(10).
           05  FILLER               PIC X(10) VALUE '  PRODUCT '.
           05  WS-PPL-PRODUCT       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-PPL-DESCR         PIC X(30).
           05  FILLER               PIC X(36) VALUE SPACES.

       01  WS-PCK-DETAIL-LINE.
           05  FILLER               PIC X(10) VALUE '    ORDER '.
           05  WS-PDL-ORDER         PIC X(12).
           05  FILLER               PIC X(7)  VALUE '  LINE '.
           05  WS-PDL-LINE-NO       PIC ZZZ9.
           05  FILLER               PIC X(6)  VALUE '  QTY '.
           05  WS-PDL-QTY           PIC ZZZZ9.
           05  FILLER               PIC X(17) VALUE
               '  PICKED ______'.
           05  WS-PDL-KIT-LABEL     PIC X(6).
           05  WS-PDL-KIT           PIC X(8).
           05  FILLER               PIC X(25) VALUE SPACES.

       01  WS-PCK-TOTAL-LINE.
           05  FILLER               PIC X(21) VALUE
               '    PRODUCT TOTAL    '.
           05  WS-PTL-QTY           PIC Z(8)9.
           05  FILLER               PIC X(70) VALUE SPACES.

       01  WS-SLP-SEP-LINE.
           05  FILLER               PIC X(60) VALUE ALL '-'.
           05  FILLER               PIC X(40) VALUE SPACES.

       01  WS-SLP-HDG-LINE.
           05  FILLER               PIC X(19) VALUE
               'PACKING SLIP ORDER '.
           05  WS-SLP-ORDER         PIC X(12).
           05  FILLER               PIC X(9)  VALUE '  CLIENT '.
           05  WS-SLP-CLIENT        PIC X(10).
           05  FILLER               PIC X(11) VALUE '  YOUR REF '.
           05  WS-SLP-CLIENT-REF    PIC X(15).
           05  FILLER               PIC X(24) VALUE SPACES.

       01  WS-SLP-ADDR-LINE.
           05  WS-SLP-ADDR-LABEL    PIC X(9).
           05  WS-SLP-ADDR-TEXT     PIC X(35).
           05  FILLER               PIC X(56) VALUE SPACES.

       01  WS-SLP-COL-LINE.
           05  FILLER               PIC X(50) VALUE
               'LINE PRODUCT  DESCRIPTION                    BIN  '.
           05  FILLER               PIC X(50) VALUE
               '          QTY  PACKED                            '.

       01  WS-SLP-DETAIL-LINE.
           05  WS-SDL-LINE-NO       PIC ZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-SDL-PRODUCT       PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-SDL-DESCR         PIC X(30).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-SDL-BIN           PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-SDL-QTY           PIC ZZZZZZZZ9.
           05  FILLER               PIC X(9)  VALUE '  ______'.
           05  FILLER               PIC X(26) VALUE SPACES.

      * a kit's component under the kit line
       01  WS-SLP-COMP-LINE.
           05  FILLER               PIC X(5)  VALUE '   + '.
           05  WS-SCL-PRODUCT       PIC X(8).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-SCL-DESCR         PIC X(30).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-SCL-BIN           PIC X(10).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  WS-SCL-QTY           PIC ZZZZZZZZ9.
           05  FILLER               PIC X(9)  VALUE '  ______'.
           05  FILLER               PIC X(26) VALUE SPACES.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-BIN-LOCATION          PIC X(10).
       01  HV-PRODUCT-ID            PIC X(8).
       01  HV-PROD-DESCR            PIC X(30).
       01  HV-ORDER-ID              PIC X(12).
       01  HV-LINE-NO               PIC S9(4) COMP.
       01  HV-OPEN-QTY              PIC S9(9) COMP.
       01  HV-KIT-PRODUCT           PIC X(8).
       01  HV-COMP-ID               PIC X(8).
       01  HV-COMP-DESCR            PIC X(30).
       01  HV-COMP-BIN              PIC X(10).
       01  HV-COMP-QTY              PIC S9(9) COMP.
       01  HV-CLIENT-ID             PIC X(10).
       01  HV-CLIENT-REF            PIC X(15).
       01  HV-SHIP-TYPE             PIC X(4).
       01  HV-CLI-NAME              PIC X(35).
       01  HV-SHIP-ADDR1            PIC X(30).
       01  HV-SHIP-ADDR2            PIC X(30).
       01  HV-SHIP-CTRY             PIC X(2).

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

           OPEN OUTPUT PCKFILE
           OPEN OUTPUT SLPFILE
           OPEN OUTPUT CNFFILE

           PERFORM WRITE-PICK-LIST
           PERFORM WRITE-PACKING-SLIPS

           CLOSE PCKFILE
           CLOSE SLPFILE
           CLOSE CNFFILE

           DISPLAY '*** ' WS-PROG-NAME ' ' WS-LINES
              ' line(s) to pick, ' WS-PRODUCTS ' product(s), '
              WS-ORDERS ' packing slip(s)'
           PERFORM RECORD-RUN-END
           GOBACK.

      * shippable = ordered less shipped so far on a line of a
      * PROCESSING order that is not waiting for stock; a kit line
      * is picked as its components, each from its own bin at the
      * open qty x kit qty; products without a bin sort to the
      * front of the list
       WRITE-PICK-LIST.

           MOVE WS-TODAY-DATE TO WS-PCK-HDG-DATE
           WRITE PCK-REC FROM WS-PCK-HDG-LINE

           EXEC SQL DECLARE PCK-CUR CURSOR FOR
              SELECT COALESCE(P.BIN_LOCATION,' '),
                     COALESCE(K.COMPONENT_ID, I.PRODUCT_ID),
                     COALESCE(P.DESCR,' '), I.ORDER_ID, I.LINE_NO,
                     (I.QTY - COALESCE(S.SHIPPED_QTY,0))
                        * COALESCE(K.COMP_QTY,1),
                     CASE WHEN K.COMPONENT_ID IS NULL THEN ' '
                          ELSE I.PRODUCT_ID END
                FROM CLAPP.ORDER_ITEMS I
                     INNER JOIN CLAPP.ORDERS O
                        ON O.ORDER_ID = I.ORDER_ID
                     LEFT OUTER JOIN
                     (SELECT ORDER_ID, LINE_NO,
                             SUM(QTY_SHIPPED) AS SHIPPED_QTY
                        FROM CLAPP.SHIPMENT_ITEMS
                       GROUP BY ORDER_ID, LINE_NO) S
                        ON S.ORDER_ID = I.ORDER_ID
                       AND S.LINE_NO = I.LINE_NO
                     LEFT OUTER JOIN CLAPP.KIT_COMPONENTS K
                        ON K.KIT_PRODUCT_ID = I.PRODUCT_ID
                     LEFT OUTER JOIN CLAPP.PRODUCTS P
                        ON P.PRODUCT_ID =
                           COALESCE(K.COMPONENT_ID, I.PRODUCT_ID)
               WHERE O.STATUS = 'PROCESSING'
                 AND O.DELETED_FLAG <> 'Y'
                 AND COALESCE(O.DOC_TYPE,'O') <> 'Q'
                 AND I.PRODUCT_ID IS NOT NULL
                 AND COALESCE(I.BACKORDER_FLAG,'N') <> 'Y'
                 AND I.QTY > COALESCE(S.SHIPPED_QTY,0)
               ORDER BY 1, 2, 4, 5
           END-EXEC

           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-FIRST
           EXEC SQL OPEN PCK-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH PCK-CUR INTO :HV-BIN-LOCATION, :HV-PRODUCT-ID,
                       :HV-PROD-DESCR, :HV-ORDER-ID, :HV-LINE-NO,
                       :HV-OPEN-QTY, :HV-KIT-PRODUCT
              END-EXEC
              IF SQLCODE = 0
                 IF WS-FIRST = 'Y'
                    OR HV-PRODUCT-ID NOT = WS-CUR-PRODUCT
                    PERFORM START-PICK-PRODUCT
                 END-IF
                 ADD 1 TO WS-LINES
                 ADD HV-OPEN-QTY TO WS-PROD-TOTAL
                 MOVE HV-ORDER-ID TO WS-PDL-ORDER
                 MOVE HV-LINE-NO  TO WS-PDL-LINE-NO
                 MOVE HV-OPEN-QTY TO WS-PDL-QTY
                 IF HV-KIT-PRODUCT = SPACES
                    MOVE SPACES TO WS-PDL-KIT-LABEL WS-PDL-KIT
                 ELSE
                    MOVE '  KIT ' TO WS-PDL-KIT-LABEL
                    MOVE HV-KIT-PRODUCT TO WS-PDL-KIT
                 END-IF
                 WRITE PCK-REC FROM WS-PCK-DETAIL-LINE
              ELSE
                 IF SQLCODE NOT = 100
                    MOVE 'WRITE-PICK-LIST' TO SQE-PARAGRAPH
                    MOVE 'fetch PCK-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE PCK-CUR END-EXEC

           IF WS-FIRST = 'N'
              MOVE WS-PROD-TOTAL TO WS-PTL-QTY
              WRITE PCK-REC FROM WS-PCK-TOTAL-LINE
           END-IF.

       START-PICK-PRODUCT.

           IF WS-FIRST = 'N'
              MOVE WS-PROD-TOTAL TO WS-PTL-QTY
              WRITE PCK-REC FROM WS-PCK-TOTAL-LINE
           END-IF
           MOVE 'N' TO WS-FIRST
           ADD 1 TO WS-PRODUCTS
           MOVE HV-PRODUCT-ID TO WS-CUR-PRODUCT
           MOVE 0 TO WS-PROD-TOTAL
           IF HV-BIN-LOCATION = SPACES
              MOVE '(NONE)' TO WS-PPL-BIN
           ELSE
              MOVE HV-BIN-LOCATION TO WS-PPL-BIN
           END-IF
           MOVE HV-PRODUCT-ID TO WS-PPL-PRODUCT
           MOVE HV-PROD-DESCR TO WS-PPL-DESCR
           WRITE PCK-REC FROM WS-PCK-PROD-LINE.

      * the same selection in order sequence: one slip per order,
      * and the confirmation records in the order the warehouse
      * packs; a kit line comes back once per component and is
      * written once, its components listed under it
       WRITE-PACKING-SLIPS.

           EXEC SQL DECLARE SLP-CUR CURSOR FOR
              SELECT I.ORDER_ID, I.LINE_NO, I.PRODUCT_ID,
                     COALESCE(P.DESCR,' '),
                     COALESCE(P.BIN_LOCATION,' '),
                     I.QTY - COALESCE(S.SHIPPED_QTY,0),
                     O.CLIENT_ID, COALESCE(O.CLIENT_REF,' '),
                     COALESCE(O.SHIP_ADDR_TYPE,' '),
                     COALESCE(K.COMPONENT_ID,' '),
                     COALESCE(C.DESCR,' '),
                     COALESCE(C.BIN_LOCATION,' '),
                     (I.QTY - COALESCE(S.SHIPPED_QTY,0))
                        * COALESCE(K.COMP_QTY,0)
                FROM CLAPP.ORDER_ITEMS I
                     INNER JOIN CLAPP.ORDERS O
                        ON O.ORDER_ID = I.ORDER_ID
                     LEFT OUTER JOIN
                     (SELECT ORDER_ID, LINE_NO,
                             SUM(QTY_SHIPPED) AS SHIPPED_QTY
                        FROM CLAPP.SHIPMENT_ITEMS
                       GROUP BY ORDER_ID, LINE_NO) S
                        ON S.ORDER_ID = I.ORDER_ID
                       AND S.LINE_NO = I.LINE_NO
                     LEFT OUTER JOIN CLAPP.PRODUCTS P
                        ON P.PRODUCT_ID = I.PRODUCT_ID
                     LEFT OUTER JOIN CLAPP.KIT_COMPONENTS K
                        ON K.KIT_PRODUCT_ID = I.PRODUCT_ID
                     LEFT OUTER JOIN CLAPP.PRODUCTS C
                        ON C.PRODUCT_ID = K.COMPONENT_ID
               WHERE O.STATUS = 'PROCESSING'
                 AND O.DELETED_FLAG <> 'Y'
                 AND COALESCE(O.DOC_TYPE,'O') <> 'Q'
                 AND I.PRODUCT_ID IS NOT NULL
                 AND COALESCE(I.BACKORDER_FLAG,'N') <> 'Y'
                 AND I.QTY > COALESCE(S.SHIPPED_QTY,0)
               ORDER BY I.ORDER_ID, I.LINE_NO, 10
           END-EXEC

           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-FIRST
           EXEC SQL OPEN SLP-CUR END-EXEC

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 FETCH SLP-CUR INTO :HV-ORDER-ID, :HV-LINE-NO,
                       :HV-PRODUCT-ID, :HV-PROD-DESCR,
                       :HV-BIN-LOCATION, :HV-OPEN-QTY,
                       :HV-CLIENT-ID, :HV-CLIENT-REF, :HV-SHIP-TYPE,
                       :HV-COMP-ID, :HV-COMP-DESCR, :HV-COMP-BIN,
                       :HV-COMP-QTY
              END-EXEC
              IF SQLCODE = 0
                 IF WS-FIRST = 'Y'
                    OR HV-ORDER-ID NOT = WS-CUR-ORDER
                    PERFORM START-PACKING-SLIP
                 END-IF
                 IF HV-LINE-NO NOT = WS-CUR-LINE-NO
                    PERFORM WRITE-SLIP-LINE
                 END-IF
                 IF HV-COMP-ID NOT = SPACES
                    MOVE HV-COMP-ID    TO WS-SCL-PRODUCT
                    MOVE HV-COMP-DESCR TO WS-SCL-DESCR
                    MOVE HV-COMP-BIN   TO WS-SCL-BIN
                    MOVE HV-COMP-QTY   TO WS-SCL-QTY
                    WRITE SLP-REC FROM WS-SLP-COMP-LINE
                 END-IF
              ELSE
                 IF SQLCODE NOT = 100
                    MOVE 'WRITE-PACKING-SLIPS' TO SQE-PARAGRAPH
                    MOVE 'fetch SLP-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE SLP-CUR END-EXEC

           IF WS-FIRST = 'N'
              WRITE SLP-REC FROM WS-SLP-SEP-LINE
           END-IF.

      * the ship-to is the typed address SET-ORDER-ADDRESS chose;
      * an order without one, or whose type has since gone, ships
      * to the address on the client master
       START-PACKING-SLIP.

           IF WS-FIRST = 'N'
              WRITE SLP-REC FROM WS-SLP-SEP-LINE
           END-IF
           MOVE 'N' TO WS-FIRST
           ADD 1 TO WS-ORDERS
           MOVE HV-ORDER-ID TO WS-CUR-ORDER
           MOVE 0 TO WS-CUR-LINE-NO

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

           MOVE HV-ORDER-ID   TO WS-SLP-ORDER
           MOVE HV-CLIENT-ID  TO WS-SLP-CLIENT
           MOVE HV-CLIENT-REF TO WS-SLP-CLIENT-REF
           WRITE SLP-REC FROM WS-SLP-HDG-LINE
           MOVE 'SHIP TO: ' TO WS-SLP-ADDR-LABEL
           MOVE HV-CLI-NAME TO WS-SLP-ADDR-TEXT
           WRITE SLP-REC FROM WS-SLP-ADDR-LINE
           MOVE SPACES TO WS-SLP-ADDR-LABEL
           MOVE HV-SHIP-ADDR1 TO WS-SLP-ADDR-TEXT
           WRITE SLP-REC FROM WS-SLP-ADDR-LINE
           IF HV-SHIP-ADDR2 NOT = SPACES
              MOVE HV-SHIP-ADDR2 TO WS-SLP-ADDR-TEXT
              WRITE SLP-REC FROM WS-SLP-ADDR-LINE
           END-IF
           MOVE HV-SHIP-CTRY TO WS-SLP-ADDR-TEXT
           WRITE SLP-REC FROM WS-SLP-ADDR-LINE
           WRITE SLP-REC FROM WS-SLP-COL-LINE.

       WRITE-SLIP-LINE.

           MOVE HV-LINE-NO      TO WS-CUR-LINE-NO
           MOVE HV-LINE-NO      TO WS-SDL-LINE-NO
           MOVE HV-PRODUCT-ID   TO WS-SDL-PRODUCT
           MOVE HV-PROD-DESCR   TO WS-SDL-DESCR
           MOVE HV-BIN-LOCATION TO WS-SDL-BIN
           MOVE HV-OPEN-QTY     TO WS-SDL-QTY
           WRITE SLP-REC FROM WS-SLP-DETAIL-LINE

           MOVE SPACES          TO PCK-CONFIRM-REC
           MOVE HV-ORDER-ID     TO PCK-ORDER-ID
           MOVE HV-LINE-NO      TO PCK-LINE-NO
           MOVE HV-PRODUCT-ID   TO PCK-PRODUCT-ID
           MOVE HV-BIN-LOCATION TO PCK-BIN-LOCATION
           MOVE HV-OPEN-QTY     TO PCK-QTY-TO-PICK
           MOVE HV-OPEN-QTY     TO PCK-QTY-PICKED
           MOVE SPACES          TO PCK-SHIP-DATE
           MOVE SPACES          TO PCK-CARRIER-REF
           MOVE SPACES          TO PCK-CARRIER-CODE
           MOVE 0               TO PCK-PARCELS
           MOVE 0               TO PCK-WEIGHT-KG
           WRITE PCK-CONFIRM-REC.

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
           MOVE 'LINES'          TO RUN-COUNT-LABEL(1)
           MOVE WS-LINES TO RUN-COUNT(1)
           MOVE 'PRODUCTS'       TO RUN-COUNT-LABEL(2)
           MOVE WS-PRODUCTS TO RUN-COUNT(2)
           MOVE 'ORDERS'         TO RUN-COUNT-LABEL(3)
           MOVE WS-ORDERS TO RUN-COUNT(3)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

       END PROGRAM CLPICK.
