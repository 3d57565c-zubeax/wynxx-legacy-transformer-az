      * master, the open-order demand still to ship, and the        *
      * projected position - negative positions are flagged so     *
      * purchasing sees tomorrow's refusals tonight.                *
      * Kits hold no stock of their own: an open kit line is        *
      * exploded through CLAPP.KIT_COMPONENTS into demand on each   *
      * component, and the kit products are left off the report.    *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKRPT.
           05  WS-DTL-FLAG          PIC X(5).
           05  FILLER               PIC X(36) VALUE SPACES.

       COPY CLRUNAPI.
       COPY CLSQEAPI.

       01  FILLER                   PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE PKGSETXX   END-EXEC.

           INITIALIZE RUN-REQUEST
           MOVE WS-PROG-NAME TO RUN-PROGRAM
           MOVE 'S'          TO RUN-ACTION
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE

           OPEN OUTPUT RPTFILE
           WRITE RPT-REC FROM WS-HEADING

      * non-CLOSED, non-CANCELLED order line of the product; the
      * shipped quantities are grouped per order line in a derived
      * table and joined in - a scalar fullselect inside SUM is not
      * valid SQL. A kit line joins to one row per component and
      * its open quantity is multiplied out to component units.
           EXEC SQL DECLARE STKP-CUR CURSOR FOR
              SELECT P.PRODUCT_ID, COALESCE(P.ON_HAND_QTY,0),
                     COALESCE(D.DEMAND_QTY, 0)
                FROM CLAPP.PRODUCTS P
                     LEFT OUTER JOIN
                     (SELECT COALESCE(K.COMPONENT_ID, I.PRODUCT_ID)
                                AS PRODUCT_ID,
                             SUM((I.QTY - COALESCE(S.SHIPPED_QTY,0))
                                 * COALESCE(K.COMP_QTY, 1))
                                AS DEMAND_QTY
                        FROM CLAPP.ORDER_ITEMS I
                             INNER JOIN CLAPP.ORDERS O
                               GROUP BY ORDER_ID, LINE_NO) S
                                ON S.ORDER_ID = I.ORDER_ID
                               AND S.LINE_NO = I.LINE_NO
                             LEFT OUTER JOIN CLAPP.KIT_COMPONENTS K
                                ON K.KIT_PRODUCT_ID = I.PRODUCT_ID
                       WHERE O.STATUS NOT IN
                             ('CLOSED', 'CANCELLED')
                         AND COALESCE(O.DOC_TYPE,'O') <> 'Q'
                         AND O.DELETED_FLAG <> 'Y'
                         AND I.PRODUCT_ID IS NOT NULL
                       GROUP BY COALESCE(K.COMPONENT_ID,
                                         I.PRODUCT_ID)) D
                        ON D.PRODUCT_ID = P.PRODUCT_ID
               WHERE P.ACTIVE_FLAG = 'Y'
                 AND NOT EXISTS
                     (SELECT 1
                        FROM CLAPP.KIT_COMPONENTS KP
                       WHERE KP.KIT_PRODUCT_ID = P.PRODUCT_ID)
               ORDER BY P.PRODUCT_ID
           END-EXEC

           EXEC SQL OPEN STKP-CUR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
              MOVE 'open STKP-CUR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                 END-IF
                 WRITE RPT-REC FROM WS-DETAIL-LINE
              ELSE
                 IF SQLCODE NOT = 100
                    MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
                    MOVE 'fetch STKP-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM
           CLOSE RPTFILE

           DISPLAY '*** ' WS-PROG-NAME ' short products: ' WS-SHORT
           PERFORM RECORD-RUN-END
           GOBACK.

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
           MOVE 'SHORT'          TO RUN-COUNT-LABEL(1)
           MOVE WS-SHORT TO RUN-COUNT(1)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

       END PROGRAM STKRPT.
