      * order, the quantity ordered, the quantity the shipment      *
      * records have covered, and the open backlog - the warehouse  *
      * finally sees what partial deliveries left behind.           *
      * Kit lines are shown as their components: each kit line is  *
      * exploded through CLAPP.KIT_COMPONENTS and its ordered and   *
      * shipped kits multiplied out to component units.             *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDBKLG.
           05  WS-DTL-BACKLOG       PIC ZZZZZZZZ9.
           05  FILLER               PIC X(42) VALUE SPACES.

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

      * derived table first and joined in - a scalar fullselect
      * inside SUM is not valid SQL
           EXEC SQL DECLARE BKL-CUR CURSOR FOR
              SELECT COALESCE(K.COMPONENT_ID, I.PRODUCT_ID),
                     SUM(I.QTY * COALESCE(K.COMP_QTY, 1)),
                     SUM(COALESCE(S.SHIPPED_QTY, 0)
                         * COALESCE(K.COMP_QTY, 1))
                FROM CLAPP.ORDER_ITEMS I
                     INNER JOIN CLAPP.ORDERS O
                        ON O.ORDER_ID = I.ORDER_ID
                       GROUP BY ORDER_ID, LINE_NO) S
                        ON S.ORDER_ID = I.ORDER_ID
                       AND S.LINE_NO = I.LINE_NO
                     LEFT OUTER JOIN CLAPP.KIT_COMPONENTS K
                        ON K.KIT_PRODUCT_ID = I.PRODUCT_ID
               WHERE O.STATUS NOT IN ('CLOSED', 'CANCELLED')
                 AND COALESCE(O.DOC_TYPE,'O') <> 'Q'
                 AND O.DELETED_FLAG <> 'Y'
                 AND I.PRODUCT_ID IS NOT NULL
               GROUP BY COALESCE(K.COMPONENT_ID, I.PRODUCT_ID)
               ORDER BY 1
           END-EXEC

           EXEC SQL OPEN BKL-CUR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
              MOVE 'open BKL-CUR' TO SQE-STATEMENT
              MOVE SPACES TO SQE-KEY
              MOVE 'S' TO SQE-SCOPE
              PERFORM SQL-ERROR
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
              EXEC SQL
                    WRITE RPT-REC FROM WS-DETAIL-LINE
                 END-IF
              ELSE
                 IF SQLCODE NOT = 100
                    MOVE 'MAIN-LOGIC' TO SQE-PARAGRAPH
                    MOVE 'fetch BKL-CUR' TO SQE-STATEMENT
                    MOVE SPACES TO SQE-KEY
                    MOVE 'S' TO SQE-SCOPE
                    PERFORM SQL-ERROR
                 END-IF
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-PERFORM

           DISPLAY '*** ' WS-PROG-NAME ' wrote ' WS-LINE-COUNT
              ' backlog line(s)'
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
           MOVE 'LINES'          TO RUN-COUNT-LABEL(1)
           MOVE WS-LINE-COUNT TO RUN-COUNT(1)
           CALL 'CLRUNLOG' USING RUN-REQUEST RUN-RESPONSE
           MOVE RUN-RC TO RETURN-CODE.

       END PROGRAM ORDBKLG.
