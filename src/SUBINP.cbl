           05  RS-POS-COUNTRY         PIC X(2)   OCCURS 100.
           05  RS-MCC                 PIC X(4)   OCCURS 100.
           05  RS-REVERSAL            PIC X(1)   OCCURS 100.
           05  RS-ENTITY              PIC X(4)   OCCURS 100.
           05  RS-PAYER-BIC           PIC X(11)  OCCURS 100.
           05  RS-PAYEE-BIC           PIC X(11)  OCCURS 100.
           05  RS-PAYER-ACCOUNT       PIC X(34)  OCCURS 100.
           05  RS-PAYEE-ACCOUNT       PIC X(34)  OCCURS 100.

       01  WS-ROWSET-INDICATORS.
           05  RS-NI-SCHEME           PIC S9(4) COMP OCCURS 100.

       COPY 'CPBKPSTA'.

      * Entity and settlement identifiers of each TXN-ROWS entry, for
      * the group consolidation's intragroup elimination.
       COPY 'CPBKIGR'.

       PROCEDURE DIVISION USING  LK-DATE-FROM
                                 LK-DATE-TO
                                 LK-COUNTRY
                                 LK-ENTITY
                                 TXN-TABLE
                                 IGR-ROW-TABLE
                                 LK-COUNT-MISMATCH
                                 LK-FIRST-FETCH
                                 LK-MORE-ROWS
                      , COALESCE(POS_COUNTRY,'')
                      , COALESCE(MCC,'')
                      , COALESCE(REVERSAL_FLAG,'N')
                      , COALESCE(REPORTING_ENTITY,'')
                      , COALESCE(PAYER_BIC,'')
                      , COALESCE(PAYEE_BIC,'')
                      , COALESCE(PAYER_ACCOUNT,'')
                      , COALESCE(PAYEE_ACCOUNT,'')
                  FROM PAYMENT_TRANSACTIONS
                  WHERE TRANS_TS BETWEEN TIMESTAMP(:WS-TS-FROM)
                    AND TIMESTAMP(:WS-TS-TO)
      * A rowset that comes back with SQLCODE +100 still carries
      * SQLERRD(3) rows, which are unloaded before the loop ends.
           MOVE 0 TO TXN-COUNT
           MOVE 0 TO IGR-ROW-NUM
           MOVE 'Y' TO LK-MORE-ROWS
           SET TX-IDX TO 1

                   ,:RS-POS-COUNTRY:RS-NI-POS-COUNTRY
                   ,:RS-MCC:RS-NI-MCC
                   ,:RS-REVERSAL
                   ,:RS-ENTITY
                   ,:RS-PAYER-BIC
                   ,:RS-PAYEE-BIC
                   ,:RS-PAYER-ACCOUNT
                   ,:RS-PAYEE-ACCOUNT
              END-EXEC
              IF SQLCODE = 0 OR SQLCODE = 100
                 MOVE SQLERRD(3) TO WS-ROWS-RETURNED
                    UNTIL WS-R > WS-ROWS-RETURNED
              ADD 1 TO TXN-COUNT
              ADD 1 TO WS-TOTAL-FETCHED
              MOVE TXN-COUNT TO IGR-ROW-NUM
              SET IG-IDX TO TX-IDX

              MOVE RS-SERVICE(WS-R)        TO TX-SERVICE(TX-IDX)
              MOVE RS-CHANNEL(WS-R)        TO TX-CHANNEL(TX-IDX)
              MOVE RS-TS(WS-R)             TO LK-LAST-TS
              MOVE RS-AMOUNT-ORIG(WS-R)    TO TX-AMOUNT-ORIG(TX-IDX)

              MOVE RS-ENTITY(WS-R)         TO IGR-ENTITY(IG-IDX)
              MOVE RS-PAYER-BIC(WS-R)      TO IGR-PAYER-BIC(IG-IDX)
              MOVE RS-PAYEE-BIC(WS-R)      TO IGR-PAYEE-BIC(IG-IDX)
              MOVE RS-PAYER-ACCOUNT(WS-R)
                 TO IGR-PAYER-ACCOUNT(IG-IDX)
              MOVE RS-PAYEE-ACCOUNT(WS-R)
                 TO IGR-PAYEE-ACCOUNT(IG-IDX)

              SET TX-IDX UP BY 1
           END-PERFORM.

