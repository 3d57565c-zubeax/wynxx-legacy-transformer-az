      * CLCOUNT.cpy
      * Cycle count record - one per product due for counting.
      * CLCCSEL writes it with the count number, product, bin and
      * description and the counted quantity left blank - never the
      * system quantity, so the count is blind. The warehouse fills
      * in CNT-COUNTED-QTY (zero when the shelf is empty), a reason
      * code when the shelf does not look right and who counted,
      * and CLCCPST reads the file back. A blank quantity means the
      * product was not counted and its count stays open. Reason
      * codes: CNTE count or booking error (taken when left blank),
      * DAMG damaged, SHRK shrinkage, FIND stock found, RCPT a
      * receipt that was never booked.
       01  CNT-COUNT-REC.
           05  CNT-COUNT-NO        PIC 9(9).
           05  CNT-PRODUCT-ID      PIC X(8).
           05  CNT-BIN-LOCATION    PIC X(10).
           05  CNT-DESCR           PIC X(30).
           05  CNT-COUNTED-QTY     PIC 9(7).
           05  CNT-COUNTED-QTY-X   REDEFINES CNT-COUNTED-QTY
                                   PIC X(7).
           05  CNT-REASON-CODE     PIC X(4).
               88  CNT-REASON-VALID        VALUE 'CNTE' 'DAMG'
                                                 'SHRK' 'FIND'
                                                 'RCPT' SPACES.
           05  CNT-COUNTED-BY      PIC X(8).
           05  FILLER              PIC X(4).
