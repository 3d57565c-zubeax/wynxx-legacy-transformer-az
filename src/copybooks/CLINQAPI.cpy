      * order capture ('N', routed to CLORDUPD): client, currency
      * and up to ten product lines; a zero line price asks for the
      * agreed/list price. The created order lands in INQ-ORD-ID
      * with the refusal reason, if any, in INQ-RESP-MSG. The
      * requested delivery date (YYYY-MM-DD) is optional. The
      * capturing channel and user default to WEB / CLORDWS; the
      * EDI inbound batch passes EDI and its own name.
           05  INQ-CAPTURE-AREA.
               10  INQ-CAP-ORDER-ID PIC X(12).
               10  INQ-CAP-CLIENT   PIC X(10).
               10  INQ-CAP-CURRENCY PIC X(3).
               10  INQ-CAP-CLIENT-REF PIC X(15).
               10  INQ-CAP-REQ-DATE PIC X(10).
               10  INQ-CAP-ITEM-CNT PIC S9(4) COMP.
               10  INQ-CAP-ITEMS OCCURS 10
                                    INDEXED BY INQ-CAP-IDX.
                   15  INQ-CAP-PRODUCT PIC X(8).
                   15  INQ-CAP-QTY     PIC S9(4) COMP.
                   15  INQ-CAP-PRICE   PIC S9(7)V99 COMP-3.
               10  INQ-CAP-CHANNEL  PIC X(5).
               10  INQ-CAP-USER     PIC X(8).

       01  INQ-RESPONSE.
           05  INQ-RESP-RC         PIC 9(2).
