      * CLORDAR.cpy
      * Order archive record - CLORDARC writes one archive file per
      * retention run and CLORDRST reads it back. Every archived
      * order is one block: its ORDERS row (OH), then its
      * ORDER_ITEMS (OI), INVOICES (IV), PAYMENTS (PY), CREDIT_NOTES
      * (CN), SHIPMENTS (SH) and SHIPMENT_ITEMS (SI) rows, closed by
      * an OE record carrying the block's row count. The file opens
      * with an HD record and ends with one CT control-total record
      * per table. A restarted run appends an RS record naming the
      * last committed order - any block before it for a higher
      * order ID was rolled back and is superseded by the block the
      * restart writes again. Nullable columns are held as spaces
      * or zero; amounts are signed display so the file reads on any
      * platform.
       01  ARC-REC.
           05  ARC-TYPE                PIC X(2).
               88  ARC-IS-HEADER       VALUE 'HD'.
               88  ARC-IS-ORDER        VALUE 'OH'.
               88  ARC-IS-ITEM         VALUE 'OI'.
               88  ARC-IS-INVOICE      VALUE 'IV'.
               88  ARC-IS-PAYMENT      VALUE 'PY'.
               88  ARC-IS-CREDIT       VALUE 'CN'.
               88  ARC-IS-SHIPMENT     VALUE 'SH'.
               88  ARC-IS-SHIP-ITEM    VALUE 'SI'.
               88  ARC-IS-ORDER-END    VALUE 'OE'.
               88  ARC-IS-RESTART      VALUE 'RS'.
               88  ARC-IS-CONTROL      VALUE 'CT'.
           05  ARC-ORDER-ID            PIC X(12).
           05  ARC-BODY                PIC X(286).
           05  ARC-HD-BODY REDEFINES ARC-BODY.
               10  ARC-HD-RUN-DATE     PIC X(10).
               10  ARC-HD-CUTOFF       PIC X(10).
               10  ARC-HD-YEARS        PIC 9(2).
               10  FILLER              PIC X(264).
           05  ARC-OH-BODY REDEFINES ARC-BODY.
               10  ARC-OH-CLIENT-ID    PIC X(10).
               10  ARC-OH-ORDER-DATE   PIC X(10).
               10  ARC-OH-STATUS       PIC X(12).
               10  ARC-OH-TOTAL-AMT    PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  ARC-OH-CURRENCY     PIC X(3).
               10  ARC-OH-ORIG-AMT     PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  ARC-OH-ADDR-TYPE    PIC X(4).
               10  ARC-OH-CHANNEL      PIC X(30).
               10  ARC-OH-CLIENT-REF   PIC X(15).
               10  ARC-OH-REQ-DELIV    PIC X(10).
               10  ARC-OH-SALES-REP    PIC X(8).
               10  ARC-OH-ENTERED-BY   PIC X(8).
               10  ARC-OH-APPR-REQ-TS  PIC X(26).
               10  ARC-OH-APPROVED-BY  PIC X(8).
               10  ARC-OH-APPROVED-TS  PIC X(26).
               10  ARC-OH-APPROVED-AMT PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  ARC-OH-DOC-TYPE     PIC X(1).
               10  ARC-OH-VALID-UNTIL  PIC X(10).
               10  ARC-OH-CONVERTED    PIC X(12).
               10  ARC-OH-INVOICE-NO   PIC S9(9)
                                       SIGN LEADING SEPARATE.
               10  ARC-OH-BUYER-VAT-ID PIC X(14).
               10  ARC-OH-DELETED-FLAG PIC X(1).
               10  ARC-OH-ROW-VERSION  PIC S9(9)
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(16).
           05  ARC-OI-BODY REDEFINES ARC-BODY.
               10  ARC-OI-LINE-NO      PIC S9(4)
                                       SIGN LEADING SEPARATE.
               10  ARC-OI-PRODUCT-ID   PIC X(8).
               10  ARC-OI-QTY          PIC S9(9)
                                       SIGN LEADING SEPARATE.
               10  ARC-OI-UNIT-PRICE   PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
               10  ARC-OI-LINE-AMT     PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  ARC-OI-VAT-CAT      PIC X(1).
               10  ARC-OI-VAT-RATE     PIC S9(3)V99
                                       SIGN LEADING SEPARATE.
               10  ARC-OI-VAT-AMT      PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  ARC-OI-GROSS-AMT    PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  ARC-OI-BACKORDER    PIC X(1).
               10  ARC-OI-AGREEMENT-ID PIC S9(9)
                                       SIGN LEADING SEPARATE.
               10  ARC-OI-UNIT-COST    PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
               10  ARC-OI-ALLOC-QTY    PIC S9(9)
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(173).
           05  ARC-IV-BODY REDEFINES ARC-BODY.
               10  ARC-IV-INV-NO       PIC S9(9)
                                       SIGN LEADING SEPARATE.
               10  ARC-IV-CLIENT-ID    PIC X(10).
               10  ARC-IV-INV-DATE     PIC X(10).
               10  ARC-IV-NET-AMT      PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  ARC-IV-VAT-AMT      PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  ARC-IV-GROSS-AMT    PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  ARC-IV-PAY-TERMS    PIC X(10).
               10  ARC-IV-DUE-DATE     PIC X(10).
               10  ARC-IV-EDOC-SENT    PIC X(1).
               10  ARC-IV-COLL-STATUS  PIC X(1).
               10  ARC-IV-COLL-MSG-ID  PIC X(20).
               10  ARC-IV-COLL-MANDATE PIC X(35).
               10  ARC-IV-COLL-SEQ     PIC X(4).
               10  ARC-IV-COLL-DATE    PIC X(10).
               10  ARC-IV-COLL-AMT     PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  ARC-IV-RET-REASON   PIC X(4).
               10  ARC-IV-RET-DATE     PIC X(10).
               10  ARC-IV-GL-JOURNAL   PIC X(16).
               10  FILLER              PIC X(79).
           05  ARC-PY-BODY REDEFINES ARC-BODY.
               10  ARC-PY-CLIENT-ID    PIC X(10).
               10  ARC-PY-PAY-AMT      PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  ARC-PY-VALUE-DATE   PIC X(10).
               10  ARC-PY-PAY-REF      PIC X(20).
               10  ARC-PY-PAY-TS       PIC X(26).
               10  ARC-PY-CURRENCY     PIC X(3).
               10  ARC-PY-ORIG-AMT     PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  ARC-PY-FX-RATE      PIC S9(7)V9(6)
                                       SIGN LEADING SEPARATE.
               10  ARC-PY-GL-JOURNAL   PIC X(16).
               10  FILLER              PIC X(159).
           05  ARC-CN-BODY REDEFINES ARC-BODY.
               10  ARC-CN-CN-NO        PIC S9(4)
                                       SIGN LEADING SEPARATE.
               10  ARC-CN-CN-DATE      PIC X(10).
               10  ARC-CN-REASON       PIC X(8).
               10  ARC-CN-NET-AMT      PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  ARC-CN-VAT-AMT      PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  ARC-CN-GROSS-AMT    PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  ARC-CN-GL-JOURNAL   PIC X(16).
               10  FILLER              PIC X(205).
           05  ARC-SH-BODY REDEFINES ARC-BODY.
               10  ARC-SH-SHIP-NO      PIC S9(4)
                                       SIGN LEADING SEPARATE.
               10  ARC-SH-SHIP-DATE    PIC X(10).
               10  ARC-SH-CARRIER-REF  PIC X(20).
               10  ARC-SH-CARRIER-CODE PIC X(4).
               10  ARC-SH-PARCELS      PIC S9(4)
                                       SIGN LEADING SEPARATE.
               10  ARC-SH-WEIGHT-KG    PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
               10  ARC-SH-DESADV-STAT  PIC X(1).
               10  ARC-SH-DESADV-TS    PIC X(26).
               10  ARC-SH-TRACKING-NO  PIC X(30).
               10  ARC-SH-MANIFEST     PIC X(10).
               10  ARC-SH-DELIV-STAT   PIC X(1).
               10  ARC-SH-DELIV-DATE   PIC X(10).
               10  ARC-SH-EXC-CODE     PIC X(3).
               10  ARC-SH-EXC-DATE     PIC X(10).
               10  FILLER              PIC X(143).
           05  ARC-SI-BODY REDEFINES ARC-BODY.
               10  ARC-SI-SHIP-NO      PIC S9(4)
                                       SIGN LEADING SEPARATE.
               10  ARC-SI-LINE-NO      PIC S9(4)
                                       SIGN LEADING SEPARATE.
               10  ARC-SI-QTY-SHIPPED  PIC S9(9)
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(266).
           05  ARC-OE-BODY REDEFINES ARC-BODY.
               10  ARC-OE-ROWS         PIC 9(5).
               10  FILLER              PIC X(281).
           05  ARC-RS-BODY REDEFINES ARC-BODY.
               10  ARC-RS-RUN-DATE     PIC X(10).
               10  FILLER              PIC X(276).
           05  ARC-CT-BODY REDEFINES ARC-BODY.
               10  ARC-CT-TABLE        PIC X(20).
               10  ARC-CT-ROWS         PIC 9(9).
               10  ARC-CT-VALUE        PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(241).
