      * CLPICKCF.cpy
      * Pick confirmation record - one per order line picked. CLPICK
      * writes it pre-filled with the quantity to pick, in order /
      * line sequence; the warehouse overwrites PCK-QTY-PICKED with
      * what actually went into the parcel (zero when nothing was
      * picked) and adds the carrier code and reference, parcel
      * count and weight of the order's parcel(s), and CLPKCNF books
      * the file back as shipments - carrier, parcels and weight
      * are taken from the order's first picked record and go on
      * the carrier manifest. A blank ship date means the day
      * CLPKCNF runs.
       01  PCK-CONFIRM-REC.
           05  PCK-ORDER-ID        PIC X(12).
           05  PCK-LINE-NO         PIC 9(4).
           05  PCK-PRODUCT-ID      PIC X(8).
           05  PCK-BIN-LOCATION    PIC X(10).
           05  PCK-QTY-TO-PICK     PIC 9(5).
           05  PCK-QTY-PICKED      PIC 9(5).
           05  PCK-SHIP-DATE       PIC X(10).
           05  PCK-CARRIER-REF     PIC X(20).
           05  PCK-CARRIER-CODE    PIC X(4).
           05  PCK-PARCELS         PIC 9(3).
           05  PCK-WEIGHT-KG       PIC 9(5)V99.
           05  FILLER              PIC X(12).
