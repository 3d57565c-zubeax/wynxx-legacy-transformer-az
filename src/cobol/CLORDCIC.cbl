           05  HV-ADDR1           PIC X(30).
           05  HV-ADDR2           PIC X(30).
           05  HV-CREDIT-LIMIT    PIC S9(9)V99 COMP-3.
           05  HV-VAT-ID          PIC X(14).
      * value class and RFV score from the quarterly CLSEGMT run
           05  HV-CLI-CLASS       PIC X(1).
           05  HV-RFV-SCORE       PIC X(3).

      * Host vars for ORDERS
       01  HV-ORDER.

      * Host vars for the CLAPP.AUDIT_LOG audit trail
       01  HV-AUDIT.
           05  HV-AUD-TABLE       PIC X(18).
           05  HV-AUD-KEY         PIC X(12).
           05  HV-AUD-ACTION      PIC X(1).
               88  HV-AUD-ADD          VALUE 'A'.
           05  HV-UNIT-PRICE      PIC S9(7)V99  COMP-3.
           05  HV-LINE-AMT        PIC S9(7)V99  COMP-3.

      * standard cost: effective-dated in CLAPP.PRODUCT_COSTS; the
      * cost in force when the line is booked is stored on it, so a
      * later cost change never rewrites historic margins
       01  HV-UNIT-COST           PIC S9(7)V99  COMP-3 VALUE 0.
       01  HV-COST-EFF-DATE       PIC X(10)     VALUE SPACES.
       01  WS-COST-D              PIC Z(6)9.99.

      * list price: effective-dated in CLAPP.PRODUCT_PRICES. 'F' on
      * the product screen schedules a future price (Price field,
      * valid-from date in Descr; price 0 drops the scheduled row);
      * a price change keyed on 'U' is recorded as effective today.
      * The first history row for a product carries its old master
      * price from 0001-01-01, so earlier order dates keep pricing
      * as before. CLPRCCHG rolls PRODUCTS.UNIT_PRICE forward.
       01  HV-PRICE-EFF-DATE      PIC X(10)     VALUE SPACES.
       01  HV-OLD-PRICE           PIC S9(7)V99  COMP-3 VALUE 0.
       01  WS-PRICE-RAW           PIC X(8)      VALUE SPACES.
       01  WS-PRICE-TODAY         PIC X(10)     VALUE SPACES.

       01  WS-ITEM-PROD-STR       PIC X(8)      VALUE SPACES.
       01  WS-ITEM-QTY-STR        PIC X(3)      VALUE SPACES.
       01  WS-ITEM-PRICE-STR      PIC X(10)     VALUE SPACES.
       01  WS-ITEM-VAT-STR        PIC X(1)      VALUE SPACES.

      * VAT per order line: the category (S standard, R reduced,
      * Z zero - rates maintained in CLAPP.VAT_RATES; K reverse
      * charge, always 0%) defaults to standard; net is the line
      * amount, VAT and gross are computed and stored with it for
      * the quarterly filing report.
       01  HV-VAT-CAT             PIC X(1)      VALUE 'S'.
       01  HV-VAT-RATE            PIC S9(3)V99  COMP-3 VALUE 0.
      * rates are effective-dated: the derivation picks the rate in
       01  WS-VAT-D               PIC Z(6)9.99.
       01  WS-GROSS-D             PIC Z(6)9.99.

      * client VAT identification number, keyed in Merge-to on
      * insert/update. An EU number must carry the member-state
      * prefix of the client's country (EL for GR, XI allowed for
      * GB - Northern Ireland) and the length that state issues;
      * other countries' numbers are kept as keyed. A line for an
      * EU client with a VAT ID outside our home country
      * (COMPANY_PROFILE.COUNTRY) is zero-rated as an intra-
      * community supply under category K (reverse charge), and
      * the number used is stamped on the order for the EC Sales
      * List.
       01  WS-EU-VAT-TABLE-DATA.
           05  FILLER             PIC X(32) VALUE
               'ATAT0909BEBE1010BGBG0910CYCY0909'.
           05  FILLER             PIC X(32) VALUE
               'CZCZ0810DEDE0909DKDK0808EEEE0909'.
           05  FILLER             PIC X(32) VALUE
               'ELGR0909ESES0909FIFI0808FRFR1111'.
           05  FILLER             PIC X(32) VALUE
               'HRHR1111HUHU0808IEIE0809ITIT1111'.
           05  FILLER             PIC X(32) VALUE
               'LTLT0912LULU0808LVLV1111MTMT0808'.
           05  FILLER             PIC X(32) VALUE
               'NLNL1212PLPL1010PTPT0909RORO0210'.
           05  FILLER             PIC X(32) VALUE
               'SESE1212SISI0808SKSK1010XIXI0512'.
       01  WS-EU-VAT-TABLE REDEFINES WS-EU-VAT-TABLE-DATA.
           05  WS-EU-VAT-ENTRY    OCCURS 28 TIMES.
               10  WS-EU-PREFIX   PIC X(2).
               10  WS-EU-COUNTRY  PIC X(2).
               10  WS-EU-MIN-LEN  PIC 9(2).
               10  WS-EU-MAX-LEN  PIC 9(2).
       01  WS-EU-IX               PIC S9(4) COMP VALUE 0.
       01  WS-EU-FOUND            PIC X(1)      VALUE 'N'.
       01  WS-CTRY-IN-EU          PIC X(1)      VALUE 'N'.
       01  WS-VATID-LEN           PIC S9(4) COMP VALUE 0.
       01  WS-VATID-IX            PIC S9(4) COMP VALUE 0.
       01  WS-VATID-CHAR          PIC X(1)      VALUE SPACE.
       01  WS-RC-OK               PIC X(1)      VALUE 'N'.
       01  HV-RC-COUNTRY          PIC X(2)      VALUE SPACES.
       01  HV-RC-VAT-ID           PIC X(14)     VALUE SPACES.
       01  HV-HOME-COUNTRY        PIC X(2)      VALUE SPACES.

      * Host vars for the CLAPP.PRODUCTS master - what we actually
      * sell, so order lines stop being anonymous QTY*PRICE entries.
       01  HV-PRODUCT.
       01  WS-STK-EOF             PIC X(1)      VALUE 'N'.
       01  WS-STOCK-OK            PIC X(1)      VALUE 'Y'.

      * Purchasing on the product screen. 'S' maintains the
      * CLAPP.SUPPLIERS master (supplier code in the code field,
      * name in Descr, lead-time days in Price, active flag); 'O'
      * sets a product's reorder point, reorder quantity and
      * preferred supplier keyed as ROP,ROQ,SUPPLIER in Descr; 'P'
      * releases a draft PO raised by CLPOGEN (PO number in the
      * code field), dating it due after the supplier's lead time.
      * A receipt ('R') is booked against a PO line keyed as
      * PONO,LINE in Descr - ',C' short-closes the line - and may
      * only go unplanned when the product has no open PO lines.
      * 'B' sets the product's warehouse bin location.
       01  HV-SUPPLIER.
           05  HV-SUPP-ID         PIC X(8).
           05  HV-SUPP-NAME       PIC X(30).
           05  HV-SUPP-LEAD-DAYS  PIC S9(4) COMP.
           05  HV-SUPP-ACTIVE     PIC X(1).
       01  WS-ROP-STR             PIC X(9)      VALUE SPACES.
       01  WS-ROQ-STR             PIC X(9)      VALUE SPACES.
       01  WS-RO-SUPP-STR         PIC X(8)      VALUE SPACES.
       01  HV-REORDER-POINT       PIC S9(9) COMP VALUE 0.
       01  HV-REORDER-QTY         PIC S9(9) COMP VALUE 0.
       01  WS-RCV-PO-STR          PIC X(8)      VALUE SPACES.
       01  WS-RCV-LINE-STR        PIC X(4)      VALUE SPACES.
       01  WS-RCV-CLOSE-STR       PIC X(1)      VALUE SPACES.
       01  HV-PO-NO               PIC S9(9) COMP VALUE 0.
       01  HV-PO-LINE-NO          PIC S9(4) COMP VALUE 0.
       01  HV-PO-STATUS           PIC X(1)      VALUE SPACE.
       01  HV-PO-PRODUCT          PIC X(8)      VALUE SPACES.
       01  HV-PO-LINE-STATUS      PIC X(1)      VALUE SPACE.
       01  HV-PO-QTY-ORDERED      PIC S9(9) COMP VALUE 0.
       01  HV-PO-QTY-RECEIVED     PIC S9(9) COMP VALUE 0.
       01  HV-OPEN-PO-LINES       PIC S9(9) COMP VALUE 0.
       01  HV-DUE-DATE            PIC X(10)     VALUE SPACES.
       01  WS-RCPT-OK             PIC X(1)      VALUE 'N'.
       01  HV-BIN-LOCATION        PIC X(10)     VALUE SPACES.
       01  HV-PROD-GROUP          PIC X(8)      VALUE SPACES.

      * Kits on the product screen. 'K' on the kit's code maintains
      * one component of its bill of materials in CLAPP.KIT_COMPONENTS,
      * keyed as COMPONENT,QTY in Descr - a zero or blank quantity
      * removes the component. A kit is priced as itself on an order
      * line but its stock is checked, taken and put back at
      * component level; the kit's own ON_HAND_QTY is never moved.
       01  WS-KIT-COMP-STR        PIC X(8)      VALUE SPACES.
       01  WS-KIT-QTY-STR         PIC X(9)      VALUE SPACES.
       01  WS-KIT-ITEM            PIC X(1)      VALUE 'N'.
       01  HV-KIT-PRODUCT         PIC X(8)      VALUE SPACES.
       01  HV-KIT-COMP-ID         PIC X(8)      VALUE SPACES.
       01  HV-KIT-COMP-QTY        PIC S9(9) COMP VALUE 0.
       01  HV-KIT-QTY             PIC S9(9) COMP VALUE 0.
       01  HV-KIT-COUNT           PIC S9(9) COMP VALUE 0.
       01  HV-KIT-SHORT           PIC S9(9) COMP VALUE 0.
       01  HV-KIT-REFUSE          PIC S9(9) COMP VALUE 0.
       01  HV-KIT-NESTED          PIC S9(9) COMP VALUE 0.

      * Cycle counting on the product screen. 'L' sets the product's
      * ABC class (A, B or C in Descr), which decides how often
      * CLCCSEL puts it on a count sheet. 'A' is the supervisor's
      * decision on a count variance CLCCPST found outside
      * tolerance: Y in Descr posts it to ON_HAND_QTY, N rejects
      * the count and puts the product back on the next sheet.
       01  HV-ABC-CLASS           PIC X(1)      VALUE SPACE.
       01  HV-CC-COUNT-NO         PIC S9(9) COMP VALUE 0.
       01  HV-CC-VARIANCE-QTY     PIC S9(9) COMP VALUE 0.
       01  HV-CC-REASON-CODE      PIC X(4)      VALUE SPACES.
       01  WS-CC-COUNT-D          PIC Z(8)9.
       01  WS-CC-VAR-D            PIC -(8)9.

      * Stock movement ledger: whatever moves a product's ON_HAND_QTY
      * also writes a CLAPP.STOCK_MOVES row - signed quantity, value
      * at the product's standard cost, reason (RCPT receipt, SALE
      * order line, CANC cancel/delete, CONV quote conversion, RETN
      * credit-note return, or the count's own reason code) and the
      * source document (PO, MAN unplanned receipt, ORD, CN, CNT).
      * A kit's movement is written per component, as it is taken.
       01  HV-MOVE-PRODUCT        PIC X(8)      VALUE SPACES.
       01  HV-MOVE-QTY            PIC S9(9) COMP VALUE 0.
       01  HV-MOVE-REASON         PIC X(4)      VALUE SPACES.
       01  HV-MOVE-DOC-TYPE       PIC X(3)      VALUE SPACES.
       01  HV-MOVE-DOC-REF        PIC X(20)     VALUE SPACES.
       01  WS-MOVE-ORDER          PIC X(12)     VALUE SPACES.
       01  WS-MOVE-LINE           PIC 9(4)      VALUE 0.
       01  WS-MOVE-NO             PIC 9(9)      VALUE 0.

      * Client payment capture ('P' on the order screen): amount,
      * value date and the client's payment reference keyed as
      * AMOUNT,VALUEDATE,REFERENCE in the Amount field, allocated
      * against the order and written to CLAPP.PAYMENTS with the
      * usual AUDIT_LOG entry - the collections spreadsheet retires.
      * On a foreign-currency order the amount is keyed in the
      * order's currency: the payment keeps it with the value-date
      * rate, and PAY_AMT carries its EUR value at the order's
      * booked rate so the open balance clears the way it was booked.
       01  WS-PAY-AMT-STR          PIC X(12)     VALUE SPACES.
       01  WS-PAY-DATE-STR         PIC X(10)     VALUE SPACES.
       01  WS-PAY-REF-STR          PIC X(20)     VALUE SPACES.
       01  HV-PAY-AMT              PIC S9(9)V99  COMP-3 VALUE 0.
       01  HV-PAY-DATE             PIC X(10)     VALUE SPACES.
       01  HV-PAY-REF              PIC X(20)     VALUE SPACES.
       01  HV-PAY-ORIG-AMT         PIC S9(9)V99  COMP-3 VALUE 0.
       01  HV-PAY-FX-RATE          PIC S9(7)V9(6) COMP-3 VALUE 0.
       01  HV-PAY-OPEN-AMT         PIC S9(9)V99  COMP-3 VALUE 0.
       01  WS-PAY-DIFF             PIC S9(9)V99  COMP-3 VALUE 0.

      * Recurring order templates ('T' on the order screen): the
      * keyed order is the model - its client, currency and product
       01  HV-SHIPPED-QTY          PIC S9(4) COMP VALUE 0.
       01  HV-SHIP-DATE            PIC X(10)     VALUE SPACES.
       01  HV-SHORT-LINES          PIC S9(4) COMP VALUE 0.
      * a shipment of an order captured through EDI is marked for a
      * despatch advice (SHIPMENTS.DESADV_STATUS 'P'), which the
      * CLEDIOUT batch sends to the client and marks 'S'
       01  HV-DESADV-STATUS        PIC X(1)      VALUE SPACE.

      * Client price agreements: CLAPP.PRICE_AGREEMENTS carries a
      * discount percent or a fixed contract price per client and
       01  HV-ADDR-TYPE            PIC X(4)      VALUE SPACES.
       01  HV-ADDR-COUNT           PIC S9(9) COMP VALUE 0.

      * Payment terms ('T' on the client screen, terms code keyed in
      * Merge-to): the code must exist in the CLAPP.PAYMENT_TERMS
      * control table (NET30, NET60, 2/10NET30 ...), whose net days
      * CLINV uses to stamp the due date on every invoice and whose
      * discount days/percent print as the early-payment offer. A
      * client without terms is invoiced on the NET30 default.
       01  HV-PAY-TERMS            PIC X(10)     VALUE SPACES.
       01  HV-TERMS-COUNT          PIC S9(9) COMP VALUE 0.

      * invoice channel ('E' on the client screen): P paper, X
      * e-invoice only, B both, keyed in Merge-to; the Peppol
      * participant ID (scheme:identifier, e.g. 0208:0123456789) in
      * Address 1 is required for X and B. CLINV reads both.
       01  HV-INV-CHANNEL          PIC X(1)      VALUE SPACES.
       01  HV-PEPPOL-ID            PIC X(30)     VALUE SPACES.

      * key account ('K' on the client screen, Y or N in Merge-to):
      * CLALLOC serves a key account's backordered lines ahead of
      * everyone else's when stock comes in. Order inquiry reports
      * how far an order's backordered lines have been allocated.
       01  HV-KEY-ACCOUNT          PIC X(1)      VALUE 'N'.

      * e-mail notifications ('O' on the client screen, keyed in
      * Merge-to): N none, E one mail per event, D one daily digest,
      * with the address in Address 1 + 2 (blank sends to the
      * client's e-mail). Order confirmations, shipments and
      * cancellations are queued to CLAPP.NOTIFY_OUTBOX for the
      * CLNOTIFY mail run - only for clients on E or D.
       01  HV-NOTIFY-OPT           PIC X(1)      VALUE 'N'.
       01  HV-NOTIFY-EMAIL         PIC X(60)     VALUE SPACES.
       01  HV-NTF-EVENT            PIC X(4)      VALUE SPACES.
       01  HV-NTF-STATUS           PIC X(12)     VALUE SPACES.
       01  WS-NTF-AT-SIGNS         PIC S9(4) COMP VALUE 0.

      * owning sales rep ('R' on the client screen, rep ID keyed in
      * Merge-to, checked against CLAPP.SALES_REPS). Every order and
      * quote is stamped with the client's rep when it is entered, a
      * converted quote keeps the rep who quoted it; CLCOMM pays
      * commission on what each rep's orders invoice.
       01  HV-SALES-REP            PIC X(8)      VALUE SPACES.
       01  HV-BO-LINES             PIC S9(9) COMP VALUE 0.
       01  HV-BO-QTY               PIC S9(9) COMP VALUE 0.
       01  HV-BO-ALLOC             PIC S9(9) COMP VALUE 0.
       01  HV-ALLOC-TOTAL          PIC S9(9) COMP VALUE 0.
       01  WS-BO-LINES-D           PIC ZZZ9.
       01  WS-BO-QTY-D             PIC Z(8)9.
       01  WS-BO-ALLOC-D           PIC Z(8)9.

      * where is my order ('W' on the order screen): the latest
      * shipment of the order with its carrier, tracking number and
      * delivery state as CLMANIF and CLPOD last posted them.
       01  HV-TRK-SHIP-NO          PIC S9(4) COMP VALUE 0.
       01  HV-TRK-SHIP-DATE        PIC X(10)     VALUE SPACES.
       01  HV-TRK-CARRIER          PIC X(4)      VALUE SPACES.
       01  HV-TRK-MANIFEST-DATE    PIC X(10)     VALUE SPACES.
       01  HV-TRK-TRACKING-NO      PIC X(30)     VALUE SPACES.
       01  HV-TRK-STATUS           PIC X(1)      VALUE SPACES.
       01  HV-TRK-DELIVERY-DATE    PIC X(10)     VALUE SPACES.
       01  HV-TRK-EXC-CODE         PIC X(3)      VALUE SPACES.
       01  HV-TRK-EXC-DATE         PIC X(10)     VALUE SPACES.
       01  WS-TRK-SHIP-NO-D        PIC ZZZ9.

      * requested delivery date - the client's wanted-by date, keyed
      * after the amount as AMOUNT,YYYY-MM-DD on order insert and
      * update (a blank date on update keeps the one on file).
      * CLOTIF measures delivery performance against it.
       01  HV-REQ-DELIV-DATE       PIC X(10)     VALUE SPACES.
       01  WS-ORD-AMT-STR          PIC X(20)     VALUE SPACES.
       01  WS-ORD-REQ-STR          PIC X(12)     VALUE SPACES.
       01  WS-REQ-DATE-OK          PIC X(1)      VALUE 'Y'.

      * SEPA direct-debit mandate ('S' on the client screen): mandate
      * ID in Merge-to, debtor IBAN in Address 1, signature date
      * (YYYY-MM-DD) in Address 2. A client holds one active mandate;
      * saving a new one revokes the previous, and re-keying a mandate
      * flagged by CLDDRTN reactivates it with its return count reset.
      * Mandate ID with a blank IBAN revokes the mandate. New or
      * re-pointed mandates start at FRST; CLDDCOL moves them on.
       01  HV-MANDATE-ID           PIC X(35)     VALUE SPACES.
       01  HV-MANDATE-CLIENT       PIC X(10)     VALUE SPACES.
       01  HV-IBAN                 PIC X(34)     VALUE SPACES.
       01  HV-SIGN-DATE            PIC X(10)     VALUE SPACES.
       01  WS-IBAN-WORK            PIC X(34)     VALUE SPACES.
       01  WS-IBAN-LEN             PIC S9(4) COMP VALUE 0.
       01  WS-IBAN-IX              PIC S9(4) COMP VALUE 0.
       01  WS-IBAN-DIGIT           PIC S9(4) COMP VALUE 0.
       01  WS-IBAN-MOD             PIC S9(9) COMP VALUE 0.
       01  WS-IBAN-OK              PIC X(1)      VALUE 'Y'.
       01  WS-IBAN-CHAR            PIC X(1)      VALUE SPACE.
       01  WS-IBAN-CHAR-N REDEFINES WS-IBAN-CHAR PIC 9(1).
       01  WS-IBAN-ALPHABET        PIC X(26)     VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01  HV-PARENT-ID            PIC X(10)     VALUE SPACES.
       01  HV-GROUP-LIMIT          PIC S9(9)V99  COMP-3 VALUE 0.
       01  HV-GROUP-EXPOSURE       PIC S9(9)V99  COMP-3 VALUE 0.
       01  WS-AUTH-OK              PIC X(1)      VALUE 'Y'.
       01  WS-STATUS-OVERRIDE      PIC X(1)      VALUE 'N'.

      * Sanctions screening: every client add, change and merge is
      * screened by CLSANCHK; a possible match puts the client on
      * compliance hold (CLIENTS.COMPLIANCE_HOLD), which refuses new
      * orders and quote conversions until an operator flagged as a
      * compliance officer (OPERATORS.COMPLIANCE_FLAG) clears or
      * confirms the match with action H - decision C or F in
      * Status, the reason in the address lines, and optionally one
      * list entry ID in Merge-to (blank decides all open matches).
       01  WS-COMPLIANCE-OFFICER   PIC X(1)      VALUE 'N'.
       01  WS-COMPLIANCE-OK        PIC X(1)      VALUE 'Y'.
       01  HV-COMPLIANCE-HOLD      PIC X(1)      VALUE 'N'.
       01  HV-SCR-STATUS           PIC X(10)     VALUE SPACES.
       01  HV-SCR-ENTRY            PIC X(20)     VALUE SPACES.
       01  HV-SCR-NOTE             PIC X(60)     VALUE SPACES.
       01  HV-SCR-COUNT            PIC S9(9) COMP VALUE 0.
       01  HV-MERGE-COUNTRY        PIC X(2)      VALUE SPACES.
       01  WS-SCR-COUNT-D          PIC ZZZ9.
       01  WS-SCR-MSG              PIC X(70)     VALUE SPACES.

      * Four-eyes approval: an order whose EUR total exceeds
      * COMPANY_PROFILE.APPROVAL_LIMIT_EUR (zero or none switches the
      * control off) and the amount last approved is booked, or
      * moved, to PENDING-APPR. Only a supervisor other than the
      * operator who entered the order (ORDERS.ENTERED_BY) releases
      * it back to NEW, or rejects it to CANCELLED, from the approval
      * queue (menu option 5); no status override gets it out.
       01  HV-APPR-LIMIT           PIC S9(9)V99  COMP-3 VALUE 0.
       01  HV-APPR-AMT             PIC S9(9)V99  COMP-3 VALUE 0.
       01  HV-APPR-ENTERED-BY      PIC X(8)      VALUE SPACES.
       01  HV-APPR-COUNT           PIC S9(9) COMP VALUE 0.
       01  WS-APPR-NEEDED          PIC X(1)      VALUE 'N'.
       01  WS-APPR-EOF             PIC X(1)      VALUE 'N'.
       01  WS-APPR-LIST            PIC X(70)     VALUE SPACES.
       01  WS-APPR-COUNT-D         PIC ZZZ9.
       01  WS-APPR-DECISION        PIC X(12)     VALUE SPACES.
       01  WS-APPR-LOCK            PIC X(1)      VALUE 'N'.

      * Operator maintenance (menu option 6, supervisor only) runs on
      * the client map: user ID in the client ID field, name in Name,
      * authority level in Credit limit, manager's user ID in Email
      * and an expiry date (YYYY-MM-DD) in Phone, the compliance
      * officer flag (Y/N) in Address 1. Suspended operators
      * and those past their expiry date get inquiry-only authority;
      * LAST_SIGNON_DATE is stamped on the first task of each day for
      * the CLRECERT recertification run.
       01  HV-OPR-ID               PIC X(8)      VALUE SPACES.
       01  HV-OPR-NAME             PIC X(35)     VALUE SPACES.
       01  HV-OPR-LEVEL            PIC S9(4) COMP VALUE 0.
       01  HV-OPR-STATUS           PIC X(10)     VALUE SPACES.
       01  HV-OPR-MANAGER          PIC X(8)      VALUE SPACES.
       01  HV-OPR-EXPIRY           PIC X(10)     VALUE SPACES.
       01  HV-OPR-LAST-SIGNON      PIC X(10)     VALUE SPACES.
       01  HV-OPR-COMPLIANCE       PIC X(1)      VALUE SPACES.
       01  WS-OPR-LEVEL-D          PIC 9(1)      VALUE 0.
       01  WS-OPR-OK               PIC X(1)      VALUE 'Y'.
       01  HV-RBT-TIER-FROM        PIC S9(11)V99 COMP-3 VALUE 0.
       01  HV-RBT-PCT              PIC S9(3)V99  COMP-3 VALUE 0.
       01  HV-RBT-GROUP            PIC X(1)      VALUE 'N'.
       01  HV-RBT-COVERED          PIC S9(9) COMP VALUE 0.

      * Every authorization refusal is recorded (operator, function
      * attempted, terminal, timestamp) in CLAPP.SECURITY_LOG for
      * the security officer's SECRPT summary; three or more
      * CLORDWS web service.
       COPY CLINQAPI.

      * Request/response structure of the sanctions name screening
      * subprogram CLSANCHK, shared with CLILOAD and the batch
      * list load and rescreen.
       COPY CLSANAPI.

      * Request/response structure of the business-day calendar
      * subprogram CLBDAY, shared with the date-driven batches, and
      * the calendar inquiry's own work fields (menu option 7).
       COPY CLBDAPI.
       01  WS-CAL-DATE             PIC X(10)     VALUE SPACES.
       01  WS-CAL-TODAY            PIC X(10)     VALUE SPACES.
       01  WS-CAL-RAW              PIC X(21)     VALUE SPACES.
       01  WS-CAL-NEXT             PIC X(10)     VALUE SPACES.
       01  WS-CAL-TYPE-TXT         PIC X(8)      VALUE SPACES.
       01  WS-CAL-T2-TXT           PIC X(6)      VALUE SPACES.
       01  WS-CAL-DAYS-D           PIC -(4)9.
       01  WS-CAL-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-CAL-PTR              PIC S9(4) COMP VALUE 1.
       01  WS-CAL-EOF              PIC X(1)      VALUE 'N'.
       01  HV-CAL-COUNTRY          PIC X(2)      VALUE SPACES.
       01  HV-CAL-FROM             PIC X(10)     VALUE SPACES.
       01  HV-CAL-DATE             PIC X(10)     VALUE SPACES.
       01  HV-CAL-HOLIDAY          PIC X(30)     VALUE SPACES.

      * batch parameter maintenance work fields (menu option 8) -
      * CLAPP.BATCH_PARMS as read by the batches through CLPARM
       01  HV-BP-PROGRAM           PIC X(8)      VALUE SPACES.
       01  HV-BP-NAME              PIC X(12)     VALUE SPACES.
       01  HV-BP-FROM              PIC X(10)     VALUE SPACES.
       01  HV-BP-VALUE             PIC X(60)     VALUE SPACES.
       01  HV-BP-OLD-FROM          PIC X(10)     VALUE SPACES.
       01  HV-BP-OLD-VALUE         PIC X(60)     VALUE SPACES.
       01  HV-BP-NEXT-FROM         PIC X(10)     VALUE SPACES.
       01  HV-BP-NEXT-VALUE        PIC X(60)     VALUE SPACES.
       01  HV-BP-CARD-LEN          PIC S9(4) COMP VALUE 0.
       01  HV-BP-CARD-TYPE         PIC X(1)      VALUE SPACES.
       01  HV-BP-DESC              PIC X(30)     VALUE SPACES.
       01  WS-BP-KEYED             PIC X(60)     VALUE SPACES.
       01  WS-BP-WORK              PIC X(60)     VALUE SPACES.
       01  WS-BP-VLEN              PIC S9(4) COMP VALUE 0.
       01  WS-BP-LEN-D             PIC Z9.
       01  WS-BP-OK                PIC X(1)      VALUE 'Y'.
       01  WS-BP-FOUND             PIC X(1)      VALUE 'N'.
       01  WS-BP-NEXT              PIC X(1)      VALUE 'N'.
       01  WS-BP-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-BP-PTR               PIC S9(4) COMP VALUE 1.
       01  WS-BP-EOF               PIC X(1)      VALUE 'N'.

      * submission register inquiry work fields (menu option 9) -
      * PAYSTATS_SUBMREG is the copy of the PSD2 statistics register
      * the batches refresh on every rewrite; PAYSTATS_APPROVALS and
      * PAYSTATS_UNLOCKS are read by PAYSTATS on its next run
       01  HV-SR-ENTITY            PIC X(4)      VALUE SPACES.
       01  HV-SR-COUNTRY           PIC X(2)      VALUE SPACES.
       01  HV-SR-PERIOD            PIC X(7)      VALUE SPACES.
       01  HV-SR-VERSION           PIC S9(4) COMP VALUE 0.
       01  HV-SR-DATE              PIC X(10)     VALUE SPACES.
       01  HV-SR-STATUS            PIC X(11)     VALUE SPACES.
       01  HV-SR-REGREF            PIC X(20)     VALUE SPACES.
       01  HV-SR-LOCK              PIC X(1)      VALUE SPACES.
       01  HV-SR-UNLOCK-BY         PIC X(8)      VALUE SPACES.
       01  HV-SR-OPEN              PIC S9(4) COMP VALUE 0.
       01  WS-SR-VERSION-D         PIC ZZ9.
       01  WS-SR-COUNT             PIC S9(4) COMP VALUE 0.
       01  WS-SR-PTR               PIC S9(4) COMP VALUE 1.
       01  WS-SR-EOF               PIC X(1)      VALUE 'N'.

      * Map copybook generated from BMS assembly (CLMAPS)
       COPY CLMAPS.

                 PERFORM DO-HISTORY
              WHEN WS-STATE = 'PRODUCT'
                 PERFORM DO-PRODUCT
              WHEN WS-STATE = 'APPROVE'
                 PERFORM DO-APPROVAL
              WHEN WS-STATE = 'OPERATOR'
                 PERFORM DO-OPERATOR
              WHEN WS-STATE = 'CALENDAR'
                 PERFORM DO-CALENDAR
              WHEN WS-STATE = 'BATPARM'
                 PERFORM DO-BATCH-PARMS
              WHEN WS-STATE = 'SUBMREG'
                 PERFORM DO-SUBM-REGISTER
              WHEN OTHER
                 MOVE 'MENU' TO WS-STATE
                 PERFORM DO-MENU
       GET-OPERATOR-AUTHORITY.
           EXEC CICS ASSIGN USERID(WS-OPERATOR) END-EXEC
           MOVE 1 TO WS-AUTH-LEVEL
           MOVE 'N' TO WS-COMPLIANCE-OFFICER
           EXEC SQL
              SELECT AUTH_LEVEL, COALESCE(COMPLIANCE_FLAG,'N')
                INTO :WS-AUTH-LEVEL, :WS-COMPLIANCE-OFFICER
                FROM CLAPP.OPERATORS
               WHERE USER_ID = :WS-OPERATOR
                 AND COALESCE(STATUS,'ACTIVE') = 'ACTIVE'
                 AND (EXPIRY_DATE IS NULL
                      OR EXPIRY_DATE >= CURRENT DATE)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 1 TO WS-AUTH-LEVEL
              MOVE 'N' TO WS-COMPLIANCE-OFFICER
           ELSE
              EXEC SQL
                 UPDATE CLAPP.OPERATORS
                    SET LAST_SIGNON_DATE = CURRENT DATE
                  WHERE USER_ID = :WS-OPERATOR
                    AND (LAST_SIGNON_DATE IS NULL
                         OR LAST_SIGNON_DATE < CURRENT DATE)
              END-EXEC
           END-IF
           .

           END-IF
           .

      * compliance decisions go by the officer flag, not the level -
      * a supervisor is not a compliance officer as such
       CHECK-COMPLIANCE-AUTH.
           IF WS-COMPLIANCE-OFFICER = 'Y'
              MOVE 'Y' TO WS-AUTH-OK
           ELSE
              MOVE 'N' TO WS-AUTH-OK
              MOVE 'Not authorized - compliance officer required'
                 TO WS-MSG
              MOVE SPACES TO WS-SEC-FUNC
              STRING WS-STATE(1:8) '/C'
                 DELIMITED BY SIZE INTO WS-SEC-FUNC
              END-STRING
              PERFORM RECORD-AUTH-REFUSAL
           END-IF
           .

      * the refusal itself is the security event - it lands in the
      * log whatever happens next, and the third refusal of the day
      * turns the message into a lockout warning.
              WHEN DFHPF3
                 PERFORM MENU-EXIT
              WHEN DFHPF1
                 MOVE 'PF3=Exit 1=Clnt 2=Ord 3=Hist 4=Prod 5=Appr 6=Oper
      -              ' 7=Cal 8=Parm 9=Reg' TO WS-MSG
                 PERFORM RETURN-TO-CICS
              WHEN OTHER
                 IF OPTL > 0
                          MOVE 'HIST'   TO WS-STATE
                       WHEN '4'
                          MOVE 'PRODUCT' TO WS-STATE
                       WHEN '5'
                          MOVE 'APPROVE' TO WS-STATE
                       WHEN '6'
                          MOVE 'OPERATOR' TO WS-STATE
                       WHEN '7'
                          MOVE 'CALENDAR' TO WS-STATE
                       WHEN '8'
                          MOVE 'BATPARM' TO WS-STATE
                       WHEN '9'
                          MOVE 'SUBMREG' TO WS-STATE
                       WHEN OTHER
                          MOVE 'Invalid option' TO WS-MSG
                    END-EVALUATE
                 MOVE 'MENU' TO WS-STATE
                 PERFORM RETURN-TO-CICS
              WHEN DFHPF1
                 MOVE
                  'Action I/U/D/Q/L/M/P/G/A/N/B/T/S/E/K/V/H/O/R, PF3=Men
      -           'u' TO WS-MSG
                 MOVE 'CLIENT' TO WS-STATE
                 PERFORM RETURN-TO-CICS
              WHEN OTHER
                          END-IF
                       WHEN 'B'
                          PERFORM BROWSE-CLIENT-NOTES
                       WHEN 'T'
                          PERFORM CHECK-MAINT-AUTH
                          IF WS-AUTH-OK = 'Y'
                             PERFORM SET-PAYMENT-TERMS
                          END-IF
                       WHEN 'S'
                          PERFORM CHECK-MAINT-AUTH
                          IF WS-AUTH-OK = 'Y'
                             PERFORM SAVE-SEPA-MANDATE
                          END-IF
                       WHEN 'E'
                          PERFORM CHECK-MAINT-AUTH
                          IF WS-AUTH-OK = 'Y'
                             PERFORM SET-INVOICE-CHANNEL
                          END-IF
                       WHEN 'K'
                          PERFORM CHECK-MAINT-AUTH
                          IF WS-AUTH-OK = 'Y'
                             PERFORM SET-KEY-ACCOUNT
                          END-IF
                       WHEN 'V'
                          PERFORM CHECK-SUPV-AUTH
                          IF WS-AUTH-OK = 'Y'
                             PERFORM MAINTAIN-REBATE-TIER
                          END-IF
                       WHEN 'H'
                          PERFORM CHECK-COMPLIANCE-AUTH
                          IF WS-AUTH-OK = 'Y'
                             PERFORM DECIDE-SCREENING-MATCH
                          END-IF
                       WHEN 'O'
                          PERFORM CHECK-MAINT-AUTH
                          IF WS-AUTH-OK = 'Y'
                             PERFORM SET-NOTIFY-OPTION
                          END-IF
                       WHEN 'R'
                          PERFORM CHECK-MAINT-AUTH
                          IF WS-AUTH-OK = 'Y'
                             PERFORM SET-SALES-REP
                          END-IF
                       WHEN OTHER
                          MOVE
                     'Use I/U/D/Q/L/M/P/G/A/N/B/T/S/E/K/V/H/O/R in Actio
      -              'n' TO WS-MSG
                    END-EVALUATE
                 END-IF
                 IF CIDI NOT = SPACES
                 END-IF
              END-IF
           END-IF
           IF WS-VALID-FLAG = 'Y'
              PERFORM VALIDATE-CLIENT-VAT-ID
           END-IF
           .

      * A proper ISO 3166 alpha-2 code: two letters, no blanks - so
           END-IF
           .

      * blank is allowed - consumers and domestic clients without a
      * number. A keyed number is letters and digits only; for a
      * client in an EU member state it must be that state's number.
       VALIDATE-CLIENT-VAT-ID.
           MOVE FUNCTION UPPER-CASE(CMERGEI(1:14)) TO HV-VAT-ID
           IF HV-VAT-ID NOT = SPACES
              MOVE 0 TO WS-VATID-LEN
              INSPECT HV-VAT-ID TALLYING WS-VATID-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
              PERFORM VARYING WS-VATID-IX FROM 1 BY 1
                      UNTIL WS-VATID-IX > 14
                 MOVE HV-VAT-ID(WS-VATID-IX:1) TO WS-VATID-CHAR
                 IF WS-VATID-IX > WS-VATID-LEN
                    IF WS-VATID-CHAR NOT = SPACE
                       MOVE 'N' TO WS-VALID-FLAG
                    END-IF
                 ELSE
                    IF WS-VATID-CHAR IS NOT NUMERIC
                       AND WS-VATID-CHAR IS NOT ALPHABETIC-UPPER
                       MOVE 'N' TO WS-VALID-FLAG
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-VALID-FLAG NOT = 'Y' OR WS-VATID-LEN < 4
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE 'VAT ID must be letters and digits, no blanks'
                    TO WS-MSG
              ELSE
                 PERFORM FIND-EU-VAT-PREFIX
                 MOVE 'N' TO WS-CTRY-IN-EU
                 PERFORM VARYING WS-VATID-IX FROM 1 BY 1
                         UNTIL WS-VATID-IX > 28
                    IF WS-EU-COUNTRY(WS-VATID-IX) = CCTRYI
                       MOVE 'Y' TO WS-CTRY-IN-EU
                    END-IF
                 END-PERFORM
                 EVALUATE TRUE
                    WHEN WS-EU-FOUND = 'Y'
                         AND WS-EU-COUNTRY(WS-EU-IX) NOT = CCTRYI
                         AND NOT (WS-EU-PREFIX(WS-EU-IX) = 'XI'
                                  AND CCTRYI = 'GB')
                       MOVE 'N' TO WS-VALID-FLAG
                       MOVE 'VAT ID prefix does not match the country'
                          TO WS-MSG
                    WHEN WS-EU-FOUND = 'Y'
                         AND (WS-VATID-LEN - 2
                                < WS-EU-MIN-LEN(WS-EU-IX)
                          OR WS-VATID-LEN - 2
                                > WS-EU-MAX-LEN(WS-EU-IX))
                       MOVE 'N' TO WS-VALID-FLAG
                       MOVE 'VAT ID length wrong for its country'
                          TO WS-MSG
                    WHEN WS-EU-FOUND = 'N' AND WS-CTRY-IN-EU = 'Y'
                       MOVE 'N' TO WS-VALID-FLAG
                       MOVE 'EU VAT ID must start with country prefix'
                          TO WS-MSG
                 END-EVALUATE
              END-IF
           END-IF
           .

      * looks the first two characters of HV-VAT-ID up in the EU
      * prefix table; WS-EU-IX is left on the entry when found.
       FIND-EU-VAT-PREFIX.
           MOVE 'N' TO WS-EU-FOUND
           PERFORM VARYING WS-EU-IX FROM 1 BY 1
                   UNTIL WS-EU-IX > 28 OR WS-EU-FOUND = 'Y'
              IF WS-EU-PREFIX(WS-EU-IX) = HV-VAT-ID(1:2)
                 MOVE 'Y' TO WS-EU-FOUND
              END-IF
           END-PERFORM
           IF WS-EU-FOUND = 'Y'
              SUBTRACT 1 FROM WS-EU-IX
           END-IF
           .

       INS-CLIENT.
           PERFORM VALIDATE-CLIENT
           IF WS-VALID-FLAG = 'Y'
              EXEC SQL
                 INSERT INTO CLAPP.CLIENTS
                 (CLIENT_ID, NAME, EMAIL, PHONE, STATUS,
                  COUNTRY, ADDR_LINE1, ADDR_LINE2, CREDIT_LIMIT,
                  VAT_ID)
                 VALUES (:HV-CLIENT-ID, :HV-NAME, :HV-EMAIL,
                         :HV-PHONE, :HV-STATUS, :HV-COUNTRY,
                         :HV-ADDR1, :HV-ADDR2, :HV-CREDIT-LIMIT,
                         :HV-VAT-ID)
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Client inserted' TO WS-MSG
                 PERFORM WRITE-AUDIT
                 MOVE 'I' TO WS-CTX-LAST-CFUNC
                 MOVE HV-CLIENT-ID TO WS-CTX-LAST-CID
                 PERFORM SCREEN-CLIENT-NAME
              ELSE
                 MOVE 'insert CLIENT' TO WS-SQL-OP
                 PERFORM BUILD-SQL-ERROR-MSG
                        COUNTRY=:HV-COUNTRY, ADDR_LINE1=:HV-ADDR1,
                        ADDR_LINE2=:HV-ADDR2,
                        CREDIT_LIMIT=:HV-CREDIT-LIMIT,
                        VAT_ID=:HV-VAT-ID,
                        ROW_VERSION = COALESCE(ROW_VERSION,0) + 1
                  WHERE CLIENT_ID=:HV-CLIENT-ID
                    AND DELETED_FLAG <> 'Y'
                 IF HV-CLIENT-ID = WS-CTX-LAST-CID
                    MOVE SPACES TO WS-CTX-LAST-CFUNC WS-CTX-LAST-CID
                 END-IF
                 PERFORM SCREEN-CLIENT-NAME
              ELSE
                 MOVE 'update CLIENT' TO WS-SQL-OP
                 PERFORM BUILD-SQL-ERROR-MSG
           ELSE
              MOVE HV-MERGE-DUP TO HV-CLIENT-ID
              EXEC SQL
                 SELECT NAME, COALESCE(COUNTRY,' ')
                   INTO :HV-NAME, :HV-MERGE-COUNTRY
                   FROM CLAPP.CLIENTS
                  WHERE CLIENT_ID = :HV-CLIENT-ID
                    AND DELETED_FLAG <> 'Y'
                 ' orders re-pointed' DELIMITED BY SIZE
                 INTO WS-MSG
              END-STRING
              PERFORM CARRY-MERGE-SCREENING
           ELSE
              MOVE 'merge CLIENT' TO WS-SQL-OP
              PERFORM BUILD-SQL-ERROR-MSG
           END-IF
           .

      * the survivor takes over the duplicate's undecided and
      * confirmed matches, and the duplicate's name is screened
      * against the survivor - it may trade under it from now on
       CARRY-MERGE-SCREENING.
           EXEC SQL
              UPDATE CLAPP.SCREENING_HITS
                 SET CLIENT_ID = :HV-MERGE-SURVIVOR
               WHERE CLIENT_ID = :HV-MERGE-DUP
                 AND STATUS IN ('OPEN', 'CONFIRMED')
           END-EXEC
           MOVE HV-MERGE-SURVIVOR TO HV-CLIENT-ID
           MOVE HV-MERGE-COUNTRY  TO HV-COUNTRY
           PERFORM SCREEN-CLIENT-NAME
           .

      * called once the client row is written, in the same unit of
      * work; the outcome is added to the screen message
       SCREEN-CLIENT-NAME.
           MOVE 'S'          TO SAN-REQ-TYPE
           MOVE HV-CLIENT-ID TO SAN-REQ-CLIENT-ID
           MOVE HV-NAME      TO SAN-REQ-NAME
           MOVE HV-COUNTRY   TO SAN-REQ-COUNTRY
           MOVE 'CLORDCIC'   TO SAN-REQ-SOURCE
           MOVE WS-OPERATOR  TO SAN-REQ-USER
           MOVE 0            TO SAN-REQ-THRESHOLD
           CALL 'CLSANCHK' USING SAN-REQUEST SAN-RESPONSE
           IF SAN-RESP-RC NOT = 00
              MOVE WS-MSG TO WS-SCR-MSG
              MOVE SPACES TO WS-MSG
              STRING FUNCTION TRIM(WS-SCR-MSG) DELIMITED BY SIZE
                 ' - ON COMPLIANCE HOLD: ' DELIMITED BY SIZE
                 SAN-RESP-MSG DELIMITED BY SIZE
                 INTO WS-MSG
              END-STRING
           END-IF
           .

      * C clears the matches as false positives, F confirms them;
      * the hold is lifted only when no open or confirmed match is
      * left. Officer, time and reason are kept on each match.
       DECIDE-SCREENING-MATCH.
           MOVE CIDI(1:10)    TO HV-CLIENT-ID
           MOVE CMERGEI       TO HV-SCR-ENTRY
           MOVE SPACES TO HV-SCR-NOTE
           STRING CADDR1I DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              CADDR2I DELIMITED BY SIZE
              INTO HV-SCR-NOTE
           END-STRING
           EVALUATE TRUE
              WHEN HV-CLIENT-ID = SPACES
                 MOVE 'Key the client ID' TO WS-MSG
              WHEN CSTATUSI(1:1) NOT = 'C' AND NOT = 'F'
                 MOVE 'Decision in Status: C=clear, F=confirm match'
                    TO WS-MSG
              WHEN HV-SCR-NOTE = SPACES
                 MOVE 'Key the reason for the decision in Address'
                    TO WS-MSG
              WHEN OTHER
                 IF CSTATUSI(1:1) = 'C'
                    MOVE 'CLEARED' TO HV-SCR-STATUS
                 ELSE
                    MOVE 'CONFIRMED' TO HV-SCR-STATUS
                 END-IF
                 EXEC SQL
                    UPDATE CLAPP.SCREENING_HITS
                       SET STATUS = :HV-SCR-STATUS,
                           DECIDED_BY = :WS-OPERATOR,
                           DECIDED_TS = CURRENT TIMESTAMP,
                           DECISION_NOTE = :HV-SCR-NOTE
                     WHERE CLIENT_ID = :HV-CLIENT-ID
                       AND STATUS = 'OPEN'
                       AND (ENTRY_ID = :HV-SCR-ENTRY
                            OR :HV-SCR-ENTRY = ' ')
                 END-EXEC
                 EVALUATE SQLCODE
                    WHEN 0
                       MOVE SQLERRD(3) TO WS-SCR-COUNT-D
                       PERFORM SET-COMPLIANCE-HOLD
                    WHEN 100
                       MOVE 'No open screening match for this client'
                          TO WS-MSG
                    WHEN OTHER
                       MOVE 'decide SCREENING' TO WS-SQL-OP
                       PERFORM BUILD-SQL-ERROR-MSG
                 END-EVALUATE
           END-EVALUATE
           .

       SET-COMPLIANCE-HOLD.
           MOVE 0 TO HV-SCR-COUNT
           EXEC SQL
              SELECT COUNT(*) INTO :HV-SCR-COUNT
                FROM CLAPP.SCREENING_HITS
               WHERE CLIENT_ID = :HV-CLIENT-ID
                 AND STATUS IN ('OPEN', 'CONFIRMED')
           END-EXEC
           IF HV-SCR-COUNT = 0
              MOVE 'N' TO HV-COMPLIANCE-HOLD
           ELSE
              MOVE 'Y' TO HV-COMPLIANCE-HOLD
           END-IF
           EXEC SQL
              UPDATE CLAPP.CLIENTS
                 SET COMPLIANCE_HOLD = :HV-COMPLIANCE-HOLD
               WHERE CLIENT_ID = :HV-CLIENT-ID
           END-EXEC
           MOVE SPACES TO WS-MSG
           STRING FUNCTION TRIM(WS-SCR-COUNT-D) DELIMITED BY SIZE
              ' match(es) ' DELIMITED BY SIZE
              FUNCTION TRIM(HV-SCR-STATUS) DELIMITED BY SIZE
              INTO WS-MSG
           END-STRING
           MOVE SPACES TO WS-SCR-MSG
           IF HV-COMPLIANCE-HOLD = 'N'
              STRING FUNCTION TRIM(WS-MSG) DELIMITED BY SIZE
                 ' - compliance hold lifted' DELIMITED BY SIZE
                 INTO WS-SCR-MSG
              END-STRING
           ELSE
              STRING FUNCTION TRIM(WS-MSG) DELIMITED BY SIZE
                 ' - client remains on compliance hold'
                    DELIMITED BY SIZE
                 INTO WS-SCR-MSG
              END-STRING
           END-IF
           MOVE 'SCREENING' TO HV-AUD-TABLE
           MOVE HV-CLIENT-ID TO HV-AUD-KEY
           SET HV-AUD-UPDATE TO TRUE
           MOVE SPACES TO HV-AUD-DETAIL
           STRING FUNCTION TRIM(HV-SCR-STATUS) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              FUNCTION TRIM(HV-SCR-ENTRY) DELIMITED BY SIZE
              ': ' DELIMITED BY SIZE
              HV-SCR-NOTE DELIMITED BY SIZE
              INTO HV-AUD-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT
           MOVE WS-SCR-MSG TO WS-MSG
           .

      * parent keyed in Merge-to; blank clears the link. A client
      * cannot be its own parent.
       SET-CLIENT-PARENT.
           END-IF
           .

      * terms code keyed in Merge-to, checked against the terms
      * control table so CLINV never meets a code it cannot date.
       SET-PAYMENT-TERMS.
           MOVE CIDI(1:10)    TO HV-CLIENT-ID
           MOVE CMERGEI(1:10) TO HV-PAY-TERMS
           IF HV-PAY-TERMS = SPACES
              MOVE 'Key the payment terms code in Merge-to' TO WS-MSG
           ELSE
              MOVE 0 TO HV-TERMS-COUNT
              EXEC SQL
                 SELECT COUNT(*) INTO :HV-TERMS-COUNT
                   FROM CLAPP.PAYMENT_TERMS
                  WHERE TERMS_CODE = :HV-PAY-TERMS
              END-EXEC
              IF HV-TERMS-COUNT = 0
                 MOVE 'Unknown payment terms code' TO WS-MSG
              ELSE
                 EXEC SQL
                    UPDATE CLAPP.CLIENTS
                       SET PAYMENT_TERMS = :HV-PAY-TERMS,
                           ROW_VERSION = COALESCE(ROW_VERSION,0) + 1
                     WHERE CLIENT_ID = :HV-CLIENT-ID
                       AND DELETED_FLAG <> 'Y'
                 END-EXEC
                 IF SQLCODE = 0
                    MOVE 'Payment terms set' TO WS-MSG
                    MOVE 'CLIENTS' TO HV-AUD-TABLE
                    MOVE HV-CLIENT-ID TO HV-AUD-KEY
                    SET HV-AUD-UPDATE TO TRUE
                    MOVE SPACES TO HV-AUD-DETAIL
                    STRING 'Payment terms set to ' DELIMITED BY SIZE
                       FUNCTION TRIM(HV-PAY-TERMS) DELIMITED BY SIZE
                       INTO HV-AUD-DETAIL
                    END-STRING
                    PERFORM WRITE-AUDIT
                 ELSE
                    MOVE 'set terms CLIENT' TO WS-SQL-OP
                    PERFORM BUILD-SQL-ERROR-MSG
                 END-IF
              END-IF
           END-IF
           .

      * the participant ID is checked for its scheme:identifier
      * shape only - the access point rejects unknown participants.
       SET-INVOICE-CHANNEL.
           MOVE CIDI(1:10)   TO HV-CLIENT-ID
           MOVE CMERGEI(1:1) TO HV-INV-CHANNEL
           MOVE CADDR1I      TO HV-PEPPOL-ID
           EVALUATE TRUE
              WHEN HV-INV-CHANNEL NOT = 'P' AND NOT = 'X'
                   AND NOT = 'B'
                 MOVE 'Key channel P, X or B in Merge-to' TO WS-MSG
              WHEN HV-INV-CHANNEL NOT = 'P'
                   AND (HV-PEPPOL-ID(5:1) NOT = ':'
                        OR HV-PEPPOL-ID(1:4) IS NOT NUMERIC
                        OR HV-PEPPOL-ID(6:1) = SPACE)
                 MOVE 'Key the Peppol ID scheme:id in Address 1'
                    TO WS-MSG
              WHEN OTHER
                 EXEC SQL
                    UPDATE CLAPP.CLIENTS
                       SET INVOICE_CHANNEL = :HV-INV-CHANNEL,
                           PEPPOL_ID = :HV-PEPPOL-ID,
                           ROW_VERSION = COALESCE(ROW_VERSION,0) + 1
                     WHERE CLIENT_ID = :HV-CLIENT-ID
                       AND DELETED_FLAG <> 'Y'
                 END-EXEC
                 IF SQLCODE = 0
                    MOVE 'Invoice channel set' TO WS-MSG
                    MOVE 'CLIENTS' TO HV-AUD-TABLE
                    MOVE HV-CLIENT-ID TO HV-AUD-KEY
                    SET HV-AUD-UPDATE TO TRUE
                    MOVE SPACES TO HV-AUD-DETAIL
                    STRING 'Invoice channel set to ' DELIMITED BY SIZE
                       HV-INV-CHANNEL DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(HV-PEPPOL-ID) DELIMITED BY SIZE
                       INTO HV-AUD-DETAIL
                    END-STRING
                    PERFORM WRITE-AUDIT
                 ELSE
                    MOVE 'set channel CLIENT' TO WS-SQL-OP
                    PERFORM BUILD-SQL-ERROR-MSG
                 END-IF
           END-EVALUATE
           .

       SET-KEY-ACCOUNT.
           MOVE CIDI(1:10)   TO HV-CLIENT-ID
           MOVE CMERGEI(1:1) TO HV-KEY-ACCOUNT
           IF HV-KEY-ACCOUNT NOT = 'Y' AND NOT = 'N'
              MOVE 'Key Y or N in Merge-to' TO WS-MSG
           ELSE
              EXEC SQL
                 UPDATE CLAPP.CLIENTS
                    SET KEY_ACCOUNT_FLAG = :HV-KEY-ACCOUNT,
                        ROW_VERSION = COALESCE(ROW_VERSION,0) + 1
                  WHERE CLIENT_ID = :HV-CLIENT-ID
                    AND DELETED_FLAG <> 'Y'
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Key account flag set' TO WS-MSG
                 MOVE 'CLIENTS' TO HV-AUD-TABLE
                 MOVE HV-CLIENT-ID TO HV-AUD-KEY
                 SET HV-AUD-UPDATE TO TRUE
                 MOVE SPACES TO HV-AUD-DETAIL
                 STRING 'Key account flag set to ' DELIMITED BY SIZE
                    HV-KEY-ACCOUNT DELIMITED BY SIZE
                    INTO HV-AUD-DETAIL
                 END-STRING
                 PERFORM WRITE-AUDIT
              ELSE
                 MOVE 'set key acct CLIENT' TO WS-SQL-OP
                 PERFORM BUILD-SQL-ERROR-MSG
              END-IF
           END-IF
           .

      * the rep must be on CLAPP.SALES_REPS and active; orders
      * already entered keep the rep they were entered under
       SET-SALES-REP.
           MOVE CIDI(1:10)   TO HV-CLIENT-ID
           MOVE FUNCTION UPPER-CASE(CMERGEI(1:8)) TO HV-SALES-REP
           IF HV-SALES-REP = SPACES
              MOVE 'Key the sales rep ID in Merge-to' TO WS-MSG
           ELSE
              MOVE 0 TO HV-OPEN-COUNT
              EXEC SQL
                 SELECT COUNT(*) INTO :HV-OPEN-COUNT
                   FROM CLAPP.SALES_REPS
                  WHERE REP_ID = :HV-SALES-REP
                    AND ACTIVE_FLAG = 'Y'
              END-EXEC
              IF HV-OPEN-COUNT = 0
                 MOVE 'Unknown or inactive sales rep' TO WS-MSG
              ELSE
                 EXEC SQL
                    UPDATE CLAPP.CLIENTS
                       SET SALES_REP = :HV-SALES-REP,
                           ROW_VERSION = COALESCE(ROW_VERSION,0) + 1
                     WHERE CLIENT_ID = :HV-CLIENT-ID
                       AND DELETED_FLAG <> 'Y'
                 END-EXEC
                 IF SQLCODE = 0
                    MOVE 'Sales rep assigned' TO WS-MSG
                    MOVE 'CLIENTS' TO HV-AUD-TABLE
                    MOVE HV-CLIENT-ID TO HV-AUD-KEY
                    SET HV-AUD-UPDATE TO TRUE
                    MOVE SPACES TO HV-AUD-DETAIL
                    STRING 'Sales rep set to ' DELIMITED BY SIZE
                       HV-SALES-REP DELIMITED BY SIZE
                       INTO HV-AUD-DETAIL
                    END-STRING
                    PERFORM WRITE-AUDIT
                 ELSE
                    MOVE 'set rep CLIENT' TO WS-SQL-OP
                    PERFORM BUILD-SQL-ERROR-MSG
                 END-IF
              END-IF
           END-IF
           .

      * the rep the order is entered under: the client's, blank
      * when none is assigned (the order is then stored without one)
       FIND-CLIENT-REP.
           MOVE SPACES TO HV-SALES-REP
           EXEC SQL
              SELECT COALESCE(SALES_REP,' ')
                INTO :HV-SALES-REP
                FROM CLAPP.CLIENTS
               WHERE CLIENT_ID = :HV-O-CLIENT-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES TO HV-SALES-REP
           END-IF
           .

      * E or D needs somewhere to send to: the address keyed here
      * or, when that is blank, the e-mail already on the client.
       SET-NOTIFY-OPTION.
           MOVE CIDI(1:10)   TO HV-CLIENT-ID
           MOVE CMERGEI(1:1) TO HV-NOTIFY-OPT
           MOVE SPACES TO HV-NOTIFY-EMAIL
           STRING CADDR1I DELIMITED BY SIZE
              CADDR2I DELIMITED BY SIZE
              INTO HV-NOTIFY-EMAIL
           END-STRING
           INSPECT HV-NOTIFY-EMAIL REPLACING ALL LOW-VALUE BY SPACE
           MOVE 0 TO WS-NTF-AT-SIGNS
           INSPECT HV-NOTIFY-EMAIL TALLYING WS-NTF-AT-SIGNS FOR ALL '@'
           MOVE SPACES TO HV-EMAIL
           IF HV-NOTIFY-OPT NOT = 'N' AND HV-NOTIFY-EMAIL = SPACES
              EXEC SQL
                 SELECT COALESCE(EMAIL,' ')
                   INTO :HV-EMAIL
                   FROM CLAPP.CLIENTS
                  WHERE CLIENT_ID = :HV-CLIENT-ID
                    AND DELETED_FLAG <> 'Y'
              END-EXEC
           END-IF
           EVALUATE TRUE
              WHEN HV-NOTIFY-OPT NOT = 'N' AND NOT = 'E'
                   AND NOT = 'D'
                 MOVE 'Key N, E (each event) or D (digest) in Merge-to'
                    TO WS-MSG
              WHEN HV-NOTIFY-EMAIL NOT = SPACES
                   AND (WS-NTF-AT-SIGNS NOT = 1
                        OR HV-NOTIFY-EMAIL(1:1) = '@')
                 MOVE 'Notification address in Address 1+2 not valid'
                    TO WS-MSG
              WHEN HV-NOTIFY-OPT NOT = 'N' AND HV-NOTIFY-EMAIL = SPACES
                   AND HV-EMAIL = SPACES
                 MOVE 'No e-mail on client - key address in Address 1'
                    TO WS-MSG
              WHEN OTHER
                 EXEC SQL
                    UPDATE CLAPP.CLIENTS
                       SET NOTIFY_OPT = :HV-NOTIFY-OPT,
                           NOTIFY_EMAIL = :HV-NOTIFY-EMAIL,
                           ROW_VERSION = COALESCE(ROW_VERSION,0) + 1
                     WHERE CLIENT_ID = :HV-CLIENT-ID
                       AND DELETED_FLAG <> 'Y'
                 END-EXEC
                 IF SQLCODE = 0
                    MOVE 'Notification option set' TO WS-MSG
                    MOVE 'CLIENTS' TO HV-AUD-TABLE
                    MOVE HV-CLIENT-ID TO HV-AUD-KEY
                    SET HV-AUD-UPDATE TO TRUE
                    MOVE SPACES TO HV-AUD-DETAIL
                    STRING 'Notification option set to '
                          DELIMITED BY SIZE
                       HV-NOTIFY-OPT DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(HV-NOTIFY-EMAIL) DELIMITED BY SIZE
                       INTO HV-AUD-DETAIL
                    END-STRING
                    PERFORM WRITE-AUDIT
                 ELSE
                    MOVE 'set notify CLIENT' TO WS-SQL-OP
                    PERFORM BUILD-SQL-ERROR-MSG
                 END-IF
           END-EVALUATE
           .

      * volume rebate tier: turnover threshold keyed in Limit, the
      * rebate percent in Address 1 (blank removes the tier) and G
      * in Merge-to when the tier pools the parent's whole group. A
      * group agreement sits on the parent; a member of a group that
      * already has one cannot hold a tier of its own.
       MAINTAIN-REBATE-TIER.
           MOVE CIDI(1:10) TO HV-CLIENT-ID
           IF CLIMITI = SPACES
              MOVE 0 TO HV-RBT-TIER-FROM
           ELSE
              COMPUTE HV-RBT-TIER-FROM = FUNCTION NUMVAL(CLIMITI)
           END-IF
           IF CMERGEI(1:1) = 'G'
              MOVE 'Y' TO HV-RBT-GROUP
           ELSE
              MOVE 'N' TO HV-RBT-GROUP
           END-IF
           MOVE SPACES TO HV-PARENT-ID
           EXEC SQL
              SELECT COALESCE(PARENT_ID,' ')
                INTO :HV-PARENT-ID
                FROM CLAPP.CLIENTS
               WHERE CLIENT_ID = :HV-CLIENT-ID
                 AND DELETED_FLAG <> 'Y'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Client not found' TO WS-MSG
           ELSE
              IF CADDR1I = SPACES
                 PERFORM REMOVE-REBATE-TIER
              ELSE
                 COMPUTE HV-RBT-PCT = FUNCTION NUMVAL(CADDR1I)
                 MOVE 0 TO HV-RBT-COVERED
                 IF HV-PARENT-ID NOT = SPACES
                    EXEC SQL
                       SELECT COUNT(*) INTO :HV-RBT-COVERED
                         FROM CLAPP.REBATE_AGREEMENTS
                        WHERE CLIENT_ID = :HV-PARENT-ID
                          AND GROUP_FLAG = 'Y'
                    END-EXEC
                 END-IF
                 EVALUATE TRUE
                    WHEN HV-RBT-PCT NOT > 0 OR HV-RBT-PCT > 50
                       MOVE 'Rebate percent must be 0.01 to 50'
                          TO WS-MSG
                    WHEN HV-RBT-TIER-FROM < 0
                       MOVE 'Tier threshold cannot be negative'
                          TO WS-MSG
                    WHEN HV-RBT-GROUP = 'Y'
                         AND HV-PARENT-ID NOT = SPACES
                       MOVE 'Group rebate must sit on the parent'
                          TO WS-MSG
                    WHEN HV-RBT-COVERED > 0
                       MOVE 'Client is covered by its group rebate'
                          TO WS-MSG
                    WHEN OTHER
                       PERFORM SAVE-REBATE-TIER
                 END-EVALUATE
              END-IF
           END-IF
           .

      * the scope belongs to the agreement, not the tier, so every
      * tier of the client is restamped with the one just keyed
       SAVE-REBATE-TIER.
           EXEC SQL
              UPDATE CLAPP.REBATE_AGREEMENTS
                 SET REBATE_PCT = :HV-RBT-PCT
               WHERE CLIENT_ID = :HV-CLIENT-ID
                 AND TIER_FROM_AMT = :HV-RBT-TIER-FROM
           END-EXEC
           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO CLAPP.REBATE_AGREEMENTS
                 (CLIENT_ID, TIER_FROM_AMT, REBATE_PCT, GROUP_FLAG)
                 VALUES(:HV-CLIENT-ID, :HV-RBT-TIER-FROM,
                        :HV-RBT-PCT, :HV-RBT-GROUP)
              END-EXEC
           END-IF
           IF SQLCODE = 0
              EXEC SQL
                 UPDATE CLAPP.REBATE_AGREEMENTS
                    SET GROUP_FLAG = :HV-RBT-GROUP
                  WHERE CLIENT_ID = :HV-CLIENT-ID
              END-EXEC
           END-IF
           IF SQLCODE = 0
              MOVE 'Rebate tier saved' TO WS-MSG
              MOVE 'REBATES' TO HV-AUD-TABLE
              MOVE HV-CLIENT-ID TO HV-AUD-KEY
              SET HV-AUD-UPDATE TO TRUE
              MOVE SPACES TO HV-AUD-DETAIL
              STRING 'Rebate tier from ' DELIMITED BY SIZE
                 FUNCTION TRIM(CLIMITI) DELIMITED BY SIZE
                 ' at ' DELIMITED BY SIZE
                 FUNCTION TRIM(CADDR1I) DELIMITED BY SIZE
                 '% group ' DELIMITED BY SIZE
                 HV-RBT-GROUP DELIMITED BY SIZE
                 INTO HV-AUD-DETAIL
              END-STRING
              PERFORM WRITE-AUDIT
           ELSE
              MOVE 'maint REBATE_AGREEMENTS' TO WS-SQL-OP
              PERFORM BUILD-SQL-ERROR-MSG
           END-IF
           .

       REMOVE-REBATE-TIER.
           EXEC SQL
              DELETE FROM CLAPP.REBATE_AGREEMENTS
               WHERE CLIENT_ID = :HV-CLIENT-ID
                 AND TIER_FROM_AMT = :HV-RBT-TIER-FROM
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'Rebate tier removed' TO WS-MSG
                 MOVE 'REBATES' TO HV-AUD-TABLE
                 MOVE HV-CLIENT-ID TO HV-AUD-KEY
                 SET HV-AUD-DELETE TO TRUE
                 MOVE SPACES TO HV-AUD-DETAIL
                 STRING 'Rebate tier removed from ' DELIMITED BY SIZE
                    FUNCTION TRIM(CLIMITI) DELIMITED BY SIZE
                    INTO HV-AUD-DETAIL
                 END-STRING
                 PERFORM WRITE-AUDIT
              WHEN 100
                 MOVE 'No rebate tier at that threshold' TO WS-MSG
              WHEN OTHER
                 MOVE 'delete REBATE_AGREEMENTS' TO WS-SQL-OP
                 PERFORM BUILD-SQL-ERROR-MSG
           END-EVALUATE
           .

       SAVE-SEPA-MANDATE.
           MOVE CIDI(1:10) TO HV-CLIENT-ID
           MOVE CMERGEI    TO HV-MANDATE-ID
           IF HV-MANDATE-ID = SPACES
              MOVE 'Key the mandate ID in Merge-to' TO WS-MSG
           ELSE
              MOVE SPACES TO HV-MANDATE-CLIENT
              EXEC SQL
                 SELECT CLIENT_ID INTO :HV-MANDATE-CLIENT
                   FROM CLAPP.SEPA_MANDATES
                  WHERE MANDATE_ID = :HV-MANDATE-ID
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE NOT = 0 AND SQLCODE NOT = 100
                    MOVE 'read SEPA_MANDATE' TO WS-SQL-OP
                    PERFORM BUILD-SQL-ERROR-MSG
                 WHEN SQLCODE = 0
                      AND HV-MANDATE-CLIENT NOT = HV-CLIENT-ID
                    MOVE 'Mandate ID belongs to another client'
                       TO WS-MSG
                 WHEN CADDR1I = SPACES
                    PERFORM REVOKE-SEPA-MANDATE
                 WHEN OTHER
                    PERFORM SAVE-SEPA-MANDATE-APPLY
              END-EVALUATE
           END-IF
           .

      * the mandate is written first; only once it stands are the
      * client's other mandates revoked, so one always stays active
       SAVE-SEPA-MANDATE-APPLY.
           MOVE FUNCTION UPPER-CASE(CADDR1I) TO WS-IBAN-WORK
           PERFORM VALIDATE-IBAN
           MOVE CADDR2I(1:10) TO HV-SIGN-DATE
           EVALUATE TRUE
              WHEN WS-IBAN-OK NOT = 'Y'
                 MOVE 'IBAN is not valid' TO WS-MSG
              WHEN HV-SIGN-DATE(1:4) IS NOT NUMERIC
                   OR HV-SIGN-DATE(5:1) NOT = '-'
                   OR HV-SIGN-DATE(8:1) NOT = '-'
                 MOVE 'Key the signature date YYYY-MM-DD in Address 2'
                    TO WS-MSG
              WHEN OTHER
                 IF HV-MANDATE-CLIENT = SPACES
                    EXEC SQL
                       INSERT INTO CLAPP.SEPA_MANDATES
                       (MANDATE_ID, CLIENT_ID, SIGN_DATE, IBAN,
                        SEQ_TYPE, STATUS, RETURN_CNT, CREATED_TS)
                       VALUES (:HV-MANDATE-ID, :HV-CLIENT-ID,
                               :HV-SIGN-DATE, :HV-IBAN, 'FRST', 'A',
                               0, CURRENT TIMESTAMP)
                    END-EXEC
                 ELSE
                    EXEC SQL
                       UPDATE CLAPP.SEPA_MANDATES
                          SET SEQ_TYPE =
                                 CASE WHEN IBAN = :HV-IBAN
                                       AND STATUS <> 'X'
                                      THEN SEQ_TYPE
                                      ELSE 'FRST' END,
                              IBAN = :HV-IBAN,
                              SIGN_DATE = :HV-SIGN-DATE,
                              STATUS = 'A',
                              RETURN_CNT = 0,
                              FLAG_REASON = ' '
                        WHERE MANDATE_ID = :HV-MANDATE-ID
                    END-EXEC
                 END-IF
                 IF SQLCODE = 0
                    EXEC SQL
                       UPDATE CLAPP.SEPA_MANDATES
                          SET STATUS = 'X',
                              REVOKED_DATE = CURRENT DATE
                        WHERE CLIENT_ID = :HV-CLIENT-ID
                          AND MANDATE_ID <> :HV-MANDATE-ID
                          AND STATUS <> 'X'
                    END-EXEC
                    MOVE 'Mandate saved' TO WS-MSG
                    MOVE 'CLIENTS' TO HV-AUD-TABLE
                    MOVE HV-CLIENT-ID TO HV-AUD-KEY
                    SET HV-AUD-UPDATE TO TRUE
                    MOVE SPACES TO HV-AUD-DETAIL
                    STRING 'Mandate ' DELIMITED BY SIZE
                       FUNCTION TRIM(HV-MANDATE-ID) DELIMITED BY SIZE
                       ' saved, signed ' DELIMITED BY SIZE
                       HV-SIGN-DATE DELIMITED BY SIZE
                       INTO HV-AUD-DETAIL
                    END-STRING
                    PERFORM WRITE-AUDIT
                 ELSE
                    MOVE 'save SEPA_MANDATE' TO WS-SQL-OP
                    PERFORM BUILD-SQL-ERROR-MSG
                 END-IF
           END-EVALUATE
           .

       REVOKE-SEPA-MANDATE.
           EXEC SQL
              UPDATE CLAPP.SEPA_MANDATES
                 SET STATUS = 'X',
                     REVOKED_DATE = CURRENT DATE
               WHERE MANDATE_ID = :HV-MANDATE-ID
                 AND CLIENT_ID = :HV-CLIENT-ID
                 AND STATUS <> 'X'
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'Mandate revoked' TO WS-MSG
                 MOVE 'CLIENTS' TO HV-AUD-TABLE
                 MOVE HV-CLIENT-ID TO HV-AUD-KEY
                 SET HV-AUD-UPDATE TO TRUE
                 MOVE SPACES TO HV-AUD-DETAIL
                 STRING 'Mandate ' DELIMITED BY SIZE
                    FUNCTION TRIM(HV-MANDATE-ID) DELIMITED BY SIZE
                    ' revoked' DELIMITED BY SIZE
                    INTO HV-AUD-DETAIL
                 END-STRING
                 PERFORM WRITE-AUDIT
              WHEN 100
                 MOVE 'No open mandate with this ID' TO WS-MSG
              WHEN OTHER
                 MOVE 'revoke SEPA_MANDATE' TO WS-SQL-OP
                 PERFORM BUILD-SQL-ERROR-MSG
           END-EVALUATE
           .

      * ISO 13616 check: blanks dropped, the first four characters
      * moved to the end, letters worth 10 (A) to 35 (Z); the number
      * so formed must leave remainder 1 when divided by 97.
       VALIDATE-IBAN.
           MOVE 'Y' TO WS-IBAN-OK
           MOVE SPACES TO HV-IBAN
           MOVE 0 TO WS-IBAN-LEN
           PERFORM VARYING WS-IBAN-IX FROM 1 BY 1
                   UNTIL WS-IBAN-IX > 34
              IF WS-IBAN-WORK(WS-IBAN-IX:1) NOT = SPACE
                 ADD 1 TO WS-IBAN-LEN
                 MOVE WS-IBAN-WORK(WS-IBAN-IX:1)
                    TO HV-IBAN(WS-IBAN-LEN:1)
              END-IF
           END-PERFORM
           IF WS-IBAN-LEN < 15
              OR HV-IBAN(1:2) IS NOT ALPHABETIC
              OR HV-IBAN(3:2) IS NOT NUMERIC
              MOVE 'N' TO WS-IBAN-OK
           ELSE
              MOVE 0 TO WS-IBAN-MOD
              PERFORM VARYING WS-IBAN-IX FROM 5 BY 1
                      UNTIL WS-IBAN-IX > WS-IBAN-LEN + 4
                         OR WS-IBAN-OK = 'N'
                 IF WS-IBAN-IX > WS-IBAN-LEN
                    MOVE HV-IBAN(WS-IBAN-IX - WS-IBAN-LEN:1)
                       TO WS-IBAN-CHAR
                 ELSE
                    MOVE HV-IBAN(WS-IBAN-IX:1) TO WS-IBAN-CHAR
                 END-IF
                 PERFORM ADD-IBAN-CHAR
              END-PERFORM
              IF WS-IBAN-MOD NOT = 1
                 MOVE 'N' TO WS-IBAN-OK
              END-IF
           END-IF
           .

       ADD-IBAN-CHAR.
           EVALUATE TRUE
              WHEN WS-IBAN-CHAR IS NUMERIC
                 MOVE WS-IBAN-CHAR-N TO WS-IBAN-DIGIT
                 COMPUTE WS-IBAN-MOD =
                    FUNCTION MOD(WS-IBAN-MOD * 10 + WS-IBAN-DIGIT, 97)
              WHEN WS-IBAN-CHAR IS ALPHABETIC-UPPER
                 MOVE 0 TO WS-IBAN-DIGIT
                 INSPECT WS-IBAN-ALPHABET TALLYING WS-IBAN-DIGIT
                    FOR CHARACTERS BEFORE INITIAL WS-IBAN-CHAR
                 ADD 10 TO WS-IBAN-DIGIT
                 COMPUTE WS-IBAN-MOD =
                    FUNCTION MOD(WS-IBAN-MOD * 100 + WS-IBAN-DIGIT, 97)
              WHEN OTHER
                 MOVE 'N' TO WS-IBAN-OK
           END-EVALUATE
           .

      * replace semantics per client/type: the address keyed in the
      * address fields becomes the client's address of that type.
       SAVE-CLIENT-ADDRESS.
           MOVE CIDI(1:10)   TO HV-CLIENT-ID
           MOVE CMERGEI(1:4) TO HV-ADDR-TYPE
           IF HV-ADDR-TYPE = SPACES
              MOVE 'Key the address type in Merge-to' TO WS-MSG
           ELSE
              IF CADDR1I = SPACES
                 MOVE 'Address line 1 is required' TO WS-MSG
              ELSE
                 EXEC SQL
                    DELETE FROM CLAPP.CLIENT_ADDRESSES
                     WHERE CLIENT_ID = :HV-CLIENT-ID
                       AND ADDR_TYPE = :HV-ADDR-TYPE
                 END-EXEC
                 EXEC SQL
                    INSERT INTO CLAPP.CLIENT_ADDRESSES
                    (CLIENT_ID, ADDR_TYPE, ADDR_LINE1, ADDR_LINE2,
                     COUNTRY)
                    VALUES (:HV-CLIENT-ID, :HV-ADDR-TYPE,
                            :CADDR1I, :CADDR2I, :CCTRYI)
                 END-EXEC
                 IF SQLCODE = 0
                    MOVE 'Address saved' TO WS-MSG
                    MOVE 'CLIENTS' TO HV-AUD-TABLE
                    MOVE HV-CLIENT-ID TO HV-AUD-KEY
                    SET HV-AUD-UPDATE TO TRUE
                    MOVE SPACES TO HV-AUD-DETAIL
                    STRING 'Address ' DELIMITED BY SIZE
                       FUNCTION TRIM(HV-ADDR-TYPE)
                          DELIMITED BY SIZE
                       ' saved' DELIMITED BY SIZE
                       INTO HV-AUD-DETAIL
                    END-STRING
                    PERFORM WRITE-AUDIT
                 ELSE
                    MOVE 'insert ADDRESS' TO WS-SQL-OP
                    PERFORM BUILD-SQL-ERROR-MSG
                 END-IF
              END-IF
           END-IF
           .

      * the note text is whatever was keyed across the Name and
      * Email fields; once inserted a note is never updated.
       ADD-CLIENT-NOTE.
           MOVE CIDI(1:10) TO HV-CLIENT-ID
           MOVE SPACES TO HV-NOTE-TEXT
           STRING FUNCTION TRIM(CNAMEI) ' '
              FUNCTION TRIM(CMAILI)
              DELIMITED BY SIZE INTO HV-NOTE-TEXT
           END-STRING
           IF FUNCTION TRIM(HV-NOTE-TEXT) = SPACES
              MOVE 'Key the note text in Name/Email' TO WS-MSG
           ELSE
              EXEC SQL
                 INSERT INTO CLAPP.CLIENT_NOTES
                 (CLIENT_ID, NOTE_TS, AUTHOR, NOTE_TEXT)
                 VALUES (:HV-CLIENT-ID, CURRENT TIMESTAMP,
                         :WS-OPERATOR, :HV-NOTE-TEXT)
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Note added' TO WS-MSG
                 MOVE 'NOTES' TO HV-AUD-TABLE
                 MOVE HV-CLIENT-ID TO HV-AUD-KEY
                 SET HV-AUD-ADD TO TRUE
                 MOVE 'Contact note added' TO HV-AUD-DETAIL
                 PERFORM WRITE-AUDIT
              ELSE
                 MOVE 'insert NOTE' TO WS-SQL-OP
                 PERFORM BUILD-SQL-ERROR-MSG
              END-IF
           END-IF
           .

      * newest first; the message line holds what fits.
       BROWSE-CLIENT-NOTES.
           MOVE CIDI(1:10) TO HV-CLIENT-ID
           MOVE SPACES TO WS-MSG
           MOVE 0   TO WS-NOTE-COUNT
           MOVE 'N' TO WS-NOTE-EOF
           EXEC SQL DECLARE NOTE-CURSOR CURSOR FOR
              SELECT CHAR(NOTE_TS), AUTHOR, NOTE_TEXT
                FROM CLAPP.CLIENT_NOTES
               WHERE CLIENT_ID = :HV-CLIENT-ID
               ORDER BY NOTE_TS DESC
           END-EXEC
           EXEC SQL OPEN NOTE-CURSOR END-EXEC
           PERFORM UNTIL WS-NOTE-EOF = 'Y' OR WS-NOTE-COUNT >= 1
              EXEC SQL
                 FETCH NOTE-CURSOR INTO :HV-NOTE-TS,
                       :HV-NOTE-AUTHOR, :HV-NOTE-TEXT
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-NOTE-COUNT
                 STRING HV-NOTE-TS(1:10) ' '
                    FUNCTION TRIM(HV-NOTE-AUTHOR) ': '
                    HV-NOTE-TEXT(1:48)
                    DELIMITED BY SIZE INTO WS-MSG
                 END-STRING
              ELSE
                 MOVE 'Y' TO WS-NOTE-EOF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE NOTE-CURSOR END-EXEC
           IF WS-NOTE-COUNT = 0
              MOVE 'No notes for client' TO WS-MSG
           END-IF
           .

       INQ-CLIENT.
           MOVE 'C'  TO INQ-REQ-TYPE
           MOVE SPACES TO INQ-REQ-ID
           MOVE CIDI(1:10) TO INQ-REQ-ID(1:10)
           MOVE 50 TO INQ-ITEM-MAX
           CALL 'CLORDINQ' USING INQ-REQUEST INQ-RESPONSE
           IF INQ-RESP-RC = 00
              MOVE INQ-CLI-NAME    TO CNAMEO
              MOVE INQ-CLI-EMAIL   TO CMAILO
              MOVE INQ-CLI-PHONE   TO CPHONEO
              MOVE INQ-CLI-STATUS  TO CSTATUSO
              MOVE INQ-CLI-COUNTRY TO CCTRYO
              MOVE INQ-CLI-ADDR1   TO CADDR1O
              MOVE INQ-CLI-ADDR2   TO CADDR2O
              MOVE INQ-CLI-LIMIT   TO CLIMITO
              MOVE INQ-CLI-VERSION TO WS-CTX-CLIENT-VER
      * the VAT ID comes back in Merge-to so an update keeps it
              MOVE CIDI(1:10) TO HV-CLIENT-ID
              MOVE SPACES TO HV-VAT-ID HV-CLI-CLASS HV-RFV-SCORE
              EXEC SQL
                 SELECT COALESCE(VAT_ID,''), COALESCE(ABC_CLASS,' '),
                        COALESCE(RFV_SCORE,' ')
                   INTO :HV-VAT-ID, :HV-CLI-CLASS, :HV-RFV-SCORE
                   FROM CLAPP.CLIENTS
                  WHERE CLIENT_ID = :HV-CLIENT-ID
              END-EXEC
              MOVE HV-VAT-ID TO CMERGEO
              IF HV-CLI-CLASS = SPACE
                 MOVE 'OK' TO WS-MSG
              ELSE
                 MOVE SPACES TO WS-MSG
                 STRING 'OK - class ' DELIMITED BY SIZE
                    HV-CLI-CLASS DELIMITED BY SIZE
                    ', RFV ' DELIMITED BY SIZE
                    HV-RFV-SCORE DELIMITED BY SIZE
                    INTO WS-MSG
                 END-STRING
              END-IF
              MOVE CIDI(1:10) TO HV-O-CLIENT-ID
              PERFORM CHECK-COMPLIANCE-HOLD
              IF WS-COMPLIANCE-OK = 'N'
                 MOVE SPACES TO WS-MSG
                 STRING 'OK - ON COMPLIANCE HOLD, ' DELIMITED BY SIZE
                    FUNCTION TRIM(WS-SCR-COUNT-D) DELIMITED BY SIZE
                    ' screening match(es) to decide' DELIMITED BY SIZE
                    INTO WS-MSG
                 END-STRING
              END-IF
           ELSE
              MOVE 'Client not found' TO WS-MSG
           END-IF
           .

       BROWSE-CLIENT.
           MOVE SPACES TO WS-MSG
           MOVE 0 TO WS-BROWSE-COUNT
           EXEC SQL DECLARE CLI-CURSOR CURSOR FOR
              SELECT CLIENT_ID, NAME FROM CLAPP.CLIENTS
               WHERE DELETED_FLAG <> 'Y'
              ORDER BY CLIENT_ID
           END-EXEC
           EXEC SQL OPEN CLI-CURSOR END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-BROWSE-COUNT >= 5
              EXEC SQL
                 FETCH CLI-CURSOR INTO :HV-CLIENT-ID, :HV-NAME
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-BROWSE-COUNT
                 IF WS-MSG = SPACES
                    MOVE FUNCTION TRIM(HV-CLIENT-ID) TO WS-MSG
                 ELSE
                    STRING FUNCTION TRIM(WS-MSG) DELIMITED BY SIZE
                        "," DELIMITED BY SIZE
                        FUNCTION TRIM(HV-CLIENT-ID) DELIMITED BY SIZE
                        INTO WS-MSG
                    END-STRING
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE CLI-CURSOR END-EXEC
           IF WS-MSG = SPACES
              MOVE 'No clients found' TO WS-MSG
           END-IF
           .

      *-------------------------------------------------------------*
      * ORDER CRUD                                                  *
      *-------------------------------------------------------------*
       DO-ORDER.
           MOVE SPACES TO ORDMAPI ORDMAPO
           MOVE WS-MSG TO OMSGO
           MOVE WS-CTX-ORDER-ID TO OIDI
           MOVE WS-CTX-CLIENT-ID TO OCIDI
           EXEC CICS SEND MAP('ORDMAP') MAPSET('CLMAPS') ERASE END-EXEC
           EXEC CICS RECEIVE MAP('ORDMAP') MAPSET('CLMAPS') END-EXEC

           EVALUATE EIBAID
              WHEN DFHPF3
                 MOVE SPACES TO WS-MSG
                 MOVE 'MENU' TO WS-STATE
                 PERFORM RETURN-TO-CICS
              WHEN DFHPF1
                 MOVE 'Action I/U/D/Q/L/A/P/T/S/V/C/G/R/F/K/W, PF3
      -              '=Menu' TO WS-MSG
                 MOVE 'ORDER' TO WS-STATE
                 PERFORM RETURN-TO-CICS
              WHEN OTHER
                 IF OFUNCI(1:1) = 'I' AND OIDI NOT = SPACES
                    AND OIDI = WS-CTX-LAST-OID
                    AND WS-CTX-LAST-OFUNC = 'I'
                    MOVE 'Duplicate submission ignored' TO WS-MSG
                 ELSE
                    EVALUATE OFUNCI(1:1)
                       WHEN 'I'
                          PERFORM CHECK-MAINT-AUTH
                          IF WS-AUTH-OK = 'Y'
                             PERFORM INS-ORDER
                          END-IF
                       WHEN 'U'
                          PERFORM CHECK-MAINT-AUTH
                          IF WS-AUTH-OK = 'Y'
                             PERFORM UPD-ORDER
                          END-IF
                       WHEN 'D'
                          PERFORM CHECK-SUPV-AUTH
                          IF WS-AUTH-OK = 'Y'
                             PERFORM DEL-ORDER
                          END-IF
                       WHEN 'Q'  PERFORM INQ-ORDER
                       WHEN 'L'  PERFORM BROWSE-ORDER
                       WHEN 'A'
                          PERFORM CHECK-MAINT-AUTH
                          IF WS-AUTH-OK = 'Y'
                             PERFORM ADD-ORDER-ITEM
                          END-IF
                       WHEN 'P'
                          PERFORM CHECK-MAINT-AUTH
                          IF WS-AUTH-OK = 'Y'
                             PERFORM CAPTURE-PAYMENT
                          END-IF
                       WHEN 'K'
                          PERFORM FIND-BY-CLIENT-REF
                       WHEN 'W'  PERFORM TRACK-ORDER-SHIPMENT
                       WHEN OTHER
                          MOVE 'Use I/U/D/Q/L/A/P/T/S/V/C/G/R/F/K/W i
      -                      'n Action' TO WS-MSG
                    END-EVALUATE
                 END-IF
                 IF OIDI NOT = SPACES
           END-EVALUATE
           .

      *-------------------------------------------------------------*
      * CLIENT + ORDER HISTORY (menu option 3)                       *
      *-------------------------------------------------------------*
      * SEND only, no RECEIVE - this task ends the moment the history
      * screen is displayed, the same as any other CICS RETURN in this
      * program. Whatever the operator types in response is picked up
      * by DO-ORDER's own SEND/RECEIVE pair on the next pseudo-
      * conversational turn (WS-STATE is already 'ORDER' by then), so
      * PF3/PF1 and the CFUNCI-equivalent action fields all get the
      * same handling here as everywhere else instead of being
      * silently discarded by a RECEIVE this paragraph never looked at.
       DO-HISTORY.
           MOVE SPACES TO ORDMAPI ORDMAPO
           PERFORM BUILD-CLIENT-HISTORY
           MOVE WS-MSG TO OMSGO
           MOVE WS-CTX-CLIENT-ID TO OCIDI
           EXEC CICS SEND MAP('ORDMAP') MAPSET('CLMAPS') ERASE END-EXEC
           MOVE 'ORDER' TO WS-STATE
           PERFORM RETURN-TO-CICS
           .

      * Combined client + order history screen (req 049) - the ORDMAP
      * map has no dedicated client-detail fields, so the client's
      * name/status are folded into the front of the same WS-MSG/OMSGO
      * text the order-ID list already used (pre-reconciled in req
      * 041's status note), rather than adding a parallel display.
       BUILD-CLIENT-HISTORY.
           MOVE SPACES TO WS-MSG
           MOVE SPACES TO WS-HIST-NAME
           MOVE 0 TO WS-BROWSE-COUNT
           MOVE WS-CTX-CLIENT-ID TO HV-CLIENT-ID
           MOVE WS-CTX-CLIENT-ID TO HV-O-CLIENT-ID
           EXEC SQL
              SELECT NAME, STATUS INTO :HV-NAME, :HV-STATUS
                FROM CLAPP.CLIENTS
               WHERE CLIENT_ID = :HV-CLIENT-ID
                 AND DELETED_FLAG <> 'Y'
           END-EXEC
           IF SQLCODE = 0
              MOVE HV-NAME TO WS-HIST-NAME
              STRING FUNCTION TRIM(WS-HIST-NAME) DELIMITED BY SIZE
                  ' [' DELIMITED BY SIZE
                  FUNCTION TRIM(HV-STATUS) DELIMITED BY SIZE
                  ']: ' DELIMITED BY SIZE
                  INTO WS-MSG
              END-STRING
           ELSE
              MOVE 'Client not found: ' TO WS-MSG
           END-IF
           EXEC SQL DECLARE HIST-CURSOR CURSOR FOR
              SELECT ORDER_ID FROM CLAPP.ORDERS
               WHERE CLIENT_ID = :HV-O-CLIENT-ID
                 AND DELETED_FLAG <> 'Y'
               ORDER BY ORDER_ID
           END-EXEC
           EXEC SQL OPEN HIST-CURSOR END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-BROWSE-COUNT >= 5
              EXEC SQL
                 FETCH HIST-CURSOR INTO :HV-ORDER-ID
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-BROWSE-COUNT
                 IF WS-BROWSE-COUNT = 1
                    STRING FUNCTION TRIM(WS-MSG) DELIMITED BY SIZE
                        FUNCTION TRIM(HV-ORDER-ID) DELIMITED BY SIZE
                        INTO WS-MSG
                    END-STRING
                 ELSE
                    STRING FUNCTION TRIM(WS-MSG) DELIMITED BY SIZE
                        "," DELIMITED BY SIZE
                        FUNCTION TRIM(HV-ORDER-ID) DELIMITED BY SIZE
                        INTO WS-MSG
                    END-STRING
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE HIST-CURSOR END-EXEC
           IF WS-BROWSE-COUNT = 0
              STRING FUNCTION TRIM(WS-MSG) DELIMITED BY SIZE
                  'no orders' DELIMITED BY SIZE
                  INTO WS-MSG
              END-STRING
           END-IF

      * the newest contact note closes the history line - within the
      * one-line rendering this is the chronological tail of the
      * client's combined story
           MOVE 'N' TO WS-NOTE-EOF
           MOVE 0   TO WS-NOTE-COUNT
           EXEC SQL DECLARE HNOTE-CURSOR CURSOR FOR
              SELECT CHAR(NOTE_TS), NOTE_TEXT
                FROM CLAPP.CLIENT_NOTES
               WHERE CLIENT_ID = :HV-CLIENT-ID
               ORDER BY NOTE_TS DESC
           END-EXEC
           EXEC SQL OPEN HNOTE-CURSOR END-EXEC
           PERFORM UNTIL WS-NOTE-EOF = 'Y' OR WS-NOTE-COUNT >= 1
              EXEC SQL
                 FETCH HNOTE-CURSOR INTO :HV-NOTE-TS, :HV-NOTE-TEXT
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-NOTE-COUNT
                 STRING FUNCTION TRIM(WS-MSG) DELIMITED BY SIZE
                     ' N:' DELIMITED BY SIZE
                     HV-NOTE-TEXT(1:20) DELIMITED BY SIZE
                     INTO WS-MSG
                 END-STRING
              ELSE
                 MOVE 'Y' TO WS-NOTE-EOF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE HNOTE-CURSOR END-EXEC
           .

      *-------------------------------------------------------------*
      * FOUR-EYES APPROVAL QUEUE (menu option 5)                     *
      *-------------------------------------------------------------*
      * Runs on the order map: the oldest order waiting for approval
      * is shown in the order fields and the next ones are listed on
      * the message line. Action A approves and R rejects the order
      * in the order ID field; anything else refreshes the queue.
       DO-APPROVAL.
           MOVE SPACES TO ORDMAPI ORDMAPO
           PERFORM BUILD-APPROVAL-QUEUE
           IF WS-MSG = SPACES
              MOVE WS-APPR-LIST TO OMSGO
           ELSE
              MOVE WS-MSG TO OMSGO
           END-IF
           EXEC CICS SEND MAP('ORDMAP') MAPSET('CLMAPS') ERASE END-EXEC
           EXEC CICS RECEIVE MAP('ORDMAP') MAPSET('CLMAPS') END-EXEC

           EVALUATE EIBAID
              WHEN DFHPF3
                 MOVE SPACES TO WS-MSG
                 MOVE 'MENU' TO WS-STATE
                 PERFORM RETURN-TO-CICS
              WHEN DFHPF1
                 MOVE 'Order ID + Action A=Approve R=Reject, Enter=Refre
      -              'sh, PF3=Menu' TO WS-MSG
                 MOVE 'APPROVE' TO WS-STATE
                 PERFORM RETURN-TO-CICS
              WHEN OTHER
                 MOVE SPACES TO WS-MSG
                 EVALUATE OFUNCI(1:1)
                    WHEN 'A'
                       PERFORM CHECK-SUPV-AUTH
                       IF WS-AUTH-OK = 'Y'
                          MOVE 'NEW' TO WS-APPR-DECISION
                          PERFORM DECIDE-APPROVAL
                       END-IF
                    WHEN 'R'
                       PERFORM CHECK-SUPV-AUTH
                       IF WS-AUTH-OK = 'Y'
                          MOVE 'CANCELLED' TO WS-APPR-DECISION
                          PERFORM DECIDE-APPROVAL
                       END-IF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
                 MOVE 'APPROVE' TO WS-STATE
                 PERFORM RETURN-TO-CICS
           END-EVALUATE
           .

       BUILD-APPROVAL-QUEUE.
           MOVE SPACES TO WS-APPR-LIST
           MOVE 0 TO HV-APPR-COUNT
           EXEC SQL
              SELECT COUNT(*) INTO :HV-APPR-COUNT
                FROM CLAPP.ORDERS
               WHERE STATUS = 'PENDING-APPR'
                 AND DELETED_FLAG <> 'Y'
           END-EXEC
           IF SQLCODE = 0
              MOVE HV-APPR-COUNT TO WS-APPR-COUNT-D
              STRING FUNCTION TRIM(WS-APPR-COUNT-D) DELIMITED BY SIZE
                 ' waiting' DELIMITED BY SIZE
                 INTO WS-APPR-LIST
              END-STRING
              PERFORM LIST-APPROVAL-QUEUE
           ELSE
              MOVE 'count approval queue' TO WS-SQL-OP
              MOVE SPACES TO WS-MSG
              PERFORM BUILD-SQL-ERROR-MSG
           END-IF
           .

      * the first four orders in the order they asked for approval;
      * a failed read says so rather than showing a short queue
       LIST-APPROVAL-QUEUE.
           MOVE 'N' TO WS-APPR-EOF
           MOVE 0 TO WS-BROWSE-COUNT
           EXEC SQL DECLARE APPR-CURSOR CURSOR FOR
              SELECT ORDER_ID, CLIENT_ID, ORDER_DATE, TOTAL_AMT,
                     COALESCE(CURRENCY,'EUR'),
                     COALESCE(ORIG_AMT,TOTAL_AMT)
                FROM CLAPP.ORDERS
               WHERE STATUS = 'PENDING-APPR'
                 AND DELETED_FLAG <> 'Y'
               ORDER BY APPROVAL_REQ_TS, ORDER_ID
           END-EXEC
           EXEC SQL OPEN APPR-CURSOR END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'open approval queue' TO WS-SQL-OP
              MOVE SPACES TO WS-MSG
              PERFORM BUILD-SQL-ERROR-MSG
              MOVE 'Y' TO WS-APPR-EOF
           END-IF
           PERFORM UNTIL WS-APPR-EOF = 'Y' OR WS-BROWSE-COUNT >= 4
              EXEC SQL
                 FETCH APPR-CURSOR INTO :HV-ORDER-ID, :HV-O-CLIENT-ID,
                       :HV-ORDER-DATE, :HV-AMOUNT, :HV-O-CURRENCY,
                       :HV-ORIG-AMT
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-BROWSE-COUNT
                 IF WS-BROWSE-COUNT = 1
                    MOVE HV-ORDER-ID      TO OIDI
                    MOVE HV-O-CLIENT-ID   TO OCIDO
                    MOVE HV-ORDER-DATE    TO ODATEO
                    MOVE 'PENDING-APPR'   TO OSTATUSO
                    MOVE HV-AMOUNT        TO OAMOUNTO
                    MOVE HV-O-CURRENCY    TO OCURRO
                    MOVE HV-ORIG-AMT      TO OORIGO
                    STRING FUNCTION TRIM(WS-APPR-LIST)
                           DELIMITED BY SIZE
                       ': ' DELIMITED BY SIZE
                       FUNCTION TRIM(HV-ORDER-ID) DELIMITED BY SIZE
                       INTO WS-APPR-LIST
                    END-STRING
                 ELSE
                    STRING FUNCTION TRIM(WS-APPR-LIST)
                           DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       FUNCTION TRIM(HV-ORDER-ID) DELIMITED BY SIZE
                       INTO WS-APPR-LIST
                    END-STRING
                 END-IF
              ELSE
                 IF SQLCODE NOT = 100
                    MOVE 'fetch approval queue' TO WS-SQL-OP
                    MOVE SPACES TO WS-MSG
                    PERFORM BUILD-SQL-ERROR-MSG
                 END-IF
                 MOVE 'Y' TO WS-APPR-EOF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE APPR-CURSOR END-EXEC
           .

      * the approver may not be the operator who entered the order;
      * an order from before ENTERED_BY was kept falls back to the
      * user on its insert audit row.
       DECIDE-APPROVAL.
           MOVE OIDI TO HV-ORDER-ID
           MOVE SPACES TO HV-APPR-ENTERED-BY
           EXEC SQL
              SELECT O.CLIENT_ID, O.STATUS, O.TOTAL_AMT,
                     COALESCE(O.ENTERED_BY,
                        (SELECT MIN(A.USER_ID)
                           FROM CLAPP.AUDIT_LOG A
                          WHERE A.TABLE_NAME = 'ORDERS'
                            AND A.REC_KEY = O.ORDER_ID
                            AND A.ACTION = 'A'), ' ')
                INTO :HV-O-CLIENT-ID, :HV-CURR-STATUS, :HV-AMOUNT,
                     :HV-APPR-ENTERED-BY
                FROM CLAPP.ORDERS O
               WHERE O.ORDER_ID = :HV-ORDER-ID
                 AND O.DELETED_FLAG <> 'Y'
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 MOVE 'Order not found' TO WS-MSG
              WHEN HV-CURR-STATUS NOT = 'PENDING-APPR'
                 MOVE 'Order is not waiting for approval' TO WS-MSG
              WHEN HV-APPR-ENTERED-BY = WS-OPERATOR
                 MOVE 'Approver must differ from the entering operator'
                    TO WS-MSG
              WHEN OTHER
                 PERFORM DECIDE-APPROVAL-APPLY
           END-EVALUATE
           .

      * approval returns the order to NEW with the approver and the
      * approved amount stamped on it; rejection cancels it and puts
      * its stock back, as any cancellation does.
       DECIDE-APPROVAL-APPLY.
           IF WS-APPR-DECISION = 'NEW'
              EXEC SQL
                 UPDATE CLAPP.ORDERS
                    SET STATUS = 'NEW',
                        APPROVED_BY = :WS-OPERATOR,
                        APPROVED_TS = CURRENT TIMESTAMP,
                        APPROVED_AMT = TOTAL_AMT,
                        ROW_VERSION = COALESCE(ROW_VERSION,0) + 1
                  WHERE ORDER_ID = :HV-ORDER-ID
                    AND STATUS = 'PENDING-APPR'
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE CLAPP.ORDERS
                    SET STATUS = 'CANCELLED',
                        APPROVED_BY = :WS-OPERATOR,
                        APPROVED_TS = CURRENT TIMESTAMP,
                        ROW_VERSION = COALESCE(ROW_VERSION,0) + 1
                  WHERE ORDER_ID = :HV-ORDER-ID
                    AND STATUS = 'PENDING-APPR'
              END-EXEC
           END-IF
           EVALUATE SQLCODE
              WHEN 0
                 IF WS-APPR-DECISION = 'NEW'
                    MOVE 'Order approved' TO WS-MSG
                 ELSE
                    PERFORM RESTORE-ORDER-STOCK
                    MOVE 'Order rejected and cancelled' TO WS-MSG
                 END-IF
                 MOVE 'ORDERS' TO HV-AUD-TABLE
                 MOVE HV-ORDER-ID TO HV-AUD-KEY
                 SET HV-AUD-UPDATE TO TRUE
                 MOVE SPACES TO HV-AUD-DETAIL
                 STRING 'Status PENDING-APPR->' DELIMITED BY SIZE
                    FUNCTION TRIM(WS-APPR-DECISION) DELIMITED BY SIZE
                    INTO HV-AUD-DETAIL
                 END-STRING
                 PERFORM WRITE-AUDIT
                 MOVE WS-MSG TO HV-AUD-DETAIL
                 PERFORM WRITE-AUDIT
                 MOVE 'PENDING-APPR'   TO WS-EVT-OLD-STATUS
                 MOVE WS-APPR-DECISION TO WS-EVT-NEW-STATUS
                 PERFORM PUBLISH-ORDER-EVENT
              WHEN 100
                 MOVE 'Order is not waiting for approval' TO WS-MSG
              WHEN OTHER
                 MOVE 'approve ORDER' TO WS-SQL-OP
                 PERFORM BUILD-SQL-ERROR-MSG
           END-EVALUATE
           .

      *-------------------------------------------------------------*
      * OPERATOR MAINTENANCE (menu option 6)                         *
      *-------------------------------------------------------------*
      * Every action is supervisor-level and audited against the
      * operator's user ID; nobody maintains their own entry.
       DO-OPERATOR.
           MOVE SPACES TO CLIMAPI CLIMAPO
           MOVE WS-MSG TO CMSGO
           EXEC CICS SEND MAP('CLIMAP') MAPSET('CLMAPS') ERASE END-EXEC
           EXEC CICS RECEIVE MAP('CLIMAP') MAPSET('CLMAPS') END-EXEC

           EVALUATE EIBAID
              WHEN DFHPF3
                 MOVE SPACES TO WS-MSG
                 MOVE 'MENU' TO WS-STATE
                 PERFORM RETURN-TO-CICS
              WHEN DFHPF1
                 MOVE 'Action I=Add U=Change S=Suspend R=Reinstate E=Exp
      -              'ire Q=Inquire' TO WS-MSG
                 MOVE 'OPERATOR' TO WS-STATE
                 PERFORM RETURN-TO-CICS
              WHEN OTHER
                 PERFORM CHECK-SUPV-AUTH
                 IF WS-AUTH-OK = 'Y'
                    MOVE CIDI(1:8) TO HV-OPR-ID
                    EVALUATE TRUE
                       WHEN HV-OPR-ID = SPACES
                          MOVE 'Key the operator user ID' TO WS-MSG
                       WHEN HV-OPR-ID = WS-OPERATOR
                          AND CFUNCI(1:1) NOT = 'Q'
                          MOVE 'Operators cannot maintain their own entr
      -                      'y' TO WS-MSG
                       WHEN CFUNCI(1:1) = 'I'
                          PERFORM INS-OPERATOR
                       WHEN CFUNCI(1:1) = 'U'
                          PERFORM UPD-OPERATOR
                       WHEN CFUNCI(1:1) = 'S'
                          MOVE 'SUSPENDED' TO HV-OPR-STATUS
                          PERFORM SET-OPERATOR-STATUS
                       WHEN CFUNCI(1:1) = 'R'
                          MOVE 'ACTIVE' TO HV-OPR-STATUS
                          PERFORM SET-OPERATOR-STATUS
                       WHEN CFUNCI(1:1) = 'E'
                          PERFORM EXPIRE-OPERATOR
                       WHEN CFUNCI(1:1) = 'Q'
                          PERFORM INQ-OPERATOR
                       WHEN OTHER
                          MOVE 'Use I/U/S/R/E/Q in Action' TO WS-MSG
                    END-EVALUATE
                 END-IF
                 MOVE 'OPERATOR' TO WS-STATE
                 PERFORM RETURN-TO-CICS
           END-EVALUATE
           .

      * level 1 inquiry, 2 maintenance, 3 supervisor; the manager
      * must be a known operator since recertification goes to them;
      * the expiry date, when keyed, must be YYYY-MM-DD.
       VALIDATE-OPERATOR.
           MOVE 'Y' TO WS-OPR-OK
           MOVE CNAMEI       TO HV-OPR-NAME
           MOVE CMAILI(1:8)  TO HV-OPR-MANAGER
           MOVE CPHONEI(1:10) TO HV-OPR-EXPIRY
           MOVE CADDR1I(1:1) TO HV-OPR-COMPLIANCE
           IF CLIMITI(1:1) IS NUMERIC
              AND CLIMITI(2:1) = SPACE
              MOVE CLIMITI(1:1) TO WS-OPR-LEVEL-D
           ELSE
              MOVE 0 TO WS-OPR-LEVEL-D
           END-IF
           MOVE WS-OPR-LEVEL-D TO HV-OPR-LEVEL
           MOVE 0 TO HV-APPR-COUNT
           IF HV-OPR-MANAGER NOT = SPACES
              EXEC SQL
                 SELECT COUNT(*) INTO :HV-APPR-COUNT
                   FROM CLAPP.OPERATORS
                  WHERE USER_ID = :HV-OPR-MANAGER
              END-EXEC
           END-IF
           EVALUATE TRUE
              WHEN HV-OPR-LEVEL < 1 OR HV-OPR-LEVEL > 3
                 MOVE 'N' TO WS-OPR-OK
                 MOVE 'Authority level (Limit) must be 1, 2 or 3'
                    TO WS-MSG
              WHEN HV-OPR-MANAGER = SPACES
                 MOVE 'N' TO WS-OPR-OK
                 MOVE 'Key the manager user ID in Email' TO WS-MSG
              WHEN HV-APPR-COUNT = 0
                 MOVE 'N' TO WS-OPR-OK
                 MOVE 'Manager is not a known operator' TO WS-MSG
              WHEN HV-OPR-EXPIRY NOT = SPACES
                 AND (HV-OPR-EXPIRY(5:1) NOT = '-'
                   OR HV-OPR-EXPIRY(8:1) NOT = '-'
                   OR HV-OPR-EXPIRY(1:4) IS NOT NUMERIC
                   OR HV-OPR-EXPIRY(6:2) IS NOT NUMERIC
                   OR HV-OPR-EXPIRY(9:2) IS NOT NUMERIC)
                 MOVE 'N' TO WS-OPR-OK
                 MOVE 'Expiry date (Phone) must be YYYY-MM-DD'
                    TO WS-MSG
              WHEN HV-OPR-COMPLIANCE NOT = 'Y' AND NOT = 'N'
                   AND NOT = SPACE
                 MOVE 'N' TO WS-OPR-OK
                 MOVE 'Compliance officer (Address 1) must be Y or N'
                    TO WS-MSG
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       INS-OPERATOR.
           PERFORM VALIDATE-OPERATOR
           IF WS-OPR-OK = 'Y'
              EXEC SQL
                 INSERT INTO CLAPP.OPERATORS
                 (USER_ID, OP_NAME, AUTH_LEVEL, STATUS, MANAGER_ID,
                  EXPIRY_DATE, CREATED_DATE, STATUS_DATE, GRANTED_BY,
                  COMPLIANCE_FLAG)
                 VALUES (:HV-OPR-ID, :HV-OPR-NAME, :HV-OPR-LEVEL,
                         'ACTIVE', :HV-OPR-MANAGER,
                         NULLIF(:HV-OPR-EXPIRY, ' '),
                         CURRENT DATE, CURRENT DATE, :WS-OPERATOR,
                         COALESCE(NULLIF(:HV-OPR-COMPLIANCE, ' '),
                                  'N'))
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Operator added' TO WS-MSG
                 SET HV-AUD-ADD TO TRUE
                 PERFORM AUDIT-OPERATOR-GRANT
              ELSE
                 MOVE 'insert OPERATOR' TO WS-SQL-OP
                 PERFORM BUILD-SQL-ERROR-MSG
              END-IF
           END-IF
           .

      * a blank expiry or compliance flag on change keeps the one on
      * file - E expires
       UPD-OPERATOR.
           PERFORM VALIDATE-OPERATOR
           IF WS-OPR-OK = 'Y'
              EXEC SQL
                 UPDATE CLAPP.OPERATORS
                    SET OP_NAME = :HV-OPR-NAME,
                        AUTH_LEVEL = :HV-OPR-LEVEL,
                        MANAGER_ID = :HV-OPR-MANAGER,
                        EXPIRY_DATE =
                           COALESCE(DATE(NULLIF(:HV-OPR-EXPIRY, ' ')),
                                    EXPIRY_DATE),
                        COMPLIANCE_FLAG =
                           COALESCE(NULLIF(:HV-OPR-COMPLIANCE, ' '),
                                    COMPLIANCE_FLAG),
                        GRANTED_BY = :WS-OPERATOR
                  WHERE USER_ID = :HV-OPR-ID
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Operator changed' TO WS-MSG
                 SET HV-AUD-UPDATE TO TRUE
                 PERFORM AUDIT-OPERATOR-GRANT
              ELSE
                 MOVE 'update OPERATOR' TO WS-SQL-OP
                 PERFORM BUILD-SQL-ERROR-MSG
              END-IF
           END-IF
           .

       AUDIT-OPERATOR-GRANT.
           MOVE 'OPERATORS' TO HV-AUD-TABLE
           MOVE HV-OPR-ID TO HV-AUD-KEY
           MOVE SPACES TO HV-AUD-DETAIL
           STRING 'Level ' DELIMITED BY SIZE
              WS-OPR-LEVEL-D DELIMITED BY SIZE
              ' mgr ' DELIMITED BY SIZE
              FUNCTION TRIM(HV-OPR-MANAGER) DELIMITED BY SIZE
              ' exp ' DELIMITED BY SIZE
              HV-OPR-EXPIRY DELIMITED BY SIZE
              ' cmp ' DELIMITED BY SIZE
              HV-OPR-COMPLIANCE DELIMITED BY SIZE
              INTO HV-AUD-DETAIL
           END-STRING
           PERFORM WRITE-AUDIT
           .

      * suspend and reinstate restart the idle clock (STATUS_DATE)
      * so a reinstated account gets a full period to sign on again
       SET-OPERATOR-STATUS.
           EXEC SQL
              UPDATE CLAPP.OPERATORS
                 SET STATUS = :HV-OPR-STATUS,
                     STATUS_DATE = CURRENT DATE
               WHERE USER_ID = :HV-OPR-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE SPACES TO WS-MSG
                 STRING 'Operator ' DELIMITED BY SIZE
                    FUNCTION TRIM(HV-OPR-STATUS) DELIMITED BY SIZE
                    INTO WS-MSG
                 END-STRING
                 MOVE 'OPERATORS' TO HV-AUD-TABLE
                 MOVE HV-OPR-ID TO HV-AUD-KEY
                 SET HV-AUD-UPDATE TO TRUE
                 MOVE WS-MSG TO HV-AUD-DETAIL
                 PERFORM WRITE-AUDIT
              WHEN 100
                 MOVE 'Operator not found' TO WS-MSG
              WHEN OTHER
                 MOVE 'status OPERATOR' TO WS-SQL-OP
                 PERFORM BUILD-SQL-ERROR-MSG
           END-EVALUATE
           .

      * the date keyed in Phone, or at once when it is blank - the
      * account stays on file for the audit trail
       EXPIRE-OPERATOR.
           MOVE CPHONEI(1:10) TO HV-OPR-EXPIRY
           IF HV-OPR-EXPIRY = SPACES
              EXEC SQL
                 SET :HV-OPR-EXPIRY =
                     CHAR(CURRENT DATE - 1 DAY, ISO)
              END-EXEC
           END-IF
           EXEC SQL
              UPDATE CLAPP.OPERATORS
                 SET EXPIRY_DATE = DATE(:HV-OPR-EXPIRY)
               WHERE USER_ID = :HV-OPR-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE SPACES TO WS-MSG
                 STRING 'Operator expires after ' DELIMITED BY SIZE
                    HV-OPR-EXPIRY DELIMITED BY SIZE
                    INTO WS-MSG
                 END-STRING
                 MOVE 'OPERATORS' TO HV-AUD-TABLE
                 MOVE HV-OPR-ID TO HV-AUD-KEY
                 SET HV-AUD-UPDATE TO TRUE
                 MOVE WS-MSG TO HV-AUD-DETAIL
                 PERFORM WRITE-AUDIT
              WHEN 100
                 MOVE 'Operator not found' TO WS-MSG
              WHEN OTHER
                 MOVE 'expire OPERATOR' TO WS-SQL-OP
                 PERFORM BUILD-SQL-ERROR-MSG
           END-EVALUATE
           .

       INQ-OPERATOR.
           EXEC SQL
              SELECT COALESCE(OP_NAME,''), AUTH_LEVEL,
                     COALESCE(STATUS,'ACTIVE'),
                     COALESCE(MANAGER_ID,''),
                     COALESCE(CHAR(EXPIRY_DATE, ISO),''),
                     COALESCE(CHAR(LAST_SIGNON_DATE, ISO),'never'),
                     COALESCE(COMPLIANCE_FLAG,'N')
                INTO :HV-OPR-NAME, :HV-OPR-LEVEL, :HV-OPR-STATUS,
                     :HV-OPR-MANAGER, :HV-OPR-EXPIRY,
                     :HV-OPR-LAST-SIGNON, :HV-OPR-COMPLIANCE
                FROM CLAPP.OPERATORS
               WHERE USER_ID = :HV-OPR-ID
           END-EXEC
           IF SQLCODE = 0
              MOVE HV-OPR-LEVEL TO WS-OPR-LEVEL-D
              MOVE SPACES TO WS-MSG
              STRING 'Lvl ' DELIMITED BY SIZE
                 WS-OPR-LEVEL-D DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 FUNCTION TRIM(HV-OPR-STATUS) DELIMITED BY SIZE
                 ' mgr ' DELIMITED BY SIZE
                 FUNCTION TRIM(HV-OPR-MANAGER) DELIMITED BY SIZE
                 ' exp ' DELIMITED BY SIZE
                 HV-OPR-EXPIRY DELIMITED BY SIZE
                 ' last ' DELIMITED BY SIZE
                 HV-OPR-LAST-SIGNON DELIMITED BY SIZE
                 ' cmp ' DELIMITED BY SIZE
                 HV-OPR-COMPLIANCE DELIMITED BY SIZE
                 INTO WS-MSG
              END-STRING
           ELSE
              MOVE 'Operator not found' TO WS-MSG
           END-IF
           .

      *-------------------------------------------------------------*
      * BUSINESS CALENDAR INQUIRY (menu option 7)                    *
      *-------------------------------------------------------------*
      * Read-only, open to every operator. Date in the ID field
      * (blank for today), country in Country (blank for the
      * company's own); the answer comes from CLBDAY, so it is the
      * same calendar the batches count thresholds on.
       DO-CALENDAR.
           MOVE SPACES TO CLIMAPI CLIMAPO
           MOVE WS-MSG TO CMSGO
           EXEC CICS SEND MAP('CLIMAP') MAPSET('CLMAPS') ERASE END-EXEC
           EXEC CICS RECEIVE MAP('CLIMAP') MAPSET('CLMAPS') END-EXEC

           EVALUATE EIBAID
              WHEN DFHPF3
                 MOVE SPACES TO WS-MSG
                 MOVE 'MENU' TO WS-STATE
                 PERFORM RETURN-TO-CICS
              WHEN DFHPF1
                 MOVE 'Action Q=Day L=Next holidays; ID=YYYY-MM-DD (blan
      -              'k today), Country' TO WS-MSG
                 MOVE 'CALENDAR' TO WS-STATE
                 PERFORM RETURN-TO-CICS
              WHEN OTHER
                 MOVE FUNCTION CURRENT-DATE TO WS-CAL-RAW
                 MOVE SPACES TO WS-CAL-TODAY
                 STRING WS-CAL-RAW(1:4) '-' WS-CAL-RAW(5:2) '-'
                    WS-CAL-RAW(7:2)
                    DELIMITED BY SIZE INTO WS-CAL-TODAY
                 END-STRING
                 IF CIDI(1:10) = SPACES
                    MOVE WS-CAL-TODAY TO WS-CAL-DATE
                 ELSE
                    MOVE CIDI(1:10) TO WS-CAL-DATE
                 END-IF
                 EVALUATE CFUNCI(1:1)
                    WHEN 'Q'
                    WHEN SPACE
                       PERFORM INQ-CALENDAR-DAY
                    WHEN 'L'
                       PERFORM LIST-CALENDAR-HOLIDAYS
                    WHEN OTHER
                       MOVE 'Use Q or L in Action' TO WS-MSG
                 END-EVALUATE
                 MOVE 'CALENDAR' TO WS-STATE
                 PERFORM RETURN-TO-CICS
           END-EVALUATE
           .

      * the day's type and TARGET2 status, the working day it rolls
      * to, and how many working days it lies from today
       INQ-CALENDAR-DAY.
           MOVE 'I'          TO BDY-REQ-TYPE
           MOVE 'B'          TO BDY-REQ-BASIS
           MOVE CCTRYI(1:2)  TO BDY-REQ-COUNTRY
           MOVE WS-CAL-DATE  TO BDY-REQ-DATE
           MOVE SPACES       TO BDY-REQ-DATE2
           MOVE 0            TO BDY-REQ-DAYS
           CALL 'CLBDAY' USING BDY-REQUEST BDY-RESPONSE
           IF BDY-RESP-RC >= 08
              MOVE BDY-RESP-MSG TO WS-MSG
           ELSE
              MOVE BDY-RESP-DATE TO WS-CAL-NEXT
              EVALUATE BDY-RESP-DAY-TYPE
                 WHEN 'W'
                    MOVE 'WORKING' TO WS-CAL-TYPE-TXT
                 WHEN 'H'
                    MOVE 'HOLIDAY' TO WS-CAL-TYPE-TXT
                 WHEN OTHER
                    MOVE 'REST DAY' TO WS-CAL-TYPE-TXT
              END-EVALUATE
              IF BDY-RESP-T2-CLOSED = 'Y'
                 MOVE 'CLOSED' TO WS-CAL-T2-TXT
              ELSE
                 MOVE 'OPEN' TO WS-CAL-T2-TXT
              END-IF
              MOVE 'C'           TO BDY-REQ-TYPE
              MOVE WS-CAL-TODAY  TO BDY-REQ-DATE
              MOVE WS-CAL-DATE   TO BDY-REQ-DATE2
              CALL 'CLBDAY' USING BDY-REQUEST BDY-RESPONSE
              MOVE BDY-RESP-DAYS TO WS-CAL-DAYS-D
              MOVE SPACES TO WS-MSG
              IF BDY-RESP-RC = 04
                 STRING WS-CAL-DATE ' ' BDY-RESP-COUNTRY
                    ' not loaded - Mon-Fri counted, next '
                    WS-CAL-NEXT
                    DELIMITED BY SIZE INTO WS-MSG
                 END-STRING
              ELSE
                 STRING WS-CAL-DATE ' ' BDY-RESP-COUNTRY ' '
                    FUNCTION TRIM(WS-CAL-TYPE-TXT) ' '
                    BDY-RESP-HOLIDAY(1:18)
                    ' T2 ' FUNCTION TRIM(WS-CAL-T2-TXT)
                    ' next ' WS-CAL-NEXT
                    ' WD ' FUNCTION TRIM(WS-CAL-DAYS-D)
                    DELIMITED BY SIZE INTO WS-MSG
                 END-STRING
              END-IF
           END-IF
           .

      * the next three public holidays on or after the date - as
      * many as the message line holds
       LIST-CALENDAR-HOLIDAYS.
           MOVE 'N'          TO BDY-REQ-TYPE
           MOVE 'B'          TO BDY-REQ-BASIS
           MOVE CCTRYI(1:2)  TO BDY-REQ-COUNTRY
           MOVE WS-CAL-DATE  TO BDY-REQ-DATE
           CALL 'CLBDAY' USING BDY-REQUEST BDY-RESPONSE
           IF BDY-RESP-RC >= 08
              MOVE BDY-RESP-MSG TO WS-MSG
           ELSE
              MOVE BDY-RESP-COUNTRY TO HV-CAL-COUNTRY
              MOVE WS-CAL-DATE      TO HV-CAL-FROM
              MOVE SPACES TO WS-MSG
              MOVE 0   TO WS-CAL-COUNT
              MOVE 1   TO WS-CAL-PTR
              MOVE 'N' TO WS-CAL-EOF
              EXEC SQL DECLARE CAL-CURSOR CURSOR FOR
                 SELECT CHAR(CAL_DATE, ISO),
                        COALESCE(HOLIDAY_NAME,' ')
                   FROM CLAPP.BUS_CALENDAR
                  WHERE COUNTRY  = :HV-CAL-COUNTRY
                    AND CAL_DATE >= :HV-CAL-FROM
                    AND DAY_TYPE = 'H'
                  ORDER BY CAL_DATE
              END-EXEC
              EXEC SQL OPEN CAL-CURSOR END-EXEC
              PERFORM UNTIL WS-CAL-EOF = 'Y' OR WS-CAL-COUNT >= 3
                 EXEC SQL
                    FETCH CAL-CURSOR INTO :HV-CAL-DATE,
                          :HV-CAL-HOLIDAY
                 END-EXEC
                 IF SQLCODE = 0
                    ADD 1 TO WS-CAL-COUNT
                    STRING HV-CAL-DATE(6:5) ' '
                       FUNCTION TRIM(HV-CAL-HOLIDAY(1:14)) '; '
                       DELIMITED BY SIZE INTO WS-MSG
                       WITH POINTER WS-CAL-PTR
                    END-STRING
                 ELSE
                    MOVE 'Y' TO WS-CAL-EOF
                 END-IF
              END-PERFORM
              EXEC SQL CLOSE CAL-CURSOR END-EXEC
              IF WS-CAL-COUNT = 0
                 STRING 'No holidays loaded for ' HV-CAL-COUNTRY
                    ' from ' HV-CAL-FROM
                    DELIMITED BY SIZE INTO WS-MSG
                 END-STRING
              END-IF
           END-IF
           .

      *-------------------------------------------------------------*
      * BATCH PARAMETER MAINTENANCE (menu option 8)                  *
      *-------------------------------------------------------------*
      * Supervisor-level. Program in the ID field, parameter name in
      * Name, value in Address 1 (carried on into Address 2) and the
      * effective-from date in Phone (blank for today). From that
      * date the batch takes the value through CLPARM in place of
      * the field on its parameter card; the names a program knows
      * are the ones it registered in CLAPP.BATCH_PARM_DEFS on its
      * last run. Every change and drop is audited.
       DO-BATCH-PARMS.
           MOVE SPACES TO CLIMAPI CLIMAPO
           MOVE WS-MSG TO CMSGO
           EXEC CICS SEND MAP('CLIMAP') MAPSET('CLMAPS') ERASE END-EXEC
           EXEC CICS RECEIVE MAP('CLIMAP') MAPSET('CLMAPS') END-EXEC

           EVALUATE EIBAID
              WHEN DFHPF3
                 MOVE SPACES TO WS-MSG
                 MOVE 'MENU' TO WS-STATE
                 PERFORM RETURN-TO-CICS
              WHEN DFHPF1
                 MOVE 'Action Q=Inquire L=List U=Set D=Drop; ID=program,
      -              ' Phone=from date' TO WS-MSG
                 MOVE 'BATPARM' TO WS-STATE
                 PERFORM RETURN-TO-CICS
              WHEN OTHER
                 PERFORM CHECK-SUPV-AUTH
                 IF WS-AUTH-OK = 'Y'
                    PERFORM SET-PRICE-TODAY
                    MOVE CIDI(1:8)     TO HV-BP-PROGRAM
                    MOVE CNAMEI(1:12)  TO HV-BP-NAME
                    MOVE CPHONEI(1:10) TO HV-BP-FROM
                    EVALUATE TRUE
                       WHEN HV-BP-PROGRAM = SPACES
                          MOVE 'Key the batch program in ID' TO WS-MSG
                       WHEN CFUNCI(1:1) = 'L'
                          PERFORM LIST-BATCH-PARMS
                       WHEN HV-BP-NAME = SPACES
                          MOVE 'Key the parameter name in Name'
                             TO WS-MSG
                       WHEN CFUNCI(1:1) = 'Q'
                       WHEN CFUNCI(1:1) = SPACE
                          PERFORM INQ-BATCH-PARM
                       WHEN CFUNCI(1:1) = 'U'
                          PERFORM SET-BATCH-PARM
                       WHEN CFUNCI(1:1) = 'D'
                          PERFORM DROP-BATCH-PARM
                       WHEN OTHER
                          MOVE 'Use Q/L/U/D in Action' TO WS-MSG
                    END-EVALUATE
                 END-IF
                 MOVE 'BATPARM' TO WS-STATE
                 PERFORM RETURN-TO-CICS
           END-EVALUATE
           .

       FIND-BATCH-PARM-DEF.
           EXEC SQL
              SELECT CARD_LEN, CARD_TYPE, COALESCE(DESCRIPTION,' ')
                INTO :HV-BP-CARD-LEN, :HV-BP-CARD-TYPE, :HV-BP-DESC
                FROM CLAPP.BATCH_PARM_DEFS
               WHERE PROGRAM   = :HV-BP-PROGRAM
                 AND PARM_NAME = :HV-BP-NAME
           END-EXEC
           .

      * the value in force today - the same row CLPARM hands the
      * batch - and the next change scheduled after it, if any
       FIND-BATCH-PARM-VALUE.
           MOVE 'N' TO WS-BP-FOUND
           MOVE 'N' TO WS-BP-NEXT
           MOVE SPACES TO HV-BP-OLD-VALUE HV-BP-OLD-FROM
           EXEC SQL
              SELECT COALESCE(PARM_VALUE,' '), CHAR(EFF_FROM, ISO)
                INTO :HV-BP-OLD-VALUE, :HV-BP-OLD-FROM
                FROM CLAPP.BATCH_PARMS
               WHERE PROGRAM   = :HV-BP-PROGRAM
                 AND PARM_NAME = :HV-BP-NAME
                 AND EFF_FROM <= CURRENT DATE
               ORDER BY EFF_FROM DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = 0
              MOVE 'Y' TO WS-BP-FOUND
           END-IF
           EXEC SQL
              SELECT COALESCE(PARM_VALUE,' '), CHAR(EFF_FROM, ISO)
                INTO :HV-BP-NEXT-VALUE, :HV-BP-NEXT-FROM
                FROM CLAPP.BATCH_PARMS
               WHERE PROGRAM   = :HV-BP-PROGRAM
                 AND PARM_NAME = :HV-BP-NAME
                 AND EFF_FROM > CURRENT DATE
               ORDER BY EFF_FROM
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = 0
              MOVE 'Y' TO WS-BP-NEXT
           END-IF
           .

       INQ-BATCH-PARM.
           PERFORM FIND-BATCH-PARM-DEF
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM FIND-BATCH-PARM-VALUE
                 MOVE SPACES TO WS-MSG
                 MOVE 1 TO WS-BP-PTR
                 IF WS-BP-FOUND = 'Y'
                    STRING FUNCTION TRIM(HV-BP-NAME) '='
                       FUNCTION TRIM(HV-BP-OLD-VALUE) ' from '
                       HV-BP-OLD-FROM
                       DELIMITED BY SIZE INTO WS-MSG
                       WITH POINTER WS-BP-PTR
                    END-STRING
                 ELSE
                    STRING FUNCTION TRIM(HV-BP-NAME) ' from card - '
                       FUNCTION TRIM(HV-BP-DESC)
                       DELIMITED BY SIZE INTO WS-MSG
                       WITH POINTER WS-BP-PTR
                    END-STRING
                 END-IF
                 IF WS-BP-NEXT = 'Y'
                    STRING '; ' HV-BP-NEXT-FROM ' '
                       FUNCTION TRIM(HV-BP-NEXT-VALUE)
                       DELIMITED BY SIZE INTO WS-MSG
                       WITH POINTER WS-BP-PTR
                    END-STRING
                 END-IF
              WHEN 100
                 MOVE 'Not a parameter of that program - see L'
                    TO WS-MSG
              WHEN OTHER
                 MOVE 'read BATCH PARM DEF' TO WS-SQL-OP
                 PERFORM BUILD-SQL-ERROR-MSG
           END-EVALUATE
           .

      * the program's parameters from the Name keyed on (blank from
      * the first), each with the value in force or (card)
       LIST-BATCH-PARMS.
           MOVE SPACES TO WS-MSG
           MOVE 0   TO WS-BP-COUNT
           MOVE 1   TO WS-BP-PTR
           MOVE 'N' TO WS-BP-EOF
           EXEC SQL DECLARE BPR-CURSOR CURSOR FOR
              SELECT D.PARM_NAME,
                     COALESCE((SELECT P.PARM_VALUE
                                 FROM CLAPP.BATCH_PARMS P
                                WHERE P.PROGRAM   = D.PROGRAM
                                  AND P.PARM_NAME = D.PARM_NAME
                                  AND P.EFF_FROM <= CURRENT DATE
                                ORDER BY P.EFF_FROM DESC
                                FETCH FIRST 1 ROW ONLY), '(card)')
                FROM CLAPP.BATCH_PARM_DEFS D
               WHERE D.PROGRAM   = :HV-BP-PROGRAM
                 AND D.PARM_NAME >= :HV-BP-NAME
               ORDER BY D.PARM_NAME
           END-EXEC
           EXEC SQL OPEN BPR-CURSOR END-EXEC
           PERFORM UNTIL WS-BP-EOF = 'Y'
              EXEC SQL
                 FETCH BPR-CURSOR INTO :HV-BP-NAME, :HV-BP-OLD-VALUE
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-BP-COUNT
                 STRING FUNCTION TRIM(HV-BP-NAME) '='
                    FUNCTION TRIM(HV-BP-OLD-VALUE(1:20)) '; '
                    DELIMITED BY SIZE INTO WS-MSG
                    WITH POINTER WS-BP-PTR
                    ON OVERFLOW
                       MOVE 'Y' TO WS-BP-EOF
                 END-STRING
              ELSE
                 MOVE 'Y' TO WS-BP-EOF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE BPR-CURSOR END-EXEC
           IF WS-BP-COUNT = 0
              STRING 'No parameters registered for '
                 FUNCTION TRIM(HV-BP-PROGRAM)
                 ' - it registers them when it runs'
                 DELIMITED BY SIZE INTO WS-MSG
              END-STRING
           END-IF
           .

      * the name must be one the program registered; the date is
      * today or later, so a night already run is never rewritten;
      * a numeric field is stored right-justified with leading
      * zeros at the card field's width, the way the card holds it
       VALIDATE-BATCH-PARM.
           MOVE 'Y' TO WS-BP-OK
           MOVE SPACES TO WS-BP-KEYED HV-BP-VALUE
           MOVE CADDR1I(1:30) TO WS-BP-KEYED(1:30)
           MOVE CADDR2I(1:30) TO WS-BP-KEYED(31:30)
           MOVE 0 TO WS-BP-VLEN
           IF WS-BP-KEYED NOT = SPACES
              COMPUTE WS-BP-VLEN =
                 FUNCTION LENGTH(FUNCTION TRIM(WS-BP-KEYED TRAILING))
           END-IF
           IF HV-BP-FROM = SPACES
              MOVE WS-PRICE-TODAY TO HV-BP-FROM
           END-IF
           PERFORM FIND-BATCH-PARM-DEF
           MOVE HV-BP-CARD-LEN TO WS-BP-LEN-D
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 MOVE 'N' TO WS-BP-OK
                 MOVE 'Not a parameter of that program - see L'
                    TO WS-MSG
              WHEN SQLCODE NOT = 0
                 MOVE 'N' TO WS-BP-OK
                 MOVE 'read BATCH PARM DEF' TO WS-SQL-OP
                 PERFORM BUILD-SQL-ERROR-MSG
              WHEN HV-BP-FROM(5:1) NOT = '-'
                OR HV-BP-FROM(8:1) NOT = '-'
                OR HV-BP-FROM(1:4) IS NOT NUMERIC
                OR HV-BP-FROM(6:2) IS NOT NUMERIC
                OR HV-BP-FROM(9:2) IS NOT NUMERIC
                 MOVE 'N' TO WS-BP-OK
                 MOVE 'From date (Phone) must be YYYY-MM-DD' TO WS-MSG
              WHEN HV-BP-FROM < WS-PRICE-TODAY
                 MOVE 'N' TO WS-BP-OK
                 MOVE 'From date cannot be before today' TO WS-MSG
              WHEN HV-BP-CARD-TYPE = 'N'
                 PERFORM ALIGN-BATCH-PARM-NUMBER
              WHEN WS-BP-VLEN > HV-BP-CARD-LEN
                 MOVE 'N' TO WS-BP-OK
                 MOVE SPACES TO WS-MSG
                 STRING 'Value too long - the field holds '
                    FUNCTION TRIM(WS-BP-LEN-D) ' characters'
                    DELIMITED BY SIZE INTO WS-MSG
                 END-STRING
              WHEN OTHER
                 MOVE WS-BP-KEYED TO HV-BP-VALUE
           END-EVALUATE
           .

       ALIGN-BATCH-PARM-NUMBER.
           MOVE SPACES TO WS-BP-WORK
           MOVE 0 TO WS-BP-VLEN
           IF WS-BP-KEYED NOT = SPACES
              MOVE FUNCTION TRIM(WS-BP-KEYED) TO WS-BP-WORK
              COMPUTE WS-BP-VLEN =
                 FUNCTION LENGTH(FUNCTION TRIM(WS-BP-KEYED))
           END-IF
           IF WS-BP-VLEN = 0
              OR WS-BP-VLEN > HV-BP-CARD-LEN
              OR WS-BP-WORK(1:WS-BP-VLEN) IS NOT NUMERIC
              MOVE 'N' TO WS-BP-OK
              MOVE SPACES TO WS-MSG
              STRING 'Value must be a number of up to '
                 FUNCTION TRIM(WS-BP-LEN-D) ' digits'
                 DELIMITED BY SIZE INTO WS-MSG
              END-STRING
           ELSE
              MOVE ALL '0' TO HV-BP-VALUE(1:HV-BP-CARD-LEN)
              MOVE WS-BP-WORK(1:WS-BP-VLEN)
                TO HV-BP-VALUE(HV-BP-CARD-LEN - WS-BP-VLEN + 1:
                               WS-BP-VLEN)
           END-IF
           .

      * a second change for the same date replaces the first; the
      * audit detail carries the value it displaces
       SET-BATCH-PARM.
           PERFORM VALIDATE-BATCH-PARM
           IF WS-BP-OK = 'Y'
              PERFORM FIND-BATCH-PARM-VALUE
              SET HV-AUD-UPDATE TO TRUE
              EXEC SQL
                 UPDATE CLAPP.BATCH_PARMS
                    SET PARM_VALUE = :HV-BP-VALUE,
                        CHANGED_BY = :WS-OPERATOR,
                        CHANGED_TS = CURRENT TIMESTAMP
                  WHERE PROGRAM   = :HV-BP-PROGRAM
                    AND PARM_NAME = :HV-BP-NAME
                    AND EFF_FROM  = :HV-BP-FROM
              END-EXEC
              IF SQLCODE = 100
                 SET HV-AUD-ADD TO TRUE
                 EXEC SQL
                    INSERT INTO CLAPP.BATCH_PARMS
                    (PROGRAM, PARM_NAME, EFF_FROM, PARM_VALUE,
                     CHANGED_BY, CHANGED_TS)
                    VALUES (:HV-BP-PROGRAM, :HV-BP-NAME, :HV-BP-FROM,
                            :HV-BP-VALUE, :WS-OPERATOR,
                            CURRENT TIMESTAMP)
                 END-EXEC
              END-IF
              IF SQLCODE = 0
                 MOVE SPACES TO WS-MSG
                 STRING FUNCTION TRIM(HV-BP-NAME) '='
                    FUNCTION TRIM(HV-BP-VALUE) ' from ' HV-BP-FROM
                    ' set'
                    DELIMITED BY SIZE INTO WS-MSG
                 END-STRING
                 MOVE 'BATCHPARMS' TO HV-AUD-TABLE
                 MOVE HV-BP-PROGRAM TO HV-AUD-KEY
                 MOVE SPACES TO HV-AUD-DETAIL
                 MOVE 1 TO WS-BP-PTR
                 STRING FUNCTION TRIM(HV-BP-NAME) '='
                    FUNCTION TRIM(HV-BP-VALUE(1:30)) ' from '
                    HV-BP-FROM
                    DELIMITED BY SIZE INTO HV-AUD-DETAIL
                    WITH POINTER WS-BP-PTR
                 END-STRING
                 IF WS-BP-FOUND = 'Y'
                    STRING ' was ' FUNCTION TRIM(HV-BP-OLD-VALUE)
                       DELIMITED BY SIZE INTO HV-AUD-DETAIL
                       WITH POINTER WS-BP-PTR
                    END-STRING
                 ELSE
                    STRING ' was card'
                       DELIMITED BY SIZE INTO HV-AUD-DETAIL
                       WITH POINTER WS-BP-PTR
                    END-STRING
                 END-IF
                 PERFORM WRITE-AUDIT
              ELSE
                 MOVE 'set BATCH PARM' TO WS-SQL-OP
                 PERFORM BUILD-SQL-ERROR-MSG
              END-IF
           END-IF
           .

      * drops the setting starting on the date in Phone - a scheduled
      * change, or the one in force, which hands the field back to
      * the setting before it or to the card
       DROP-BATCH-PARM.
           IF HV-BP-FROM = SPACES
              MOVE 'Key the from date of the setting in Phone' TO WS-MSG
           ELSE
              EXEC SQL
                 DELETE FROM CLAPP.BATCH_PARMS
                  WHERE PROGRAM   = :HV-BP-PROGRAM
                    AND PARM_NAME = :HV-BP-NAME
                    AND EFF_FROM  = :HV-BP-FROM
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE SPACES TO WS-MSG
                    STRING FUNCTION TRIM(HV-BP-NAME) ' from '
                       HV-BP-FROM ' dropped'
                       DELIMITED BY SIZE INTO WS-MSG
                    END-STRING
                    MOVE 'BATCHPARMS' TO HV-AUD-TABLE
                    MOVE HV-BP-PROGRAM TO HV-AUD-KEY
                    SET HV-AUD-DELETE TO TRUE
                    MOVE WS-MSG TO HV-AUD-DETAIL
                    PERFORM WRITE-AUDIT
                 WHEN 100
                    MOVE 'No setting from that date' TO WS-MSG
                 WHEN OTHER
                    MOVE 'drop BATCH PARM' TO WS-SQL-OP
                    PERFORM BUILD-SQL-ERROR-MSG
              END-EVALUATE
           END-IF
           .

      *-------------------------------------------------------------*
      * SUBMISSION REGISTER INQUIRY (menu option 9)                  *
      *-------------------------------------------------------------*
      * The PSD2 statistics submission register: entity in the ID
      * field (blank for 0000, the whole institution), country in
      * Country, period (yyyyQn / yyyyHn) in Phone. Any operator may
      * list and inquire. A run approval or a period unlock needs
      * supervisor level and is entered under the operator's own
      * signed-on ID - PAYSTATS picks both up on its next run, the
      * unlock for one final run only. Every entry is audited.
       DO-SUBM-REGISTER.
           MOVE SPACES TO CLIMAPI CLIMAPO
           MOVE WS-MSG TO CMSGO
           EXEC CICS SEND MAP('CLIMAP') MAPSET('CLMAPS') ERASE END-EXEC
           EXEC CICS RECEIVE MAP('CLIMAP') MAPSET('CLMAPS') END-EXEC

           EVALUATE EIBAID
              WHEN DFHPF3
                 MOVE SPACES TO WS-MSG
                 MOVE 'MENU' TO WS-STATE
                 PERFORM RETURN-TO-CICS
              WHEN DFHPF1
                 MOVE 'Action L=List Q=Inq A=Approve U=Unlock; ID=entit
      -              'y, Phone=period' TO WS-MSG
                 MOVE 'SUBMREG' TO WS-STATE
                 PERFORM RETURN-TO-CICS
              WHEN OTHER
                 MOVE CIDI(1:4)    TO HV-SR-ENTITY
                 MOVE CCTRYI(1:2)  TO HV-SR-COUNTRY
                 MOVE CPHONEI(1:7) TO HV-SR-PERIOD
                 IF HV-SR-ENTITY = SPACES
                    MOVE '0000' TO HV-SR-ENTITY
                 END-IF
                 EVALUATE TRUE
                    WHEN CFUNCI(1:1) = 'L'
                       PERFORM LIST-SUBM-REGISTER
                    WHEN CFUNCI(1:1) = 'A'
                       PERFORM ENTER-RUN-APPROVAL
                    WHEN HV-SR-COUNTRY = SPACES
                       OR HV-SR-PERIOD = SPACES
                       MOVE 'Key the country and the period in Phone'
                          TO WS-MSG
                    WHEN CFUNCI(1:1) = 'Q'
                    WHEN CFUNCI(1:1) = SPACE
                       PERFORM INQ-SUBM-REGISTER
                    WHEN CFUNCI(1:1) = 'U'
                       PERFORM ENTER-PERIOD-UNLOCK
                    WHEN OTHER
                       MOVE 'Use L/Q/A/U in Action' TO WS-MSG
                 END-EVALUATE
                 MOVE 'SUBMREG' TO WS-STATE
                 PERFORM RETURN-TO-CICS
           END-EVALUATE
           .

      * the latest version registered for the country/period
       FIND-SUBM-REGISTER-ROW.
           EXEC SQL
              SELECT SUBM_VERSION, REG_DATE, STATUS,
                     COALESCE(NCA_REF,' '), LOCK_FLAG,
                     COALESCE(UNLOCK_BY,' ')
                INTO :HV-SR-VERSION, :HV-SR-DATE, :HV-SR-STATUS,
                     :HV-SR-REGREF, :HV-SR-LOCK, :HV-SR-UNLOCK-BY
                FROM PAYSTATS_SUBMREG
               WHERE ENTITY_ID  = :HV-SR-ENTITY
                 AND COUNTRY    = :HV-SR-COUNTRY
                 AND PERIOD_TAG = :HV-SR-PERIOD
               ORDER BY SUBM_VERSION DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           .

       INQ-SUBM-REGISTER.
           PERFORM FIND-SUBM-REGISTER-ROW
           EVALUATE SQLCODE
              WHEN 0
                 MOVE HV-SR-VERSION TO WS-SR-VERSION-D
                 MOVE SPACES TO WS-MSG
                 MOVE 1 TO WS-SR-PTR
                 STRING HV-SR-COUNTRY ' ' HV-SR-PERIOD ' v'
                    FUNCTION TRIM(WS-SR-VERSION-D) ' '
                    FUNCTION TRIM(HV-SR-STATUS) ' ' HV-SR-DATE
                    DELIMITED BY SIZE INTO WS-MSG
                    WITH POINTER WS-SR-PTR
                 END-STRING
                 IF HV-SR-REGREF NOT = SPACES
                    STRING ' ref ' FUNCTION TRIM(HV-SR-REGREF)
                       DELIMITED BY SIZE INTO WS-MSG
                       WITH POINTER WS-SR-PTR
                    END-STRING
                 END-IF
                 EVALUATE TRUE
                    WHEN HV-SR-LOCK = 'Y'
                       STRING ' LOCKED'
                          DELIMITED BY SIZE INTO WS-MSG
                          WITH POINTER WS-SR-PTR
                       END-STRING
                    WHEN HV-SR-UNLOCK-BY NOT = SPACES
                       STRING ' unlocked by '
                          FUNCTION TRIM(HV-SR-UNLOCK-BY)
                          DELIMITED BY SIZE INTO WS-MSG
                          WITH POINTER WS-SR-PTR
                       END-STRING
                 END-EVALUATE
              WHEN 100
                 MOVE 'Nothing registered for that country and period'
                    TO WS-MSG
              WHEN OTHER
                 MOVE 'read SUBM REGISTER' TO WS-SQL-OP
                 PERFORM BUILD-SQL-ERROR-MSG
           END-EVALUATE
           .

      * the entity's register rows from the country keyed on (blank
      * from the first), newest period first, narrowed to one period
      * when Phone is keyed - as many as the message line holds
       LIST-SUBM-REGISTER.
           MOVE SPACES TO WS-MSG
           MOVE 0   TO WS-SR-COUNT
           MOVE 1   TO WS-SR-PTR
           MOVE 'N' TO WS-SR-EOF
           EXEC SQL DECLARE SRG-CURSOR CURSOR FOR
              SELECT COUNTRY, PERIOD_TAG, SUBM_VERSION, STATUS,
                     COALESCE(NCA_REF,' '), LOCK_FLAG
                FROM PAYSTATS_SUBMREG
               WHERE ENTITY_ID = :HV-SR-ENTITY
                 AND COUNTRY  >= :HV-SR-COUNTRY
                 AND (PERIOD_TAG = :HV-SR-PERIOD
                      OR :HV-SR-PERIOD = ' ')
               ORDER BY COUNTRY, PERIOD_TAG DESC, SUBM_VERSION DESC
           END-EXEC
           EXEC SQL OPEN SRG-CURSOR END-EXEC
           PERFORM UNTIL WS-SR-EOF = 'Y'
              EXEC SQL
                 FETCH SRG-CURSOR INTO :HV-SR-COUNTRY, :HV-SR-PERIOD,
                       :HV-SR-VERSION, :HV-SR-STATUS, :HV-SR-REGREF,
                       :HV-SR-LOCK
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-SR-COUNT
                 MOVE HV-SR-VERSION TO WS-SR-VERSION-D
                 IF HV-SR-LOCK NOT = 'Y'
                    MOVE SPACE TO HV-SR-LOCK
                 ELSE
                    MOVE 'L' TO HV-SR-LOCK
                 END-IF
                 STRING HV-SR-COUNTRY ' ' HV-SR-PERIOD ' v'
                    FUNCTION TRIM(WS-SR-VERSION-D) ' '
                    FUNCTION TRIM(HV-SR-STATUS) ' '
                    FUNCTION TRIM(HV-SR-REGREF(1:12)) ' '
                    HV-SR-LOCK '; '
                    DELIMITED BY SIZE INTO WS-MSG
                    WITH POINTER WS-SR-PTR
                    ON OVERFLOW
                       MOVE 'Y' TO WS-SR-EOF
                 END-STRING
              ELSE
                 MOVE 'Y' TO WS-SR-EOF
              END-IF
           END-PERFORM
           EXEC SQL CLOSE SRG-CURSOR END-EXEC
           IF WS-SR-COUNT = 0
              STRING 'Nothing registered for entity ' HV-SR-ENTITY
                 DELIMITED BY SIZE INTO WS-MSG
              END-STRING
           END-IF
           .

      * the sign-off that lets a final run produce the XML set for
      * the period - one country, or every country with Country
      * blank (stored as **, the way the approval file carries it)
       ENTER-RUN-APPROVAL.
           PERFORM CHECK-SUPV-AUTH
           IF WS-AUTH-OK = 'Y'
              IF HV-SR-PERIOD = SPACES
                 MOVE 'Key the period to approve in Phone' TO WS-MSG
              ELSE
                 IF HV-SR-COUNTRY = SPACES
                    MOVE '**' TO HV-SR-COUNTRY
                 END-IF
                 EXEC SQL
                    INSERT INTO PAYSTATS_APPROVALS
                    (PERIOD_TAG, COUNTRY, APPROVER, APPROVED_TS)
                    VALUES (:HV-SR-PERIOD, :HV-SR-COUNTRY,
                            :WS-OPERATOR, CURRENT TIMESTAMP)
                 END-EXEC
                 EVALUATE SQLCODE
                    WHEN 0
                       MOVE SPACES TO WS-MSG
                       STRING 'Final run ' HV-SR-COUNTRY ' '
                          HV-SR-PERIOD ' approved by '
                          FUNCTION TRIM(WS-OPERATOR)
                          DELIMITED BY SIZE INTO WS-MSG
                       END-STRING
                       MOVE 'SUBMAPPR' TO HV-AUD-TABLE
                       MOVE SPACES TO HV-AUD-KEY
                       STRING HV-SR-COUNTRY HV-SR-PERIOD
                          DELIMITED BY SIZE INTO HV-AUD-KEY
                       END-STRING
                       SET HV-AUD-ADD TO TRUE
                       MOVE WS-MSG TO HV-AUD-DETAIL
                       PERFORM WRITE-AUDIT
                    WHEN -803
                       MOVE 'Already approved for that country/period'
                          TO WS-MSG
                    WHEN OTHER
                       MOVE 'insert APPROVAL' TO WS-SQL-OP
                       PERFORM BUILD-SQL-ERROR-MSG
                 END-EVALUATE
              END-IF
           END-IF
           .

      * reopens a period closed by its registered final submission -
      * only a locked period, and one open unlock at a time
       ENTER-PERIOD-UNLOCK.
           PERFORM CHECK-SUPV-AUTH
           IF WS-AUTH-OK = 'Y'
              PERFORM FIND-SUBM-REGISTER-ROW
              EVALUATE TRUE
                 WHEN SQLCODE = 100
                    MOVE 'Nothing registered for that country/period'
                       TO WS-MSG
                 WHEN SQLCODE NOT = 0
                    MOVE 'read SUBM REGISTER' TO WS-SQL-OP
                    PERFORM BUILD-SQL-ERROR-MSG
                 WHEN HV-SR-LOCK NOT = 'Y'
                    MOVE 'Period is not locked - no unlock needed'
                       TO WS-MSG
                 WHEN OTHER
                    PERFORM ENTER-PERIOD-UNLOCK-APPLY
              END-EVALUATE
           END-IF
           .

       ENTER-PERIOD-UNLOCK-APPLY.
           MOVE 0 TO HV-SR-OPEN
           EXEC SQL
              SELECT COUNT(*) INTO :HV-SR-OPEN
                FROM PAYSTATS_UNLOCKS
               WHERE ENTITY_ID  = :HV-SR-ENTITY
                 AND COUNTRY    = :HV-SR-COUNTRY
                 AND PERIOD_TAG = :HV-SR-PERIOD
                 AND USED_TS IS NULL
           END-EXEC
           IF HV-SR-OPEN > 0
              MOVE 'An unlock is already waiting for the next final run'
                 TO WS-MSG
           ELSE
              EXEC SQL
                 INSERT INTO PAYSTATS_UNLOCKS
                 (ENTITY_ID, COUNTRY, PERIOD_TAG, APPROVER,
                  ENTERED_TS, USED_TS)
                 VALUES (:HV-SR-ENTITY, :HV-SR-COUNTRY, :HV-SR-PERIOD,
                         :WS-OPERATOR, CURRENT TIMESTAMP, NULL)
              END-EXEC
              IF SQLCODE = 0
                 MOVE SPACES TO WS-MSG
                 STRING HV-SR-ENTITY ' ' HV-SR-COUNTRY ' '
                    HV-SR-PERIOD ' unlocked for one final run by '
                    FUNCTION TRIM(WS-OPERATOR)
                    DELIMITED BY SIZE INTO WS-MSG
                 END-STRING
                 MOVE 'SUBMUNLK' TO HV-AUD-TABLE
                 MOVE SPACES TO HV-AUD-KEY
                 STRING HV-SR-COUNTRY HV-SR-PERIOD
                    DELIMITED BY SIZE INTO HV-AUD-KEY
                 END-STRING
                 SET HV-AUD-ADD TO TRUE
                 MOVE WS-MSG TO HV-AUD-DETAIL
                 PERFORM WRITE-AUDIT
              ELSE
                 MOVE 'insert UNLOCK' TO WS-SQL-OP
                 PERFORM BUILD-SQL-ERROR-MSG
              END-IF
           END-IF
           .

      *-------------------------------------------------------------*
      * PRODUCT MASTER MAINTENANCE (menu option 4)                   *
      *-------------------------------------------------------------*
       DO-PRODUCT.
           MOVE SPACES TO PRDMAPI PRDMAPO
           MOVE WS-MSG TO PMSGO
           EXEC CICS SEND MAP('PRDMAP') MAPSET('CLMAPS') ERASE END-EXEC
           EXEC CICS RECEIVE MAP('PRDMAP') MAPSET('CLMAPS') END-EXEC

           EVALUATE EIBAID
              WHEN DFHPF3
                 MOVE SPACES TO WS-MSG
                 MOVE 'MENU' TO WS-STATE
                 PERFORM RETURN-TO-CICS
              WHEN DFHPF1
                 MOVE
                    'Action I/U/D/Q/R/V/S/O/P/B/K/G/C/L/A/F, PF3=Menu'
                    TO WS-MSG
                 MOVE 'PRODUCT' TO WS-STATE
                 PERFORM RETURN-TO-CICS
              WHEN OTHER
                 EVALUATE PFUNCI(1:1)
                    WHEN 'I'
                       PERFORM CHECK-MAINT-AUTH
                       IF WS-AUTH-OK = 'Y'
                          PERFORM INS-PRODUCT
                       END-IF
                    WHEN 'U'
                       PERFORM CHECK-MAINT-AUTH
                       IF WS-AUTH-OK = 'Y'
                          PERFORM UPD-PRODUCT
                       END-IF
                    WHEN 'D'
                       PERFORM CHECK-SUPV-AUTH
                       IF WS-AUTH-OK = 'Y'
                          PERFORM DEL-PRODUCT
                       END-IF
                    WHEN 'Q'  PERFORM INQ-PRODUCT
                    WHEN 'R'
                       PERFORM CHECK-MAINT-AUTH
                       IF WS-AUTH-OK = 'Y'
                          PERFORM RECEIPT-STOCK
                       END-IF
                    WHEN 'V'
                       PERFORM CHECK-SUPV-AUTH
                       IF WS-AUTH-OK = 'Y'
                          PERFORM MAINTAIN-VAT-RATE
                       END-IF
                    WHEN 'S'
                       PERFORM CHECK-MAINT-AUTH
                       IF WS-AUTH-OK = 'Y'
                          PERFORM MAINTAIN-SUPPLIER
                       END-IF
                    WHEN 'O'
                       PERFORM CHECK-MAINT-AUTH
                       IF WS-AUTH-OK = 'Y'
                          PERFORM SET-REORDER-POLICY
                       END-IF
                    WHEN 'P'
                       PERFORM CHECK-SUPV-AUTH
                       IF WS-AUTH-OK = 'Y'
                          PERFORM RELEASE-PURCHASE-ORDER
                       END-IF
                    WHEN 'B'
                       PERFORM CHECK-MAINT-AUTH
                       IF WS-AUTH-OK = 'Y'
                          PERFORM SET-BIN-LOCATION
                       END-IF
                    WHEN 'K'
                       PERFORM CHECK-MAINT-AUTH
                       IF WS-AUTH-OK = 'Y'
                          PERFORM MAINTAIN-KIT-COMPONENT
                       END-IF
                    WHEN 'G'
                       PERFORM CHECK-MAINT-AUTH
                       IF WS-AUTH-OK = 'Y'
                          PERFORM SET-PRODUCT-GROUP
                       END-IF
                    WHEN 'C'
                       PERFORM CHECK-SUPV-AUTH
                       IF WS-AUTH-OK = 'Y'
                          PERFORM MAINTAIN-PRODUCT-COST
                       END-IF
                    WHEN 'L'
                       PERFORM CHECK-MAINT-AUTH
                       IF WS-AUTH-OK = 'Y'
                          PERFORM SET-ABC-CLASS
                       END-IF
                    WHEN 'A'
                       PERFORM CHECK-SUPV-AUTH
                       IF WS-AUTH-OK = 'Y'
                          PERFORM DECIDE-COUNT-VARIANCE
                       END-IF
                    WHEN 'F'
                       PERFORM CHECK-MAINT-AUTH
                       IF WS-AUTH-OK = 'Y'
                          PERFORM MAINTAIN-LIST-PRICE
                       END-IF
                    WHEN OTHER
                       MOVE
                       'Use I/U/D/Q/R/V/S/O/P/B/K/G/C/L/A/F in Action'
                          TO WS-MSG
                 END-EVALUATE
                 MOVE 'PRODUCT' TO WS-STATE
                 PERFORM RETURN-TO-CICS
           END-EVALUATE
           .

       VALIDATE-PRODUCT.
           MOVE 'Y' TO WS-VALID-FLAG
           IF PIDI = SPACES
              MOVE 'N' TO WS-VALID-FLAG
              MOVE 'Product code is required' TO WS-MSG
           ELSE
              IF PDESCI = SPACES
                 MOVE 'N' TO WS-VALID-FLAG
                 MOVE 'Product description is required' TO WS-MSG
              ELSE
                 IF PPRICEI = SPACES
                    MOVE 'N' TO WS-VALID-FLAG
                    MOVE 'Unit price is required' TO WS-MSG
                 END-IF
              END-IF
           END-IF
           .

       INS-PRODUCT.
           PERFORM VALIDATE-PRODUCT
           IF WS-VALID-FLAG = 'Y'
              MOVE PIDI   TO HV-PROD-ID
              MOVE PDESCI TO HV-PROD-DESCR
              COMPUTE HV-PROD-PRICE = FUNCTION NUMVAL(PPRICEI)
              IF PACTI(1:1) = 'N'
                 MOVE 'N' TO HV-PROD-ACTIVE
              ELSE
                 MOVE 'Y' TO HV-PROD-ACTIVE
              END-IF
              EXEC SQL
                 INSERT INTO CLAPP.PRODUCTS
                 (PRODUCT_ID, DESCR, UNIT_PRICE, ACTIVE_FLAG)
                 VALUES (:HV-PROD-ID, :HV-PROD-DESCR,
                         :HV-PROD-PRICE, :HV-PROD-ACTIVE)
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Product inserted' TO WS-MSG
                 MOVE 'PRODUCTS' TO HV-AUD-TABLE
                 MOVE HV-PROD-ID TO HV-AUD-KEY
                 SET HV-AUD-ADD TO TRUE
                 MOVE WS-MSG TO HV-AUD-DETAIL
                 PERFORM WRITE-AUDIT
              ELSE
                 MOVE 'insert PRODUCT' TO WS-SQL-OP
                 PERFORM BUILD-SQL-ERROR-MSG
              END-IF
           END-IF
           .

       UPD-PRODUCT.
           PERFORM VALIDATE-PRODUCT
           IF WS-VALID-FLAG = 'Y'
              MOVE PIDI   TO HV-PROD-ID
              MOVE PDESCI TO HV-PROD-DESCR
              COMPUTE HV-PROD-PRICE = FUNCTION NUMVAL(PPRICEI)
              IF PACTI(1:1) = 'N'
                 MOVE 'N' TO HV-PROD-ACTIVE
              ELSE
                 MOVE 'Y' TO HV-PROD-ACTIVE
              END-IF
              EXEC SQL
                 SELECT UNIT_PRICE INTO :HV-OLD-PRICE
                   FROM CLAPP.PRODUCTS
                  WHERE PRODUCT_ID=:HV-PROD-ID
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE HV-PROD-PRICE TO HV-OLD-PRICE
              END-IF
              EXEC SQL
                 UPDATE CLAPP.PRODUCTS
                    SET DESCR=:HV-PROD-DESCR,
                        UNIT_PRICE=:HV-PROD-PRICE,
                        ACTIVE_FLAG=:HV-PROD-ACTIVE
                  WHERE PRODUCT_ID=:HV-PROD-ID
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Product updated' TO WS-MSG
                 MOVE 'PRODUCTS' TO HV-AUD-TABLE
                 MOVE HV-PROD-ID TO HV-AUD-KEY
                 SET HV-AUD-UPDATE TO TRUE
                 MOVE WS-MSG TO HV-AUD-DETAIL
                 PERFORM WRITE-AUDIT
                 IF HV-PROD-PRICE NOT = HV-OLD-PRICE
                    PERFORM SET-PRICE-TODAY
                    MOVE WS-PRICE-TODAY TO HV-PRICE-EFF-DATE
                    PERFORM ENSURE-PRICE-BASELINE
                    PERFORM SAVE-LIST-PRICE
                 END-IF
              ELSE
                 MOVE 'update PRODUCT' TO WS-SQL-OP
                 PERFORM BUILD-SQL-ERROR-MSG
              END-IF
           END-IF
           .

      * Products are never hard-deleted - order lines keep pointing
      * at them; a delete deactivates the code for new lines.
       DEL-PRODUCT.
           MOVE PIDI TO HV-PROD-ID
           EXEC SQL
              UPDATE CLAPP.PRODUCTS
                 SET ACTIVE_FLAG = 'N'
               WHERE PRODUCT_ID=:HV-PROD-ID
           END-EXEC
           IF SQLCODE = 0
              MOVE 'Product deactivated' TO WS-MSG
              MOVE 'PRODUCTS' TO HV-AUD-TABLE
              MOVE HV-PROD-ID TO HV-AUD-KEY
              SET HV-AUD-DELETE TO TRUE
              MOVE WS-MSG TO HV-AUD-DETAIL
              PERFORM WRITE-AUDIT
           ELSE
              MOVE 'delete PRODUCT' TO WS-SQL-OP
              PERFORM BUILD-SQL-ERROR-MSG
           END-IF
           .

       INQ-PRODUCT.
           MOVE PIDI TO HV-PROD-ID
           EXEC SQL
              SELECT DESCR, UNIT_PRICE, ACTIVE_FLAG
                INTO :HV-PROD-DESCR, :HV-PROD-PRICE, :HV-PROD-ACTIVE
                FROM CLAPP.PRODUCTS
               WHERE PRODUCT_ID=:HV-PROD-ID
           END-EXEC
           IF SQLCODE = 0
              MOVE HV-PROD-DESCR  TO PDESCO
              MOVE HV-PROD-PRICE  TO PPRICEO
              MOVE HV-PROD-ACTIVE TO PACTO
              MOVE 'OK' TO WS-MSG
           ELSE
              MOVE 'Product not found' TO WS-MSG
           END-IF
           .

      * effective-dated VAT rate maintenance (supervisor): category
      * in the code field's first byte, effective-from date in the
      * description field, rate percent in the Price field. The DBA
      * stops updating the table in place the night before a legal
      * change.
       MAINTAIN-VAT-RATE.
           MOVE PIDI(1:1)   TO HV-VAT-CAT
           MOVE PDESCI(1:10) TO HV-VAT-EFF-DATE
           IF HV-VAT-CAT = SPACE OR PPRICEI = SPACES
              OR HV-VAT-EFF-DATE = SPACES
              MOVE 'Key category, eff-date and rate' TO WS-MSG
           ELSE
              COMPUTE HV-VAT-RATE = FUNCTION NUMVAL(PPRICEI)
              EXEC SQL
                 INSERT INTO CLAPP.VAT_RATES
                 (CATEGORY, EFF_FROM, RATE_PCT)
                 VALUES (:HV-VAT-CAT, :HV-VAT-EFF-DATE,
                         :HV-VAT-RATE)
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'VAT rate recorded' TO WS-MSG
                 MOVE 'VAT_RATES' TO HV-AUD-TABLE
                 MOVE HV-VAT-CAT TO HV-AUD-KEY
                 SET HV-AUD-ADD TO TRUE
                 MOVE SPACES TO HV-AUD-DETAIL
                 STRING 'Rate ' DELIMITED BY SIZE
                    FUNCTION TRIM(PPRICEI) DELIMITED BY SIZE
                    ' effective ' DELIMITED BY SIZE
                    HV-VAT-EFF-DATE DELIMITED BY SIZE
                    INTO HV-AUD-DETAIL
                 END-STRING
                 PERFORM WRITE-AUDIT
              ELSE
                 MOVE 'insert VAT RATE' TO WS-SQL-OP
                 PERFORM BUILD-SQL-ERROR-MSG
              END-IF
           END-IF
           .

      * effective-dated standard cost, keyed like a VAT rate: the
      * cost in the Price field, effective-from date in Descr. A
      * cost for a date already on file is replaced.
       MAINTAIN-PRODUCT-COST.
           MOVE PIDI TO HV-PROD-ID
           MOVE PDESCI(1:10) TO HV-COST-EFF-DATE
           IF PPRICEI = SPACES OR HV-COST-EFF-DATE = SPACES
              MOVE 'Key cost in Price, eff-date in Descr' TO WS-MSG
           ELSE
              COMPUTE HV-UNIT-COST = FUNCTION NUMVAL(PPRICEI)
              MOVE 0 TO HV-OPEN-COUNT
              EXEC SQL
                 SELECT COUNT(*) INTO :HV-OPEN-COUNT
                   FROM CLAPP.PRODUCTS
                  WHERE PRODUCT_ID = :HV-PROD-ID
              END-EXEC
              EVALUATE TRUE
                 WHEN HV-UNIT-COST NOT > 0
                    MOVE 'Cost must be greater than zero' TO WS-MSG
                 WHEN HV-OPEN-COUNT = 0
                    MOVE 'Product not found' TO WS-MSG
                 WHEN OTHER
                    PERFORM SAVE-PRODUCT-COST
              END-EVALUATE
           END-IF
           .

       SAVE-PRODUCT-COST.
           EXEC SQL
              UPDATE CLAPP.PRODUCT_COSTS
                 SET STD_COST = :HV-UNIT-COST
               WHERE PRODUCT_ID = :HV-PROD-ID
                 AND EFF_FROM = :HV-COST-EFF-DATE
           END-EXEC
           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO CLAPP.PRODUCT_COSTS
                 (PRODUCT_ID, EFF_FROM, STD_COST)
                 VALUES (:HV-PROD-ID, :HV-COST-EFF-DATE,
                         :HV-UNIT-COST)
              END-EXEC
           END-IF
           IF SQLCODE = 0
              MOVE 'Standard cost recorded' TO WS-MSG
              MOVE 'PROD_COSTS' TO HV-AUD-TABLE
              MOVE HV-PROD-ID TO HV-AUD-KEY
              SET HV-AUD-ADD TO TRUE
              MOVE SPACES TO HV-AUD-DETAIL
              STRING 'Cost ' DELIMITED BY SIZE
                 FUNCTION TRIM(PPRICEI) DELIMITED BY SIZE
                 ' effective ' DELIMITED BY SIZE
                 HV-COST-EFF-DATE DELIMITED BY SIZE
                 INTO HV-AUD-DETAIL
              END-STRING
              PERFORM WRITE-AUDIT
           ELSE
              MOVE 'insert PRODUCT COST' TO WS-SQL-OP
              PERFORM BUILD-SQL-ERROR-MSG
           END-IF
           .

      * scheduled list price: the new price in the Price field, its
      * valid-from date (after today) in Descr. A price for a date
      * already scheduled is replaced; price 0 drops it. Today's
      * price is changed with 'U', which records it the same way.
       MAINTAIN-LIST-PRICE.
           MOVE PIDI TO HV-PROD-ID
           MOVE PDESCI(1:10) TO HV-PRICE-EFF-DATE
           IF PPRICEI = SPACES OR HV-PRICE-EFF-DATE = SPACES
              MOVE 'Key price in Price, valid-from in Descr' TO WS-MSG
           ELSE
              COMPUTE HV-PROD-PRICE = FUNCTION NUMVAL(PPRICEI)
              PERFORM SET-PRICE-TODAY
              EXEC SQL
                 SELECT UNIT_PRICE INTO :HV-OLD-PRICE
                   FROM CLAPP.PRODUCTS
                  WHERE PRODUCT_ID = :HV-PROD-ID
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE NOT = 0
                    MOVE 'Product not found' TO WS-MSG
                 WHEN HV-PRICE-EFF-DATE NOT > WS-PRICE-TODAY
                    MOVE 'Valid-from must be after today' TO WS-MSG
                 WHEN HV-PROD-PRICE < 0
                    MOVE 'Price cannot be negative' TO WS-MSG
                 WHEN HV-PROD-PRICE = 0
                    PERFORM DROP-LIST-PRICE
                 WHEN OTHER
                    MOVE 'List price scheduled' TO WS-MSG
                    PERFORM ENSURE-PRICE-BASELINE
                    PERFORM SAVE-LIST-PRICE
              END-EVALUATE
           END-IF
           .

       SET-PRICE-TODAY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRICE-RAW
           STRING WS-PRICE-RAW(1:4) '-' WS-PRICE-RAW(5:2) '-'
              WS-PRICE-RAW(7:2)
              DELIMITED BY SIZE INTO WS-PRICE-TODAY
           END-STRING
           .

      * the first history row for a product keeps its current master
      * price open from 0001-01-01, so orders dated before the first
      * change still price as they always did
       ENSURE-PRICE-BASELINE.
           EXEC SQL
              INSERT INTO CLAPP.PRODUCT_PRICES
              (PRODUCT_ID, EFF_FROM, UNIT_PRICE)
              SELECT :HV-PROD-ID, '0001-01-01', :HV-OLD-PRICE
                FROM SYSIBM.SYSDUMMY1
               WHERE NOT EXISTS
                     (SELECT 1
                        FROM CLAPP.PRODUCT_PRICES R
                       WHERE R.PRODUCT_ID = :HV-PROD-ID)
           END-EXEC
           .

       SAVE-LIST-PRICE.
           EXEC SQL
              UPDATE CLAPP.PRODUCT_PRICES
                 SET UNIT_PRICE = :HV-PROD-PRICE
               WHERE PRODUCT_ID = :HV-PROD-ID
                 AND EFF_FROM = :HV-PRICE-EFF-DATE
           END-EXEC
           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO CLAPP.PRODUCT_PRICES
                 (PRODUCT_ID, EFF_FROM, UNIT_PRICE)
                 VALUES (:HV-PROD-ID, :HV-PRICE-EFF-DATE,
                         :HV-PROD-PRICE)
              END-EXEC
           END-IF
           IF SQLCODE = 0
              MOVE 'PROD_PRICE' TO HV-AUD-TABLE
              MOVE HV-PROD-ID TO HV-AUD-KEY
              SET HV-AUD-ADD TO TRUE
              MOVE SPACES TO HV-AUD-DETAIL
              STRING 'List price ' DELIMITED BY SIZE
                 FUNCTION TRIM(PPRICEI) DELIMITED BY SIZE
                 ' effective ' DELIMITED BY SIZE
                 HV-PRICE-EFF-DATE DELIMITED BY SIZE
                 INTO HV-AUD-DETAIL
              END-STRING
              PERFORM WRITE-AUDIT
           ELSE
              MOVE 'insert PRODUCT PRICE' TO WS-SQL-OP
              PERFORM BUILD-SQL-ERROR-MSG
           END-IF
           .

       DROP-LIST-PRICE.
           EXEC SQL
              DELETE FROM CLAPP.PRODUCT_PRICES
               WHERE PRODUCT_ID = :HV-PROD-ID
                 AND EFF_FROM = :HV-PRICE-EFF-DATE
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'Scheduled price removed' TO WS-MSG
                 MOVE 'PROD_PRICE' TO HV-AUD-TABLE
                 MOVE HV-PROD-ID TO HV-AUD-KEY
                 SET HV-AUD-DELETE TO TRUE
                 MOVE SPACES TO HV-AUD-DETAIL
                 STRING 'Price change ' DELIMITED BY SIZE
                    HV-PRICE-EFF-DATE DELIMITED BY SIZE
                    ' removed' DELIMITED BY SIZE
                    INTO HV-AUD-DETAIL
                 END-STRING
                 PERFORM WRITE-AUDIT
              WHEN 100
                 MOVE 'No price scheduled for that date' TO WS-MSG
              WHEN OTHER
                 MOVE 'delete PRODUCT PRICE' TO WS-SQL-OP
                 PERFORM BUILD-SQL-ERROR-MSG
           END-EVALUATE
           .

      * the standard cost in force today; zero when none is on file,
      * which the line stores as unknown (NULL)
       FIND-PRODUCT-COST.
           MOVE 0 TO HV-UNIT-COST
           EXEC SQL
              SELECT STD_COST INTO :HV-UNIT-COST
                FROM CLAPP.PRODUCT_COSTS
               WHERE PRODUCT_ID = :HV-PROD-ID
                 AND EFF_FROM <= CURRENT DATE
               ORDER BY EFF_FROM DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO HV-UNIT-COST
           END-IF
           .

      * stock receipt: the received quantity is keyed in the Price
      * field and added onto the product's on-hand. The PO line it
      * delivers is keyed as PONO,LINE(,C) in Descr; a receipt with
      * no PO reference is refused while the product has open PO
      * lines, so every planned delivery is matched to its order.
       RECEIPT-STOCK.
           MOVE PIDI TO HV-PROD-ID
           IF PPRICEI = SPACES
              MOVE 'Key the received quantity in Price' TO WS-MSG
           ELSE
              COMPUTE HV-RCPT-QTY = FUNCTION NUMVAL(PPRICEI)
              IF PDESCI = SPACES
                 MOVE 0 TO HV-OPEN-PO-LINES
                 EXEC SQL
                    SELECT COUNT(*)
                      INTO :HV-OPEN-PO-LINES
                      FROM CLAPP.PO_LINES L
                           INNER JOIN CLAPP.PURCHASE_ORDERS R
                              ON R.PO_NO = L.PO_NO
                     WHERE L.PRODUCT_ID = :HV-PROD-ID
                       AND L.LINE_STATUS = 'O'
                       AND R.STATUS = 'O'
                 END-EXEC
                 IF HV-OPEN-PO-LINES > 0
                    MOVE 'Open PO lines - key PONO,LINE in Descr'
                       TO WS-MSG
                 ELSE
                    PERFORM RECEIPT-STOCK-APPLY
                 END-IF
              ELSE
                 MOVE SPACES TO WS-RCV-PO-STR WS-RCV-LINE-STR
                    WS-RCV-CLOSE-STR
                 UNSTRING PDESCI DELIMITED BY ','
                    INTO WS-RCV-PO-STR WS-RCV-LINE-STR
                         WS-RCV-CLOSE-STR
                    ON OVERFLOW
                       MOVE 'Use PONO,LINE(,C) in Descr' TO WS-MSG
                    NOT ON OVERFLOW
                       IF FUNCTION TRIM(WS-RCV-PO-STR) = SPACES OR
                          FUNCTION TRIM(WS-RCV-LINE-STR) = SPACES
                          MOVE 'Enter PO reference as PONO,LINE(,C)'
                             TO WS-MSG
                       ELSE
                          PERFORM RECEIPT-PO-LINE
                       END-IF
                 END-UNSTRING
              END-IF
           END-IF
           .

      * the line must be on a released PO, still open and for this
      * product; receiving up to or past the ordered quantity, or
      * keying ',C', closes it - and the last line closed closes
      * the PO. An over-delivery is booked (the goods are here) but
      * flagged to the clerk; CLPOPRF reports it per supplier.
       RECEIPT-PO-LINE.
           COMPUTE HV-PO-NO      = FUNCTION NUMVAL(WS-RCV-PO-STR)
           COMPUTE HV-PO-LINE-NO = FUNCTION NUMVAL(WS-RCV-LINE-STR)
           EXEC SQL
              SELECT L.PRODUCT_ID, L.QTY_ORDERED, L.QTY_RECEIVED,
                     L.LINE_STATUS, R.STATUS
                INTO :HV-PO-PRODUCT, :HV-PO-QTY-ORDERED,
                     :HV-PO-QTY-RECEIVED, :HV-PO-LINE-STATUS,
                     :HV-PO-STATUS
                FROM CLAPP.PO_LINES L
                     INNER JOIN CLAPP.PURCHASE_ORDERS R
                        ON R.PO_NO = L.PO_NO
               WHERE L.PO_NO = :HV-PO-NO
                 AND L.LINE_NO = :HV-PO-LINE-NO
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 MOVE 'PO line not found' TO WS-MSG
              WHEN HV-PO-PRODUCT NOT = HV-PROD-ID
                 MOVE 'PO line is for another product' TO WS-MSG
              WHEN HV-PO-STATUS NOT = 'O'
                 MOVE 'PO is not released' TO WS-MSG
              WHEN HV-PO-LINE-STATUS NOT = 'O'
                 MOVE 'PO line is already closed' TO WS-MSG
              WHEN HV-RCPT-QTY < 1
                 MOVE 'Received quantity must be positive' TO WS-MSG
              WHEN OTHER
                 PERFORM RECEIPT-STOCK-APPLY
                 IF WS-RCPT-OK = 'Y'
                    PERFORM RECEIPT-PO-LINE-APPLY
                 END-IF
           END-EVALUATE
           .

       RECEIPT-PO-LINE-APPLY.
           ADD HV-RCPT-QTY TO HV-PO-QTY-RECEIVED
           IF HV-PO-QTY-RECEIVED >= HV-PO-QTY-ORDERED
              OR WS-RCV-CLOSE-STR = 'C'
              MOVE 'C' TO HV-PO-LINE-STATUS
           END-IF
           EXEC SQL
              UPDATE CLAPP.PO_LINES
                 SET QTY_RECEIVED = :HV-PO-QTY-RECEIVED,
                     LINE_STATUS = :HV-PO-LINE-STATUS,
                     LAST_RCPT_DATE = CURRENT DATE
               WHERE PO_NO = :HV-PO-NO
                 AND LINE_NO = :HV-PO-LINE-NO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'update PO LINE' TO WS-SQL-OP
              PERFORM BUILD-SQL-ERROR-MSG
           ELSE
              IF HV-PO-LINE-STATUS = 'C'
                 EXEC SQL
                    UPDATE CLAPP.PURCHASE_ORDERS
                       SET STATUS = 'C'
                     WHERE PO_NO = :HV-PO-NO
                       AND NOT EXISTS
                           (SELECT 1 FROM CLAPP.PO_LINES
                             WHERE PO_NO = :HV-PO-NO
                               AND LINE_STATUS = 'O')
                 END-EXEC
              END-IF
              EVALUATE TRUE
                 WHEN HV-PO-QTY-RECEIVED > HV-PO-QTY-ORDERED
                    MOVE 'Receipt booked - OVER-DELIVERY on PO line'
                       TO WS-MSG
                 WHEN HV-PO-LINE-STATUS = 'C' AND
                      HV-PO-QTY-RECEIVED < HV-PO-QTY-ORDERED
                    MOVE 'Receipt booked - PO line short-closed'
                       TO WS-MSG
                 WHEN HV-PO-LINE-STATUS = 'C'
                    MOVE 'Receipt booked - PO line complete' TO WS-MSG
                 WHEN OTHER
                    MOVE 'Receipt booked - PO line part-received'
                       TO WS-MSG
              END-EVALUATE
           END-IF
           .

       RECEIPT-STOCK-APPLY.
           MOVE 'N' TO WS-RCPT-OK
           EXEC SQL
              UPDATE CLAPP.PRODUCTS
                 SET ON_HAND_QTY =
                     COALESCE(ON_HAND_QTY,0) + :HV-RCPT-QTY
               WHERE PRODUCT_ID = :HV-PROD-ID
           END-EXEC
           IF SQLCODE = 0
              MOVE HV-PROD-ID TO HV-MOVE-PRODUCT
              MOVE HV-RCPT-QTY TO HV-MOVE-QTY
              MOVE 'RCPT' TO HV-MOVE-REASON
              IF PDESCI = SPACES
                 MOVE 'MAN' TO HV-MOVE-DOC-TYPE
                 MOVE SPACES TO HV-MOVE-DOC-REF
              ELSE
                 MOVE 'PO' TO HV-MOVE-DOC-TYPE
                 MOVE PDESCI TO HV-MOVE-DOC-REF
              END-IF
              PERFORM WRITE-STOCK-MOVE
              MOVE 'Stock receipt booked' TO WS-MSG
              MOVE 'PRODUCTS' TO HV-AUD-TABLE
              MOVE HV-PROD-ID TO HV-AUD-KEY
              SET HV-AUD-UPDATE TO TRUE
              MOVE SPACES TO HV-AUD-DETAIL
              IF PDESCI = SPACES
                 STRING 'Stock receipt qty ' DELIMITED BY SIZE
                    FUNCTION TRIM(PPRICEI) DELIMITED BY SIZE
                    INTO HV-AUD-DETAIL
                 END-STRING
              ELSE
                 STRING 'Stock receipt qty ' DELIMITED BY SIZE
                    FUNCTION TRIM(PPRICEI) DELIMITED BY SIZE
                    ' PO ' DELIMITED BY SIZE
                    FUNCTION TRIM(PDESCI) DELIMITED BY SIZE
                    INTO HV-AUD-DETAIL
                 END-STRING
              END-IF
              PERFORM WRITE-AUDIT
              MOVE 'Y' TO WS-RCPT-OK
           ELSE
              MOVE 'receipt PRODUCT' TO WS-SQL-OP
              PERFORM BUILD-SQL-ERROR-MSG
           END-IF
           .

      * warehouse bin the product is picked from, keyed in Descr;
      * CLPICK sorts its pick list by it.
       SET-BIN-LOCATION.
           MOVE PIDI TO HV-PROD-ID
           MOVE PDESCI(1:10) TO HV-BIN-LOCATION
           EXEC SQL
              UPDATE CLAPP.PRODUCTS
                 SET BIN_LOCATION = :HV-BIN-LOCATION
               WHERE PRODUCT_ID = :HV-PROD-ID
           END-EXEC
           IF SQLCODE = 0
              MOVE 'Bin location set' TO WS-MSG
              MOVE 'PRODUCTS' TO HV-AUD-TABLE
              MOVE HV-PROD-ID TO HV-AUD-KEY
              SET HV-AUD-UPDATE TO TRUE
              MOVE SPACES TO HV-AUD-DETAIL
              STRING 'Bin location set to ' DELIMITED BY SIZE
                 HV-BIN-LOCATION DELIMITED BY SIZE
                 INTO HV-AUD-DETAIL
              END-STRING
              PERFORM WRITE-AUDIT
           ELSE
              MOVE 'set bin PRODUCT' TO WS-SQL-OP
              PERFORM BUILD-SQL-ERROR-MSG
           END-IF
           .

      * the sales product group the budget is planned by; blank
      * clears it and the product reports under OTHER
       SET-PRODUCT-GROUP.
           MOVE PIDI TO HV-PROD-ID
           MOVE FUNCTION UPPER-CASE(PDESCI(1:8)) TO HV-PROD-GROUP
           EXEC SQL
              UPDATE CLAPP.PRODUCTS
                 SET PRODUCT_GROUP = :HV-PROD-GROUP
               WHERE PRODUCT_ID = :HV-PROD-ID
           END-EXEC
           IF SQLCODE = 0
              MOVE 'Product group set' TO WS-MSG
              MOVE 'PRODUCTS' TO HV-AUD-TABLE
              MOVE HV-PROD-ID TO HV-AUD-KEY
              SET HV-AUD-UPDATE TO TRUE
              MOVE SPACES TO HV-AUD-DETAIL
              STRING 'Product group set to ' DELIMITED BY SIZE
                 HV-PROD-GROUP DELIMITED BY SIZE
                 INTO HV-AUD-DETAIL
              END-STRING
              PERFORM WRITE-AUDIT
           ELSE
              MOVE 'set group PRODUCT' TO WS-SQL-OP
              PERFORM BUILD-SQL-ERROR-MSG
           END-IF
           .

      * ABC class keyed in Descr (A, B or C); CLCCSEL counts A
      * products most often and C products least
       SET-ABC-CLASS.
           MOVE PIDI TO HV-PROD-ID
           MOVE FUNCTION UPPER-CASE(PDESCI(1:1)) TO HV-ABC-CLASS
           IF HV-ABC-CLASS NOT = 'A' AND NOT = 'B' AND NOT = 'C'
              MOVE 'Key ABC class A, B or C in Descr' TO WS-MSG
           ELSE
              EXEC SQL
                 UPDATE CLAPP.PRODUCTS
                    SET ABC_CLASS = :HV-ABC-CLASS
                  WHERE PRODUCT_ID = :HV-PROD-ID
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'ABC class set' TO WS-MSG
                 MOVE 'PRODUCTS' TO HV-AUD-TABLE
                 MOVE HV-PROD-ID TO HV-AUD-KEY
                 SET HV-AUD-UPDATE TO TRUE
                 MOVE SPACES TO HV-AUD-DETAIL
                 STRING 'ABC class set to ' DELIMITED BY SIZE
                    HV-ABC-CLASS DELIMITED BY SIZE
                    INTO HV-AUD-DETAIL
                 END-STRING
                 PERFORM WRITE-AUDIT
              ELSE
                 MOVE 'set class PRODUCT' TO WS-SQL-OP
                 PERFORM BUILD-SQL-ERROR-MSG
              END-IF
           END-IF
           .

      * supervisor decision on a cycle count CLCCPST found outside
      * tolerance: Y in Descr posts the variance to on-hand, N
      * rejects the count and puts the product back on the next
      * count sheet. The count row is decided first, so a count
      * cannot be posted twice.
       DECIDE-COUNT-VARIANCE.
           MOVE PIDI TO HV-PROD-ID
           EXEC SQL
              SELECT COUNT_NO, VARIANCE_QTY,
                     COALESCE(REASON_CODE,'CNTE')
                INTO :HV-CC-COUNT-NO, :HV-CC-VARIANCE-QTY,
                     :HV-CC-REASON-CODE
                FROM CLAPP.STOCK_COUNTS
               WHERE PRODUCT_ID = :HV-PROD-ID
                 AND COUNT_STATUS = 'A'
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 MOVE 'No count awaiting approval for product'
                    TO WS-MSG
              WHEN SQLCODE NOT = 0
                 MOVE 'read STOCK_COUNTS' TO WS-SQL-OP
                 PERFORM BUILD-SQL-ERROR-MSG
              WHEN PDESCI(1:1) = 'Y' OR PDESCI(1:1) = 'y'
                 PERFORM APPROVE-COUNT-VARIANCE
              WHEN PDESCI(1:1) = 'N' OR PDESCI(1:1) = 'n'
                 PERFORM REJECT-COUNT-VARIANCE
              WHEN OTHER
                 MOVE 'Key Y (post) or N (recount) in Descr' TO WS-MSG
           END-EVALUATE
           .

       APPROVE-COUNT-VARIANCE.
           EXEC SQL
              UPDATE CLAPP.STOCK_COUNTS
                 SET COUNT_STATUS = 'P',
                     POSTED_TS    = CURRENT TIMESTAMP,
                     DECIDED_BY   = :WS-OPERATOR,
                     DECIDED_TS   = CURRENT TIMESTAMP
               WHERE COUNT_NO     = :HV-CC-COUNT-NO
                 AND COUNT_STATUS = 'A'
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL
                 UPDATE CLAPP.PRODUCTS
                    SET ON_HAND_QTY = COALESCE(ON_HAND_QTY,0)
                                      + :HV-CC-VARIANCE-QTY,
                        LAST_COUNT_DATE = CURRENT DATE
                  WHERE PRODUCT_ID = :HV-PROD-ID
              END-EXEC
           END-IF
           IF SQLCODE = 0
              MOVE HV-PROD-ID TO HV-MOVE-PRODUCT
              MOVE HV-CC-VARIANCE-QTY TO HV-MOVE-QTY
              MOVE HV-CC-REASON-CODE TO HV-MOVE-REASON
              MOVE 'CNT' TO HV-MOVE-DOC-TYPE
              MOVE HV-CC-COUNT-NO TO WS-MOVE-NO
              MOVE WS-MOVE-NO TO HV-MOVE-DOC-REF
              PERFORM WRITE-STOCK-MOVE
              MOVE 'Count variance approved and posted' TO WS-MSG
              MOVE HV-CC-COUNT-NO TO WS-CC-COUNT-D
              MOVE HV-CC-VARIANCE-QTY TO WS-CC-VAR-D
              MOVE 'PRODUCTS' TO HV-AUD-TABLE
              MOVE HV-PROD-ID TO HV-AUD-KEY
              SET HV-AUD-UPDATE TO TRUE
              MOVE SPACES TO HV-AUD-DETAIL
              STRING 'Cycle count ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CC-COUNT-D) DELIMITED BY SIZE
                 ' stock adjusted ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CC-VAR-D) DELIMITED BY SIZE
                 ' reason ' DELIMITED BY SIZE
                 HV-CC-REASON-CODE DELIMITED BY SIZE
                 ' approved' DELIMITED BY SIZE
                 INTO HV-AUD-DETAIL
              END-STRING
              PERFORM WRITE-AUDIT
           ELSE
              MOVE 'approve STOCK_COUNTS' TO WS-SQL-OP
              PERFORM BUILD-SQL-ERROR-MSG
           END-IF
           .

       REJECT-COUNT-VARIANCE.
           EXEC SQL
              UPDATE CLAPP.STOCK_COUNTS
                 SET COUNT_STATUS = 'R',
                     DECIDED_BY   = :WS-OPERATOR,
                     DECIDED_TS   = CURRENT TIMESTAMP
               WHERE COUNT_NO     = :HV-CC-COUNT-NO
                 AND COUNT_STATUS = 'A'
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL
                 UPDATE CLAPP.PRODUCTS
                    SET LAST_COUNT_DATE = NULL
                  WHERE PRODUCT_ID = :HV-PROD-ID
              END-EXEC
           END-IF
           IF SQLCODE = 0
              MOVE 'Count rejected - product goes to recount'
                 TO WS-MSG
              MOVE HV-CC-COUNT-NO TO WS-CC-COUNT-D
              MOVE 'STOCK_COUNTS' TO HV-AUD-TABLE
              MOVE WS-CC-COUNT-D TO HV-AUD-KEY
              SET HV-AUD-UPDATE TO TRUE
              MOVE SPACES TO HV-AUD-DETAIL
              STRING 'Cycle count ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CC-COUNT-D) DELIMITED BY SIZE
                 ' for ' DELIMITED BY SIZE
                 HV-PROD-ID DELIMITED BY SIZE
                 ' rejected - recount' DELIMITED BY SIZE
                 INTO HV-AUD-DETAIL
              END-STRING
              PERFORM WRITE-AUDIT
           ELSE
              MOVE 'reject STOCK_COUNTS' TO WS-SQL-OP
              PERFORM BUILD-SQL-ERROR-MSG
           END-IF
           .

      * one bill-of-materials line per call: a known component has
      * its quantity replaced, an unknown one is added. Kits do not
      * nest - a kit cannot be a component, nor a component a kit.
       MAINTAIN-KIT-COMPONENT.
           MOVE PIDI TO HV-KIT-PRODUCT
           MOVE SPACES TO WS-KIT-COMP-STR WS-KIT-QTY-STR
           UNSTRING PDESCI DELIMITED BY ','
              INTO WS-KIT-COMP-STR WS-KIT-QTY-STR
              ON OVERFLOW
                 MOVE 'Use COMPONENT,QTY in Descr' TO WS-MSG
              NOT ON OVERFLOW
                 MOVE FUNCTION TRIM(WS-KIT-COMP-STR) TO HV-KIT-COMP-ID
                 IF FUNCTION TRIM(WS-KIT-QTY-STR) = SPACES
                    MOVE 0 TO HV-KIT-COMP-QTY
                 ELSE
                    COMPUTE HV-KIT-COMP-QTY =
                       FUNCTION NUMVAL(WS-KIT-QTY-STR)
                 END-IF
                 IF HV-KIT-COMP-QTY = 0
                    PERFORM REMOVE-KIT-COMPONENT
                 ELSE
                    PERFORM MAINTAIN-KIT-COMPONENT-APPLY
                 END-IF
           END-UNSTRING
           .

       MAINTAIN-KIT-COMPONENT-APPLY.
           MOVE 0 TO HV-KIT-COUNT HV-KIT-NESTED
           EXEC SQL
              SELECT COUNT(*) INTO :HV-KIT-COUNT
                FROM CLAPP.PRODUCTS
               WHERE PRODUCT_ID IN (:HV-KIT-PRODUCT, :HV-KIT-COMP-ID)
           END-EXEC
           EXEC SQL
              SELECT COUNT(*) INTO :HV-KIT-NESTED
                FROM CLAPP.KIT_COMPONENTS
               WHERE KIT_PRODUCT_ID = :HV-KIT-COMP-ID
                  OR COMPONENT_ID = :HV-KIT-PRODUCT
           END-EXEC
           EVALUATE TRUE
              WHEN HV-KIT-COMP-QTY < 0
                 MOVE 'Component qty cannot be negative' TO WS-MSG
              WHEN HV-KIT-COMP-ID = HV-KIT-PRODUCT
                 MOVE 'A kit cannot be its own component' TO WS-MSG
              WHEN HV-KIT-COUNT < 2
                 MOVE 'Kit or component product not found' TO WS-MSG
              WHEN HV-KIT-NESTED > 0
                 MOVE 'Kits cannot be nested' TO WS-MSG
              WHEN OTHER
                 PERFORM SAVE-KIT-COMPONENT
           END-EVALUATE
           .

       SAVE-KIT-COMPONENT.
           EXEC SQL
              UPDATE CLAPP.KIT_COMPONENTS
                 SET COMP_QTY = :HV-KIT-COMP-QTY
               WHERE KIT_PRODUCT_ID = :HV-KIT-PRODUCT
                 AND COMPONENT_ID = :HV-KIT-COMP-ID
           END-EXEC
           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO CLAPP.KIT_COMPONENTS
                 (KIT_PRODUCT_ID, COMPONENT_ID, COMP_QTY)
                 VALUES(:HV-KIT-PRODUCT, :HV-KIT-COMP-ID,
                        :HV-KIT-COMP-QTY)
              END-EXEC
           END-IF
           IF SQLCODE = 0
              MOVE 'Kit component saved' TO WS-MSG
              MOVE 'KIT_COMPONENTS' TO HV-AUD-TABLE
              MOVE HV-KIT-PRODUCT TO HV-AUD-KEY
              SET HV-AUD-UPDATE TO TRUE
              MOVE SPACES TO HV-AUD-DETAIL
              STRING 'Kit component ' DELIMITED BY SIZE
                 FUNCTION TRIM(PDESCI) DELIMITED BY SIZE
                 INTO HV-AUD-DETAIL
              END-STRING
              PERFORM WRITE-AUDIT
           ELSE
              MOVE 'maint KIT_COMPONENTS' TO WS-SQL-OP
              PERFORM BUILD-SQL-ERROR-MSG
           END-IF
           .

       REMOVE-KIT-COMPONENT.
           EXEC SQL
              DELETE FROM CLAPP.KIT_COMPONENTS
               WHERE KIT_PRODUCT_ID = :HV-KIT-PRODUCT
                 AND COMPONENT_ID = :HV-KIT-COMP-ID
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'Kit component removed' TO WS-MSG
                 MOVE 'KIT_COMPONENTS' TO HV-AUD-TABLE
                 MOVE HV-KIT-PRODUCT TO HV-AUD-KEY
                 SET HV-AUD-DELETE TO TRUE
                 MOVE SPACES TO HV-AUD-DETAIL
                 STRING 'Kit component removed ' DELIMITED BY SIZE
                    HV-KIT-COMP-ID DELIMITED BY SIZE
                    INTO HV-AUD-DETAIL
                 END-STRING
                 PERFORM WRITE-AUDIT
              WHEN 100
                 MOVE 'Component not on this kit' TO WS-MSG
              WHEN OTHER
                 MOVE 'delete KIT_COMPONENTS' TO WS-SQL-OP
                 PERFORM BUILD-SQL-ERROR-MSG
           END-EVALUATE
           .

      * supplier master upsert - an unknown code is inserted, a
      * known one updated; inactive suppliers stay on file for the
      * POs that name them but get no new drafts from CLPOGEN.
       MAINTAIN-SUPPLIER.
           IF PIDI = SPACES OR PDESCI = SPACES
              MOVE 'Key supplier code and name' TO WS-MSG
           ELSE
              MOVE PIDI   TO HV-SUPP-ID
              MOVE PDESCI TO HV-SUPP-NAME
              IF PPRICEI = SPACES
                 MOVE 0 TO HV-SUPP-LEAD-DAYS
              ELSE
                 COMPUTE HV-SUPP-LEAD-DAYS = FUNCTION NUMVAL(PPRICEI)
              END-IF
              IF PACTI(1:1) = 'N'
                 MOVE 'N' TO HV-SUPP-ACTIVE
              ELSE
                 MOVE 'Y' TO HV-SUPP-ACTIVE
              END-IF
              EXEC SQL
                 UPDATE CLAPP.SUPPLIERS
                    SET NAME=:HV-SUPP-NAME,
                        LEAD_DAYS=:HV-SUPP-LEAD-DAYS,
                        ACTIVE_FLAG=:HV-SUPP-ACTIVE
                  WHERE SUPPLIER_ID=:HV-SUPP-ID
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Supplier updated' TO WS-MSG
                 SET HV-AUD-UPDATE TO TRUE
              ELSE
                 IF SQLCODE = 100
                    EXEC SQL
                       INSERT INTO CLAPP.SUPPLIERS
                       (SUPPLIER_ID, NAME, LEAD_DAYS, ACTIVE_FLAG)
                       VALUES (:HV-SUPP-ID, :HV-SUPP-NAME,
                               :HV-SUPP-LEAD-DAYS, :HV-SUPP-ACTIVE)
                    END-EXEC
                    MOVE 'Supplier inserted' TO WS-MSG
                    SET HV-AUD-ADD TO TRUE
                 END-IF
              END-IF
              IF SQLCODE = 0
                 MOVE 'SUPPLIERS' TO HV-AUD-TABLE
                 MOVE HV-SUPP-ID TO HV-AUD-KEY
                 MOVE WS-MSG TO HV-AUD-DETAIL
                 PERFORM WRITE-AUDIT
              ELSE
                 MOVE 'maint SUPPLIER' TO WS-SQL-OP
                 PERFORM BUILD-SQL-ERROR-MSG
              END-IF
           END-IF
           .

      * reorder policy: a blank ROP takes the product out of the
      * nightly PO run; otherwise the preferred supplier must be
      * on file and active.
       SET-REORDER-POLICY.
           MOVE PIDI TO HV-PROD-ID
           MOVE SPACES TO WS-ROP-STR WS-ROQ-STR WS-RO-SUPP-STR
           UNSTRING PDESCI DELIMITED BY ','
              INTO WS-ROP-STR WS-ROQ-STR WS-RO-SUPP-STR
              ON OVERFLOW
                 MOVE 'Use ROP,ROQ,SUPPLIER in Descr' TO WS-MSG
              NOT ON OVERFLOW
                 IF FUNCTION TRIM(WS-ROP-STR) = SPACES
                    PERFORM CLEAR-REORDER-POLICY
                 ELSE
                    PERFORM SET-REORDER-POLICY-APPLY
                 END-IF
           END-UNSTRING
           .

       SET-REORDER-POLICY-APPLY.
           MOVE FUNCTION TRIM(WS-RO-SUPP-STR) TO HV-SUPP-ID
           MOVE SPACE TO HV-SUPP-ACTIVE
           EXEC SQL
              SELECT ACTIVE_FLAG INTO :HV-SUPP-ACTIVE
                FROM CLAPP.SUPPLIERS
               WHERE SUPPLIER_ID = :HV-SUPP-ID
           END-EXEC
           IF SQLCODE NOT = 0 OR HV-SUPP-ACTIVE NOT = 'Y'
              MOVE 'Supplier not found or inactive' TO WS-MSG
           ELSE
              COMPUTE HV-REORDER-POINT = FUNCTION NUMVAL(WS-ROP-STR)
              IF FUNCTION TRIM(WS-ROQ-STR) = SPACES
                 MOVE 0 TO HV-REORDER-QTY
              ELSE
                 COMPUTE HV-REORDER-QTY = FUNCTION NUMVAL(WS-ROQ-STR)
              END-IF
              IF HV-REORDER-POINT < 0 OR HV-REORDER-QTY < 0
                 MOVE 'Reorder point and qty cannot be negative'
                    TO WS-MSG
              ELSE
                 EXEC SQL
                    UPDATE CLAPP.PRODUCTS
                       SET REORDER_POINT = :HV-REORDER-POINT,
                           REORDER_QTY = :HV-REORDER-QTY,
                           PREF_SUPPLIER_ID = :HV-SUPP-ID
                     WHERE PRODUCT_ID = :HV-PROD-ID
                 END-EXEC
                 IF SQLCODE = 0
                    MOVE 'Reorder policy set' TO WS-MSG
                    MOVE 'PRODUCTS' TO HV-AUD-TABLE
                    MOVE HV-PROD-ID TO HV-AUD-KEY
                    SET HV-AUD-UPDATE TO TRUE
                    MOVE SPACES TO HV-AUD-DETAIL
                    STRING 'Reorder policy ' DELIMITED BY SIZE
                       FUNCTION TRIM(PDESCI) DELIMITED BY SIZE
                       INTO HV-AUD-DETAIL
                    END-STRING
                    PERFORM WRITE-AUDIT
                 ELSE
                    MOVE 'reorder PRODUCT' TO WS-SQL-OP
                    PERFORM BUILD-SQL-ERROR-MSG
                 END-IF
              END-IF
           END-IF
           .

       CLEAR-REORDER-POLICY.
           EXEC SQL
              UPDATE CLAPP.PRODUCTS
                 SET REORDER_POINT = NULL,
                     REORDER_QTY = NULL,
                     PREF_SUPPLIER_ID = NULL
               WHERE PRODUCT_ID = :HV-PROD-ID
           END-EXEC
           IF SQLCODE = 0
              MOVE 'Reorder policy removed' TO WS-MSG
              MOVE 'PRODUCTS' TO HV-AUD-TABLE
              MOVE HV-PROD-ID TO HV-AUD-KEY
              SET HV-AUD-UPDATE TO TRUE
              MOVE WS-MSG TO HV-AUD-DETAIL
              PERFORM WRITE-AUDIT
           ELSE
              MOVE 'reorder PRODUCT' TO WS-SQL-OP
              PERFORM BUILD-SQL-ERROR-MSG
           END-IF
           .

      * draft to released (supervisor): the due date is today plus
      * the supplier's lead time, which CLPOPRF measures lateness
      * against.
       RELEASE-PURCHASE-ORDER.
           IF PIDI = SPACES
              MOVE 'Key the PO number in the code field' TO WS-MSG
           ELSE
              COMPUTE HV-PO-NO = FUNCTION NUMVAL(PIDI)
              MOVE SPACE TO HV-PO-STATUS
              MOVE 0 TO HV-SUPP-LEAD-DAYS
              EXEC SQL
                 SELECT R.STATUS, COALESCE(S.LEAD_DAYS,0)
                   INTO :HV-PO-STATUS, :HV-SUPP-LEAD-DAYS
                   FROM CLAPP.PURCHASE_ORDERS R
                        LEFT OUTER JOIN CLAPP.SUPPLIERS S
                           ON S.SUPPLIER_ID = R.SUPPLIER_ID
                  WHERE R.PO_NO = :HV-PO-NO
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'PO not found' TO WS-MSG
              ELSE
                 IF HV-PO-STATUS NOT = 'D'
                    MOVE 'Only a draft PO can be released' TO WS-MSG
                 ELSE
                    PERFORM RELEASE-PURCHASE-ORDER-APPLY
                 END-IF
              END-IF
           END-IF
           .

       RELEASE-PURCHASE-ORDER-APPLY.
           EXEC SQL
              SET :HV-DUE-DATE =
                  CHAR(CURRENT DATE + :HV-SUPP-LEAD-DAYS DAYS, ISO)
           END-EXEC
           EXEC SQL
              UPDATE CLAPP.PURCHASE_ORDERS
                 SET STATUS = 'O',
                     DUE_DATE = :HV-DUE-DATE,
                     RELEASED_TS = CURRENT TIMESTAMP
               WHERE PO_NO = :HV-PO-NO
                 AND STATUS = 'D'
           END-EXEC
           IF SQLCODE = 0
              MOVE 'PO released' TO WS-MSG
              MOVE 'PURCH_ORD' TO HV-AUD-TABLE
              MOVE PIDI TO HV-AUD-KEY
              SET HV-AUD-UPDATE TO TRUE
              MOVE SPACES TO HV-AUD-DETAIL
              STRING 'PO released, due ' DELIMITED BY SIZE
                 HV-DUE-DATE DELIMITED BY SIZE
                 INTO HV-AUD-DETAIL
              END-STRING
              PERFORM WRITE-AUDIT
           ELSE
              MOVE 'release PO' TO WS-SQL-OP
              PERFORM BUILD-SQL-ERROR-MSG
           END-IF
           .

      * a held client takes no new business until compliance have
      * decided its screening matches
       CHECK-COMPLIANCE-HOLD.
           MOVE 'Y' TO WS-COMPLIANCE-OK
           MOVE 'N' TO HV-COMPLIANCE-HOLD
           MOVE 0   TO HV-SCR-COUNT
           EXEC SQL
              SELECT COALESCE(C.COMPLIANCE_HOLD,'N'),
                     (SELECT COUNT(*) FROM CLAPP.SCREENING_HITS H
                       WHERE H.CLIENT_ID = C.CLIENT_ID
                         AND H.STATUS = 'OPEN')
                INTO :HV-COMPLIANCE-HOLD, :HV-SCR-COUNT
                FROM CLAPP.CLIENTS C
               WHERE C.CLIENT_ID = :HV-O-CLIENT-ID
           END-EXEC
           IF SQLCODE = 0 AND HV-COMPLIANCE-HOLD = 'Y'
              MOVE 'N' TO WS-COMPLIANCE-OK
              MOVE HV-SCR-COUNT TO WS-SCR-COUNT-D
           END-IF
           .

           END-IF
           .

      * Amount carries AMOUNT or AMOUNT,REQUESTED-DATE. The date is
      * checked for shape (YYYY-MM-DD) and may not fall before the
      * order date.
       SPLIT-ORDER-AMOUNT.
           MOVE 'Y' TO WS-REQ-DATE-OK
           MOVE SPACES TO WS-ORD-AMT-STR WS-ORD-REQ-STR
           UNSTRING OAMOUNTI DELIMITED BY ','
              INTO WS-ORD-AMT-STR WS-ORD-REQ-STR
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-ORD-REQ-STR) TO HV-REQ-DELIV-DATE
           EVALUATE TRUE
              WHEN HV-REQ-DELIV-DATE = SPACES
                 CONTINUE
              WHEN HV-REQ-DELIV-DATE(1:4) IS NOT NUMERIC
                   OR HV-REQ-DELIV-DATE(5:1) NOT = '-'
                   OR HV-REQ-DELIV-DATE(6:2) IS NOT NUMERIC
                   OR HV-REQ-DELIV-DATE(8:1) NOT = '-'
                   OR HV-REQ-DELIV-DATE(9:2) IS NOT NUMERIC
                 MOVE 'N' TO WS-REQ-DATE-OK
                 MOVE 'Key the requested date as AMOUNT,YYYY-MM-DD'
                    TO WS-MSG
              WHEN HV-REQ-DELIV-DATE < HV-ORDER-DATE
                 MOVE 'N' TO WS-REQ-DATE-OK
                 MOVE 'Requested date is before the order date'
                    TO WS-MSG
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

      * The screen amount is entered in the order's currency; the EUR
      * equivalent is derived at entry from CLAPP.FX_RATES and both
      * amounts are stored (TOTAL_AMT stays the EUR figure every
              END-IF
           END-IF
           IF WS-FX-OK = 'Y'
              COMPUTE HV-ORIG-AMT = FUNCTION NUMVAL(WS-ORD-AMT-STR)
              COMPUTE HV-AMOUNT ROUNDED = HV-ORIG-AMT * HV-FX-RATE
           END-IF
           .
           MOVE OCIDI    TO HV-O-CLIENT-ID
           MOVE ODATEI   TO HV-ORDER-DATE
           MOVE OSTATUSI TO HV-O-STATUS
           PERFORM SPLIT-ORDER-AMOUNT
           IF WS-REQ-DATE-OK = 'N'
              MOVE 'ORDER' TO WS-STATE
              PERFORM RETURN-TO-CICS
           END-IF
           PERFORM DERIVE-ORDER-CURRENCY
           IF WS-FX-OK = 'N'
              MOVE 'ORDER' TO WS-STATE
              PERFORM RETURN-TO-CICS
           END-IF
           PERFORM CHECK-COMPLIANCE-HOLD
           IF WS-COMPLIANCE-OK = 'N'
              MOVE 'Client on compliance hold - order refused'
                 TO WS-MSG
              MOVE 'ORDER' TO WS-STATE
              PERFORM RETURN-TO-CICS
           END-IF
           MOVE 'N' TO WS-LIMIT-OVERRIDE
           IF HV-ORDER-ID = WS-CTX-LAST-OID
              AND WS-CTX-LAST-OFUNC = 'W'
           IF HV-ADDR-COUNT > 0
              MOVE 'SHIP' TO HV-ADDR-TYPE
           END-IF
           PERFORM CHECK-APPROVAL-NEEDED
           IF WS-APPR-NEEDED = 'Y'
              MOVE 'PENDING-APPR' TO HV-O-STATUS
           END-IF
           PERFORM FIND-CLIENT-REP
           EXEC SQL
              INSERT INTO CLAPP.ORDERS
              (ORDER_ID, CLIENT_ID, ORDER_DATE, STATUS, TOTAL_AMT,
               CURRENCY, ORIG_AMT, SHIP_ADDR_TYPE, CHANNEL,
               REQ_DELIV_DATE, ENTERED_BY, APPROVAL_REQ_TS,
               SALES_REP)
              VALUES(:HV-ORDER-ID,:HV-O-CLIENT-ID,:HV-ORDER-DATE,
                     :HV-O-STATUS,:HV-AMOUNT,:HV-O-CURRENCY,
                     :HV-ORIG-AMT,:HV-ADDR-TYPE,'CICS',
                     NULLIF(:HV-REQ-DELIV-DATE, ' '),
                     :WS-OPERATOR,
                     CASE WHEN :HV-O-STATUS = 'PENDING-APPR'
                          THEN CURRENT TIMESTAMP END,
                     NULLIF(:HV-SALES-REP, ' '))
           END-EXEC
           IF SQLCODE = 0
              MOVE 1 TO HV-LINE-NO
              MOVE SPACES      TO WS-EVT-OLD-STATUS
              MOVE HV-O-STATUS TO WS-EVT-NEW-STATUS
              PERFORM PUBLISH-ORDER-EVENT
              PERFORM QUEUE-CLIENT-NOTIFICATION
              IF WS-LIMIT-OK = 'N' AND WS-LIMIT-OVERRIDE = 'Y'
                 MOVE 'Credit limit overridden' TO HV-AUD-DETAIL
                 SET HV-AUD-UPDATE TO TRUE
                 PERFORM WRITE-AUDIT
                 MOVE 'Order inserted (limit override)' TO WS-MSG
              END-IF
              IF WS-APPR-NEEDED = 'Y'
                 MOVE 'Order inserted - pending four-eyes approval'
                    TO WS-MSG
              END-IF
              PERFORM FEED-PSD2-STATS
           ELSE
              MOVE 'insert ORDER' TO WS-SQL-OP
           END-EXEC
           .

      * Queues the client's e-mail for the status change just
      * published: a new order is confirmed, SHIPPED and CANCELLED
      * are announced, anything else is not mailed. The insert reads
      * the client's option itself, so nothing is queued for a client
      * who has not opted in. Best-effort like FEED-PSD2-STATS: the
      * order change stands whatever happens here.
       QUEUE-CLIENT-NOTIFICATION.
           MOVE SPACES TO HV-NTF-EVENT
           MOVE WS-EVT-NEW-STATUS TO HV-NTF-STATUS
           EVALUATE TRUE
              WHEN WS-EVT-OLD-STATUS = SPACES
                 MOVE 'CONF' TO HV-NTF-EVENT
              WHEN WS-EVT-OLD-STATUS = WS-EVT-NEW-STATUS
                 CONTINUE
              WHEN WS-EVT-NEW-STATUS = 'SHIPPED'
                 MOVE 'SHIP' TO HV-NTF-EVENT
              WHEN WS-EVT-NEW-STATUS = 'CANCELLED'
                 MOVE 'CANC' TO HV-NTF-EVENT
           END-EVALUATE
           IF HV-NTF-EVENT NOT = SPACES
              EXEC SQL
                 INSERT INTO CLAPP.NOTIFY_OUTBOX
                    (NOTIFY_NO, CLIENT_ID, ORDER_ID, EVENT_TYPE,
                     NEW_STATUS, AMOUNT, QUEUED_TS, NOTIFY_STATUS)
                 SELECT (SELECT COALESCE(MAX(NOTIFY_NO),0) + 1
                           FROM CLAPP.NOTIFY_OUTBOX),
                        CLIENT_ID, :HV-ORDER-ID, :HV-NTF-EVENT,
                        :HV-NTF-STATUS, :HV-AMOUNT, CURRENT TIMESTAMP,
                        'P'
                   FROM CLAPP.CLIENTS
                  WHERE CLIENT_ID = :HV-O-CLIENT-ID
                    AND COALESCE(NOTIFY_OPT,'N') IN ('E','D')
              END-EXEC
           END-IF
           .

      * An order line is PRODCODE,QTY and optionally ,PRICE,VATCAT -
      * the price defaults to the list price in force on the order
      * date, the VAT category
      * to standard; an unknown or deactivated product code is
      * refused outright.
       ADD-ORDER-ITEM.
           END-UNSTRING
           .

      * the list price is the one in force on the order's (or the
      * quote's) date, the master price when no history is on file
       LOOKUP-PRODUCT.
           MOVE WS-ITEM-PROD-STR TO HV-PROD-ID
           EXEC SQL
              SELECT P.DESCR,
                     COALESCE(
                        (SELECT R.UNIT_PRICE
                           FROM CLAPP.PRODUCT_PRICES R
                          WHERE R.PRODUCT_ID = P.PRODUCT_ID
                            AND R.EFF_FROM =
                                (SELECT MAX(R2.EFF_FROM)
                                   FROM CLAPP.PRODUCT_PRICES R2
                                  WHERE R2.PRODUCT_ID = P.PRODUCT_ID
                                    AND R2.EFF_FROM <=
                                        (SELECT O.ORDER_DATE
                                           FROM CLAPP.ORDERS O
                                          WHERE O.ORDER_ID =
                                                :HV-ORDER-ID))),
                        P.UNIT_PRICE),
                     P.ACTIVE_FLAG
                INTO :HV-PROD-DESCR, :HV-PROD-PRICE, :HV-PROD-ACTIVE
                FROM CLAPP.PRODUCTS P
               WHERE P.PRODUCT_ID=:HV-PROD-ID
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0

      * insufficient-stock handling per the product's own setting:
      * refuse the line, or book it flagged backordered (no stock
      * decrement - CLALLOC reserves receipted stock for it later).
       CHECK-ITEM-STOCK.
           MOVE 'Y' TO WS-STOCK-OK
           MOVE 'N' TO HV-LINE-BACKORDER
           MOVE 'N' TO WS-KIT-ITEM
           MOVE 'O' TO HV-DOC-TYPE
           EXEC SQL
              SELECT COALESCE(DOC_TYPE,'O') INTO :HV-DOC-TYPE
           .

       CHECK-ITEM-STOCK-APPLY.
           MOVE HV-PROD-ID TO HV-KIT-PRODUCT
           PERFORM CHECK-KIT-PRODUCT
           IF WS-KIT-ITEM = 'Y'
              PERFORM CHECK-KIT-STOCK
           ELSE
              PERFORM CHECK-PRODUCT-STOCK
           END-IF
           .

       CHECK-PRODUCT-STOCK.
           MOVE 0   TO HV-ON-HAND
           MOVE 'N' TO HV-BACKORDER-ALLOWED
           EXEC SQL
           END-IF
           .

      * a product with a bill of materials is a kit
       CHECK-KIT-PRODUCT.
           MOVE 'N' TO WS-KIT-ITEM
           MOVE 0 TO HV-KIT-COUNT
           EXEC SQL
              SELECT COUNT(*) INTO :HV-KIT-COUNT
                FROM CLAPP.KIT_COMPONENTS
               WHERE KIT_PRODUCT_ID = :HV-KIT-PRODUCT
           END-EXEC
           IF SQLCODE = 0 AND HV-KIT-COUNT > 0
              MOVE 'Y' TO WS-KIT-ITEM
           END-IF
           .

      * every component must cover line qty x its kit qty; one that
      * cannot backorders the whole kit line if the component allows
      * backorders, otherwise the line is refused
       CHECK-KIT-STOCK.
           MOVE 0 TO HV-KIT-SHORT HV-KIT-REFUSE
           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN COALESCE(P.ON_HAND_QTY,0)
                                       < :HV-QTY * K.COMP_QTY
                                  THEN 1 ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN COALESCE(P.ON_HAND_QTY,0)
                                       < :HV-QTY * K.COMP_QTY
                                   AND COALESCE(P.BACKORDER_FLAG,'N')
                                       <> 'Y'
                                  THEN 1 ELSE 0 END), 0)
                INTO :HV-KIT-SHORT, :HV-KIT-REFUSE
                FROM CLAPP.KIT_COMPONENTS K
                     INNER JOIN CLAPP.PRODUCTS P
                        ON P.PRODUCT_ID = K.COMPONENT_ID
               WHERE K.KIT_PRODUCT_ID = :HV-KIT-PRODUCT
           END-EXEC
           IF SQLCODE = 0 AND HV-KIT-SHORT > 0
              IF HV-KIT-REFUSE = 0
                 MOVE 'Y' TO HV-LINE-BACKORDER
              ELSE
                 MOVE 'N' TO WS-STOCK-OK
                 MOVE 'Insufficient component stock - line refused'
                    TO WS-MSG
              END-IF
           END-IF
           .

      * moves HV-KIT-QTY kits' worth of every component of
      * HV-KIT-PRODUCT off the shelf - a negative HV-KIT-QTY puts
      * them back
       MOVE-KIT-COMPONENT-STOCK.
           EXEC SQL
              UPDATE CLAPP.PRODUCTS P
                 SET ON_HAND_QTY = COALESCE(P.ON_HAND_QTY,0) -
                     :HV-KIT-QTY *
                     (SELECT K.COMP_QTY
                        FROM CLAPP.KIT_COMPONENTS K
                       WHERE K.KIT_PRODUCT_ID = :HV-KIT-PRODUCT
                         AND K.COMPONENT_ID = P.PRODUCT_ID)
               WHERE P.PRODUCT_ID IN
                     (SELECT COMPONENT_ID
                        FROM CLAPP.KIT_COMPONENTS
                       WHERE KIT_PRODUCT_ID = :HV-KIT-PRODUCT)
           END-EXEC
           IF SQLCODE = 0
              EXEC SQL
                 INSERT INTO CLAPP.STOCK_MOVES
                    (MOVE_NO, PRODUCT_ID, MOVE_TS, QTY, UNIT_COST,
                     MOVE_VALUE, REASON_CODE, DOC_TYPE, DOC_REF,
                     USER_ID)
                 SELECT (SELECT COALESCE(MAX(MOVE_NO),0)
                           FROM CLAPP.STOCK_MOVES)
                        + ROW_NUMBER() OVER (ORDER BY K.COMPONENT_ID),
                        K.COMPONENT_ID, CURRENT TIMESTAMP,
                        0 - :HV-KIT-QTY * K.COMP_QTY,
                        COALESCE(C.STD_COST,0),
                        (0 - :HV-KIT-QTY * K.COMP_QTY)
                           * COALESCE(C.STD_COST,0),
                        :HV-MOVE-REASON, :HV-MOVE-DOC-TYPE,
                        :HV-MOVE-DOC-REF, :WS-OPERATOR
                   FROM CLAPP.KIT_COMPONENTS K
                        INNER JOIN CLAPP.PRODUCTS P
                           ON P.PRODUCT_ID = K.COMPONENT_ID
                        LEFT OUTER JOIN CLAPP.PRODUCT_COSTS C
                           ON C.PRODUCT_ID = P.PRODUCT_ID
                          AND C.EFF_FROM =
                              (SELECT MAX(C2.EFF_FROM)
                                 FROM CLAPP.PRODUCT_COSTS C2
                                WHERE C2.PRODUCT_ID = P.PRODUCT_ID
                                  AND C2.EFF_FROM <= CURRENT DATE)
                  WHERE K.KIT_PRODUCT_ID = :HV-KIT-PRODUCT
              END-EXEC
           END-IF
           .

      * one ledger row for HV-MOVE-QTY of HV-MOVE-PRODUCT (negative
      * = off the shelf), valued at the product's standard cost;
      * reason and document are set by the caller
       WRITE-STOCK-MOVE.
           EXEC SQL
              INSERT INTO CLAPP.STOCK_MOVES
                 (MOVE_NO, PRODUCT_ID, MOVE_TS, QTY, UNIT_COST,
                  MOVE_VALUE, REASON_CODE, DOC_TYPE, DOC_REF,
                  USER_ID)
              SELECT (SELECT COALESCE(MAX(MOVE_NO),0) + 1
                        FROM CLAPP.STOCK_MOVES),
                     P.PRODUCT_ID, CURRENT TIMESTAMP,
                     :HV-MOVE-QTY, COALESCE(C.STD_COST,0),
                     :HV-MOVE-QTY * COALESCE(C.STD_COST,0),
                     :HV-MOVE-REASON, :HV-MOVE-DOC-TYPE,
                     :HV-MOVE-DOC-REF, :WS-OPERATOR
                FROM CLAPP.PRODUCTS P
                     LEFT OUTER JOIN CLAPP.PRODUCT_COSTS C
                        ON C.PRODUCT_ID = P.PRODUCT_ID
                       AND C.EFF_FROM =
                           (SELECT MAX(C2.EFF_FROM)
                              FROM CLAPP.PRODUCT_COSTS C2
                             WHERE C2.PRODUCT_ID = P.PRODUCT_ID
                               AND C2.EFF_FROM <= CURRENT DATE)
               WHERE P.PRODUCT_ID = :HV-MOVE-PRODUCT
           END-EXEC
           .

      * document reference ORDER/LINE for an order's movements - the
      * line is left off when WS-MOVE-LINE is zero
       SET-ORDER-MOVE-REF.
           MOVE 'ORD' TO HV-MOVE-DOC-TYPE
           MOVE SPACES TO HV-MOVE-DOC-REF
           IF WS-MOVE-LINE = 0
              MOVE WS-MOVE-ORDER TO HV-MOVE-DOC-REF
           ELSE
              STRING WS-MOVE-ORDER DELIMITED BY SPACE
                 '/' DELIMITED BY SIZE
                 WS-MOVE-LINE DELIMITED BY SIZE
                 INTO HV-MOVE-DOC-REF
              END-STRING
           END-IF
           .

      * the rate in force on the order's date - a mid-quarter legal
      * change books the old rate on old orders and the new rate on
      * new ones, whatever time of night the line is keyed.
           ELSE
              MOVE WS-ITEM-VAT-STR TO HV-VAT-CAT
           END-IF
           PERFORM CHECK-REVERSE-CHARGE
           IF WS-RC-OK = 'Y' AND (HV-VAT-CAT = 'S' OR 'R')
              MOVE 'K' TO HV-VAT-CAT
           END-IF
           IF HV-VAT-CAT = 'K'
              IF WS-RC-OK = 'Y'
                 MOVE 0 TO HV-VAT-RATE
                 MOVE 0 TO HV-VAT-AMT
                 MOVE HV-LINE-AMT TO HV-GROSS-AMT
              ELSE
                 MOVE 'N' TO WS-VAT-OK
                 MOVE 'Reverse charge needs an EU client VAT ID'
                    TO WS-MSG
              END-IF
           ELSE
              PERFORM DERIVE-LINE-VAT-RATE
           END-IF
           .

      * the rate in force on the order's date for the category.
       DERIVE-LINE-VAT-RATE.
           EXEC SQL
              SELECT ORDER_DATE INTO :HV-VAT-ORDER-DATE
                FROM CLAPP.ORDERS
           END-IF
           .

      * intra-community supply: the order's client has an EU VAT ID
      * of a member state other than ours. Exempt and zero-rated
      * lines keep their category; only taxable lines switch to K.
       CHECK-REVERSE-CHARGE.
           MOVE 'N' TO WS-RC-OK
           MOVE SPACES TO HV-RC-COUNTRY HV-RC-VAT-ID HV-HOME-COUNTRY
           EXEC SQL
              SELECT COALESCE(C.COUNTRY,''), COALESCE(C.VAT_ID,'')
                INTO :HV-RC-COUNTRY, :HV-RC-VAT-ID
                FROM CLAPP.ORDERS O
                     INNER JOIN CLAPP.CLIENTS C
                        ON C.CLIENT_ID = O.CLIENT_ID
               WHERE O.ORDER_ID = :HV-ORDER-ID
           END-EXEC
           IF SQLCODE = 0 AND HV-RC-VAT-ID NOT = SPACES
              EXEC SQL
                 SELECT COALESCE(COUNTRY,'')
                   INTO :HV-HOME-COUNTRY
                   FROM CLAPP.COMPANY_PROFILE
              END-EXEC
              MOVE HV-RC-VAT-ID TO HV-VAT-ID
              PERFORM FIND-EU-VAT-PREFIX
              IF WS-EU-FOUND = 'Y' AND HV-HOME-COUNTRY NOT = SPACES
                 AND WS-EU-COUNTRY(WS-EU-IX) NOT = HV-HOME-COUNTRY
                 AND HV-RC-COUNTRY NOT = HV-HOME-COUNTRY
                 MOVE 'Y' TO WS-RC-OK
              END-IF
           END-IF
           .

       ADD-ORDER-ITEM-APPLY.
           PERFORM FIND-PRODUCT-COST
           MOVE 1 TO HV-LINE-NO
           EXEC SQL
              SELECT COALESCE(MAX(LINE_NO), 0) + 1
              INSERT INTO CLAPP.ORDER_ITEMS
              (ORDER_ID, LINE_NO, PRODUCT_ID, QTY, UNIT_PRICE,
               LINE_AMT, VAT_CAT, VAT_RATE, VAT_AMT, GROSS_AMT,
               BACKORDER_FLAG, AGREEMENT_ID, UNIT_COST)
              VALUES(:HV-ORDER-ID,:HV-LINE-NO,:HV-PROD-ID,:HV-QTY,
                     :HV-UNIT-PRICE,:HV-LINE-AMT,:HV-VAT-CAT,
                     :HV-VAT-RATE,
                     :HV-VAT-AMT,:HV-GROSS-AMT,:HV-LINE-BACKORDER,
                     :HV-AGREEMENT-ID, NULLIF(:HV-UNIT-COST, 0))
           END-EXEC
           IF SQLCODE = 0
              IF HV-VAT-CAT = 'K'
                 EXEC SQL
                    UPDATE CLAPP.ORDERS
                       SET BUYER_VAT_ID = :HV-RC-VAT-ID
                     WHERE ORDER_ID = :HV-ORDER-ID
                 END-EXEC
              END-IF
      * quote lines move no stock - the conversion takes it when the
      * quote becomes a real order
              IF HV-LINE-BACKORDER = 'N' AND HV-DOC-TYPE NOT = 'Q'
                 MOVE 'SALE' TO HV-MOVE-REASON
                 MOVE HV-ORDER-ID TO WS-MOVE-ORDER
                 MOVE HV-LINE-NO TO WS-MOVE-LINE
                 PERFORM SET-ORDER-MOVE-REF
                 IF WS-KIT-ITEM = 'Y'
                    MOVE HV-QTY TO HV-KIT-QTY
                    PERFORM MOVE-KIT-COMPONENT-STOCK
                 ELSE
                    EXEC SQL
                       UPDATE CLAPP.PRODUCTS
                          SET ON_HAND_QTY =
                              COALESCE(ON_HAND_QTY,0) - :HV-QTY
                        WHERE PRODUCT_ID = :HV-PROD-ID
                    END-EXEC
                    IF SQLCODE = 0
                       MOVE HV-PROD-ID TO HV-MOVE-PRODUCT
                       COMPUTE HV-MOVE-QTY = 0 - HV-QTY
                       PERFORM WRITE-STOCK-MOVE
                    END-IF
                 END-IF
              END-IF
              EXEC SQL
                 UPDATE CLAPP.ORDERS
                 PERFORM WRITE-AUDIT
                 MOVE 'Item added (limit override)' TO WS-MSG
              END-IF
      * the line stands - the operator is told, and the audit trail
      * shows who sold below cost
              IF HV-UNIT-COST > 0 AND HV-UNIT-PRICE < HV-UNIT-COST
                 MOVE HV-UNIT-COST TO WS-COST-D
                 MOVE SPACES TO WS-MSG
                 STRING 'WARNING: item added below cost '
                    DELIMITED BY SIZE
                    FUNCTION TRIM(WS-COST-D) DELIMITED BY SIZE
                    INTO WS-MSG
                 END-STRING
                 MOVE WS-MSG TO HV-AUD-DETAIL
                 SET HV-AUD-UPDATE TO TRUE
                 PERFORM WRITE-AUDIT
              END-IF
              PERFORM HOLD-ORDER-FOR-APPROVAL
           ELSE
              MOVE 'insert ORDER_ITEMS' TO WS-SQL-OP
              PERFORM BUILD-SQL-ERROR-MSG
           .

      * puts the booked (non-backordered) line quantities back onto
      * the product master when an order is cancelled or deleted,
      * along with whatever CLALLOC already reserved for a line
      * still backordered.
      * Quotes never took stock in the first place, so cancelling
      * or deleting one restores nothing.
       RESTORE-ORDER-STOCK.

       RESTORE-ORDER-STOCK-APPLY.
           MOVE 'N' TO WS-STK-EOF
           MOVE 'CANC' TO HV-MOVE-REASON
           MOVE HV-ORDER-ID TO WS-MOVE-ORDER
           MOVE 0 TO WS-MOVE-LINE
           PERFORM SET-ORDER-MOVE-REF
           EXEC SQL DECLARE STK-CUR CURSOR FOR
              SELECT PRODUCT_ID,
                     CASE WHEN COALESCE(BACKORDER_FLAG,'N') = 'Y'
                          THEN COALESCE(ALLOC_QTY,0)
                          ELSE QTY END
                FROM CLAPP.ORDER_ITEMS
               WHERE ORDER_ID = :HV-ORDER-ID
                 AND PRODUCT_ID IS NOT NULL
           END-EXEC
           EXEC SQL OPEN STK-CUR END-EXEC
           PERFORM UNTIL WS-STK-EOF = 'Y'
                 FETCH STK-CUR INTO :HV-STK-PRODUCT, :HV-STK-QTY
              END-EXEC
              IF SQLCODE = 0
                 PERFORM RESTORE-ONE-LINE-STOCK
              ELSE
                 MOVE 'Y' TO WS-STK-EOF
              END-IF
           EXEC SQL CLOSE STK-CUR END-EXEC
           .

      * a kit line puts its components back, not the kit itself
       RESTORE-ONE-LINE-STOCK.
           MOVE HV-STK-PRODUCT TO HV-KIT-PRODUCT
           PERFORM CHECK-KIT-PRODUCT
           IF WS-KIT-ITEM = 'Y'
              COMPUTE HV-KIT-QTY = 0 - HV-STK-QTY
              PERFORM MOVE-KIT-COMPONENT-STOCK
           ELSE
              EXEC SQL
                 UPDATE CLAPP.PRODUCTS
                    SET ON_HAND_QTY =
                        COALESCE(ON_HAND_QTY,0) + :HV-STK-QTY
                  WHERE PRODUCT_ID = :HV-STK-PRODUCT
              END-EXEC
              IF SQLCODE = 0
                 MOVE HV-STK-PRODUCT TO HV-MOVE-PRODUCT
                 MOVE HV-STK-QTY TO HV-MOVE-QTY
                 PERFORM WRITE-STOCK-MOVE
              END-IF
           END-IF
           .

      * Payment entry is AMOUNT,VALUEDATE,REFERENCE in the Amount
      * field; the order must exist so the payment allocates to its
      * client.

       CAPTURE-PAYMENT-APPLY.
           EXEC SQL
              SELECT CLIENT_ID, COALESCE(CURRENCY,'EUR'),
                     TOTAL_AMT, COALESCE(ORIG_AMT,TOTAL_AMT)
                INTO :HV-O-CLIENT-ID, :HV-O-CURRENCY,
                     :HV-AMOUNT, :HV-ORIG-AMT
                FROM CLAPP.ORDERS
               WHERE ORDER_ID = :HV-ORDER-ID
                 AND DELETED_FLAG <> 'Y'
           IF SQLCODE NOT = 0
              MOVE 'Order not found' TO WS-MSG
           ELSE
              COMPUTE HV-PAY-ORIG-AMT =
                 FUNCTION NUMVAL(WS-PAY-AMT-STR)
              MOVE WS-PAY-DATE-STR TO HV-PAY-DATE
              MOVE WS-PAY-REF-STR  TO HV-PAY-REF
              MOVE HV-PAY-ORIG-AMT TO HV-PAY-AMT
              MOVE 1               TO HV-PAY-FX-RATE
              MOVE 'Y'             TO WS-FX-OK
              IF HV-O-CURRENCY NOT = 'EUR'
                 PERFORM CONVERT-FOREIGN-PAYMENT
              END-IF
              IF WS-FX-OK = 'Y'
                 PERFORM CAPTURE-PAYMENT-POST
              END-IF
           END-IF
           .

      * the value-date rate is the latest CLAPP.FX_RATE_HISTORY rate
      * on or before the value date, else the maintained FX_RATES
      * rate; the booked EUR value is at the order's own rate, and
      * a payment within a cent of the open balance settles it
       CONVERT-FOREIGN-PAYMENT.
           EXEC SQL
              SELECT COALESCE((SELECT H.RATE_TO_EUR
                                 FROM CLAPP.FX_RATE_HISTORY H
                                WHERE H.CURRENCY = R.CURRENCY
                                  AND H.RATE_DATE <= :HV-PAY-DATE
                                ORDER BY H.RATE_DATE DESC
                                FETCH FIRST 1 ROW ONLY),
                              R.RATE_TO_EUR)
                INTO :HV-PAY-FX-RATE
                FROM CLAPP.FX_RATES R
               WHERE R.CURRENCY = :HV-O-CURRENCY
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-FX-OK
              MOVE 'No FX rate for the value date' TO WS-MSG
           ELSE
              IF HV-ORIG-AMT NOT = 0
                 COMPUTE HV-PAY-AMT ROUNDED =
                    HV-PAY-ORIG-AMT * HV-AMOUNT / HV-ORIG-AMT
              END-IF
              MOVE 0 TO HV-PAY-OPEN-AMT
              EXEC SQL
                 SELECT COALESCE((SELECT SUM(I.GROSS_AMT)
                                    FROM CLAPP.INVOICES I
                                   WHERE I.ORDER_ID = O.ORDER_ID),
                                 O.TOTAL_AMT)
                        - COALESCE((SELECT SUM(P.PAY_AMT)
                                      FROM CLAPP.PAYMENTS P
                                     WHERE P.ORDER_ID = O.ORDER_ID), 0)
                        + COALESCE((SELECT SUM(N.GROSS_AMT)
                                      FROM CLAPP.CREDIT_NOTES N
                                     WHERE N.ORDER_ID = O.ORDER_ID), 0)
                   INTO :HV-PAY-OPEN-AMT
                   FROM CLAPP.ORDERS O
                  WHERE O.ORDER_ID = :HV-ORDER-ID
              END-EXEC
              COMPUTE WS-PAY-DIFF = HV-PAY-AMT - HV-PAY-OPEN-AMT
              IF WS-PAY-DIFF NOT = 0
                 AND WS-PAY-DIFF >= -0.01 AND WS-PAY-DIFF <= 0.01
                 MOVE HV-PAY-OPEN-AMT TO HV-PAY-AMT
              END-IF
           END-IF
           .

       CAPTURE-PAYMENT-POST.
           EXEC SQL
              INSERT INTO CLAPP.PAYMENTS
              (ORDER_ID, CLIENT_ID, PAY_AMT, VALUE_DATE,
               PAY_REF, PAY_TS, PAY_CURRENCY, PAY_ORIG_AMT,
               PAY_FX_RATE)
              VALUES (:HV-ORDER-ID, :HV-O-CLIENT-ID,
                      :HV-PAY-AMT, :HV-PAY-DATE, :HV-PAY-REF,
                      CURRENT TIMESTAMP, :HV-O-CURRENCY,
                      :HV-PAY-ORIG-AMT, :HV-PAY-FX-RATE)
           END-EXEC
           IF SQLCODE = 0
              MOVE 'Payment captured' TO WS-MSG
              MOVE 'PAYMENTS' TO HV-AUD-TABLE
              MOVE HV-ORDER-ID TO HV-AUD-KEY
              SET HV-AUD-ADD TO TRUE
              MOVE SPACES TO HV-AUD-DETAIL
              STRING 'Payment ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PAY-AMT-STR) DELIMITED BY SIZE
                 ' ' HV-O-CURRENCY DELIMITED BY SIZE
                 ' ref ' DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PAY-REF-STR) DELIMITED BY SIZE
                 INTO HV-AUD-DETAIL
              END-STRING
              PERFORM WRITE-AUDIT
      * keying the bank entry reference of a cash-suspense item as
      * the payment reference clears it from the CLCASH worklist
              EXEC SQL
                 UPDATE CLAPP.CASH_SUSPENSE
                    SET STATUS = 'R',
                        RESOLVED_ORDER_ID = :HV-ORDER-ID,
                        RESOLVED_TS = CURRENT TIMESTAMP
                  WHERE ENTRY_REF = :HV-PAY-REF
                    AND STATUS = 'O'
              END-EXEC
           ELSE
              MOVE 'insert PAYMENT' TO WS-SQL-OP
              PERFORM BUILD-SQL-ERROR-MSG
           END-IF
           .

       SAVE-ORDER-TEMPLATE.
           MOVE OIDI TO HV-ORDER-ID
           MOVE OAMOUNTI(1:12) TO HV-TEMPLATE-ID
              DELETE FROM CLAPP.ORDER_TEMPLATES
               WHERE TEMPLATE_ID = :HV-TEMPLATE-ID
           END-EXEC
      * the model order's requested-date lead (days after the order
      * date) goes with the template, so ORDTMPL can date each
      * materialized order's requested delivery the same way
           EXEC SQL
              INSERT INTO CLAPP.ORDER_TEMPLATES
              (TEMPLATE_ID, CLIENT_ID, CURRENCY, ACTIVE_FLAG,
               REQ_DELIV_DAYS)
              SELECT :HV-TEMPLATE-ID, :HV-O-CLIENT-ID,
                     :HV-O-CURRENCY, 'Y',
                     DAYS(REQ_DELIV_DATE) - DAYS(ORDER_DATE)
                FROM CLAPP.ORDERS
               WHERE ORDER_ID = :HV-ORDER-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'insert TEMPLATE' TO WS-SQL-OP
                FROM CLAPP.SHIPMENTS
               WHERE ORDER_ID = :HV-ORDER-ID
           END-EXEC
           MOVE SPACE TO HV-DESADV-STATUS
           EXEC SQL
              SELECT CASE WHEN CHANNEL = 'EDI' THEN 'P'
                          ELSE ' ' END
                INTO :HV-DESADV-STATUS
                FROM CLAPP.ORDERS
               WHERE ORDER_ID = :HV-ORDER-ID
           END-EXEC
           EXEC SQL
              INSERT INTO CLAPP.SHIPMENTS
              (ORDER_ID, SHIP_NO, SHIP_DATE, CARRIER_REF,
               DESADV_STATUS)
              VALUES (:HV-ORDER-ID, :HV-SHIP-NO, :HV-SHIP-DATE,
                      :WS-SHP-REF-STR,
                      NULLIF(:HV-DESADV-STATUS, ' '))
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'insert SHIPMENT' TO WS-SQL-OP
                 VALUES (:HV-ORDER-ID, :HV-SHIP-NO, :HV-SHIP-LINE,
                         :HV-SHIP-QTY)
              END-EXEC
              IF HV-DESADV-STATUS = 'P'
                 MOVE 'Shipment recorded - despatch advice queued'
                    TO WS-MSG
              ELSE
                 MOVE 'Shipment recorded' TO WS-MSG
              END-IF
              MOVE 'SHIPMENTS' TO HV-AUD-TABLE
              MOVE HV-ORDER-ID TO HV-AUD-KEY
              SET HV-AUD-ADD TO TRUE
                 MOVE 'PROCESSING' TO WS-EVT-OLD-STATUS
                 MOVE 'SHIPPED'    TO WS-EVT-NEW-STATUS
                 PERFORM PUBLISH-ORDER-EVENT
                 PERFORM QUEUE-CLIENT-NOTIFICATION
              END-IF
           END-IF
           .
                 MOVE 'EUR' TO HV-O-CURRENCY
              END-IF
              MOVE HV-ORIG-AMT TO HV-AMOUNT
              PERFORM FIND-CLIENT-REP
              EXEC SQL
                 INSERT INTO CLAPP.ORDERS
                 (ORDER_ID, CLIENT_ID, ORDER_DATE, STATUS,
                  TOTAL_AMT, CURRENCY, ORIG_AMT, DOC_TYPE,
                  VALID_UNTIL, CHANNEL, SALES_REP)
                 VALUES (:HV-ORDER-ID, :HV-O-CLIENT-ID,
                         :HV-ORDER-DATE, 'NEW', :HV-AMOUNT,
                         :HV-O-CURRENCY, :HV-ORIG-AMT, 'Q',
                         :HV-VALID-UNTIL, 'CICS',
                         NULLIF(:HV-SALES-REP, ' '))
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Quote captured' TO WS-MSG
                 SELECT CLIENT_ID, STATUS, TOTAL_AMT,
                        COALESCE(CURRENCY,'EUR'),
                        COALESCE(ORIG_AMT,TOTAL_AMT),
                        COALESCE(DOC_TYPE,'O'),
                        COALESCE(SALES_REP,' ')
                   INTO :HV-O-CLIENT-ID, :HV-CURR-STATUS,
                        :HV-AMOUNT, :HV-O-CURRENCY, :HV-ORIG-AMT,
                        :HV-DOC-TYPE, :HV-SALES-REP
                   FROM CLAPP.ORDERS
                  WHERE ORDER_ID = :HV-ORDER-ID
                    AND DELETED_FLAG <> 'Y'
                 WHEN FUNCTION TRIM(HV-CURR-STATUS) NOT = 'NEW'
                    MOVE 'Quote is not open' TO WS-MSG
                 WHEN OTHER
                    PERFORM CHECK-COMPLIANCE-HOLD
                    IF WS-COMPLIANCE-OK = 'N'
                       MOVE 'Client on compliance hold - quote not conv
      -                     'erted' TO WS-MSG
                    ELSE
                       PERFORM CONVERT-QUOTE-APPLY
                    END-IF
              END-EVALUATE
           END-IF
           .
              EXEC SQL
                 INSERT INTO CLAPP.ORDERS
                 (ORDER_ID, CLIENT_ID, ORDER_DATE, STATUS,
                  TOTAL_AMT, CURRENCY, ORIG_AMT, DOC_TYPE, CHANNEL,
                  ENTERED_BY, SALES_REP)
                 VALUES (:HV-NEW-ORDER-ID, :HV-O-CLIENT-ID,
                         :HV-ORDER-DATE, 'NEW', :HV-AMOUNT,
                         :HV-O-CURRENCY, :HV-ORIG-AMT, 'O', 'CICS',
                         :WS-OPERATOR, NULLIF(:HV-SALES-REP, ' '))
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'convert QUOTE' TO WS-SQL-OP
                    INSERT INTO CLAPP.ORDER_ITEMS
                    (ORDER_ID, LINE_NO, PRODUCT_ID, QTY,
                     UNIT_PRICE, LINE_AMT, VAT_CAT, VAT_RATE,
                     VAT_AMT, GROSS_AMT, AGREEMENT_ID, UNIT_COST)
                    SELECT :HV-NEW-ORDER-ID, I.LINE_NO, I.PRODUCT_ID,
                           I.QTY, I.UNIT_PRICE, I.LINE_AMT, I.VAT_CAT,
                           I.VAT_RATE, I.VAT_AMT, I.GROSS_AMT,
                           I.AGREEMENT_ID,
                           (SELECT C.STD_COST
                              FROM CLAPP.PRODUCT_COSTS C
                             WHERE C.PRODUCT_ID = I.PRODUCT_ID
                               AND C.EFF_FROM =
                                   (SELECT MAX(C2.EFF_FROM)
                                      FROM CLAPP.PRODUCT_COSTS C2
                                     WHERE C2.PRODUCT_ID = I.PRODUCT_ID
                                       AND C2.EFF_FROM <= CURRENT DATE))
                      FROM CLAPP.ORDER_ITEMS I
                     WHERE I.ORDER_ID = :HV-ORDER-ID
                 END-EXEC
                 PERFORM TAKE-CONVERTED-STOCK
                 EXEC SQL
                 MOVE SPACES TO WS-EVT-OLD-STATUS
                 MOVE 'NEW' TO WS-EVT-NEW-STATUS
                 PERFORM PUBLISH-ORDER-EVENT
                 PERFORM HOLD-ORDER-FOR-APPROVAL
              END-IF
           END-IF
           .
                         :HV-CN-VAT, :HV-CN-GROSS)
              END-EXEC
      * returned goods go back on hand when the line knows its
      * product - a returned kit puts its components back, not the
      * kit itself
              IF HV-PROD-ID NOT = SPACES
                 MOVE 'RETN' TO HV-MOVE-REASON
                 MOVE 'CN' TO HV-MOVE-DOC-TYPE
                 MOVE HV-CN-NO TO WS-MOVE-LINE
                 MOVE SPACES TO HV-MOVE-DOC-REF
                 STRING HV-ORDER-ID DELIMITED BY SPACE
                    '/' DELIMITED BY SIZE
                    WS-MOVE-LINE DELIMITED BY SIZE
                    INTO HV-MOVE-DOC-REF
                 END-STRING
                 MOVE HV-PROD-ID TO HV-KIT-PRODUCT
                 PERFORM CHECK-KIT-PRODUCT
                 IF WS-KIT-ITEM = 'Y'
                    COMPUTE HV-KIT-QTY = 0 - HV-RET-QTY
                    PERFORM MOVE-KIT-COMPONENT-STOCK
                 ELSE
                    EXEC SQL
                       UPDATE CLAPP.PRODUCTS
                          SET ON_HAND_QTY =
                              COALESCE(ON_HAND_QTY,0) + :HV-RET-QTY
                        WHERE PRODUCT_ID = :HV-PROD-ID
                    END-EXEC
                    IF SQLCODE = 0
                       MOVE HV-PROD-ID TO HV-MOVE-PRODUCT
                       MOVE HV-RET-QTY TO HV-MOVE-QTY
                       PERFORM WRITE-STOCK-MOVE
                    END-IF
                 END-IF
              END-IF
              MOVE 'Credit note recorded' TO WS-MSG
              MOVE 'CREDITNOTE' TO HV-AUD-TABLE
           .

       TAKE-ONE-CONVERTED-LINE.
           MOVE 'CONV' TO HV-MOVE-REASON
           MOVE HV-NEW-ORDER-ID TO WS-MOVE-ORDER
           MOVE HV-CNV-LINE TO WS-MOVE-LINE
           PERFORM SET-ORDER-MOVE-REF
           MOVE HV-STK-PRODUCT TO HV-KIT-PRODUCT
           PERFORM CHECK-KIT-PRODUCT
           IF WS-KIT-ITEM = 'Y'
              PERFORM TAKE-CONVERTED-KIT-LINE
           ELSE
              PERFORM TAKE-CONVERTED-PRODUCT-LINE
           END-IF
           .

      * a converted kit line is taken only when every component
      * covers it, otherwise the whole line waits as a backorder
       TAKE-CONVERTED-KIT-LINE.
           MOVE HV-STK-QTY TO HV-QTY
           MOVE 0 TO HV-KIT-SHORT HV-KIT-REFUSE
           PERFORM CHECK-KIT-STOCK
           IF SQLCODE = 0 AND HV-KIT-SHORT = 0
              MOVE HV-STK-QTY TO HV-KIT-QTY
              PERFORM MOVE-KIT-COMPONENT-STOCK
           ELSE
              EXEC SQL
                 UPDATE CLAPP.ORDER_ITEMS
                    SET BACKORDER_FLAG = 'Y'
                  WHERE ORDER_ID = :HV-NEW-ORDER-ID
                    AND LINE_NO = :HV-CNV-LINE
              END-EXEC
           END-IF
           .

       TAKE-CONVERTED-PRODUCT-LINE.
           MOVE 0 TO HV-ON-HAND
           EXEC SQL
              SELECT COALESCE(ON_HAND_QTY,0)
                        COALESCE(ON_HAND_QTY,0) - :HV-STK-QTY
                  WHERE PRODUCT_ID = :HV-STK-PRODUCT
              END-EXEC
              IF SQLCODE = 0
                 MOVE HV-STK-PRODUCT TO HV-MOVE-PRODUCT
                 COMPUTE HV-MOVE-QTY = 0 - HV-STK-QTY
                 PERFORM WRITE-STOCK-MOVE
              END-IF
           ELSE
              EXEC SQL
                 UPDATE CLAPP.ORDER_ITEMS
           END-IF
           .

      * HV-AMOUNT (EUR) against the configured limit and whatever
      * amount this order was last approved at - raising an approved
      * order above its approval needs a fresh one.
       CHECK-APPROVAL-NEEDED.
           MOVE 'N' TO WS-APPR-NEEDED
           MOVE 0 TO HV-APPR-LIMIT
           EXEC SQL
              SELECT COALESCE(APPROVAL_LIMIT_EUR,0)
                INTO :HV-APPR-LIMIT
                FROM CLAPP.COMPANY_PROFILE
           END-EXEC
           IF SQLCODE = 0 AND HV-APPR-LIMIT > 0
              AND HV-AMOUNT > HV-APPR-LIMIT
              MOVE 0 TO HV-APPR-AMT
              EXEC SQL
                 SELECT COALESCE(APPROVED_AMT,0)
                   INTO :HV-APPR-AMT
                   FROM CLAPP.ORDERS
                  WHERE ORDER_ID = :HV-ORDER-ID
              END-EXEC
              IF HV-AMOUNT > HV-APPR-AMT
                 MOVE 'Y' TO WS-APPR-NEEDED
              END-IF
           END-IF
           .

      * an open order whose lines have grown its total past the
      * limit is held for approval like one keyed that large.
       HOLD-ORDER-FOR-APPROVAL.
           MOVE 'N' TO WS-APPR-NEEDED
           EXEC SQL
              SELECT CLIENT_ID, STATUS, COALESCE(TOTAL_AMT,0)
                INTO :HV-O-CLIENT-ID, :HV-CURR-STATUS, :HV-AMOUNT
                FROM CLAPP.ORDERS
               WHERE ORDER_ID = :HV-ORDER-ID
                 AND COALESCE(DOC_TYPE,'O') <> 'Q'
                 AND DELETED_FLAG <> 'Y'
           END-EXEC
           IF SQLCODE = 0
              AND (FUNCTION TRIM(HV-CURR-STATUS) = 'NEW'
                OR FUNCTION TRIM(HV-CURR-STATUS) = 'PROCESSING')
              PERFORM CHECK-APPROVAL-NEEDED
           END-IF
           IF WS-APPR-NEEDED = 'Y'
              EXEC SQL
                 UPDATE CLAPP.ORDERS
                    SET STATUS = 'PENDING-APPR',
                        APPROVAL_REQ_TS = CURRENT TIMESTAMP,
                        ROW_VERSION = COALESCE(ROW_VERSION,0) + 1
                  WHERE ORDER_ID = :HV-ORDER-ID
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'ORDERS' TO HV-AUD-TABLE
                 MOVE HV-ORDER-ID TO HV-AUD-KEY
                 SET HV-AUD-UPDATE TO TRUE
                 MOVE SPACES TO HV-AUD-DETAIL
                 STRING 'Status ' DELIMITED BY SIZE
                    FUNCTION TRIM(HV-CURR-STATUS) DELIMITED BY SIZE
                    '->PENDING-APPR' DELIMITED BY SIZE
                    INTO HV-AUD-DETAIL
                 END-STRING
                 PERFORM WRITE-AUDIT
                 MOVE HV-CURR-STATUS TO WS-EVT-OLD-STATUS
                 MOVE 'PENDING-APPR' TO WS-EVT-NEW-STATUS
                 PERFORM PUBLISH-ORDER-EVENT
                 MOVE 'Order held - pending four-eyes approval'
                    TO WS-MSG
              ELSE
                 MOVE 'hold ORDER' TO WS-SQL-OP
                 PERFORM BUILD-SQL-ERROR-MSG
              END-IF
           END-IF
           .

       VALIDATE-ORDER-TRANSITION.
           MOVE 'Y' TO WS-VALID-FLAG
           MOVE 'N' TO WS-APPR-LOCK
           IF FUNCTION TRIM(HV-O-STATUS) NOT = FUNCTION TRIM
              (HV-CURR-STATUS)
              EVALUATE FUNCTION TRIM(HV-CURR-STATUS)
                    MOVE 'N' TO WS-VALID-FLAG
                 WHEN 'CANCELLED'
                    MOVE 'N' TO WS-VALID-FLAG
      * an order awaiting four-eyes approval can only be withdrawn
      * here - approval itself is given from the approval queue
                 WHEN 'PENDING-APPR'
                    IF FUNCTION TRIM(HV-O-STATUS) NOT = 'CANCELLED'
                       MOVE 'N' TO WS-VALID-FLAG
                       MOVE 'Y' TO WS-APPR-LOCK
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           IF WS-APPR-LOCK = 'Y'
              MOVE 'Order awaits four-eyes approval (menu option 5)'
                 TO WS-MSG
           ELSE
           IF WS-VALID-FLAG = 'N'
              IF WS-AUTH-SUPERVISOR
                 MOVE 'Y' TO WS-VALID-FLAG
                 MOVE 'Invalid order status transition' TO WS-MSG
              END-IF
           END-IF
           END-IF
           .

       UPD-ORDER.
              IF WS-VALID-FLAG = 'Y'
                 MOVE OCIDI    TO HV-O-CLIENT-ID
                 MOVE ODATEI   TO HV-ORDER-DATE
                 PERFORM SPLIT-ORDER-AMOUNT
                 IF WS-REQ-DATE-OK = 'N'
                    MOVE 'ORDER' TO WS-STATE
                    PERFORM RETURN-TO-CICS
                 END-IF
                 PERFORM DERIVE-ORDER-CURRENCY
                 IF WS-FX-OK = 'N'
                    MOVE 'ORDER' TO WS-STATE
                    PERFORM RETURN-TO-CICS
                 END-IF
                 PERFORM CHECK-APPROVAL-NEEDED
                 IF WS-APPR-NEEDED = 'Y'
                    AND (FUNCTION TRIM(HV-O-STATUS) = 'NEW'
                      OR FUNCTION TRIM(HV-O-STATUS) = 'PROCESSING')
                    MOVE 'PENDING-APPR' TO HV-O-STATUS
                 END-IF
                 MOVE WS-CTX-ORDER-VER TO HV-ROW-VERSION
                 EXEC SQL
                    UPDATE CLAPP.ORDERS
                           TOTAL_AMT=:HV-AMOUNT,
                           CURRENCY=:HV-O-CURRENCY,
                           ORIG_AMT=:HV-ORIG-AMT,
                           REQ_DELIV_DATE =
                              COALESCE(NULLIF(:HV-REQ-DELIV-DATE, ' '),
                                       CHAR(REQ_DELIV_DATE, ISO)),
                           APPROVAL_REQ_TS =
                              CASE WHEN :HV-O-STATUS = 'PENDING-APPR'
                                    AND STATUS <> 'PENDING-APPR'
                                   THEN CURRENT TIMESTAMP
                                   ELSE APPROVAL_REQ_TS END,
                           ROW_VERSION = COALESCE(ROW_VERSION,0) + 1
                     WHERE ORDER_ID=:HV-ORDER-ID
                       AND COALESCE(ROW_VERSION,0) = :HV-ROW-VERSION
                    MOVE HV-CURR-STATUS TO WS-EVT-OLD-STATUS
                    MOVE HV-O-STATUS    TO WS-EVT-NEW-STATUS
                    PERFORM PUBLISH-ORDER-EVENT
                    PERFORM QUEUE-CLIENT-NOTIFICATION
                    IF HV-O-STATUS = 'PENDING-APPR'
                       AND HV-CURR-STATUS NOT = 'PENDING-APPR'
                       MOVE 'Order updated - pending four-eyes approval'
                          TO WS-MSG
                    END-IF
                    IF HV-ORDER-ID = WS-CTX-LAST-OID
                       MOVE SPACES TO WS-CTX-LAST-OFUNC
                          WS-CTX-LAST-OID
              MOVE INQ-ORD-ORIG     TO OORIGO
              MOVE INQ-ORD-VERSION  TO WS-CTX-ORDER-VER
              MOVE 'OK' TO WS-MSG
              PERFORM SHOW-ORDER-ALLOCATION
           ELSE
              MOVE 'Order not found' TO WS-MSG
           END-IF
           .

      * backordered lines and how much stock CLALLOC has reserved
      * for them so far, so the warehouse sees what can go out
       SHOW-ORDER-ALLOCATION.
           MOVE OIDI(1:12) TO HV-ORDER-ID
           MOVE 0 TO HV-BO-LINES HV-BO-QTY HV-BO-ALLOC HV-ALLOC-TOTAL
           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN BACKORDER_FLAG = 'Y'
                                       THEN 1 ELSE 0 END),0),
                     COALESCE(SUM(CASE WHEN BACKORDER_FLAG = 'Y'
                                       THEN QTY ELSE 0 END),0),
                     COALESCE(SUM(CASE WHEN BACKORDER_FLAG = 'Y'
                                       THEN COALESCE(ALLOC_QTY,0)
                                       ELSE 0 END),0),
                     COALESCE(SUM(COALESCE(ALLOC_QTY,0)),0)
                INTO :HV-BO-LINES, :HV-BO-QTY, :HV-BO-ALLOC,
                     :HV-ALLOC-TOTAL
                FROM CLAPP.ORDER_ITEMS
               WHERE ORDER_ID = :HV-ORDER-ID
           END-EXEC
           IF SQLCODE = 0
              IF HV-BO-LINES > 0
                 MOVE HV-BO-LINES TO WS-BO-LINES-D
                 MOVE HV-BO-QTY   TO WS-BO-QTY-D
                 MOVE HV-BO-ALLOC TO WS-BO-ALLOC-D
                 MOVE SPACES TO WS-MSG
                 STRING 'OK - backordered lines ' DELIMITED BY SIZE
                    FUNCTION TRIM(WS-BO-LINES-D) DELIMITED BY SIZE
                    ', allocated ' DELIMITED BY SIZE
                    FUNCTION TRIM(WS-BO-ALLOC-D) DELIMITED BY SIZE
                    ' of ' DELIMITED BY SIZE
                    FUNCTION TRIM(WS-BO-QTY-D) DELIMITED BY SIZE
                    INTO WS-MSG
                 END-STRING
              ELSE
                 IF HV-ALLOC-TOTAL > 0
                    MOVE 'OK - backorders allocated, order shippable'
                       TO WS-MSG
                 END-IF
              END-IF
           END-IF
           .

      * the latest shipment's whereabouts: delivered, a delivery
      * exception for customer service, handed to the carrier, or
      * still waiting for the manifest
       TRACK-ORDER-SHIPMENT.
           MOVE OIDI(1:12) TO HV-ORDER-ID
           MOVE SPACES TO HV-TRK-SHIP-DATE HV-TRK-CARRIER
              HV-TRK-MANIFEST-DATE HV-TRK-TRACKING-NO HV-TRK-STATUS
              HV-TRK-DELIVERY-DATE HV-TRK-EXC-CODE HV-TRK-EXC-DATE
           EXEC SQL
              SELECT SHIP_NO, SHIP_DATE,
                     COALESCE(CARRIER_CODE,' '),
                     COALESCE(CHAR(MANIFEST_DATE),' '),
                     COALESCE(TRACKING_NO,' '),
                     COALESCE(DELIVERY_STATUS,' '),
                     COALESCE(CHAR(DELIVERY_DATE),' '),
                     COALESCE(EXCEPTION_CODE,' '),
                     COALESCE(CHAR(EXCEPTION_DATE),' ')
                INTO :HV-TRK-SHIP-NO, :HV-TRK-SHIP-DATE,
                     :HV-TRK-CARRIER, :HV-TRK-MANIFEST-DATE,
                     :HV-TRK-TRACKING-NO, :HV-TRK-STATUS,
                     :HV-TRK-DELIVERY-DATE, :HV-TRK-EXC-CODE,
                     :HV-TRK-EXC-DATE
                FROM CLAPP.SHIPMENTS
               WHERE ORDER_ID = :HV-ORDER-ID
               ORDER BY SHIP_NO DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 MOVE 'No shipment booked for this order yet' TO WS-MSG
              WHEN SQLCODE NOT = 0
                 MOVE 'read SHIPMENTS' TO WS-SQL-OP
                 PERFORM BUILD-SQL-ERROR-MSG
              WHEN OTHER
                 MOVE HV-TRK-SHIP-NO TO WS-TRK-SHIP-NO-D
                 MOVE SPACES TO WS-MSG
                 EVALUATE TRUE
                    WHEN HV-TRK-STATUS = 'D'
                       STRING 'Ship ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-TRK-SHIP-NO-D)
                             DELIMITED BY SIZE
                          ' delivered ' DELIMITED BY SIZE
                          HV-TRK-DELIVERY-DATE DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          HV-TRK-CARRIER DELIMITED BY SIZE
                          ' trk ' DELIMITED BY SIZE
                          FUNCTION TRIM(HV-TRK-TRACKING-NO)
                             DELIMITED BY SIZE
                          INTO WS-MSG
                       END-STRING
                    WHEN HV-TRK-STATUS = 'X'
                       STRING 'Ship ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-TRK-SHIP-NO-D)
                             DELIMITED BY SIZE
                          ' DELIVERY EXCEPTION ' DELIMITED BY SIZE
                          HV-TRK-EXC-CODE DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          HV-TRK-EXC-DATE DELIMITED BY SIZE
                          ' trk ' DELIMITED BY SIZE
                          FUNCTION TRIM(HV-TRK-TRACKING-NO)
                             DELIMITED BY SIZE
                          INTO WS-MSG
                       END-STRING
                    WHEN HV-TRK-MANIFEST-DATE NOT = SPACES
                       STRING 'Ship ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-TRK-SHIP-NO-D)
                             DELIMITED BY SIZE
                          ' in transit ' DELIMITED BY SIZE
                          HV-TRK-CARRIER DELIMITED BY SIZE
                          ' since ' DELIMITED BY SIZE
                          HV-TRK-MANIFEST-DATE DELIMITED BY SIZE
                          ' trk ' DELIMITED BY SIZE
                          FUNCTION TRIM(HV-TRK-TRACKING-NO)
                             DELIMITED BY SIZE
                          INTO WS-MSG
                       END-STRING
                    WHEN OTHER
                       STRING 'Ship ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-TRK-SHIP-NO-D)
                             DELIMITED BY SIZE
                          ' packed ' DELIMITED BY SIZE
                          HV-TRK-SHIP-DATE DELIMITED BY SIZE
                          ', awaiting carrier manifest'
                             DELIMITED BY SIZE
                          INTO WS-MSG
                       END-STRING
                 END-EVALUATE
           END-EVALUATE
           .

       BROWSE-ORDER.
           MOVE SPACES TO WS-MSG
           MOVE 0 TO WS-BROWSE-COUNT
