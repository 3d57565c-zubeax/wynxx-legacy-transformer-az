      * CPBKHUB.cpy
      * Daily extract record of the payment hubs as PAYLOAD reads it:
      * one header ('HD'), the detail records ('DT') and one trailer
      * ('TR') per file, 200 bytes fixed. The header names the hub
      * that produced the file - 'CARD' the card switch, 'SCT ' the
      * SEPA credit-transfer hub - and with it the detail layout; the
      * file name and header date identify the delivery. The trailer
      * carries the record count (every record between header and
      * trailer) and the EUR total of the detail records.
       01  HUB-IN-REC.
           05  HUB-REC-TYPE          PIC X(2).
           05  HUB-REC-BODY          PIC X(198).

       01  HUB-HEADER-REC REDEFINES HUB-IN-REC.
           05  FILLER                PIC X(2).
           05  HUB-HD-SOURCE         PIC X(4).
           05  FILLER                PIC X(1).
           05  HUB-HD-FILE-NAME      PIC X(44).
           05  FILLER                PIC X(1).
           05  HUB-HD-DATE           PIC X(10).
           05  FILLER                PIC X(138).

       01  HUB-TRAILER-REC REDEFINES HUB-IN-REC.
           05  FILLER                PIC X(2).
           05  HUB-TR-COUNT          PIC 9(9).
           05  FILLER                PIC X(1).
           05  HUB-TR-AMOUNT         PIC 9(13)V99.
           05  FILLER                PIC X(173).

      * Card switch detail. Function PU purchase, CW cash withdrawal;
      * entry mode POS chip/stripe, CTL contactless, ATM, ECM
      * e-commerce, MOT mail/telephone order. Issuer country is the
      * payer's, merchant country the payee's, terminal country the
      * point of sale.
       01  HUB-CARD-REC REDEFINES HUB-IN-REC.
           05  FILLER                PIC X(2).
           05  HUB-CD-DATE           PIC X(10).
           05  HUB-CD-TIME           PIC X(8).
           05  HUB-CD-FUNCTION       PIC X(2).
           05  HUB-CD-ENTRY-MODE     PIC X(3).
           05  HUB-CD-SCHEME         PIC X(40).
           05  HUB-CD-SCA            PIC X(1).
           05  HUB-CD-EXEMPTION      PIC X(10).
           05  HUB-CD-FRAUD          PIC X(1).
           05  HUB-CD-FRAUD-ORIGIN   PIC X(10).
           05  HUB-CD-AMOUNT-EUR     PIC 9(13)V99.
           05  HUB-CD-AMOUNT-ORIG    PIC 9(13)V99.
           05  HUB-CD-CURRENCY       PIC X(3).
           05  HUB-CD-ISSUER-CTRY    PIC X(2).
           05  HUB-CD-MERCHANT-CTRY  PIC X(2).
           05  HUB-CD-TERMINAL-CTRY  PIC X(2).
           05  HUB-CD-MCC            PIC X(4).
           05  HUB-CD-REVERSAL       PIC X(1).
           05  FILLER                PIC X(69).

      * SEPA credit-transfer hub detail, always in EUR. Product SCT
      * or INST (instant); channel ONL online banking, MOB mobile
      * banking, BRN branch, PAP paper form. The return flag marks
      * an R-transaction (return or recall) of an earlier transfer.
       01  HUB-CT-REC REDEFINES HUB-IN-REC.
           05  FILLER                PIC X(2).
           05  HUB-CT-DATE           PIC X(10).
           05  HUB-CT-TIME           PIC X(8).
           05  HUB-CT-PRODUCT        PIC X(4).
           05  HUB-CT-CHANNEL        PIC X(3).
           05  HUB-CT-SCHEME         PIC X(40).
           05  HUB-CT-SCA            PIC X(1).
           05  HUB-CT-EXEMPTION      PIC X(10).
           05  HUB-CT-FRAUD          PIC X(1).
           05  HUB-CT-FRAUD-ORIGIN   PIC X(10).
           05  HUB-CT-AMOUNT         PIC 9(13)V99.
           05  HUB-CT-DEBTOR-CTRY    PIC X(2).
           05  HUB-CT-CREDITOR-CTRY  PIC X(2).
           05  HUB-CT-RETURN         PIC X(1).
           05  FILLER                PIC X(91).
