      * CLMAILBN.cpy
      * Mail gateway bounce record - one per e-mail the gateway could
      * not deliver, quoting the MGW-MAIL-ID of the mail (CLMAILGW),
      * the address it went to and the gateway's reason text.
       01  BNC-BOUNCE-REC.
           05  BNC-MAIL-ID         PIC 9(9).
           05  BNC-TO-ADDR         PIC X(60).
           05  BNC-REASON          PIC X(40).
           05  FILLER              PIC X(11).
