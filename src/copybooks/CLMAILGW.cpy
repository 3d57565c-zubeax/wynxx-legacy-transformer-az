      * CLMAILGW.cpy
      * Mail gateway record - CLNOTIFY writes each client e-mail as
      * an 'H' header record (address, subject, client), one 'L'
      * record per body line and an 'E' end record carrying the
      * line count. MGW-MAIL-ID is the CLAPP.NOTIFY_OUTBOX number
      * of the notification (of the first one for a daily digest);
      * the gateway quotes it back on the bounce file (CLMAILBN).
       01  MGW-MAIL-REC.
           05  MGW-REC-TYPE        PIC X(1).
               88  MGW-HEADER-REC          VALUE 'H'.
               88  MGW-LINE-REC            VALUE 'L'.
               88  MGW-END-REC             VALUE 'E'.
           05  MGW-MAIL-ID         PIC 9(9).
           05  MGW-DATA            PIC X(190).
           05  MGW-HEADER REDEFINES MGW-DATA.
               10  MGW-TO-ADDR     PIC X(60).
               10  MGW-SUBJECT     PIC X(78).
               10  MGW-CLIENT-ID   PIC X(10).
               10  FILLER          PIC X(42).
           05  MGW-LINE REDEFINES MGW-DATA.
               10  MGW-LINE-NO     PIC 9(3).
               10  MGW-TEXT        PIC X(78).
               10  FILLER          PIC X(109).
