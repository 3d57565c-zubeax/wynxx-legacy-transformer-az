      * licensed reporting entity (SREG-IO-ENTITY, '0000' = the whole
      * institution where no entity split is configured) - the group's
      * PSPs file separate returns from the same transaction table.
      * SREG-IO-FORMAT is the reporting-format version (UT-S-FMTVER)
      * the version was generated in; blank on rows registered before
      * format versions were kept.
      * PAYXMIT posts TRANSMITTED over PENDING once the transfer
      * completion log confirms the segmented upload arrived whole,
      * with the completion time in SREG-IO-XMIT-TS (blank until
      * then); PAYRESP's verdict later overwrites the status only.
       01  SREG-IO-REC.
           05  SREG-IO-ENTITY        PIC X(4).
           05  FILLER                PIC X(1).
           05  FILLER                PIC X(1).
           05  SREG-IO-TOTAL         PIC 9(13)V99.
           05  FILLER                PIC X(1).
           05  SREG-IO-STATUS        PIC X(11).
           05  FILLER                PIC X(1).
           05  SREG-IO-REGREF        PIC X(20).
           05  FILLER                PIC X(1).
           05  SREG-IO-LOCK          PIC X(1).
           05  FILLER                PIC X(1).
           05  SREG-IO-UNLOCK-BY     PIC X(8).
           05  FILLER                PIC X(1).
           05  SREG-IO-FORMAT        PIC X(2).
           05  FILLER                PIC X(1).
           05  SREG-IO-XMIT-TS       PIC X(26).
