      * CPBKFSG.cpy
      * Fraud figures per payment service, initiation channel and SCA
      * flag, built from the same fetched transactions as AGG-TABLE
      * (after the fraud dispositions have been applied), for the
      * benchmark of our fraud rates against the market rates the EBA
      * and the NCA publish every half year. One row per
      * service/channel/SCA combination, kept sorted on FSG-KEY for
      * the binary-search lookup the other aggregate tables use.
      * FSG-COUNT/FSG-TOTAL are all payments of the segment,
      * FSG-FRD-COUNT/FSG-FRD-TOTAL those still flagged fraudulent;
      * reversals are left out of both, as in the fraud report.
       01  FSG-AGG-TABLE.
           05  FSG-AGG-NUM        PIC 9(9) COMP VALUE 0.
           05  FSG-AGG-MAX        PIC 9(9) COMP VALUE 2000.
           05  FSG-AGG-OVERFLOW   PIC X(1) VALUE 'N'.
           05  FSG-AGG-ROWS OCCURS 1 TO 2000
                              DEPENDING ON FSG-AGG-NUM
                              ASCENDING KEY IS FSG-KEY
                              INDEXED BY FSG-IDX.
               10  FSG-KEY.
                   15  FSG-SERVICE    PIC X(30).
                   15  FSG-CHANNEL    PIC X(30).
                   15  FSG-SCA        PIC X(1).
               10  FSG-COUNT          PIC 9(9) COMP.
               10  FSG-TOTAL          PIC 9(13)V99.
               10  FSG-FRD-COUNT      PIC 9(9) COMP.
               10  FSG-FRD-TOTAL      PIC 9(13)V99.
