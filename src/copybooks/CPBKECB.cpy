      * CPBKECB.cpy
      * ECB payment statistics breakdown: the same fetched
      * transactions the PSD2 tables are built from, aggregated by
      * payment service, initiation channel, remote/non-remote
      * initiation, card function and counterpart country, so the
      * ECB return and the PSD2 return are two renderings of one
      * controlled run. The three classification lists are loaded
      * once per run from REFFILE:
      *   'CRDSRV' card payment services - the services that carry a
      *            card function
      *   'RMTCHN' initiation channels counted as remote
      *   'CFDEB'/'CFDLY'/'CFCRD' card schemes issued with a debit,
      *            delayed-debit or credit function
       01  ECB-CRD-TABLE.
           05  ECB-CRD-NUM        PIC 9(4) COMP VALUE 0.
           05  ECB-CRD-MAX        PIC 9(4) COMP VALUE 50.
           05  ECB-CRD-ROWS OCCURS 1 TO 50
                              DEPENDING ON ECB-CRD-NUM
                              INDEXED BY ECR-IDX.
               10  ECB-CRD-SERVICE    PIC X(30).

       01  ECB-RMT-TABLE.
           05  ECB-RMT-NUM        PIC 9(4) COMP VALUE 0.
           05  ECB-RMT-MAX        PIC 9(4) COMP VALUE 50.
           05  ECB-RMT-ROWS OCCURS 1 TO 50
                              DEPENDING ON ECB-RMT-NUM
                              INDEXED BY ERM-IDX.
               10  ECB-RMT-CHANNEL    PIC X(30).

      * ECB-CFN-FUNCTION: 'D' debit, 'L' delayed debit, 'C' credit.
       01  ECB-CFN-TABLE.
           05  ECB-CFN-NUM        PIC 9(4) COMP VALUE 0.
           05  ECB-CFN-MAX        PIC 9(4) COMP VALUE 200.
           05  ECB-CFN-ROWS OCCURS 1 TO 200
                              DEPENDING ON ECB-CFN-NUM
                              INDEXED BY ECF-IDX.
               10  ECB-CFN-SCHEME     PIC X(40).
               10  ECB-CFN-FUNCTION   PIC X(1).

      * One row per service/channel/remote/card-function/direction/
      * counterpart combination, kept sorted on ECB-KEY for the
      * binary-search lookup the other aggregate tables use.
      * ECB-REMOTE 'R' remote, 'N' non-remote. ECB-CARD-FUNC carries
      * the card function for card services ('U' where the scheme is
      * not on any function list) and a space for every other
      * service. ECB-DIRECTION is SUBAGG's 'S' sent, 'R' received,
      * 'B' domestic; ECB-CPTY is the country on the other side of
      * the transaction - the payee for a sent payment, the payer
      * for a received one, the reporting country itself for a
      * domestic one. Reversals are carried apart as in AGG-TABLE.
       01  ECB-AGG-TABLE.
           05  ECB-AGG-NUM        PIC 9(9) COMP VALUE 0.
           05  ECB-AGG-MAX        PIC 9(9) COMP VALUE 3000.
           05  ECB-AGG-OVERFLOW   PIC X(1) VALUE 'N'.
           05  ECB-AGG-ROWS OCCURS 1 TO 3000
                              DEPENDING ON ECB-AGG-NUM
                              ASCENDING KEY IS ECB-KEY
                              INDEXED BY ECB-IDX.
               10  ECB-KEY.
                   15  ECB-SERVICE    PIC X(30).
                   15  ECB-CHANNEL    PIC X(30).
                   15  ECB-REMOTE     PIC X(1).
                   15  ECB-CARD-FUNC  PIC X(1).
                   15  ECB-DIRECTION  PIC X(1).
                   15  ECB-CPTY       PIC X(2).
               10  ECB-COUNT          PIC 9(9) COMP.
               10  ECB-TOTAL          PIC 9(13)V99.
               10  ECB-REV-COUNT      PIC 9(9) COMP.
               10  ECB-REV-TOTAL      PIC 9(13)V99.
