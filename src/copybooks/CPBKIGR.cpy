      * CPBKIGR.cpy
      * Settlement identifiers of the fetched transactions, one entry
      * per TXN-ROWS entry at the same subscript: the reporting entity
      * the row is booked under and the payer-side and payee-side
      * agent BIC and account. SUBINP fills it beside TXN-TABLE; the
      * group consolidation pass resolves both sides through the
      * entity mapping (DD UT-S-GRPMAP) to recognise a payment between
      * two of the group's own entities. Held apart from TXN-ROWS so
      * the transaction archive and extract layouts stay as they are.
       01  IGR-ROW-TABLE.
           05  IGR-ROW-NUM            PIC 9(9) COMP VALUE 0.
           05  IGR-ROWS OCCURS 1 TO 20000 DEPENDING ON IGR-ROW-NUM
                                   INDEXED BY IG-IDX.
               10  IGR-ENTITY             PIC X(4).
               10  IGR-PAYER-BIC          PIC X(11).
               10  IGR-PAYEE-BIC          PIC X(11).
               10  IGR-PAYER-ACCOUNT      PIC X(34).
               10  IGR-PAYEE-ACCOUNT      PIC X(34).
