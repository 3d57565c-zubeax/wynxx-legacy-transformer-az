       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBECB.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-I                 PIC 9(9) COMP.
       01  WS-S                 PIC 9(4) COMP.
       01  WS-SEARCH-KEY.
           05  WS-SK-SERVICE    PIC X(30).
           05  WS-SK-CHANNEL    PIC X(30).
           05  WS-SK-REMOTE     PIC X(1).
           05  WS-SK-CARD-FUNC  PIC X(1).
           05  WS-SK-DIRECTION  PIC X(1).
           05  WS-SK-CPTY       PIC X(2).
       01  WS-CARD-SERVICE      PIC X VALUE 'N'.
       01  WS-LO                PIC 9(9) COMP.
       01  WS-HI                PIC 9(9) COMP.
       01  WS-MID               PIC 9(9) COMP.
       01  WS-FOUND-FLAG        PIC X VALUE 'N'.
       01  WS-SHIFT-I           PIC 9(9) COMP.

       LINKAGE SECTION.

       COPY 'CPBKPSTA'.
       COPY 'CPBKECB'.

      * Called once per fetched TXN-TABLE batch, beside SUBAGG.
      * ECB-AGG-TABLE accumulates across calls; the caller zeroes
      * ECB-AGG-NUM once before a country's first batch. The three
      * classification lists are the caller's, loaded once per run.
       01  LK-COUNTRY           PIC X(2).

       PROCEDURE DIVISION USING TXN-TABLE ECB-CRD-TABLE ECB-RMT-TABLE
                                ECB-CFN-TABLE ECB-AGG-TABLE
                                LK-COUNTRY.
       MAIN-LOGIC.

           IF TXN-COUNT = 0
              GOBACK
           END-IF.

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > TXN-COUNT
              PERFORM BUILD-ECB-KEY
              PERFORM FIND-OR-INSERT-ECB-ROW
           END-PERFORM

           GOBACK.

      * Direction and counterpart relative to the reporting country,
      * told apart the same way SUBAGG does: the cursor merges the
      * payer-side and payee-side rows of the country.
       BUILD-ECB-KEY.

           MOVE TX-SERVICE(WS-I) TO WS-SK-SERVICE
           MOVE TX-CHANNEL(WS-I) TO WS-SK-CHANNEL

           MOVE 'N' TO WS-SK-REMOTE
           PERFORM VARYING WS-S FROM 1 BY 1
                    UNTIL WS-S > ECB-RMT-NUM OR WS-SK-REMOTE = 'R'
              SET ERM-IDX TO WS-S
              IF ECB-RMT-CHANNEL(ERM-IDX) = TX-CHANNEL(WS-I)
                 MOVE 'R' TO WS-SK-REMOTE
              END-IF
           END-PERFORM

           MOVE 'N' TO WS-CARD-SERVICE
           PERFORM VARYING WS-S FROM 1 BY 1
                    UNTIL WS-S > ECB-CRD-NUM OR WS-CARD-SERVICE = 'Y'
              SET ECR-IDX TO WS-S
              IF ECB-CRD-SERVICE(ECR-IDX) = TX-SERVICE(WS-I)
                 MOVE 'Y' TO WS-CARD-SERVICE
              END-IF
           END-PERFORM

           MOVE SPACE TO WS-SK-CARD-FUNC
           IF WS-CARD-SERVICE = 'Y'
              MOVE 'U' TO WS-SK-CARD-FUNC
              PERFORM VARYING WS-S FROM 1 BY 1
                       UNTIL WS-S > ECB-CFN-NUM
                          OR WS-SK-CARD-FUNC NOT = 'U'
                 SET ECF-IDX TO WS-S
                 IF ECB-CFN-SCHEME(ECF-IDX) = TX-SCHEME(WS-I)
                    MOVE ECB-CFN-FUNCTION(ECF-IDX) TO WS-SK-CARD-FUNC
                 END-IF
              END-PERFORM
           END-IF

           EVALUATE TRUE
              WHEN TX-PAYER-COUNTRY(WS-I) = LK-COUNTRY
                   AND TX-PAYEE-COUNTRY(WS-I) = LK-COUNTRY
                 MOVE 'B'        TO WS-SK-DIRECTION
                 MOVE LK-COUNTRY TO WS-SK-CPTY
              WHEN TX-PAYER-COUNTRY(WS-I) = LK-COUNTRY
                 MOVE 'S'        TO WS-SK-DIRECTION
                 MOVE TX-PAYEE-COUNTRY(WS-I) TO WS-SK-CPTY
              WHEN OTHER
                 MOVE 'R'        TO WS-SK-DIRECTION
                 MOVE TX-PAYER-COUNTRY(WS-I) TO WS-SK-CPTY
           END-EVALUATE.

      * Binary search on the sorted table; a new key is inserted in
      * place with the rows above it shifted up by one.
       FIND-OR-INSERT-ECB-ROW.

           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 1           TO WS-LO
           MOVE ECB-AGG-NUM TO WS-HI

           PERFORM UNTIL WS-LO > WS-HI OR WS-FOUND-FLAG = 'Y'
              COMPUTE WS-MID = (WS-LO + WS-HI) / 2
              SET ECB-IDX TO WS-MID
              IF ECB-KEY(ECB-IDX) = WS-SEARCH-KEY
                 MOVE 'Y' TO WS-FOUND-FLAG
              ELSE
                 IF ECB-KEY(ECB-IDX) < WS-SEARCH-KEY
                    COMPUTE WS-LO = WS-MID + 1
                 ELSE
                    COMPUTE WS-HI = WS-MID - 1
                 END-IF
              END-IF
           END-PERFORM

           IF WS-FOUND-FLAG = 'N'
              IF ECB-AGG-NUM >= ECB-AGG-MAX
                 MOVE 'Y' TO ECB-AGG-OVERFLOW
                 DISPLAY 'SUBECB: ECB-AGG-TABLE overflow - hit '
                    ECB-AGG-MAX ' distinct ECB breakdown rows'
                 GOBACK
              END-IF
              PERFORM VARYING WS-SHIFT-I FROM ECB-AGG-NUM BY -1
                      UNTIL WS-SHIFT-I < WS-LO
                 MOVE ECB-AGG-ROWS(WS-SHIFT-I)
                   TO ECB-AGG-ROWS(WS-SHIFT-I + 1)
              END-PERFORM
              ADD 1 TO ECB-AGG-NUM
              SET ECB-IDX TO WS-LO
              MOVE WS-SEARCH-KEY TO ECB-KEY(ECB-IDX)
              MOVE 0             TO ECB-COUNT(ECB-IDX)
              MOVE 0             TO ECB-TOTAL(ECB-IDX)
              MOVE 0             TO ECB-REV-COUNT(ECB-IDX)
              MOVE 0             TO ECB-REV-TOTAL(ECB-IDX)
           END-IF

           IF TX-REVERSAL(WS-I) = 'Y'
              ADD 1 TO ECB-REV-COUNT(ECB-IDX)
              ADD TX-AMOUNT-EUR(WS-I) TO ECB-REV-TOTAL(ECB-IDX)
           ELSE
              ADD 1 TO ECB-COUNT(ECB-IDX)
              ADD TX-AMOUNT-EUR(WS-I) TO ECB-TOTAL(ECB-IDX)
           END-IF.
