       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBFSG.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-I                 PIC 9(9) COMP.
       01  WS-SEARCH-KEY.
           05  WS-SK-SERVICE    PIC X(30).
           05  WS-SK-CHANNEL    PIC X(30).
           05  WS-SK-SCA        PIC X(1).
       01  WS-LO                PIC 9(9) COMP.
       01  WS-HI                PIC 9(9) COMP.
       01  WS-MID               PIC 9(9) COMP.
       01  WS-FOUND-FLAG        PIC X VALUE 'N'.
       01  WS-SHIFT-I           PIC 9(9) COMP.

       LINKAGE SECTION.

       COPY 'CPBKPSTA'.
       COPY 'CPBKFSG'.

      * Called once per fetched TXN-TABLE batch, beside SUBAGG and
      * SUBECB. FSG-AGG-TABLE accumulates across calls; the caller
      * zeroes FSG-AGG-NUM once before a country's first batch.
       PROCEDURE DIVISION USING TXN-TABLE FSG-AGG-TABLE.
       MAIN-LOGIC.

           IF TXN-COUNT = 0
              GOBACK
           END-IF.

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > TXN-COUNT
              IF TX-REVERSAL(WS-I) NOT = 'Y'
                 MOVE TX-SERVICE(WS-I) TO WS-SK-SERVICE
                 MOVE TX-CHANNEL(WS-I) TO WS-SK-CHANNEL
                 MOVE TX-SCA(WS-I)     TO WS-SK-SCA
                 PERFORM FIND-OR-INSERT-FSG-ROW
              END-IF
           END-PERFORM

           GOBACK.

      * Binary search on the sorted table; a new key is inserted in
      * place with the rows above it shifted up by one.
       FIND-OR-INSERT-FSG-ROW.

           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 1           TO WS-LO
           MOVE FSG-AGG-NUM TO WS-HI

           PERFORM UNTIL WS-LO > WS-HI OR WS-FOUND-FLAG = 'Y'
              COMPUTE WS-MID = (WS-LO + WS-HI) / 2
              SET FSG-IDX TO WS-MID
              IF FSG-KEY(FSG-IDX) = WS-SEARCH-KEY
                 MOVE 'Y' TO WS-FOUND-FLAG
              ELSE
                 IF FSG-KEY(FSG-IDX) < WS-SEARCH-KEY
                    COMPUTE WS-LO = WS-MID + 1
                 ELSE
                    COMPUTE WS-HI = WS-MID - 1
                 END-IF
              END-IF
           END-PERFORM

           IF WS-FOUND-FLAG = 'N'
              IF FSG-AGG-NUM >= FSG-AGG-MAX
                 MOVE 'Y' TO FSG-AGG-OVERFLOW
                 DISPLAY 'SUBFSG: FSG-AGG-TABLE overflow - hit '
                    FSG-AGG-MAX ' distinct fraud benchmark segments'
                 GOBACK
              END-IF
              PERFORM VARYING WS-SHIFT-I FROM FSG-AGG-NUM BY -1
                      UNTIL WS-SHIFT-I < WS-LO
                 MOVE FSG-AGG-ROWS(WS-SHIFT-I)
                   TO FSG-AGG-ROWS(WS-SHIFT-I + 1)
              END-PERFORM
              ADD 1 TO FSG-AGG-NUM
              SET FSG-IDX TO WS-LO
              MOVE WS-SEARCH-KEY TO FSG-KEY(FSG-IDX)
              MOVE 0             TO FSG-COUNT(FSG-IDX)
              MOVE 0             TO FSG-TOTAL(FSG-IDX)
              MOVE 0             TO FSG-FRD-COUNT(FSG-IDX)
              MOVE 0             TO FSG-FRD-TOTAL(FSG-IDX)
           END-IF

           ADD 1 TO FSG-COUNT(FSG-IDX)
           ADD TX-AMOUNT-EUR(WS-I) TO FSG-TOTAL(FSG-IDX)
           IF TX-FRAUD(WS-I) = 'Y'
              ADD 1 TO FSG-FRD-COUNT(FSG-IDX)
              ADD TX-AMOUNT-EUR(WS-I) TO FSG-FRD-TOTAL(FSG-IDX)
           END-IF.
