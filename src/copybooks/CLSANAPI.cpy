      * CLSANAPI.cpy
      * Request/response structure of the CLSANCHK sanctions name
      * screening subprogram - shared by the CLORDCIC client screen
      * (insert, update, merge), CLILOAD, the list loader CLSANLD
      * and the nightly rescreen CLSANRSC, so every path screens a
      * name exactly the same way.
      * Request type 'S' screens the name and country against the
      * loaded list; with a client ID, possible matches are recorded
      * in CLAPP.SCREENING_HITS and the client put on compliance
      * hold. Type 'N' only normalises the name into its match
      * tokens (the loader keys the list with these).
      * SAN-REQ-THRESHOLD is the lowest score (0-100) counted as a
      * possible match; zero takes the standard 85.
       01  SAN-REQUEST.
           05  SAN-REQ-TYPE        PIC X(1).
           05  SAN-REQ-CLIENT-ID   PIC X(10).
           05  SAN-REQ-NAME        PIC X(100).
           05  SAN-REQ-COUNTRY     PIC X(2).
           05  SAN-REQ-SOURCE      PIC X(8).
           05  SAN-REQ-USER        PIC X(8).
           05  SAN-REQ-THRESHOLD   PIC 9(3).

      * SAN-RESP-RC: 00 no open match, 04 possible match - client on
      * compliance hold, 08 screening failed (the client, if given,
      * is held so nothing is sold unscreened).
       01  SAN-RESPONSE.
           05  SAN-RESP-RC         PIC 9(2).
           05  SAN-RESP-MSG        PIC X(70).
           05  SAN-NAME-KEY        PIC X(100).
           05  SAN-TOKEN-COUNT     PIC S9(4) COMP.
           05  SAN-TOKENS OCCURS 8 TIMES
                                   INDEXED BY SAN-TOK-IDX.
               10  SAN-TOKEN       PIC X(20).
           05  SAN-CAND-COUNT      PIC S9(9) COMP.
           05  SAN-MATCH-COUNT     PIC S9(4) COMP.
           05  SAN-NEW-HITS        PIC S9(4) COMP.
           05  SAN-OPEN-HITS       PIC S9(4) COMP.
           05  SAN-BEST-SCORE      PIC 9(3).
           05  SAN-BEST-SOURCE     PIC X(4).
           05  SAN-BEST-ENTRY      PIC X(20).
           05  SAN-BEST-NAME       PIC X(100).
