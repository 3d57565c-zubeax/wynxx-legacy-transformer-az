      *-------------------------------------------------------------*
      * Program: CLSANCHK - sanctions name screening subprogram     *
      * Language: IBM Enterprise COBOL for z/OS                    *
      * CICS TS 6.1 + Db2 13 for z/OS (callable, no CICS verbs)     *
      * The one copy of the client name screening: the CLORDCIC     *
      * client screen, CLILOAD and the nightly CLSANRSC rescreen    *
      * CALL here, and CLSANLD keys the list with the same name     *
      * normalisation. A name is upper-cased, split into words on   *
      * anything not a letter or digit (apostrophes and full stops  *
      * join), single letters and legal-form or filler words (LTD,  *
      * GMBH, THE, ...) dropped. List names sharing a word's        *
      * SOUNDEX code are the candidates; each is scored 0-100 from  *
      * the edit distance between words, both ways round so word    *
      * order and extra words count, with 5 added when the country  *
      * agrees. A candidate at or over the threshold is a possible  *
      * match: recorded in CLAPP.SCREENING_HITS against the client  *
      * (unless already open, confirmed, or cleared for this same   *
      * name) and the client put on compliance hold, which blocks   *
      * new orders until a compliance officer decides the match.    *
      * Runs in the caller's unit of work - the caller commits.     *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLSANCHK.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-THRESHOLD            PIC 9(3)  VALUE 85.
       01  WS-CAND-EOF             PIC X(1)  VALUE 'N'.
       01  WS-UPPER                PIC X(100) VALUE SPACES.
       01  WS-CH                   PIC X(1)  VALUE SPACE.
       01  WS-C                    PIC S9(4) COMP VALUE 0.
       01  WS-N                    PIC S9(4) COMP VALUE 0.
       01  WS-P                    PIC S9(4) COMP VALUE 0.
       01  WS-TOK-BUILD            PIC X(20) VALUE SPACES.
       01  WS-TOK-LEN              PIC S9(4) COMP VALUE 0.
       01  WS-NOISE-HIT            PIC X(1)  VALUE 'N'.
       01  WS-SQLCODE-D            PIC -(9)9.
       01  WS-COUNT-D              PIC Z(3)9.

      * legal forms and filler words that say nothing about who the
      * party is - left in, every "TRADING LTD" would look alike
       01  WS-NOISE-LIST.
           05  FILLER              PIC X(42) VALUE
               'LTD           LIMITED       GMBH          '.
           05  FILLER              PIC X(42) VALUE
               'AG            SA            SAS           '.
           05  FILLER              PIC X(42) VALUE
               'SARL          SRL           SPA           '.
           05  FILLER              PIC X(42) VALUE
               'BV            NV            INC           '.
           05  FILLER              PIC X(42) VALUE
               'LLC           PLC           CO            '.
           05  FILLER              PIC X(42) VALUE
               'CORP          CORPORATION   COMPANY       '.
           05  FILLER              PIC X(42) VALUE
               'THE           AND           OF            '.
           05  FILLER              PIC X(42) VALUE
               'KG            OY            AB            '.
           05  FILLER              PIC X(42) VALUE
               'AS            GROUP         HOLDING       '.
           05  FILLER              PIC X(42) VALUE
               'HOLDINGS      TRADING       INTERNATIONAL '.
           05  FILLER              PIC X(42) VALUE
               '                                          '.
       01  WS-NOISE-TABLE REDEFINES WS-NOISE-LIST.
           05  WS-NOISE-WORD       PIC X(14) OCCURS 33 TIMES.

      * the candidate's own words, from its stored name key
       01  WS-ENT-TOK-COUNT        PIC S9(4) COMP VALUE 0.
       01  WS-ENT-TOKENS.
           05  WS-ENT-TOKEN        PIC X(20) OCCURS 8 TIMES.

      * word-by-word similarity, client words down, list words across
       01  WS-SIM-MATRIX.
           05  WS-SIM-ROW OCCURS 8 TIMES.
               10  WS-SIM-CELL     PIC 9(3) OCCURS 8 TIMES.
       01  WS-I                    PIC S9(4) COMP VALUE 0.
       01  WS-J                    PIC S9(4) COMP VALUE 0.
       01  WS-BEST-TOK             PIC 9(3)  VALUE 0.
       01  WS-SUM-A                PIC S9(7) COMP VALUE 0.
       01  WS-SUM-B                PIC S9(7) COMP VALUE 0.
       01  WS-SCORE                PIC S9(5) COMP VALUE 0.

      * edit distance of two words, two rows of the classic table
       01  WS-STR-A                PIC X(20) VALUE SPACES.
       01  WS-STR-B                PIC X(20) VALUE SPACES.
       01  WS-LEN-A                PIC S9(4) COMP VALUE 0.
       01  WS-LEN-B                PIC S9(4) COMP VALUE 0.
       01  WS-MAX-LEN              PIC S9(4) COMP VALUE 0.
       01  WS-LA                   PIC S9(4) COMP VALUE 0.
       01  WS-LB                   PIC S9(4) COMP VALUE 0.
       01  WS-EDIT-COST            PIC S9(4) COMP VALUE 0.
       01  WS-EDIT-MIN             PIC S9(4) COMP VALUE 0.
       01  WS-DIST                 PIC S9(4) COMP VALUE 0.
       01  WS-SIM                  PIC 9(3)  VALUE 0.
       01  WS-PREV-ROW.
           05  WS-PREV             PIC S9(4) COMP OCCURS 21 TIMES.
       01  WS-CURR-ROW.
           05  WS-CURR             PIC S9(4) COMP OCCURS 21 TIMES.

       01  FILLER                  PIC X(40) VALUE
           '*** Host variables for Db2 ***'.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  HV-TOK-1                PIC X(20).
       01  HV-TOK-2                PIC X(20).
       01  HV-TOK-3                PIC X(20).
       01  HV-TOK-4                PIC X(20).
       01  HV-TOK-5                PIC X(20).
       01  HV-TOK-6                PIC X(20).
       01  HV-TOK-7                PIC X(20).
       01  HV-TOK-8                PIC X(20).
       01  HV-ENTRY-ID             PIC X(20).
       01  HV-NAME-SEQ             PIC S9(4) COMP.
       01  HV-LIST-SOURCE          PIC X(4).
       01  HV-LIST-NAME            PIC X(100).
       01  HV-NAME-KEY             PIC X(100).
       01  HV-LIST-COUNTRY         PIC X(2).
       01  HV-CLIENT-ID            PIC X(10).
       01  HV-SCREENED-NAME        PIC X(100).
       01  HV-SCREENED-CTRY        PIC X(2).
       01  HV-SCORE                PIC S9(4) COMP.
       01  HV-SOURCE               PIC X(8).
       01  HV-USER                 PIC X(8).
       01  HV-COUNT                PIC S9(9) COMP.
       01  HV-AUD-DETAIL           PIC X(70).

       LINKAGE SECTION.
       COPY CLSANAPI.

       PROCEDURE DIVISION USING SAN-REQUEST SAN-RESPONSE.
       MAIN-LOGIC.

           MOVE 00 TO SAN-RESP-RC
           MOVE SPACES TO SAN-RESP-MSG SAN-NAME-KEY
                          SAN-BEST-SOURCE SAN-BEST-ENTRY SAN-BEST-NAME
           MOVE 0 TO SAN-CAND-COUNT SAN-MATCH-COUNT SAN-NEW-HITS
                     SAN-OPEN-HITS SAN-BEST-SCORE
           IF SAN-REQ-THRESHOLD IS NUMERIC AND SAN-REQ-THRESHOLD > 0
              MOVE SAN-REQ-THRESHOLD TO WS-THRESHOLD
           ELSE
              MOVE 85 TO WS-THRESHOLD
           END-IF

           PERFORM NORMALISE-NAME

           EVALUATE SAN-REQ-TYPE
              WHEN 'N'
                 CONTINUE
              WHEN 'S'
                 MOVE SAN-REQ-CLIENT-ID TO HV-CLIENT-ID
                 MOVE SAN-REQ-NAME      TO HV-SCREENED-NAME
                 MOVE SAN-REQ-COUNTRY   TO HV-SCREENED-CTRY
                 MOVE SAN-REQ-SOURCE    TO HV-SOURCE
                 MOVE SAN-REQ-USER      TO HV-USER
                 IF SAN-TOKEN-COUNT = 0
                    MOVE 'Name has no screenable words' TO SAN-RESP-MSG
                 ELSE
                    PERFORM SCREEN-NAME
                 END-IF
                 IF SAN-RESP-RC NOT = 08
                    AND HV-CLIENT-ID NOT = SPACES
                    PERFORM SET-CLIENT-HOLD-STATE
                 END-IF
              WHEN OTHER
                 MOVE 08 TO SAN-RESP-RC
                 MOVE 'Unknown screening request type' TO SAN-RESP-MSG
           END-EVALUATE

           GOBACK.

      * the words of the name, in order, at most eight, joined by
      * single spaces into the name key
       NORMALISE-NAME.

           MOVE FUNCTION UPPER-CASE(SAN-REQ-NAME) TO WS-UPPER
           MOVE 0 TO SAN-TOKEN-COUNT
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > 8
              MOVE SPACES TO SAN-TOKEN(WS-N)
           END-PERFORM
           MOVE SPACES TO WS-TOK-BUILD
           MOVE 0 TO WS-TOK-LEN

           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 100
              MOVE WS-UPPER(WS-C:1) TO WS-CH
              EVALUATE TRUE
                 WHEN WS-CH = QUOTE OR WS-CH = '.'
                    CONTINUE
                 WHEN WS-CH NOT = SPACE
                  AND (WS-CH IS ALPHABETIC OR WS-CH IS NUMERIC)
                    IF WS-TOK-LEN < 20
                       ADD 1 TO WS-TOK-LEN
                       MOVE WS-CH TO WS-TOK-BUILD(WS-TOK-LEN:1)
                    END-IF
                 WHEN OTHER
                    PERFORM END-NAME-TOKEN
              END-EVALUATE
           END-PERFORM
           PERFORM END-NAME-TOKEN

           MOVE SPACES TO SAN-NAME-KEY
           MOVE 1 TO WS-P
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > SAN-TOKEN-COUNT
              IF WS-N > 1
                 STRING ' ' DELIMITED BY SIZE
                    INTO SAN-NAME-KEY WITH POINTER WS-P
                 END-STRING
              END-IF
              STRING SAN-TOKEN(WS-N) DELIMITED BY SPACE
                 INTO SAN-NAME-KEY WITH POINTER WS-P
              END-STRING
           END-PERFORM.

       END-NAME-TOKEN.

           IF WS-TOK-LEN > 1
              MOVE 'N' TO WS-NOISE-HIT
              IF WS-TOK-LEN <= 14
                 PERFORM VARYING WS-N FROM 1 BY 1
                         UNTIL WS-N > 33 OR WS-NOISE-HIT = 'Y'
                    IF WS-NOISE-WORD(WS-N) = WS-TOK-BUILD(1:14)
                       MOVE 'Y' TO WS-NOISE-HIT
                    END-IF
                 END-PERFORM
              END-IF
              IF WS-NOISE-HIT = 'N' AND SAN-TOKEN-COUNT < 8
                 ADD 1 TO SAN-TOKEN-COUNT
                 MOVE WS-TOK-BUILD TO SAN-TOKEN(SAN-TOKEN-COUNT)
              END-IF
           END-IF
           MOVE SPACES TO WS-TOK-BUILD
           MOVE 0 TO WS-TOK-LEN.

      * candidates share at least one word's SOUNDEX code with the
      * name; each is scored and the best kept for the caller
       SCREEN-NAME.

           MOVE SAN-TOKEN(1) TO HV-TOK-1
           MOVE SAN-TOKEN(2) TO HV-TOK-2
           MOVE SAN-TOKEN(3) TO HV-TOK-3
           MOVE SAN-TOKEN(4) TO HV-TOK-4
           MOVE SAN-TOKEN(5) TO HV-TOK-5
           MOVE SAN-TOKEN(6) TO HV-TOK-6
           MOVE SAN-TOKEN(7) TO HV-TOK-7
           MOVE SAN-TOKEN(8) TO HV-TOK-8

           EXEC SQL DECLARE CAND-CUR CURSOR FOR
              SELECT S.ENTRY_ID, S.NAME_SEQ, S.LIST_SOURCE,
                     S.LIST_NAME, S.NAME_KEY,
                     COALESCE(S.COUNTRY,' ')
                FROM CLAPP.SANCTION_LIST S
               WHERE EXISTS
                     (SELECT 1 FROM CLAPP.SANCTION_TOKENS T
                       WHERE T.ENTRY_ID = S.ENTRY_ID
                         AND T.NAME_SEQ = S.NAME_SEQ
                         AND T.TOKEN_SDX IN
                             (SOUNDEX(NULLIF(:HV-TOK-1,' ')),
                              SOUNDEX(NULLIF(:HV-TOK-2,' ')),
                              SOUNDEX(NULLIF(:HV-TOK-3,' ')),
                              SOUNDEX(NULLIF(:HV-TOK-4,' ')),
                              SOUNDEX(NULLIF(:HV-TOK-5,' ')),
                              SOUNDEX(NULLIF(:HV-TOK-6,' ')),
                              SOUNDEX(NULLIF(:HV-TOK-7,' ')),
                              SOUNDEX(NULLIF(:HV-TOK-8,' '))))
           END-EXEC

           EXEC SQL OPEN CAND-CUR END-EXEC
           IF SQLCODE NOT = 0
              PERFORM SCREENING-FAILED
           ELSE
              MOVE 'N' TO WS-CAND-EOF
              PERFORM UNTIL WS-CAND-EOF = 'Y'
                 EXEC SQL
                    FETCH CAND-CUR INTO :HV-ENTRY-ID, :HV-NAME-SEQ,
                          :HV-LIST-SOURCE, :HV-LIST-NAME,
                          :HV-NAME-KEY, :HV-LIST-COUNTRY
                 END-EXEC
                 EVALUATE SQLCODE
                    WHEN 0
                       ADD 1 TO SAN-CAND-COUNT
                       PERFORM SCORE-CANDIDATE
                       IF WS-SCORE >= WS-THRESHOLD
                          PERFORM TAKE-POSSIBLE-MATCH
                       END-IF
                    WHEN 100
                       MOVE 'Y' TO WS-CAND-EOF
                    WHEN OTHER
                       MOVE 'Y' TO WS-CAND-EOF
                       PERFORM SCREENING-FAILED
                 END-EVALUATE
              END-PERFORM
              EXEC SQL CLOSE CAND-CUR END-EXEC
           END-IF

           IF SAN-RESP-RC NOT = 08
              IF SAN-MATCH-COUNT > 0
                 MOVE 04 TO SAN-RESP-RC
                 MOVE SAN-MATCH-COUNT TO WS-COUNT-D
                 MOVE SPACES TO SAN-RESP-MSG
                 STRING 'Possible sanctions match ' DELIMITED BY SIZE
                    FUNCTION TRIM(SAN-BEST-SOURCE) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    FUNCTION TRIM(SAN-BEST-ENTRY) DELIMITED BY SIZE
                    ' (' DELIMITED BY SIZE
                    FUNCTION TRIM(WS-COUNT-D) DELIMITED BY SIZE
                    ' hit)' DELIMITED BY SIZE
                    INTO SAN-RESP-MSG
                 END-STRING
              ELSE
                 MOVE 'No sanctions match' TO SAN-RESP-MSG
              END-IF
           END-IF.

      * the average best word similarity taken from the client's
      * side and from the list name's side, then halved together -
      * a name buried in a longer one scores lower than an exact one
       SCORE-CANDIDATE.

           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > 8
              MOVE SPACES TO WS-ENT-TOKEN(WS-N)
           END-PERFORM
           UNSTRING HV-NAME-KEY DELIMITED BY ALL SPACE
              INTO WS-ENT-TOKEN(1) WS-ENT-TOKEN(2) WS-ENT-TOKEN(3)
                   WS-ENT-TOKEN(4) WS-ENT-TOKEN(5) WS-ENT-TOKEN(6)
                   WS-ENT-TOKEN(7) WS-ENT-TOKEN(8)
           END-UNSTRING
           MOVE 0 TO WS-ENT-TOK-COUNT
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > 8
              IF WS-ENT-TOKEN(WS-N) NOT = SPACES
                 ADD 1 TO WS-ENT-TOK-COUNT
              END-IF
           END-PERFORM

           MOVE 0 TO WS-SCORE
           IF WS-ENT-TOK-COUNT > 0
              PERFORM VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > SAN-TOKEN-COUNT
                 PERFORM VARYING WS-J FROM 1 BY 1
                         UNTIL WS-J > WS-ENT-TOK-COUNT
                    MOVE SAN-TOKEN(WS-I)    TO WS-STR-A
                    MOVE WS-ENT-TOKEN(WS-J) TO WS-STR-B
                    PERFORM WORD-SIMILARITY
                    MOVE WS-SIM TO WS-SIM-CELL(WS-I, WS-J)
                 END-PERFORM
              END-PERFORM

              MOVE 0 TO WS-SUM-A
              PERFORM VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I > SAN-TOKEN-COUNT
                 MOVE 0 TO WS-BEST-TOK
                 PERFORM VARYING WS-J FROM 1 BY 1
                         UNTIL WS-J > WS-ENT-TOK-COUNT
                    IF WS-SIM-CELL(WS-I, WS-J) > WS-BEST-TOK
                       MOVE WS-SIM-CELL(WS-I, WS-J) TO WS-BEST-TOK
                    END-IF
                 END-PERFORM
                 ADD WS-BEST-TOK TO WS-SUM-A
              END-PERFORM

              MOVE 0 TO WS-SUM-B
              PERFORM VARYING WS-J FROM 1 BY 1
                      UNTIL WS-J > WS-ENT-TOK-COUNT
                 MOVE 0 TO WS-BEST-TOK
                 PERFORM VARYING WS-I FROM 1 BY 1
                         UNTIL WS-I > SAN-TOKEN-COUNT
                    IF WS-SIM-CELL(WS-I, WS-J) > WS-BEST-TOK
                       MOVE WS-SIM-CELL(WS-I, WS-J) TO WS-BEST-TOK
                    END-IF
                 END-PERFORM
                 ADD WS-BEST-TOK TO WS-SUM-B
              END-PERFORM

              COMPUTE WS-SCORE ROUNDED =
                 (WS-SUM-A / SAN-TOKEN-COUNT
                  + WS-SUM-B / WS-ENT-TOK-COUNT) / 2
              IF SAN-REQ-COUNTRY NOT = SPACES
                 AND SAN-REQ-COUNTRY = HV-LIST-COUNTRY
                 ADD 5 TO WS-SCORE
              END-IF
              IF WS-SCORE > 100
                 MOVE 100 TO WS-SCORE
              END-IF
           END-IF.

      * 100 for the same word, otherwise the share of the longer
      * word left unchanged by the fewest single-letter edits
       WORD-SIMILARITY.

           IF WS-STR-A = WS-STR-B
              MOVE 100 TO WS-SIM
           ELSE
              MOVE 0 TO WS-LEN-A WS-LEN-B
              INSPECT WS-STR-A TALLYING WS-LEN-A
                 FOR CHARACTERS BEFORE INITIAL SPACE
              INSPECT WS-STR-B TALLYING WS-LEN-B
                 FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-LEN-A > WS-LEN-B
                 MOVE WS-LEN-A TO WS-MAX-LEN
              ELSE
                 MOVE WS-LEN-B TO WS-MAX-LEN
              END-IF
              PERFORM VARYING WS-LB FROM 0 BY 1 UNTIL WS-LB > WS-LEN-B
                 MOVE WS-LB TO WS-PREV(WS-LB + 1)
              END-PERFORM
              PERFORM VARYING WS-LA FROM 1 BY 1 UNTIL WS-LA > WS-LEN-A
                 MOVE WS-LA TO WS-CURR(1)
                 PERFORM VARYING WS-LB FROM 1 BY 1
                         UNTIL WS-LB > WS-LEN-B
                    IF WS-STR-A(WS-LA:1) = WS-STR-B(WS-LB:1)
                       MOVE 0 TO WS-EDIT-COST
                    ELSE
                       MOVE 1 TO WS-EDIT-COST
                    END-IF
                    COMPUTE WS-EDIT-MIN = WS-PREV(WS-LB + 1) + 1
                    IF WS-CURR(WS-LB) + 1 < WS-EDIT-MIN
                       COMPUTE WS-EDIT-MIN = WS-CURR(WS-LB) + 1
                    END-IF
                    IF WS-PREV(WS-LB) + WS-EDIT-COST < WS-EDIT-MIN
                       COMPUTE WS-EDIT-MIN =
                          WS-PREV(WS-LB) + WS-EDIT-COST
                    END-IF
                    MOVE WS-EDIT-MIN TO WS-CURR(WS-LB + 1)
                 END-PERFORM
                 MOVE WS-CURR-ROW TO WS-PREV-ROW
              END-PERFORM
              MOVE WS-PREV(WS-LEN-B + 1) TO WS-DIST
              IF WS-MAX-LEN = 0 OR WS-DIST >= WS-MAX-LEN
                 MOVE 0 TO WS-SIM
              ELSE
                 COMPUTE WS-SIM =
                    (WS-MAX-LEN - WS-DIST) * 100 / WS-MAX-LEN
              END-IF
           END-IF.

       TAKE-POSSIBLE-MATCH.

           ADD 1 TO SAN-MATCH-COUNT
           IF WS-SCORE > SAN-BEST-SCORE
              MOVE WS-SCORE       TO SAN-BEST-SCORE
              MOVE HV-LIST-SOURCE TO SAN-BEST-SOURCE
              MOVE HV-ENTRY-ID    TO SAN-BEST-ENTRY
              MOVE HV-LIST-NAME   TO SAN-BEST-NAME
           END-IF
           IF HV-CLIENT-ID NOT = SPACES
              PERFORM RECORD-POSSIBLE-MATCH
           END-IF.

      * a match already open or confirmed is not repeated, nor one a
      * compliance officer cleared for this very name - a changed
      * name is screened afresh
       RECORD-POSSIBLE-MATCH.

           MOVE 0 TO HV-COUNT
           EXEC SQL
              SELECT COUNT(*) INTO :HV-COUNT
                FROM CLAPP.SCREENING_HITS
               WHERE CLIENT_ID = :HV-CLIENT-ID
                 AND ENTRY_ID = :HV-ENTRY-ID
                 AND NAME_SEQ = :HV-NAME-SEQ
                 AND (STATUS IN ('OPEN', 'CONFIRMED')
                      OR (STATUS = 'CLEARED'
                          AND SCREENED_NAME = :HV-SCREENED-NAME))
           END-EXEC
           IF SQLCODE = 0 AND HV-COUNT = 0
              MOVE WS-SCORE TO HV-SCORE
              EXEC SQL
                 INSERT INTO CLAPP.SCREENING_HITS
                 (CLIENT_ID, ENTRY_ID, NAME_SEQ, LIST_SOURCE,
                  LIST_NAME, SCREENED_NAME, SCREENED_COUNTRY, SCORE,
                  SOURCE_PGM, HIT_TS, STATUS)
                 VALUES (:HV-CLIENT-ID, :HV-ENTRY-ID, :HV-NAME-SEQ,
                         :HV-LIST-SOURCE, :HV-LIST-NAME,
                         :HV-SCREENED-NAME, :HV-SCREENED-CTRY,
                         :HV-SCORE, :HV-SOURCE, CURRENT TIMESTAMP,
                         'OPEN')
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO SAN-NEW-HITS
              ELSE
                 PERFORM SCREENING-FAILED
              END-IF
           END-IF.

      * open or confirmed matches hold the client; the hold is only
      * lifted by a compliance officer's decision on the screen
       SET-CLIENT-HOLD-STATE.

           MOVE 0 TO HV-COUNT
           EXEC SQL
              SELECT COUNT(*) INTO :HV-COUNT
                FROM CLAPP.SCREENING_HITS
               WHERE CLIENT_ID = :HV-CLIENT-ID
                 AND STATUS IN ('OPEN', 'CONFIRMED')
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM SCREENING-FAILED
           ELSE
              MOVE HV-COUNT TO SAN-OPEN-HITS
              IF HV-COUNT > 0
                 MOVE 04 TO SAN-RESP-RC
                 EXEC SQL
                    UPDATE CLAPP.CLIENTS
                       SET COMPLIANCE_HOLD = 'Y'
                     WHERE CLIENT_ID = :HV-CLIENT-ID
                       AND COALESCE(COMPLIANCE_HOLD,'N') <> 'Y'
                 END-EXEC
                 IF SQLCODE = 0 OR SAN-NEW-HITS > 0
                    MOVE SAN-OPEN-HITS TO WS-COUNT-D
                    MOVE SPACES TO HV-AUD-DETAIL
                    STRING 'Compliance hold - ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-D) DELIMITED BY SIZE
                       ' open screening match(es) via '
                          DELIMITED BY SIZE
                       FUNCTION TRIM(HV-SOURCE) DELIMITED BY SIZE
                       INTO HV-AUD-DETAIL
                    END-STRING
                    PERFORM WRITE-SCREENING-AUDIT
                 END-IF
                 IF SAN-MATCH-COUNT = 0
                    MOVE SPACES TO SAN-RESP-MSG
                    STRING 'Compliance hold - ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-D) DELIMITED BY SIZE
                       ' open screening match(es)' DELIMITED BY SIZE
                       INTO SAN-RESP-MSG
                    END-STRING
                 END-IF
              END-IF
           END-IF.

      * fail safe: a client that could not be screened is held until
      * it is, rather than sold to unscreened
       SCREENING-FAILED.

           MOVE SQLCODE TO WS-SQLCODE-D
           MOVE 08 TO SAN-RESP-RC
           MOVE SPACES TO SAN-RESP-MSG
           STRING 'Sanctions screening failed SQLCODE='
                 DELIMITED BY SIZE
              FUNCTION TRIM(WS-SQLCODE-D) DELIMITED BY SIZE
              INTO SAN-RESP-MSG
           END-STRING
           IF HV-CLIENT-ID NOT = SPACES
              EXEC SQL
                 UPDATE CLAPP.CLIENTS
                    SET COMPLIANCE_HOLD = 'Y'
                  WHERE CLIENT_ID = :HV-CLIENT-ID
              END-EXEC
              MOVE SAN-RESP-MSG TO HV-AUD-DETAIL
              PERFORM WRITE-SCREENING-AUDIT
           END-IF.

       WRITE-SCREENING-AUDIT.

           EXEC SQL
              INSERT INTO CLAPP.AUDIT_LOG
              (TABLE_NAME, REC_KEY, ACTION, AUD_TS, DETAIL, USER_ID)
              VALUES ('SCREENING', :HV-CLIENT-ID, 'U',
                      CURRENT TIMESTAMP, :HV-AUD-DETAIL, :HV-USER)
           END-EXEC.

       END PROGRAM CLSANCHK.
